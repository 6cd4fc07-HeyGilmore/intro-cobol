      ** totals (records in, records archived, actives, records
      ** re-created) on the YEAREND.TXT report. Any mismatch sets a
      ** non-zero return code so the job stream refuses to promote
      ** the new year's file. The YTDXFER records COXFER closed out
      ** for mid-year company transfers follow the live ones into
      ** the archive, so the prior-year W-2 file still finds the
      ** old employer's figures; the stream empties YTDXFER once
      ** the rollover promotes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT YTD-NEW ASSIGN TO "YTDNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL YTD-XFER-IN ASSIGN TO "YTDXFER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
                                 ==YTD-STATE-GROSS== BY
                                     ==YTD-IN-STATE-GROSS==
                                 ==YTD-STATE-TAX== BY
                                     ==YTD-IN-STATE-TAX==
                                 ==YTD-LOCAL-CODE== BY
                                     ==YTD-IN-LOCAL-CODE==
                                 ==YTD-LOCAL-GROSS== BY
                                     ==YTD-IN-LOCAL-GROSS==
                                 ==YTD-LOCAL-TAX== BY
                                     ==YTD-IN-LOCAL-TAX==
                                 ==YTD-QTR-FED-TAX== BY
                                     ==YTD-IN-QTR-FED-TAX==
                                 ==YTD-QTR-FICA== BY
                                     ==YTD-IN-QTR-FICA==
                                 ==YTD-COMPANY-CODE== BY
                                     ==YTD-IN-COMPANY-CODE==.

       FD  YTD-ARCHIVE.
       01  YTD-ARCH-RECORD.
                                 ==YTD-STATE-GROSS== BY
                                     ==YTD-ARC-STATE-GROSS==
                                 ==YTD-STATE-TAX== BY
                                     ==YTD-ARC-STATE-TAX==
                                 ==YTD-LOCAL-CODE== BY
                                     ==YTD-ARC-LOCAL-CODE==
                                 ==YTD-LOCAL-GROSS== BY
                                     ==YTD-ARC-LOCAL-GROSS==
                                 ==YTD-LOCAL-TAX== BY
                                     ==YTD-ARC-LOCAL-TAX==
                                 ==YTD-QTR-FED-TAX== BY
                                     ==YTD-ARC-QTR-FED-TAX==
                                 ==YTD-QTR-FICA== BY
                                     ==YTD-ARC-QTR-FICA==
                                 ==YTD-COMPANY-CODE== BY
                                     ==YTD-ARC-COMPANY-CODE==.

       FD  YTD-NEW.
       01  YTD-NEW-RECORD.
                                 ==YTD-STATE-GROSS== BY
                                     ==YTD-NEW-STATE-GROSS==
                                 ==YTD-STATE-TAX== BY
                                     ==YTD-NEW-STATE-TAX==
                                 ==YTD-LOCAL-CODE== BY
                                     ==YTD-NEW-LOCAL-CODE==
                                 ==YTD-LOCAL-GROSS== BY
                                     ==YTD-NEW-LOCAL-GROSS==
                                 ==YTD-LOCAL-TAX== BY
                                     ==YTD-NEW-LOCAL-TAX==
                                 ==YTD-QTR-FED-TAX== BY
                                     ==YTD-NEW-QTR-FED-TAX==
                                 ==YTD-QTR-FICA== BY
                                     ==YTD-NEW-QTR-FICA==
                                 ==YTD-COMPANY-CODE== BY
                                     ==YTD-NEW-COMPANY-CODE==.

      *> YTDREC layout, copied to the archive whole.
       FD  YTD-XFER-IN.
       01  YTD-XFER-RECORD         PIC X(287).

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-MST-EOF-SWITCH     PIC X(1) VALUE "N".
           88  MST-END-OF-FILE            VALUE "Y".
       01  WS-XFER-EOF-SWITCH    PIC X(1) VALUE "N".
           88  XFER-END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE           PIC X(10).
       01  WS-QTR-IDX            PIC 9(1).
       01  WS-ST-IDX             PIC 9(1).
       01  WS-IN-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-XFER-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-EXPECTED-ARCH      PIC 9(5) VALUE ZERO.
       01  WS-ARCH-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ACTIVE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NEW-COUNT          PIC 9(5) VALUE ZERO.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-YTD.
           PERFORM 2000-ARCHIVE-YTD UNTIL YTD-END-OF-FILE.
           PERFORM 2100-ARCHIVE-TRANSFERS.
           PERFORM 1200-READ-MASTER.
           PERFORM 3000-CREATE-ZERO-RECORDS UNTIL MST-END-OF-FILE.
           PERFORM 8900-PRINT-CONTROL-TOTALS.
           ADD 1 TO WS-ARCH-COUNT.
           PERFORM 1100-READ-YTD.

      *> A missing YTDXFER (SELECT OPTIONAL) means nobody changed
      *> company this year and reads as an immediate AT END.
       2100-ARCHIVE-TRANSFERS.
           OPEN INPUT YTD-XFER-IN.
           PERFORM UNTIL XFER-END-OF-FILE
               READ YTD-XFER-IN
                   AT END
                       SET XFER-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-XFER-COUNT
                       MOVE YTD-XFER-RECORD TO YTD-ARCH-RECORD
                       WRITE YTD-ARCH-RECORD
                       ADD 1 TO WS-ARCH-COUNT
               END-READ
           END-PERFORM.
           CLOSE YTD-XFER-IN.

       1200-READ-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET MST-END-OF-FILE TO TRUE
           END-READ.

      *> Every active employee - including one out on leave - starts
      *> the new year with a true zero record. Inactives stay only
      *> in the archive, so the new year's file carries no
      *> terminated-employee deadwood.
       3000-CREATE-ZERO-RECORDS.
           IF EMP-IS-EMPLOYED
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE EMP-ID TO YTD-NEW-EMP-ID
               MOVE ZERO TO YTD-NEW-GROSS YTD-NEW-OT YTD-NEW-NET
                   YTD-NEW-TAX YTD-NEW-DEDUCTIONS YTD-NEW-TAXABLE
                   YTD-NEW-401K-EE YTD-NEW-401K-MATCH
                   YTD-NEW-LOCAL-GROSS YTD-NEW-LOCAL-TAX
               MOVE SPACES TO YTD-NEW-LOCAL-CODE
               MOVE EMP-COMPANY-CODE TO YTD-NEW-COMPANY-CODE
               PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                       UNTIL WS-QTR-IDX > 4
                   MOVE ZERO TO YTD-NEW-QTR-GROSS (WS-QTR-IDX)
                   MOVE ZERO TO YTD-NEW-QTR-TAX (WS-QTR-IDX)
                   MOVE ZERO TO YTD-NEW-QTR-FED-TAX (WS-QTR-IDX)
                   MOVE ZERO TO YTD-NEW-QTR-FICA (WS-QTR-IDX)
               END-PERFORM
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > 2
               DELIMITED BY SIZE INTO YEAREND-REPORT-LINE.
           WRITE YEAREND-REPORT-LINE.
           MOVE SPACES TO YEAREND-REPORT-LINE.
           STRING "TRANSFER CLOSE-OUTS:   " WS-XFER-COUNT
               DELIMITED BY SIZE INTO YEAREND-REPORT-LINE.
           WRITE YEAREND-REPORT-LINE.
           MOVE SPACES TO YEAREND-REPORT-LINE.
           STRING "YTD RECORDS ARCHIVED:  " WS-ARCH-COUNT
               DELIMITED BY SIZE INTO YEAREND-REPORT-LINE.
           WRITE YEAREND-REPORT-LINE.
           STRING "ZERO RECORDS CREATED:  " WS-NEW-COUNT
               DELIMITED BY SIZE INTO YEAREND-REPORT-LINE.
           WRITE YEAREND-REPORT-LINE.
           ADD WS-IN-COUNT WS-XFER-COUNT GIVING WS-EXPECTED-ARCH.
           IF WS-EXPECTED-ARCH = WS-ARCH-COUNT
               AND WS-ACTIVE-COUNT = WS-NEW-COUNT
               MOVE "CONTROL TOTALS BALANCE - ROLLOVER GOOD" TO
                   YEAREND-REPORT-LINE
