       FILE-CONTROL.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL YTD-XFER-IN ASSIGN TO "YTDXFER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUARTER-PARM-FILE ASSIGN TO "QTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUARTER-REPORT-FILE ASSIGN TO "QTRRPT.TXT"
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

      *> Closed-out records from company transfers - same layout,
      *> read into YTD-IN-RECORD.
       FD  YTD-XFER-IN.
       01  YTD-XFER-RECORD         PIC X(287).

       FD  QUARTER-PARM-FILE.
       01  QUARTER-PARM-RECORD.
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-COMPANY-CODE       PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-YTD-PHASE          PIC X(1) VALUE "M".
           88  READING-YTDMAST            VALUE "M".
           88  READING-YTDXFER            VALUE "X".

       01  WS-REPORT-QTR         PIC 9(1) VALUE ZERO.
       01  WS-RUN-DATE           PIC X(10).
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
               TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.

      *> Only this company's records file under its number - a
      *> record from before the company code was carried counts as
      *> this company's. YTDMAST's end rolls on into the YTDXFER
      *> records COXFER closed out when an employee changed company
      *> mid-year, so the quarters worked before the move still
      *> file under the company that paid them.
       1200-READ-YTD.
           PERFORM 1210-READ-SOURCE.
           PERFORM UNTIL YTD-END-OF-FILE
               IF YTD-IN-COMPANY-CODE = SPACES
                   OR YTD-IN-COMPANY-CODE = WS-COMPANY-CODE
                   EXIT PERFORM
               END-IF
               PERFORM 1210-READ-SOURCE
           END-PERFORM.

      *> A missing YTDXFER (SELECT OPTIONAL) reads as an immediate
      *> AT END.
       1210-READ-SOURCE.
           IF READING-YTDMAST
               READ YTD-MASTER-IN
                   AT END
                       SET READING-YTDXFER TO TRUE
                       OPEN INPUT YTD-XFER-IN
               END-READ
           END-IF.
           IF READING-YTDXFER
               READ YTD-XFER-IN INTO YTD-IN-RECORD
                   AT END
                       SET YTD-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       2000-PRINT-QUARTER-LINE.
           MOVE YTD-IN-QTR-GROSS (WS-REPORT-QTR)
       9000-CLOSE-FILES.
           CLOSE YTD-MASTER-IN QUARTER-PARM-FILE
               QUARTER-REPORT-FILE.
           IF READING-YTDXFER
               CLOSE YTD-XFER-IN
           END-IF.
