      ** have to tie to. The W2FPARM source byte picks the live
      ** YTDMAST ("C") or the YTDARCH prior-year archive ("A") the
      ** job stream stages after YEAREND has rolled the year.
      ** The file is per employer EIN, so only the records earned
      ** under this COMPCTL's company go on it; filing current,
      ** the YTDXFER records COXFER closed out when an employee
      ** changed company follow YTDMAST (the archive already holds
      ** them once YEAREND has run).
      ** A YTD figure found wrong after rollover is corrected
      ** through W2CTRAN adjustment transactions: each one produces
      ** a W-2c style RC before/after record on W2CFILE alongside
               ORGANIZATION IS SEQUENTIAL.
           SELECT YTD-ARCHIVE-IN ASSIGN TO "YTDARCH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL YTD-XFER-IN ASSIGN TO "YTDXFER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       FD  YTD-ARCHIVE-IN.
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

      *> Closed-out records from company transfers - same layout.
       FD  YTD-XFER-IN.
       01  YTD-XFER-RECORD.
           COPY YTDREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-COMPANY-CODE       PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-EIN                PIC X(9)  VALUE SPACES.
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
       01  WS-W2-SOURCE          PIC X(1) VALUE "C".
           88  SOURCE-IS-CURRENT          VALUE "C".
           88  SOURCE-IS-ARCHIVE          VALUE "A".
       01  WS-YTD-PHASE          PIC X(1) VALUE "M".
           88  READING-YTDMAST            VALUE "M".
           88  READING-YTDXFER            VALUE "X".

       01  WS-RUN-DATE           PIC X(10).
       01  WS-TAX-YEAR           PIC X(4).
      *> from, so the RW build and the correction lookup share one
      *> work area.
       01  WS-W2-EMP-ID          PIC X(6).
       01  WS-W2-COMPANY         PIC X(3).
       01  WS-W2-TAXABLE         PIC 9(7)V99.
       01  WS-W2-FED-TAX         PIC 9(7)V99.
       01  WS-W2-STATE-TAX      PIC 9(7)V99.
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE CO-EIN TO WS-EIN
           END-READ.
           MOVE W2-RA-RECORD TO W2-EFILE-RECORD.
           WRITE W2-EFILE-RECORD.

      *> Next record earned under this company. A record written
      *> before the company code was carried belongs to the company
      *> the employee's master names.
       1200-READ-YTD.
           PERFORM 1210-READ-SOURCE.
           PERFORM UNTIL YTD-END-OF-FILE
               IF WS-W2-COMPANY = SPACES
                   PERFORM 2100-LOOKUP-EMPLOYEE
                   IF EMPLOYEE-WAS-FOUND
                       MOVE EMP-COMPANY-CODE TO WS-W2-COMPANY
                   END-IF
               END-IF
               IF WS-W2-COMPANY = WS-COMPANY-CODE
                   EXIT PERFORM
               END-IF
               PERFORM 1210-READ-SOURCE
           END-PERFORM.

      *> One read paragraph serves every source - whichever file is
      *> open fills the same work fields. Filing current, YTDMAST's
      *> end rolls on into YTDXFER; a missing YTDXFER (SELECT
      *> OPTIONAL) reads as an immediate AT END.
       1210-READ-SOURCE.
           IF SOURCE-IS-ARCHIVE
               READ YTD-ARCHIVE-IN
                   AT END
                       SET YTD-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE YTD-ARC-EMP-ID TO WS-W2-EMP-ID
                       MOVE YTD-ARC-COMPANY-CODE TO WS-W2-COMPANY
                       MOVE YTD-ARC-TAXABLE TO WS-W2-TAXABLE
                       MOVE YTD-ARC-TAX TO WS-W2-TOTAL-TAX
               END-READ
           ELSE
               IF READING-YTDMAST
                   READ YTD-MASTER-IN
                       AT END
                           SET READING-YTDXFER TO TRUE
                           OPEN INPUT YTD-XFER-IN
                       NOT AT END
                           MOVE YTD-IN-EMP-ID TO WS-W2-EMP-ID
                           MOVE YTD-IN-COMPANY-CODE TO WS-W2-COMPANY
                           MOVE YTD-IN-TAXABLE TO WS-W2-TAXABLE
                           MOVE YTD-IN-TAX TO WS-W2-TOTAL-TAX
                   END-READ
               END-IF
               IF READING-YTDXFER
                   READ YTD-XFER-IN
                       AT END
                           SET YTD-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE YTD-EMP-ID TO WS-W2-EMP-ID
                           MOVE YTD-COMPANY-CODE TO WS-W2-COMPANY
                           MOVE YTD-TAXABLE TO WS-W2-TAXABLE
                           MOVE YTD-TAX TO WS-W2-TOTAL-TAX
                   END-READ
               END-IF
           END-IF.

       2000-WRITE-WAGE-RECORDS.
               OPEN INPUT YTD-ARCHIVE-IN
           ELSE
               CLOSE YTD-MASTER-IN
               IF READING-YTDXFER
                   CLOSE YTD-XFER-IN
               END-IF
               SET READING-YTDMAST TO TRUE
               OPEN INPUT YTD-MASTER-IN
           END-IF.
           PERFORM UNTIL YTD-END-OF-FILE
               CLOSE YTD-ARCHIVE-IN
           ELSE
               CLOSE YTD-MASTER-IN
               IF READING-YTDXFER
                   CLOSE YTD-XFER-IN
               END-IF
           END-IF.
           CLOSE EMPLOYEE-MASTER W2-CORRECTION-FILE
               W2-EFILE W2C-EFILE.
