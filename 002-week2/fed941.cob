       IDENTIFICATION DIVISION.
       PROGRAM-ID. FED941.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Quarterly federal return worksheet. DEPSCHED says what to
      ** deposit and when, QTRRPT reports the quarter's wages and
      ** tax; this quarter-end run proves the two agree. The
      ** quarter's FEDLIAB liability rows (PAYCHECK2's federal
      ** withholding plus both FICA halves, by check date, net of
      ** ACHREV's negative rows for reversed deposits) and the
      ** DEPMADE deposits against them total by month within the
      ** quarter, and the liability compares to the federal
      ** withholding and both FICA halves the YTDMAST quarter
      ** buckets carry. The worksheet prints in the return's own
      ** order - the Part 1 line figures, then the Part 2 monthly
      ** liability schedule - followed by the deposit detail by
      ** check date. A check date under- or over-deposited or paid
      ** after its semiweekly due date is flagged with its dates
      ** and logged to EXCPLOG, as is any liability that does not
      ** tie to YTDMAST. Read-only over FEDLIAB and DEPMADE - the
      ** deposit marking stays DEPSCHED's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FED-LIABILITY-FILE ASSIGN TO "FEDLIAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-MADE-FILE ASSIGN TO "DEPMADE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL YTD-XFER-IN ASSIGN TO "YTDXFER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUARTER-PARM-FILE ASSIGN TO "QTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSHEET-FILE ASSIGN TO "FED941.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FED-LIABILITY-FILE.
       01  FED-LIABILITY-RECORD.
           05  FL-CHECK-DATE       PIC X(10).
           05  FL-FED-TAX          PIC S9(8)V99.
           05  FL-FICA-EE          PIC S9(8)V99.
           05  FL-FICA-ER          PIC S9(8)V99.
           05  FL-DEPOSIT-STATUS   PIC X(1).
               88  LIAB-IS-OPEN            VALUE "N".
               88  LIAB-IS-DEPOSITED       VALUE "Y".

      *> The check date a deposit covered, the date it was sent,
      *> and the amount. A row keyed before the date and amount
      *> were carried names only the check date - it is taken as
      *> that check date deposited in full, on time.
       FD  DEPOSIT-MADE-FILE.
       01  DEPOSIT-MADE-RECORD.
           05  DM-CHECK-DATE       PIC X(10).
           05  DM-DEPOSIT-DATE     PIC X(10).
           05  DM-AMOUNT           PIC 9(8)V99.

       FD  YTD-MASTER-IN.
       01  YTD-IN-RECORD.
           COPY YTDREC REPLACING ==YTD-EMP-ID== BY ==YTD-IN-EMP-ID==
                                 ==YTD-GROSS==   BY ==YTD-IN-GROSS==
                                 ==YTD-OT==      BY ==YTD-IN-OT==
                                 ==YTD-NET==     BY ==YTD-IN-NET==
                                 ==YTD-TAX==     BY ==YTD-IN-TAX==
                                 ==YTD-DEDUCTIONS== BY
                                     ==YTD-IN-DEDUCTIONS==
                                 ==YTD-QTR-GROSS== BY
                                     ==YTD-IN-QTR-GROSS==
                                 ==YTD-QTR-TAX== BY
                                     ==YTD-IN-QTR-TAX==
                                 ==YTD-TAXABLE== BY
                                     ==YTD-IN-TAXABLE==
                                 ==YTD-401K-EE== BY
                                     ==YTD-IN-401K-EE==
                                 ==YTD-401K-MATCH== BY
                                     ==YTD-IN-401K-MATCH==
                                 ==YTD-STATE-CODE== BY
                                     ==YTD-IN-STATE-CODE==
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

      *> QTRRPT's quarter parm. The return year may follow the
      *> quarter digit; left off, it is the run date's year - or
      *> the year before, when a fourth quarter is filed in the
      *> new year's first quarter.
       FD  QUARTER-PARM-FILE.
       01  QUARTER-PARM-RECORD.
           05  PARM-QUARTER-NO     PIC 9(1).
           05  PARM-TAX-YEAR       PIC X(4).

       FD  WORKSHEET-FILE.
       01  WORKSHEET-LINE          PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-COMPANY-CODE       PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-EIN                PIC X(9)  VALUE SPACES.
       01  WS-FL-EOF-SWITCH      PIC X(1) VALUE "N".
           88  FL-END-OF-FILE             VALUE "Y".
       01  WS-DM-EOF-SWITCH      PIC X(1) VALUE "N".
           88  DM-END-OF-FILE             VALUE "Y".
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-YTD-PHASE          PIC X(1) VALUE "M".
           88  READING-YTDMAST            VALUE "M".
           88  READING-YTDXFER            VALUE "X".
       01  WS-RUN-DATE           PIC X(10).
       01  WS-EXCEPTION-DATE     PIC X(10).
       01  WS-FLAG-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-REPORT-QTR         PIC 9(1) VALUE ZERO.
       01  WS-TAX-YEAR           PIC X(4).
       01  WS-YEAR-NUM           PIC 9(4).
       01  WS-RUN-MONTH          PIC 9(2).
       01  WS-FIRST-MONTH        PIC 9(2).
       01  WS-CHECK-MONTH        PIC 9(2).
       01  WS-MONTH-IN-QTR       PIC 9(1).
       01  WS-EXC-KEY            PIC X(6).

      *> The quarter's liability by check date, loaded from FEDLIAB
      *> (two runs paid the same day fold into one row, as the one
      *> deposit covers both) with what was deposited against it.
       01  WS-LIAB-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-LIABILITY-TABLE.
           05  WS-LIAB-ENTRY OCCURS 60 TIMES.
               10  LBT-CHECK-DATE     PIC X(10).
               10  LBT-MONTH          PIC 9(1).
               10  LBT-FED-TAX        PIC S9(9)V99.
               10  LBT-FICA-EE        PIC S9(9)V99.
               10  LBT-FICA-ER        PIC S9(9)V99.
               10  LBT-TOTAL          PIC S9(9)V99.
               10  LBT-DUE-DATE       PIC X(10).
               10  LBT-DEPOSITED      PIC 9(9)V99.
               10  LBT-DEPOSIT-DATE   PIC X(10).
       01  WS-LIAB-IDX           PIC 9(2).
       01  WS-LIAB-FULL-COUNT    PIC 9(3) VALUE ZERO.

      *> Part 2's monthly schedule - liability by the month of the
      *> check date, and the deposits made against that month.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 3 TIMES.
               10  MTH-LIABILITY      PIC S9(9)V99.
               10  MTH-DEPOSITED      PIC 9(9)V99.
       01  WS-MTH-IDX            PIC 9(1).

      *> FEDLIAB side of the reconciliation.
       01  WS-FL-FED-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-FL-EE-TOTAL        PIC S9(9)V99 VALUE ZERO.
       01  WS-FL-ER-TOTAL        PIC S9(9)V99 VALUE ZERO.
       01  WS-FL-TOTAL           PIC S9(9)V99 VALUE ZERO.
      *> YTDMAST side - the quarter's buckets over every employee.
      *> The employer FICA half mirrors the employee's withholding.
       01  WS-YTD-WAGES          PIC 9(9)V99 VALUE ZERO.
       01  WS-YTD-FED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-YTD-FICA-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-YTD-BOTH-FICA      PIC 9(9)V99 VALUE ZERO.
       01  WS-YTD-TOTAL-TAX      PIC 9(9)V99 VALUE ZERO.
      *> Deposits: matched to a check date in the quarter, and the
      *> ones whose check date has no liability behind it.
       01  WS-DEPOSIT-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-STRAY-DEPOSITS     PIC 9(9)V99 VALUE ZERO.
       01  WS-DM-AMOUNT          PIC 9(9)V99.
       01  WS-BALANCE            PIC S9(9)V99.
       01  WS-DIFFERENCE         PIC S9(9)V99.
       01  WS-RECON-LABEL        PIC X(20).
       01  WS-RECON-FL           PIC S9(9)V99.
       01  WS-RECON-YTD          PIC 9(9)V99.

      *> Semiweekly due-date arithmetic off the proleptic day
      *> number, DEPSCHED's rule: day 1 (1601-01-01) was a Monday,
      *> so REM(day-1, 7) is 0 Monday through 6 Sunday.
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-CHK-INT            PIC 9(8).
       01  WS-DUE-INT            PIC 9(8).
       01  WS-DAY-OF-WEEK        PIC 9(1).
       01  WS-DAYS-TO-DUE        PIC 9(1).
       01  WS-DUE-DIGITS         PIC 9(8).
       01  WS-DUE-DATE           PIC X(10).

       01  DISPLAY-AMOUNT        PIC $$$,$$$,$$9.99.
       01  DISPLAY-AMOUNT-2      PIC $$$,$$$,$$9.99.
       01  DISPLAY-DIFFERENCE    PIC $$$,$$$,$$9.99-.
       01  DISPLAY-FLAG-AMT      PIC $$$$,$$9.99.
       01  DISPLAY-FLAG-COUNT    PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           IF WS-REPORT-QTR >= 1 AND WS-REPORT-QTR <= 4
               PERFORM 1100-LOAD-LIABILITIES
               PERFORM 1200-APPLY-DEPOSITS
               PERFORM 1300-SUM-YTD-QUARTER
               PERFORM 2000-PRINT-HEADER
               PERFORM 3000-PRINT-PART-1
               PERFORM 4000-PRINT-MONTHLY-SCHEDULE
               PERFORM 5000-PRINT-DEPOSIT-DETAIL
               PERFORM 6000-PRINT-RECONCILIATION
               MOVE WS-FLAG-COUNT TO DISPLAY-FLAG-COUNT
               MOVE SPACES TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               MOVE SPACES TO WORKSHEET-LINE
               STRING "ITEMS FLAGGED TO EXCPLOG: " DISPLAY-FLAG-COUNT
                   DELIMITED BY SIZE INTO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           ELSE
               DISPLAY "*** QTRPARM MISSING OR NOT 1-4 - NOTHING "
                   "TO RECONCILE ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "FED941 COMPLETE - CHECK DATES: " WS-LIAB-COUNT
               " FLAGGED: " WS-FLAG-COUNT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT FED-LIABILITY-FILE.
           OPEN INPUT DEPOSIT-MADE-FILE.
           OPEN INPUT YTD-MASTER-IN.
           OPEN INPUT QUARTER-PARM-FILE.
           OPEN OUTPUT WORKSHEET-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE CO-EIN TO WS-EIN
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-EXCEPTION-DATE.
           MOVE SPACES TO QUARTER-PARM-RECORD.
           READ QUARTER-PARM-FILE
               AT END
                   MOVE ZERO TO WS-REPORT-QTR
               NOT AT END
                   MOVE PARM-QUARTER-NO TO WS-REPORT-QTR
           END-READ.
           IF PARM-TAX-YEAR IS NUMERIC
               MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               MOVE WS-DATE-RAW (1:4) TO WS-YEAR-NUM
               MOVE WS-DATE-RAW (5:2) TO WS-RUN-MONTH
               IF WS-REPORT-QTR = 4 AND WS-RUN-MONTH <= 3
                   SUBTRACT 1 FROM WS-YEAR-NUM
               END-IF
               MOVE WS-YEAR-NUM TO WS-TAX-YEAR
           END-IF.
           COMPUTE WS-FIRST-MONTH = (WS-REPORT-QTR - 1) * 3 + 1.

      *> Only the return quarter's check dates count - FEDLIAB
      *> runs forward across the year.
       1100-LOAD-LIABILITIES.
           INITIALIZE WS-MONTH-TABLE.
           PERFORM UNTIL FL-END-OF-FILE
               READ FED-LIABILITY-FILE
                   AT END
                       SET FL-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1150-POST-ONE-LIABILITY
               END-READ
           END-PERFORM.

       1150-POST-ONE-LIABILITY.
           MOVE FL-CHECK-DATE (6:2) TO WS-CHECK-MONTH.
           IF FL-CHECK-DATE (1:4) = WS-TAX-YEAR
               AND WS-CHECK-MONTH >= WS-FIRST-MONTH
               AND WS-CHECK-MONTH <= WS-FIRST-MONTH + 2
               COMPUTE WS-MONTH-IN-QTR =
                   WS-CHECK-MONTH - WS-FIRST-MONTH + 1
               ADD FL-FED-TAX TO WS-FL-FED-TOTAL
               ADD FL-FICA-EE TO WS-FL-EE-TOTAL
               ADD FL-FICA-ER TO WS-FL-ER-TOTAL
               ADD FL-FED-TAX FL-FICA-EE FL-FICA-ER
                   TO WS-FL-TOTAL
                   MTH-LIABILITY (WS-MONTH-IN-QTR)
               PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                       UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
                   IF LBT-CHECK-DATE (WS-LIAB-IDX) = FL-CHECK-DATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-LIAB-IDX > WS-LIAB-COUNT
                   IF WS-LIAB-COUNT < 60
                       ADD 1 TO WS-LIAB-COUNT
                       MOVE WS-LIAB-COUNT TO WS-LIAB-IDX
                       PERFORM 1160-START-LIABILITY-ROW
                   ELSE
                       ADD 1 TO WS-LIAB-FULL-COUNT
                   END-IF
               END-IF
               IF WS-LIAB-IDX <= WS-LIAB-COUNT
                   ADD FL-FED-TAX TO LBT-FED-TAX (WS-LIAB-IDX)
                   ADD FL-FICA-EE TO LBT-FICA-EE (WS-LIAB-IDX)
                   ADD FL-FICA-ER TO LBT-FICA-ER (WS-LIAB-IDX)
                   ADD FL-FED-TAX FL-FICA-EE FL-FICA-ER
                       TO LBT-TOTAL (WS-LIAB-IDX)
               END-IF
           END-IF.

       1160-START-LIABILITY-ROW.
           MOVE FL-CHECK-DATE TO LBT-CHECK-DATE (WS-LIAB-IDX).
           MOVE WS-MONTH-IN-QTR TO LBT-MONTH (WS-LIAB-IDX).
           MOVE ZERO TO LBT-FED-TAX (WS-LIAB-IDX)
               LBT-FICA-EE (WS-LIAB-IDX) LBT-FICA-ER (WS-LIAB-IDX)
               LBT-TOTAL (WS-LIAB-IDX) LBT-DEPOSITED (WS-LIAB-IDX).
           MOVE SPACES TO LBT-DEPOSIT-DATE (WS-LIAB-IDX).
           PERFORM 1170-COMPUTE-DUE-DATE.
           MOVE WS-DUE-DATE TO LBT-DUE-DATE (WS-LIAB-IDX).

      *> The semiweekly rule, as DEPSCHED applies it: a check dated
      *> Wednesday, Thursday, or Friday deposits by the FOLLOWING
      *> WEDNESDAY; anything else by the FOLLOWING FRIDAY.
       1170-COMPUTE-DUE-DATE.
           MOVE FL-CHECK-DATE (1:4) TO WS-DATE-DIGITS (1:4).
           MOVE FL-CHECK-DATE (6:2) TO WS-DATE-DIGITS (5:2).
           MOVE FL-CHECK-DATE (9:2) TO WS-DATE-DIGITS (7:2).
           COMPUTE WS-CHK-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION REM (WS-CHK-INT - 1, 7).
           EVALUATE WS-DAY-OF-WEEK
               WHEN 2
                   MOVE 7 TO WS-DAYS-TO-DUE
               WHEN 3
                   MOVE 6 TO WS-DAYS-TO-DUE
               WHEN 4
                   MOVE 5 TO WS-DAYS-TO-DUE
               WHEN 5
                   MOVE 6 TO WS-DAYS-TO-DUE
               WHEN 6
                   MOVE 5 TO WS-DAYS-TO-DUE
               WHEN 0
                   MOVE 4 TO WS-DAYS-TO-DUE
               WHEN OTHER
                   MOVE 3 TO WS-DAYS-TO-DUE
           END-EVALUATE.
           COMPUTE WS-DUE-INT = WS-CHK-INT + WS-DAYS-TO-DUE.
           COMPUTE WS-DUE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INT).
           MOVE SPACES TO WS-DUE-DATE.
           STRING WS-DUE-DIGITS (1:4) "-" WS-DUE-DIGITS (5:2)
               "-" WS-DUE-DIGITS (7:2)
               DELIMITED BY SIZE INTO WS-DUE-DATE.

      *> Each deposit lands on the check date it covered. Several
      *> deposits against one check date add up, and the latest
      *> one's date is the one the due date is held to.
       1200-APPLY-DEPOSITS.
           PERFORM UNTIL DM-END-OF-FILE
               MOVE SPACES TO DEPOSIT-MADE-RECORD
               READ DEPOSIT-MADE-FILE
                   AT END
                       SET DM-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1250-APPLY-ONE-DEPOSIT
               END-READ
           END-PERFORM.

       1250-APPLY-ONE-DEPOSIT.
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                   UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
               IF LBT-CHECK-DATE (WS-LIAB-IDX) = DM-CHECK-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LIAB-IDX <= WS-LIAB-COUNT
               IF DM-AMOUNT IS NUMERIC
                   MOVE DM-AMOUNT TO WS-DM-AMOUNT
               ELSE
                   MOVE LBT-TOTAL (WS-LIAB-IDX) TO WS-DM-AMOUNT
               END-IF
               MOVE LBT-MONTH (WS-LIAB-IDX) TO WS-MTH-IDX
               ADD WS-DM-AMOUNT TO LBT-DEPOSITED (WS-LIAB-IDX)
                   WS-DEPOSIT-TOTAL MTH-DEPOSITED (WS-MTH-IDX)
               IF DM-DEPOSIT-DATE NOT = SPACES
                   AND DM-DEPOSIT-DATE
                       > LBT-DEPOSIT-DATE (WS-LIAB-IDX)
                   MOVE DM-DEPOSIT-DATE
                       TO LBT-DEPOSIT-DATE (WS-LIAB-IDX)
               END-IF
           ELSE
               MOVE DM-CHECK-DATE (6:2) TO WS-CHECK-MONTH
               IF DM-CHECK-DATE (1:4) = WS-TAX-YEAR
                   AND WS-CHECK-MONTH >= WS-FIRST-MONTH
                   AND WS-CHECK-MONTH <= WS-FIRST-MONTH + 2
                   AND DM-AMOUNT IS NUMERIC
                   ADD DM-AMOUNT TO WS-STRAY-DEPOSITS
                       WS-DEPOSIT-TOTAL
                   MOVE DM-AMOUNT TO DISPLAY-FLAG-AMT
                   MOVE "ODEP" TO EXC-REASON-CODE
                   MOVE SPACES TO EXC-REASON-TEXT
                   STRING "NO LIABILITY " DM-CHECK-DATE " DEP "
                       DISPLAY-FLAG-AMT
                       DELIMITED BY SIZE INTO EXC-REASON-TEXT
                   MOVE DM-CHECK-DATE (3:2) TO WS-EXC-KEY (1:2)
                   MOVE DM-CHECK-DATE (6:2) TO WS-EXC-KEY (3:2)
                   MOVE DM-CHECK-DATE (9:2) TO WS-EXC-KEY (5:2)
                   PERFORM 8100-LOG-EXCEPTION
               END-IF
           END-IF.

       1300-SUM-YTD-QUARTER.
           PERFORM 1310-READ-YTD.
           PERFORM UNTIL YTD-END-OF-FILE
               ADD YTD-IN-QTR-GROSS (WS-REPORT-QTR)
                   TO WS-YTD-WAGES
               ADD YTD-IN-QTR-FED-TAX (WS-REPORT-QTR)
                   TO WS-YTD-FED-TOTAL
               ADD YTD-IN-QTR-FICA (WS-REPORT-QTR)
                   TO WS-YTD-FICA-TOTAL
               PERFORM 1310-READ-YTD
           END-PERFORM.
           ADD WS-YTD-FICA-TOTAL WS-YTD-FICA-TOTAL
               GIVING WS-YTD-BOTH-FICA.
           ADD WS-YTD-FED-TOTAL WS-YTD-BOTH-FICA
               GIVING WS-YTD-TOTAL-TAX.

      *> Only this company's records file under its number - a
      *> record from before the company code was carried counts as
      *> this company's. YTDMAST's end rolls on into the YTDXFER
      *> records COXFER closed out when an employee changed company
      *> mid-year, so the quarters worked before the move still
      *> file under the company that paid them.
       1310-READ-YTD.
           PERFORM 1320-READ-SOURCE.
           PERFORM UNTIL YTD-END-OF-FILE
               IF YTD-IN-COMPANY-CODE = SPACES
                   OR YTD-IN-COMPANY-CODE = WS-COMPANY-CODE
                   EXIT PERFORM
               END-IF
               PERFORM 1320-READ-SOURCE
           END-PERFORM.

      *> A missing YTDXFER (SELECT OPTIONAL) reads as an immediate
      *> AT END.
       1320-READ-SOURCE.
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

       2000-PRINT-HEADER.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - QUARTERLY FEDERAL RETURN WORKSHEET"
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "EIN: " WS-EIN "   YEAR: " WS-TAX-YEAR
               "   QUARTER: " WS-REPORT-QTR
               "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

      *> Part 1 from YTDMAST - what the quarter's payrolls actually
      *> withheld and owe - against the deposits made.
       3000-PRINT-PART-1.
           MOVE "PART 1 - TAX FOR THE QUARTER (FROM YTDMAST)"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE WS-YTD-WAGES TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  LINE 2   WAGES, TIPS, OTHER COMP      "
               DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE WS-YTD-FED-TOTAL TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  LINE 3   FEDERAL INCOME TAX WITHHELD  "
               DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE WS-YTD-BOTH-FICA TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  LINE 5   SS AND MEDICARE, BOTH HALVES "
               DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE WS-YTD-TOTAL-TAX TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  LINE 10  TOTAL TAXES                  "
               DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE WS-DEPOSIT-TOTAL TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  LINE 13  TOTAL DEPOSITS FOR QUARTER   "
               DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           COMPUTE WS-BALANCE = WS-YTD-TOTAL-TAX - WS-DEPOSIT-TOTAL.
           MOVE SPACES TO WORKSHEET-LINE.
           IF WS-BALANCE < ZERO
               COMPUTE DISPLAY-AMOUNT = ZERO - WS-BALANCE
               STRING "  LINE 15  OVERPAYMENT                  "
                   DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WORKSHEET-LINE
           ELSE
               MOVE WS-BALANCE TO DISPLAY-AMOUNT
               STRING "  LINE 14  BALANCE DUE                  "
                   DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WORKSHEET-LINE
           END-IF.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

      *> Part 2: the tax liability for each month of the quarter,
      *> from the FEDLIAB rows by check date - the total has to
      *> equal line 10.
       4000-PRINT-MONTHLY-SCHEDULE.
           MOVE "PART 2 - MONTHLY TAX LIABILITY (FROM FEDLIAB)"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "                 LIABILITY       DEPOSITED"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           PERFORM VARYING WS-MTH-IDX FROM 1 BY 1
                   UNTIL WS-MTH-IDX > 3
               MOVE MTH-LIABILITY (WS-MTH-IDX) TO DISPLAY-AMOUNT
               MOVE MTH-DEPOSITED (WS-MTH-IDX) TO DISPLAY-AMOUNT-2
               MOVE SPACES TO WORKSHEET-LINE
               STRING "  MONTH " WS-MTH-IDX "   " DISPLAY-AMOUNT
                   "  " DISPLAY-AMOUNT-2
                   DELIMITED BY SIZE INTO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-PERFORM.
           MOVE WS-FL-TOTAL TO DISPLAY-AMOUNT.
           SUBTRACT WS-STRAY-DEPOSITS FROM WS-DEPOSIT-TOTAL
               GIVING DISPLAY-AMOUNT-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  TOTAL     " DISPLAY-AMOUNT "  " DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           IF WS-LIAB-FULL-COUNT > ZERO
               MOVE SPACES TO WORKSHEET-LINE
               STRING "*** " WS-LIAB-FULL-COUNT
                   " CHECK DATES OVER TABLE - DETAIL INCOMPLETE ***"
                   DELIMITED BY SIZE INTO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

      *> One line per check date: the liability, when it was due,
      *> what went against it and when. Short, long, or late is
      *> flagged on the line and to EXCPLOG.
       5000-PRINT-DEPOSIT-DETAIL.
           MOVE "DEPOSIT DETAIL BY CHECK DATE" TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "CHECK DATE     LIABILITY   DUE DATE        DEPOSITED"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
                   UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
               PERFORM 5100-PRINT-ONE-CHECK-DATE
           END-PERFORM.

       5100-PRINT-ONE-CHECK-DATE.
           MOVE LBT-TOTAL (WS-LIAB-IDX) TO DISPLAY-FLAG-AMT.
           MOVE LBT-DEPOSITED (WS-LIAB-IDX) TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING LBT-CHECK-DATE (WS-LIAB-IDX) " "
               DISPLAY-FLAG-AMT "  " LBT-DUE-DATE (WS-LIAB-IDX)
               "  " DISPLAY-AMOUNT-2 " "
               LBT-DEPOSIT-DATE (WS-LIAB-IDX)
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE LBT-CHECK-DATE (WS-LIAB-IDX) (3:2)
               TO WS-EXC-KEY (1:2).
           MOVE LBT-CHECK-DATE (WS-LIAB-IDX) (6:2)
               TO WS-EXC-KEY (3:2).
           MOVE LBT-CHECK-DATE (WS-LIAB-IDX) (9:2)
               TO WS-EXC-KEY (5:2).
           COMPUTE WS-DIFFERENCE = LBT-DEPOSITED (WS-LIAB-IDX)
               - LBT-TOTAL (WS-LIAB-IDX).
           MOVE SPACES TO EXC-REASON-TEXT.
           EVALUATE TRUE
      *> Backed out in full by an ACH reversal - nothing was owed.
               WHEN LBT-DEPOSITED (WS-LIAB-IDX) = ZERO
                   AND LBT-TOTAL (WS-LIAB-IDX) NOT > ZERO
                   CONTINUE
               WHEN LBT-DEPOSITED (WS-LIAB-IDX) = ZERO
                   MOVE "UDEP" TO EXC-REASON-CODE
                   STRING "NOT DEPOSITED - DUE "
                       LBT-DUE-DATE (WS-LIAB-IDX)
                       DELIMITED BY SIZE INTO EXC-REASON-TEXT
                   PERFORM 5200-FLAG-CHECK-DATE
               WHEN WS-DIFFERENCE < ZERO
                   MOVE "UDEP" TO EXC-REASON-CODE
                   COMPUTE DISPLAY-FLAG-AMT = ZERO - WS-DIFFERENCE
                   STRING "UNDER " DISPLAY-FLAG-AMT " DUE "
                       LBT-DUE-DATE (WS-LIAB-IDX)
                       DELIMITED BY SIZE INTO EXC-REASON-TEXT
                   PERFORM 5200-FLAG-CHECK-DATE
               WHEN WS-DIFFERENCE > ZERO
                   MOVE "ODEP" TO EXC-REASON-CODE
                   MOVE WS-DIFFERENCE TO DISPLAY-FLAG-AMT
                   STRING "OVER " DISPLAY-FLAG-AMT " PAID "
                       LBT-DEPOSIT-DATE (WS-LIAB-IDX)
                       DELIMITED BY SIZE INTO EXC-REASON-TEXT
                   PERFORM 5200-FLAG-CHECK-DATE
           END-EVALUATE.
           IF LBT-DEPOSIT-DATE (WS-LIAB-IDX) NOT = SPACES
               AND LBT-DEPOSIT-DATE (WS-LIAB-IDX)
                   > LBT-DUE-DATE (WS-LIAB-IDX)
               MOVE "LDEP" TO EXC-REASON-CODE
               MOVE SPACES TO EXC-REASON-TEXT
               STRING "LATE - DUE " LBT-DUE-DATE (WS-LIAB-IDX)
                   " PAID " LBT-DEPOSIT-DATE (WS-LIAB-IDX)
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
               PERFORM 5200-FLAG-CHECK-DATE
           END-IF.

       5200-FLAG-CHECK-DATE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "    *** " EXC-REASON-TEXT " ***"
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           PERFORM 8100-LOG-EXCEPTION.

      *> FEDLIAB against YTDMAST, component by component. Both are
      *> written by the same pay runs, so any difference is a run
      *> that reached one and not the other.
       6000-PRINT-RECONCILIATION.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "LIABILITY VS YTDMAST         FEDLIAB         YTDMAST"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "FEDERAL INCOME TAX" TO WS-RECON-LABEL.
           MOVE WS-FL-FED-TOTAL TO WS-RECON-FL.
           MOVE WS-YTD-FED-TOTAL TO WS-RECON-YTD.
           PERFORM 6100-RECONCILE-ONE-LINE.
           MOVE "EMPLOYEE FICA" TO WS-RECON-LABEL.
           MOVE WS-FL-EE-TOTAL TO WS-RECON-FL.
           MOVE WS-YTD-FICA-TOTAL TO WS-RECON-YTD.
           PERFORM 6100-RECONCILE-ONE-LINE.
           MOVE "EMPLOYER FICA" TO WS-RECON-LABEL.
           MOVE WS-FL-ER-TOTAL TO WS-RECON-FL.
           MOVE WS-YTD-FICA-TOTAL TO WS-RECON-YTD.
           PERFORM 6100-RECONCILE-ONE-LINE.
           MOVE "TOTAL LIABILITY" TO WS-RECON-LABEL.
           MOVE WS-FL-TOTAL TO WS-RECON-FL.
           MOVE WS-YTD-TOTAL-TAX TO WS-RECON-YTD.
           PERFORM 6100-RECONCILE-ONE-LINE.

       6100-RECONCILE-ONE-LINE.
           MOVE WS-RECON-FL TO DISPLAY-AMOUNT.
           MOVE WS-RECON-YTD TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  " WS-RECON-LABEL "  " DISPLAY-AMOUNT
               "  " DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           IF WS-RECON-FL NOT = WS-RECON-YTD
               COMPUTE WS-DIFFERENCE = WS-RECON-FL - WS-RECON-YTD
               MOVE WS-DIFFERENCE TO DISPLAY-DIFFERENCE
               MOVE SPACES TO WORKSHEET-LINE
               STRING "    *** DOES NOT TIE - DIFFERENCE "
                   DISPLAY-DIFFERENCE " ***"
                   DELIMITED BY SIZE INTO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               MOVE "CTLX" TO EXC-REASON-CODE
               MOVE SPACES TO EXC-REASON-TEXT
               STRING "941 " WS-RECON-LABEL " FEDLIAB<>YTD"
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
               MOVE SPACES TO WS-EXC-KEY
               STRING "Q" WS-REPORT-QTR "-" WS-TAX-YEAR (3:2)
                   DELIMITED BY SIZE INTO WS-EXC-KEY
               PERFORM 8100-LOG-EXCEPTION
           END-IF.

      *> Reason code and text are staged by the caller.
       8100-LOG-EXCEPTION.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE "FED941" TO EXC-PROGRAM.
           MOVE WS-EXC-KEY TO EXC-KEY.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           MOVE SPACES TO EXC-RESOLVED-BY.
           WRITE EXCEPTION-LOG-RECORD.

       9000-CLOSE-FILES.
           CLOSE FED-LIABILITY-FILE DEPOSIT-MADE-FILE YTD-MASTER-IN
               QUARTER-PARM-FILE WORKSHEET-FILE EXCEPTION-LOG.
           IF READING-YTDXFER
               CLOSE YTD-XFER-IN
           END-IF.
