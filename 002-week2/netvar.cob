       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETVAR.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Period-over-period net pay variance review, run between the
      ** regular TRIAL pass of PAYCHECK2 and the commit pass that
      ** releases the ACH. Each employee on the trial extract
      ** (PAYTRIAL) is compared with their prior regular-run PAYHIST
      ** row - the latest "R" row whose period ended before this
      ** one - on gross, hours, and net. A change over both the
      ** VARPARM percent limit and its dollar (or hours) limit is
      ** flagged, and so is every first-time payee and every
      ** employee the group paid last period who is missing now.
      ** Each flag carries the reasons on file that explain it: a
      ** rate change on EMPAUDIT since the prior period, retro pay,
      ** severance, overtime, a bonus or commission, a hire or
      ** rehire, a deactivation or leave. A flag nothing explains
      ** goes on the EXCPLOG as an open NVAR item keyed to the
      ** period, and PAYCHECK2 refuses the period's commit run until
      ** the controller has resolved every one of them in EXCPRVW.
      ** NETVAR.TXT is entered in the report catalog under the
      ** run's identity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-TRIAL-FILE ASSIGN TO "PAYTRIAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL EMP-AUDIT-IN ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VARIANCE-PARM-FILE ASSIGN TO "VARPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT ASSIGN TO "NETVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-TRIAL-FILE.
       01  PAY-TRIAL-RECORD.
           COPY PAYTRLRC.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  EMP-AUDIT-IN.
       01  EMP-AUDIT-LINE          PIC X(80).

      *> The review thresholds. A change is flagged only when it is
      *> over the percent limit AND over the dollar limit (gross and
      *> net) or the hours limit (hours) - a big percentage of a
      *> small check, or a few dollars on a big one, is not news.
       FD  VARIANCE-PARM-FILE.
       01  VARIANCE-PARM-RECORD.
           05  VP-PERCENT-LIMIT    PIC 9(3).
           05  VP-DOLLAR-LIMIT     PIC 9(5)V99.
           05  VP-HOURS-LIMIT      PIC 9(3).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

       FD  VARIANCE-REPORT.
       01  REPORT-LINE             PIC X(80).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       FD  RUN-ID-FILE.
       01  RUN-ID-RECORD           PIC X(19).

       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           COPY RPTCATRC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-RUN-ID             PIC X(19) VALUE SPACES.
       01  WS-COMPANY-CODE       PIC X(3) VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.

       01  WS-EOF-SWITCH         PIC X(1) VALUE "N".
           88  END-OF-FILE                VALUE "Y".
       01  WS-PH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  PH-END-OF-FILE             VALUE "Y".
       01  WS-EMP-FOUND-SWITCH   PIC X(1).
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
           88  EMPLOYEE-NOT-FOUND         VALUE "N".
       01  WS-IN-REVIEW-SWITCH   PIC X(1).
           88  EMPLOYEE-IN-REVIEW         VALUE "Y".
       01  WS-PRIOR-SWITCH       PIC X(1).
           88  PRIOR-ROW-FOUND            VALUE "Y".
           88  NO-PRIOR-ROW               VALUE "N".
       01  WS-RAISED-SWITCH      PIC X(1).
           88  ITEM-ALREADY-RAISED        VALUE "Y".
       01  WS-EVENT-SWITCH       PIC X(1).
           88  AUDIT-EVENT-FOUND          VALUE "Y".
       01  WS-ON-TRIAL-SWITCH    PIC X(1).
           88  EMPLOYEE-ON-TRIAL          VALUE "Y".

      *> VARPARM's defaults when the dataset is not supplied.
       01  WS-PERCENT-LIMIT      PIC 9(3)    VALUE 25.
       01  WS-DOLLAR-LIMIT       PIC 9(5)V99 VALUE 200.00.
       01  WS-HOURS-LIMIT        PIC 9(3)    VALUE 8.

      *> The period under review, off the trial extract.
       01  WS-PERIOD-NO          PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-END         PIC X(10) VALUE SPACES.
       01  WS-REVIEW-COMPANY     PIC X(3) VALUE SPACES.
       01  WS-REVIEW-GROUP       PIC X(1) VALUE SPACE.
      *> The group's last regular period before this one - whoever
      *> PAYHIST shows paid then and the trial does not pay now is
      *> a missing payee.
       01  WS-PRIOR-PERIOD-END   PIC X(10) VALUE SPACES.

      *> Everyone the trial run paid.
       01  WS-TR-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-TR-MAX             PIC 9(4) VALUE 500.
       01  WS-TR-IDX             PIC 9(4).
       01  WS-TR-TABLE.
           05  WS-TR-ENTRY OCCURS 500 TIMES.
               10  TRT-EMP-ID          PIC X(6).
               10  TRT-EMP-NAME        PIC X(20).
               10  TRT-HOURS           PIC 9(3).
               10  TRT-OT-HOURS        PIC 9(3).
               10  TRT-RATE            PIC 9(3)V99.
               10  TRT-GROSS           PIC 9(6)V99.
               10  TRT-NET             PIC 9(6)V99.
               10  TRT-RETRO           PIC 9(6)V99.
               10  TRT-SEVERANCE       PIC 9(6)V99.
               10  TRT-BONUS           PIC 9(6)V99.
               10  TRT-COMMISSION      PIC 9(6)V99.

      *> The EMPAUDIT lines that can explain a flag: "R" a rate
      *> change keyed (its ON= date), "E" an effective-dated rate
      *> (its EFFECTIVE date), "H" an add or rehire, "D" a
      *> deactivation, "L" a leave.
       01  WS-AE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-AE-MAX             PIC 9(4) VALUE 1000.
       01  WS-AE-IDX             PIC 9(4).
       01  WS-AE-TABLE.
           05  WS-AE-ENTRY OCCURS 1000 TIMES.
               10  AET-EMP-ID          PIC X(6).
               10  AET-KIND            PIC X(1).
               10  AET-DATE            PIC X(10).
       01  WS-AE-KIND            PIC X(1).
       01  WS-LINE-DATE          PIC X(10).
       01  WS-SCAN-IDX           PIC 9(3).

      *> NVAR items already on the log for this period - a rerun of
      *> the review does not raise them twice, and a resolved one
      *> stays resolved.
       01  WS-RI-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-RI-MAX             PIC 9(4) VALUE 500.
       01  WS-RI-IDX             PIC 9(4).
       01  WS-RI-TABLE.
           05  WS-RI-ENTRY OCCURS 500 TIMES.
               10  RIT-EMP-ID          PIC X(6).

      *> The prior regular row found for the employee in hand.
       01  WS-PRIOR-END          PIC X(10).
       01  WS-PRIOR-HOURS        PIC 9(3).
       01  WS-PRIOR-RATE         PIC 9(3)V99.
       01  WS-PRIOR-GROSS        PIC 9(6)V99.
       01  WS-PRIOR-NET          PIC 9(6)V99.

       01  WS-BASE-AMOUNT        PIC 9(7)V99.
       01  WS-CHANGE             PIC S9(7)V99.
       01  WS-ABS-CHANGE         PIC 9(7)V99.
       01  WS-PERCENT            PIC 9(5).
       01  WS-NET-CHANGE         PIC S9(7)V99.
       01  WS-NET-PERCENT        PIC 9(5).
       01  WS-OVER-SWITCH        PIC X(1).
           88  CHANGE-IS-OVER             VALUE "Y".
       01  WS-MEASURES           PIC X(3).
       01  WS-FLAG               PIC X(4).
       01  WS-REASONS            PIC X(24).
       01  WS-REASON-PTR         PIC 9(2).
       01  WS-REASON-TAG         PIC X(6).
       01  WS-EMP-ID             PIC X(6).
       01  WS-EMP-NAME           PIC X(20).
       01  WS-EXC-TEXT           PIC X(40).

       01  WS-REVIEWED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-FLAG-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-EXPLAINED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-RAISED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-COUNT      PIC 9(5) VALUE ZERO.

       01  DISPLAY-PERIOD-NO     PIC ZZ9.
       01  DISPLAY-PERCENT       PIC ZZZ9.
       01  DISPLAY-DOLLARS       PIC $$,$$9.99.
       01  DISPLAY-HOURS         PIC ZZ9.
       01  DISPLAY-NET           PIC $$$,$$9.99.
       01  DISPLAY-PRIOR-NET     PIC $$$,$$9.99.
       01  DISPLAY-CHANGE        PIC -$$$,$$9.99.
       01  DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1050-READ-VARIANCE-PARM.
           PERFORM 1100-LOAD-TRIAL-EXTRACT.
           IF WS-TR-COUNT = ZERO
               DISPLAY "NETVAR: NO REGULAR TRIAL EXTRACT - NOTHING "
                   "TO REVIEW"
               MOVE "NO REGULAR TRIAL EXTRACT - NOTHING TO REVIEW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 1200-LOAD-AUDIT-EVENTS
               PERFORM 1300-LOAD-RAISED-ITEMS
               OPEN EXTEND EXCEPTION-LOG
               PERFORM 1400-FIND-PRIOR-PERIOD
               PERFORM 8100-PRINT-HEADINGS
               PERFORM 2000-REVIEW-TRIAL-ENTRY
                   VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-PRIOR-PERIOD-END NOT = SPACES
                   PERFORM 3000-FIND-MISSING-PAYEES
               END-IF
               PERFORM 8900-PRINT-TOTALS
               CLOSE EXCEPTION-LOG
           END-IF.
           PERFORM 8870-CATALOG-REPORT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PAY-HISTORY-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT VARIANCE-REPORT.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           OPEN INPUT RUN-ID-FILE.
           READ RUN-ID-FILE
               AT END MOVE SPACES TO WS-RUN-ID
               NOT AT END MOVE RUN-ID-RECORD TO WS-RUN-ID
           END-READ.
           CLOSE RUN-ID-FILE.

      *> A missing VARPARM (SELECT OPTIONAL) reads as an immediate
      *> AT END and leaves the default thresholds.
       1050-READ-VARIANCE-PARM.
           OPEN INPUT VARIANCE-PARM-FILE.
           READ VARIANCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF VP-PERCENT-LIMIT IS NUMERIC
                       MOVE VP-PERCENT-LIMIT TO WS-PERCENT-LIMIT
                   END-IF
                   IF VP-DOLLAR-LIMIT IS NUMERIC
                       MOVE VP-DOLLAR-LIMIT TO WS-DOLLAR-LIMIT
                   END-IF
                   IF VP-HOURS-LIMIT IS NUMERIC
                       MOVE VP-HOURS-LIMIT TO WS-HOURS-LIMIT
                   END-IF
           END-READ.
           CLOSE VARIANCE-PARM-FILE.

      *> PAYCHECK2 writes the extract only on a regular trial run,
      *> so an empty or missing one means there is nothing to hold.
       1100-LOAD-TRIAL-EXTRACT.
           OPEN INPUT PAY-TRIAL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ PAY-TRIAL-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1150-ADD-TRIAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE PAY-TRIAL-FILE.

       1150-ADD-TRIAL-ENTRY.
           IF WS-TR-COUNT = ZERO
               MOVE PT-PERIOD-NO TO WS-PERIOD-NO
               MOVE PT-PERIOD-END TO WS-PERIOD-END
               MOVE PT-COMPANY-CODE TO WS-REVIEW-COMPANY
               MOVE PT-PAY-GROUP TO WS-REVIEW-GROUP
           END-IF.
           IF WS-TR-COUNT < WS-TR-MAX
               ADD 1 TO WS-TR-COUNT
               MOVE PT-EMP-ID TO TRT-EMP-ID (WS-TR-COUNT)
               MOVE PT-EMP-NAME TO TRT-EMP-NAME (WS-TR-COUNT)
               MOVE PT-HOURS-WORKED TO TRT-HOURS (WS-TR-COUNT)
               MOVE PT-OVERTIME-HOURS TO TRT-OT-HOURS (WS-TR-COUNT)
               MOVE PT-HOURLY-RATE TO TRT-RATE (WS-TR-COUNT)
               MOVE PT-GROSS-PAY TO TRT-GROSS (WS-TR-COUNT)
               MOVE PT-NET-PAY TO TRT-NET (WS-TR-COUNT)
               MOVE PT-RETRO-AMT TO TRT-RETRO (WS-TR-COUNT)
               MOVE PT-SEVERANCE TO TRT-SEVERANCE (WS-TR-COUNT)
               MOVE PT-BONUS-AMT TO TRT-BONUS (WS-TR-COUNT)
               MOVE PT-COMMISSION-AMT
                   TO TRT-COMMISSION (WS-TR-COUNT)
           ELSE
               DISPLAY "*** NETVAR: OVER " WS-TR-MAX
                   " TRIAL PAYEES - " PT-EMP-ID " NOT REVIEWED ***"
           END-IF.

      *> Same line shapes EMPMAINT writes: employee ID in 1-6, the
      *> action word from column 8, the keying date after " ON=".
      *> A CHANGE line counts only when the old and new rates
      *> differ; an effective-dated RATE line is dated by its
      *> EFFECTIVE date, which sits at a fixed column.
       1200-LOAD-AUDIT-EVENTS.
           OPEN INPUT EMP-AUDIT-IN.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ EMP-AUDIT-IN
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1250-CHECK-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE EMP-AUDIT-IN.

       1250-CHECK-AUDIT-LINE.
           MOVE SPACE TO WS-AE-KIND.
           EVALUATE TRUE
               WHEN EMP-AUDIT-LINE (8:16) = "CHANGE OLD-RATE="
                   IF EMP-AUDIT-LINE (24:6)
                       NOT = EMP-AUDIT-LINE (40:6)
                       MOVE "R" TO WS-AE-KIND
                   END-IF
               WHEN EMP-AUDIT-LINE (8:5) = "RATE "
                   AND EMP-AUDIT-LINE (19:11) = " EFFECTIVE "
                   MOVE "E" TO WS-AE-KIND
               WHEN EMP-AUDIT-LINE (8:4) = "ADD "
                   MOVE "H" TO WS-AE-KIND
               WHEN EMP-AUDIT-LINE (8:7) = "REHIRE "
                   MOVE "H" TO WS-AE-KIND
               WHEN EMP-AUDIT-LINE (8:10) = "DEACTIVATE"
                   MOVE "D" TO WS-AE-KIND
               WHEN EMP-AUDIT-LINE (8:6) = "LEAVE "
                   MOVE "L" TO WS-AE-KIND
           END-EVALUATE.
           IF WS-AE-KIND NOT = SPACE
               MOVE SPACES TO WS-LINE-DATE
               IF WS-AE-KIND = "E"
                   MOVE EMP-AUDIT-LINE (30:10) TO WS-LINE-DATE
               ELSE
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > 67
                       IF EMP-AUDIT-LINE (WS-SCAN-IDX:4) = " ON="
                           MOVE EMP-AUDIT-LINE (WS-SCAN-IDX + 4:10)
                               TO WS-LINE-DATE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-AE-COUNT < WS-AE-MAX
                   ADD 1 TO WS-AE-COUNT
                   MOVE EMP-AUDIT-LINE (1:6) TO AET-EMP-ID (WS-AE-COUNT)
                   MOVE WS-AE-KIND TO AET-KIND (WS-AE-COUNT)
                   MOVE WS-LINE-DATE TO AET-DATE (WS-AE-COUNT)
               ELSE
                   DISPLAY "*** NETVAR: OVER " WS-AE-MAX
                       " AUDIT EVENTS - REASONS MAY BE MISSED ***"
               END-IF
           END-IF.

       1300-LOAD-RAISED-ITEMS.
           OPEN INPUT EXCEPTION-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ EXCEPTION-LOG
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF EXC-REASON-CODE = "NVAR"
                           AND EXC-REASON-TEXT (1:7) = "PERIOD "
                           AND EXC-REASON-TEXT (8:3) = WS-PERIOD-NO
                           AND WS-RI-COUNT < WS-RI-MAX
                           ADD 1 TO WS-RI-COUNT
                           MOVE EXC-KEY TO RIT-EMP-ID (WS-RI-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-LOG.

      *> The latest regular period end before this one among the
      *> review group's employees - the period the missing-payee
      *> check compares against. Dates rather than period numbers,
      *> so the first period of a year still finds last December.
       1400-FIND-PRIOR-PERIOD.
           MOVE SPACES TO WS-PRIOR-PERIOD-END.
           PERFORM 1450-START-HISTORY.
           PERFORM UNTIL PH-END-OF-FILE
               IF PH-RUN-TYPE = "R"
                   AND PH-PERIOD-END < WS-PERIOD-END
                   AND PH-PERIOD-END > WS-PRIOR-PERIOD-END
                   PERFORM 1500-CHECK-REVIEW-GROUP
                   IF EMPLOYEE-IN-REVIEW
                       MOVE PH-PERIOD-END TO WS-PRIOR-PERIOD-END
                   END-IF
               END-IF
               PERFORM 1460-READ-HISTORY
           END-PERFORM.

       1450-START-HISTORY.
           MOVE "N" TO WS-PH-EOF-SWITCH.
           MOVE LOW-VALUES TO PH-KEY.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET PH-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1460-READ-HISTORY.

       1460-READ-HISTORY.
           IF NOT PH-END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET PH-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *> Only the trial's company and pay group are under review -
      *> the other group's employees are paid on their own cycle.
       1500-CHECK-REVIEW-GROUP.
           MOVE "N" TO WS-IN-REVIEW-SWITCH.
           MOVE PH-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET EMPLOYEE-WAS-FOUND TO TRUE
           END-READ.
           IF EMPLOYEE-WAS-FOUND
               AND EMP-PAY-GROUP = WS-REVIEW-GROUP
               AND (EMP-COMPANY-CODE = SPACES
                   OR EMP-COMPANY-CODE = WS-REVIEW-COMPANY)
               SET EMPLOYEE-IN-REVIEW TO TRUE
           END-IF.

       2000-REVIEW-TRIAL-ENTRY.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE TRT-EMP-ID (WS-TR-IDX) TO WS-EMP-ID.
           MOVE TRT-EMP-NAME (WS-TR-IDX) TO WS-EMP-NAME.
           PERFORM 2100-FIND-PRIOR-ROW.
           MOVE SPACES TO WS-REASONS WS-MEASURES WS-FLAG.
           MOVE 1 TO WS-REASON-PTR.
           MOVE ZERO TO WS-NET-CHANGE WS-NET-PERCENT.
           IF NO-PRIOR-ROW
               MOVE "NEW" TO WS-FLAG
               MOVE ZERO TO WS-PRIOR-NET
               MOVE TRT-NET (WS-TR-IDX) TO WS-NET-CHANGE
               IF TRT-NET (WS-TR-IDX) > ZERO
                   MOVE 100 TO WS-NET-PERCENT
               END-IF
               MOVE "H" TO WS-AE-KIND
               PERFORM 2400-FIND-AUDIT-EVENT
               IF AUDIT-EVENT-FOUND
                   MOVE "HIRE" TO WS-REASON-TAG
                   PERFORM 2600-ADD-REASON
               END-IF
               PERFORM 4000-REPORT-FLAG
           ELSE
               PERFORM 2200-MEASURE-VARIANCE
               IF WS-MEASURES NOT = "---"
                   MOVE "VAR" TO WS-FLAG
                   PERFORM 2300-EXPLAIN-VARIANCE
                   PERFORM 4000-REPORT-FLAG
               END-IF
           END-IF.

      *> The employee's latest regular row with a period end before
      *> this period's. Reversals and off-cycle rows are not a
      *> regular paycheck and are passed over.
       2100-FIND-PRIOR-ROW.
           SET NO-PRIOR-ROW TO TRUE.
           MOVE SPACES TO WS-PRIOR-END.
           MOVE "N" TO WS-PH-EOF-SWITCH.
           MOVE WS-EMP-ID TO PH-EMP-ID.
           MOVE ZERO TO PH-PERIOD-NO.
           MOVE LOW-VALUES TO PH-RUN-TYPE.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET PH-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1460-READ-HISTORY.
           PERFORM UNTIL PH-END-OF-FILE
                   OR PH-EMP-ID NOT = WS-EMP-ID
               IF PH-RUN-TYPE = "R"
                   AND PH-PERIOD-END < WS-PERIOD-END
                   AND PH-PERIOD-END > WS-PRIOR-END
                   SET PRIOR-ROW-FOUND TO TRUE
                   MOVE PH-PERIOD-END TO WS-PRIOR-END
                   MOVE PH-HOURS-WORKED TO WS-PRIOR-HOURS
                   MOVE PH-HOURLY-RATE TO WS-PRIOR-RATE
                   MOVE PH-GROSS-PAY TO WS-PRIOR-GROSS
                   MOVE PH-NET-PAY TO WS-PRIOR-NET
               END-IF
               PERFORM 1460-READ-HISTORY
           END-PERFORM.

      *> One letter per measure over its limits - G gross, H hours,
      *> N net - and a dash for one inside them.
       2200-MEASURE-VARIANCE.
           MOVE "---" TO WS-MEASURES.
           MOVE WS-PRIOR-GROSS TO WS-BASE-AMOUNT.
           COMPUTE WS-CHANGE = TRT-GROSS (WS-TR-IDX) - WS-PRIOR-GROSS.
           PERFORM 2260-COMPUTE-PERCENT.
           IF WS-ABS-CHANGE > WS-DOLLAR-LIMIT
               AND WS-PERCENT > WS-PERCENT-LIMIT
               MOVE "G" TO WS-MEASURES (1:1)
           END-IF.
           MOVE WS-PRIOR-HOURS TO WS-BASE-AMOUNT.
           COMPUTE WS-CHANGE = TRT-HOURS (WS-TR-IDX) - WS-PRIOR-HOURS.
           PERFORM 2260-COMPUTE-PERCENT.
           IF WS-ABS-CHANGE > WS-HOURS-LIMIT
               AND WS-PERCENT > WS-PERCENT-LIMIT
               MOVE "H" TO WS-MEASURES (2:1)
           END-IF.
           MOVE WS-PRIOR-NET TO WS-BASE-AMOUNT.
           COMPUTE WS-CHANGE = TRT-NET (WS-TR-IDX) - WS-PRIOR-NET.
           PERFORM 2260-COMPUTE-PERCENT.
           MOVE WS-CHANGE TO WS-NET-CHANGE.
           MOVE WS-PERCENT TO WS-NET-PERCENT.
           IF WS-ABS-CHANGE > WS-DOLLAR-LIMIT
               AND WS-PERCENT > WS-PERCENT-LIMIT
               MOVE "N" TO WS-MEASURES (3:1)
           END-IF.

      *> Size of WS-CHANGE, and that size as a percent of the prior
      *> amount in WS-BASE-AMOUNT. A change off a zero base is an
      *> unbounded percentage.
       2260-COMPUTE-PERCENT.
           IF WS-CHANGE < ZERO
               COMPUTE WS-ABS-CHANGE = ZERO - WS-CHANGE
           ELSE
               MOVE WS-CHANGE TO WS-ABS-CHANGE
           END-IF.
           IF WS-BASE-AMOUNT = ZERO
               MOVE ZERO TO WS-PERCENT
               IF WS-ABS-CHANGE > ZERO
                   MOVE 9999 TO WS-PERCENT
               END-IF
           ELSE
               COMPUTE WS-PERCENT ROUNDED
                   = WS-ABS-CHANGE * 100 / WS-BASE-AMOUNT
                   ON SIZE ERROR
                       MOVE 9999 TO WS-PERCENT
               END-COMPUTE
               IF WS-PERCENT > 9999
                   MOVE 9999 TO WS-PERCENT
               END-IF
           END-IF.

      *> A rate change counts when it was keyed (or took effect)
      *> after the prior period closed; an effective-dated rate
      *> still in the future of this period has not paid yet.
       2300-EXPLAIN-VARIANCE.
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
                   UNTIL WS-AE-IDX > WS-AE-COUNT
               IF AET-EMP-ID (WS-AE-IDX) = WS-EMP-ID
                   AND AET-DATE (WS-AE-IDX) > WS-PRIOR-END
                   AND (AET-KIND (WS-AE-IDX) = "R"
                       OR (AET-KIND (WS-AE-IDX) = "E"
                           AND AET-DATE (WS-AE-IDX)
                               NOT > WS-PERIOD-END))
                   MOVE "RATE" TO WS-REASON-TAG
                   PERFORM 2600-ADD-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF TRT-RETRO (WS-TR-IDX) > ZERO
               MOVE "RETRO" TO WS-REASON-TAG
               PERFORM 2600-ADD-REASON
           END-IF.
           IF TRT-SEVERANCE (WS-TR-IDX) > ZERO
               MOVE "SEVER" TO WS-REASON-TAG
               PERFORM 2600-ADD-REASON
           END-IF.
           IF TRT-OT-HOURS (WS-TR-IDX) > ZERO
               MOVE "OT" TO WS-REASON-TAG
               PERFORM 2600-ADD-REASON
           END-IF.
           IF TRT-BONUS (WS-TR-IDX) > ZERO
               MOVE "BONUS" TO WS-REASON-TAG
               PERFORM 2600-ADD-REASON
           END-IF.
           IF TRT-COMMISSION (WS-TR-IDX) > ZERO
               MOVE "COMM" TO WS-REASON-TAG
               PERFORM 2600-ADD-REASON
           END-IF.

      *> An audit event of kind WS-AE-KIND for the employee dated
      *> after the prior period end (any date when there is no
      *> prior row).
       2400-FIND-AUDIT-EVENT.
           MOVE "N" TO WS-EVENT-SWITCH.
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
                   UNTIL WS-AE-IDX > WS-AE-COUNT
               IF AET-EMP-ID (WS-AE-IDX) = WS-EMP-ID
                   AND AET-KIND (WS-AE-IDX) = WS-AE-KIND
                   AND AET-DATE (WS-AE-IDX) > WS-PRIOR-END
                   SET AUDIT-EVENT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2600-ADD-REASON.
           IF WS-REASON-PTR < 20
               STRING WS-REASON-TAG DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.

      *> Employees the group paid in its last regular period who are
      *> not on the trial. A deactivation or leave - on the master
      *> or keyed since that period - is the explanation; anyone
      *> still active simply did not get paid, and that is exactly
      *> what the controller needs to see before the money goes.
       3000-FIND-MISSING-PAYEES.
           PERFORM 1450-START-HISTORY.
           PERFORM UNTIL PH-END-OF-FILE
               IF PH-RUN-TYPE = "R"
                   AND PH-PERIOD-END = WS-PRIOR-PERIOD-END
                   PERFORM 3100-CHECK-MISSING-PAYEE
               END-IF
               PERFORM 1460-READ-HISTORY
           END-PERFORM.

       3100-CHECK-MISSING-PAYEE.
           MOVE PH-EMP-ID TO WS-EMP-ID.
           MOVE "N" TO WS-ON-TRIAL-SWITCH.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF TRT-EMP-ID (WS-TR-IDX) = WS-EMP-ID
                   SET EMPLOYEE-ON-TRIAL TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT EMPLOYEE-ON-TRIAL
               PERFORM 1500-CHECK-REVIEW-GROUP
               IF EMPLOYEE-IN-REVIEW
                   PERFORM 3200-REPORT-MISSING-PAYEE
               END-IF
           END-IF.

       3200-REPORT-MISSING-PAYEE.
           MOVE EMP-NAME TO WS-EMP-NAME.
           MOVE PH-PERIOD-END TO WS-PRIOR-END.
           MOVE PH-NET-PAY TO WS-PRIOR-NET.
           COMPUTE WS-NET-CHANGE = ZERO - PH-NET-PAY.
           MOVE 100 TO WS-NET-PERCENT.
           MOVE "GONE" TO WS-FLAG.
           MOVE SPACES TO WS-MEASURES WS-REASONS.
           MOVE 1 TO WS-REASON-PTR.
           MOVE "D" TO WS-AE-KIND.
           PERFORM 2400-FIND-AUDIT-EVENT.
           IF EMP-IS-INACTIVE OR AUDIT-EVENT-FOUND
               MOVE "TERM" TO WS-REASON-TAG
               PERFORM 2600-ADD-REASON
           END-IF.
           MOVE "L" TO WS-AE-KIND.
           PERFORM 2400-FIND-AUDIT-EVENT.
           IF EMP-IS-ON-LEAVE OR AUDIT-EVENT-FOUND
               MOVE "LEAVE" TO WS-REASON-TAG
               PERFORM 2600-ADD-REASON
           END-IF.
           PERFORM 4000-REPORT-FLAG.

      *> One report line per flag; a flag with no reason becomes an
      *> open NVAR item unless this period's review already raised
      *> one for the employee.
       4000-REPORT-FLAG.
           ADD 1 TO WS-FLAG-COUNT.
           IF WS-REASONS = SPACES
               MOVE "UNEXPLAINED" TO WS-REASONS
               PERFORM 4100-RAISE-EXCEPTION
           ELSE
               ADD 1 TO WS-EXPLAINED-COUNT
           END-IF.
           MOVE WS-PRIOR-NET TO DISPLAY-PRIOR-NET.
           COMPUTE DISPLAY-NET = WS-PRIOR-NET + WS-NET-CHANGE.
           MOVE WS-NET-CHANGE TO DISPLAY-CHANGE.
           MOVE WS-NET-PERCENT TO DISPLAY-PERCENT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-EMP-ID " " WS-FLAG " " WS-MEASURES " "
               DISPLAY-PRIOR-NET " " DISPLAY-NET " " DISPLAY-CHANGE
               " " DISPLAY-PERCENT "% " WS-REASONS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "       " WS-EMP-NAME
               "  PRIOR PERIOD END " WS-PRIOR-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-RAISE-EXCEPTION.
           MOVE "N" TO WS-RAISED-SWITCH.
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > WS-RI-COUNT
               IF RIT-EMP-ID (WS-RI-IDX) = WS-EMP-ID
                   SET ITEM-ALREADY-RAISED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ITEM-ALREADY-RAISED
               ADD 1 TO WS-CARRIED-COUNT
           ELSE
               MOVE SPACES TO WS-EXC-TEXT
               EVALUATE WS-FLAG
                   WHEN "NEW"
                       STRING "PERIOD " WS-PERIOD-NO
                           " FIRST PAY UNEXPLAINED"
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                   WHEN "GONE"
                       STRING "PERIOD " WS-PERIOD-NO
                           " NOT PAID - NO TERM/LEAVE"
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                   WHEN OTHER
                       STRING "PERIOD " WS-PERIOD-NO
                           " VARIANCE " WS-MEASURES " UNEXPLAINED"
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-EVALUATE
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "NETVAR" TO EXC-PROGRAM
               MOVE WS-EMP-ID TO EXC-KEY
               MOVE "NVAR" TO EXC-REASON-CODE
               MOVE WS-EXC-TEXT TO EXC-REASON-TEXT
               MOVE WS-RUN-DATE TO EXC-DATE
               SET EXCEPTION-IS-OPEN TO TRUE
               WRITE EXCEPTION-LOG-RECORD
               ADD 1 TO WS-RAISED-COUNT
               IF WS-RI-COUNT < WS-RI-MAX
                   ADD 1 TO WS-RI-COUNT
                   MOVE WS-EMP-ID TO RIT-EMP-ID (WS-RI-COUNT)
               END-IF
           END-IF.

       8100-PRINT-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING "NET PAY VARIANCE REVIEW - " WS-COMPANY-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PERIOD-NO TO DISPLAY-PERIOD-NO.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIOD " DISPLAY-PERIOD-NO " ENDING " WS-PERIOD-END
               "  GROUP " WS-REVIEW-GROUP
               "  PRIOR PERIOD END " WS-PRIOR-PERIOD-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PERCENT-LIMIT TO DISPLAY-PERCENT.
           MOVE WS-DOLLAR-LIMIT TO DISPLAY-DOLLARS.
           MOVE WS-HOURS-LIMIT TO DISPLAY-HOURS.
           MOVE SPACES TO REPORT-LINE.
           STRING "FLAGGED OVER " DISPLAY-PERCENT "% AND "
               DISPLAY-DOLLARS " (HOURS " DISPLAY-HOURS ")"
               "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMP-ID FLAG GHN  PRIOR NET  TRIAL NET      CHANGE"
               TO REPORT-LINE.
           MOVE " PCT  REASON" TO REPORT-LINE (51:12).
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       8900-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REVIEWED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRIAL PAYEES REVIEWED:     " DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAG-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FLAGGED:                   " DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXPLAINED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPLAINED:                 " DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RAISED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NVAR ITEMS RAISED:         " DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARRIED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALREADY ON THE LOG:        " DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RAISED-COUNT > ZERO OR WS-CARRIED-COUNT > ZERO
               MOVE "COMMIT RUN HELD UNTIL EVERY NVAR ITEM FOR THE "
                   TO REPORT-LINE
               MOVE "PERIOD IS RESOLVED" TO REPORT-LINE (47:18)
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-PERIOD-NO TO DISPLAY-PERIOD-NO.
           MOVE WS-RAISED-COUNT TO DISPLAY-COUNT.
           DISPLAY "NETVAR: PERIOD " DISPLAY-PERIOD-NO " - "
               DISPLAY-COUNT " NEW NVAR ITEM(S)".

       8870-CATALOG-REPORT.
           MOVE "NETVAR.TXT" TO RP-REPORT-NAME.
           MOVE WS-RUN-DATE TO RP-RUN-DATE.
           MOVE WS-RUN-ID TO RP-RUN-ID.
           MOVE WS-PERIOD-NO TO RP-PERIOD-NO.
           MOVE WS-FLAG-COUNT TO RP-PAGE-COUNT.
           MOVE "NETVAR" TO RP-PROGRAM.
           WRITE REPORT-CATALOG-RECORD.

       9000-CLOSE-FILES.
           CLOSE PAY-HISTORY-FILE EMPLOYEE-MASTER VARIANCE-REPORT
               REPORT-CATALOG-FILE.
