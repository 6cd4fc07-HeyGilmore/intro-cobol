       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Monthly sales commission run. COMMPARM names the sales
      ** month (YYYY-MM) and the pay group whose supplemental run
      ** will pay it; every active COMMPLAN rep of the COMPCTL
      ** company in that group is priced. The rep's SALESCR credits
      ** for the month (sales less returns and chargebacks) are
      ** priced through the plan's marginal tier bands, the monthly
      ** draw is paid when it is more than the commission earned and
      ** the shortfall is added to the draw owed, and a month that
      ** earns more than the draw pays the excess less whatever draw
      ** is still owed. Each rep gets a commission statement on
      ** COMMSTMT.TXT. What is payable is STAGED as S-run input, the
      ** way GROSSUP stages a bonus - one COMMADJ row per rep with a
      ** trailer carrying the count and control total PAYCHECK2's
      ** supplemental register ties back to, and a zero-hours
      ** timesheet row per rep on COMMSHT stamped with the group's
      ** open period, for the operator to stage as TIMESHT. A credit
      ** for a rep with no plan is logged to EXCPLOG and paid
      ** nothing. Nothing here pays anybody - PAYCHECK2's S run does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-PARM-FILE ASSIGN TO "COMMPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMMISSION-PLAN ASSIGN TO "COMMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-EMP-ID.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL SALES-CREDIT-FILE ASSIGN TO "SALESCR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CALENDAR-IN ASSIGN TO "PAYCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMMISSION-ADJUST-FILE ASSIGN TO "COMMADJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMMISSION-TIMESHEET-FILE ASSIGN TO "COMMSHT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "COMMSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The sales month to price, and the pay group whose
      *> supplemental run will pay it (blank for the plant cycle).
       FD  COMM-PARM-FILE.
       01  COMM-PARM-RECORD.
           05  PARM-SALES-MONTH    PIC X(7).
           05  PARM-PAY-GROUP      PIC X(1).

       FD  COMMISSION-PLAN.
       01  COMMISSION-PLAN-RECORD.
           COPY COMMPLRC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

      *> One sales credit per row from the order system: S credits
      *> a sale to the rep, R takes back a return or chargeback.
      *> The reference is the order or invoice, for the statement.
       FD  SALES-CREDIT-FILE.
       01  SALES-CREDIT-RECORD.
           05  SC-EMP-ID           PIC X(6).
           05  SC-SALES-MONTH      PIC X(7).
           05  SC-CREDIT-TYPE      PIC X(1).
               88  SC-IS-SALE              VALUE "S".
               88  SC-IS-RETURN            VALUE "R".
           05  SC-AMOUNT           PIC 9(7)V99.
           05  SC-REFERENCE        PIC X(10).

       FD  PAY-CALENDAR-IN.
       01  CAL-IN-RECORD.
           COPY PAYCAL.

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

      *> Staged S-run input: the commission payable, with trailer.
       FD  COMMISSION-ADJUST-FILE.
       01  COMMISSION-ADJUST-RECORD.
           COPY CMADJREC.

      *> Staged S-run input: a zero-hours timesheet row in the
      *> layout PAYCHECK2 reads, stamped with the open period, so
      *> the supplemental run has a transaction to drive off. The
      *> operator stages it as (or appends it to) TIMESHT.
       FD  COMMISSION-TIMESHEET-FILE.
       01  COMMISSION-TIMESHEET-RECORD.
           05  CT-EMP-ID           PIC X(6).
           05  CT-HOURS-WORKED     PIC 9(3).
           05  CT-OT-HOURS         PIC 9(3).
           05  CT-VAC-HOURS-TAKEN  PIC 9(3).
           05  CT-SICK-HOURS-TAKEN PIC 9(3).
           05  CT-HOL-HOURS        PIC 9(3).
           05  CT-SHIFT-CODE       PIC 9(1).
           05  CT-PERIOD-NO        PIC 9(3).
           05  CT-DIST-COUNT       PIC 9(1).
           05  CT-DIST-ENTRY OCCURS 4 TIMES.
               10  CT-DIST-DEPT    PIC X(4).
               10  CT-DIST-HOURS   PIC 9(3).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE          PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-SALES-MONTH        PIC X(7).
       01  WS-PAY-GROUP          PIC X(1).
       01  WS-COMPANY-CODE       PIC X(3) VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-CURRENT-PERIOD-NO  PIC 9(3) VALUE ZERO.

       01  WS-PARM-SWITCH        PIC X(1) VALUE "N".
           88  PARM-WAS-READ              VALUE "Y".
       01  WS-CAL-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE            VALUE "Y".
       01  WS-PERIOD-SWITCH      PIC X(1) VALUE "N".
           88  PERIOD-WAS-FOUND           VALUE "Y".
       01  WS-CREDIT-EOF-SWITCH  PIC X(1) VALUE "N".
           88  CREDIT-END-OF-FILE         VALUE "Y".
       01  WS-PLAN-EOF-SWITCH    PIC X(1) VALUE "N".
           88  PLAN-END-OF-FILE           VALUE "Y".
       01  WS-REP-SWITCH         PIC X(1).
           88  REP-IS-PRICED              VALUE "Y".
           88  REP-IS-PASSED-OVER         VALUE "N".
       01  WS-SKIP-REASON        PIC X(40).

      *> The month's credits, netted per rep as they are read. A
      *> rep's row is marked once a plan claims it; whatever is
      *> left unclaimed at the end had no plan to price it.
       01  WS-CR-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 200 TIMES.
               10  CRT-EMP-ID         PIC X(6).
               10  CRT-SALES          PIC 9(8)V99.
               10  CRT-RETURNS        PIC 9(8)V99.
               10  CRT-CREDIT-COUNT   PIC 9(3).
               10  CRT-CLAIMED        PIC X(1).
       01  WS-CR-IDX             PIC 9(3).
       01  WS-CR-FOUND-IDX       PIC 9(3).

      *> One rep's month, priced.
       01  WS-REP-SALES          PIC 9(8)V99.
       01  WS-REP-RETURNS        PIC 9(8)V99.
       01  WS-NET-SALES          PIC S9(8)V99.
       01  WS-ATTAINMENT-PCT     PIC 9(4).
       01  WS-TIER-IDX           PIC 9(1).
       01  WS-BAND-FLOOR         PIC 9(8)V99.
       01  WS-BAND-CEILING       PIC 9(8)V99.
       01  WS-BAND-SALES         PIC 9(8)V99.
       01  WS-BAND-EARNED        PIC 9(7)V99.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 3 TIMES.
               10  BDT-SALES          PIC 9(8)V99.
               10  BDT-EARNED         PIC 9(7)V99.
       01  WS-EARNED             PIC 9(7)V99.
       01  WS-DRAW-PAID          PIC 9(7)V99.
       01  WS-DRAW-ADDED         PIC 9(7)V99.
       01  WS-DRAW-RECOVERED     PIC 9(7)V99.
       01  WS-EXCESS             PIC 9(7)V99.
       01  WS-PAYABLE            PIC 9(7)V99.

      *> Run totals - the staged total is the COMMADJ control total.
       01  WS-PRICED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-STAGED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-PASSED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-ORPHAN-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-OTHER-MONTH-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-BAD-CREDIT-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-CONTROL-TOTAL      PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-EARNED       PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-RECOVERED    PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-DRAW-OWED    PIC 9(8)V99 VALUE ZERO.

       01  DISPLAY-AMOUNT        PIC $$$,$$$,$$9.99.
       01  DISPLAY-AMOUNT-2      PIC $$$,$$$,$$9.99.
       01  DISPLAY-NET-SALES     PIC -$$,$$$,$$9.99.
       01  DISPLAY-RATE          PIC .9999.
       01  DISPLAY-PCT           PIC ZZZ9.
       01  DISPLAY-COUNT         PIC ZZZ9.

      *> Staging pay is maintenance-grade work, like GROSSUP.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-PARM
           END-IF.
           IF AUTH-GRANTED AND PARM-WAS-READ
               PERFORM 1150-LOCATE-OPEN-PERIOD
           END-IF.
           IF AUTH-GRANTED AND PERIOD-WAS-FOUND
               PERFORM 1050-READ-COMPANY-CONTROL
               PERFORM 1200-LOAD-CREDITS
               PERFORM 2000-PRICE-PLANS
               PERFORM 6000-LOG-ORPHAN-CREDITS
               PERFORM 7000-WRITE-TRAILER
               PERFORM 8700-PRINT-CONTROL-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

      *> COMMADJ and COMMSHT are emptied before anything else: a run
      *> that stops short must not leave last month's staging behind
      *> for the supplemental run to pay twice.
       1000-OPEN-FILES.
           OPEN INPUT COMM-PARM-FILE.
           OPEN I-O COMMISSION-PLAN.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT COMMISSION-ADJUST-FILE.
           OPEN OUTPUT COMMISSION-TIMESHEET-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "COMMRUN" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO COMMISSION "
                   "WILL BE STAGED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1050-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

       1100-READ-PARM.
           READ COMM-PARM-FILE
               AT END
                   DISPLAY "*** NO COMMPARM SUPPLIED - NO MONTH TO "
                       "PRICE ***"
                   MOVE 1 TO RETURN-CODE
               NOT AT END
                   IF PARM-SALES-MONTH (1:4) IS NUMERIC
                       AND PARM-SALES-MONTH (5:1) = "-"
                       AND PARM-SALES-MONTH (6:2) IS NUMERIC
                       MOVE PARM-SALES-MONTH TO WS-SALES-MONTH
                       MOVE PARM-PAY-GROUP TO WS-PAY-GROUP
                       SET PARM-WAS-READ TO TRUE
                   ELSE
                       DISPLAY "*** COMMPARM MONTH NOT YYYY-MM ***"
                       MOVE 1 TO RETURN-CODE
                   END-IF
           END-READ.

      *> The group's open period stamps the staged timesheet rows -
      *> with none open there is no supplemental run to stage for.
       1150-LOCATE-OPEN-PERIOD.
           OPEN INPUT PAY-CALENDAR-IN.
           PERFORM UNTIL CAL-END-OF-FILE OR PERIOD-WAS-FOUND
               READ PAY-CALENDAR-IN
                   AT END
                       SET CAL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAL-PERIOD-IS-OPEN
                           AND CAL-PAY-GROUP = WS-PAY-GROUP
                           SET PERIOD-WAS-FOUND TO TRUE
                           MOVE CAL-PERIOD-NO TO WS-CURRENT-PERIOD-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.
           IF NOT PERIOD-WAS-FOUND
               DISPLAY "*** NO OPEN PAY PERIOD FOR GROUP '"
                   WS-PAY-GROUP "' - NOTHING STAGED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> Only the parm month's credits count; another month's rows
      *> are left for that month's run. A missing SALESCR (SELECT
      *> OPTIONAL) reads as an immediate AT END - every rep is
      *> then paid the draw alone.
       1200-LOAD-CREDITS.
           OPEN INPUT SALES-CREDIT-FILE.
           PERFORM UNTIL CREDIT-END-OF-FILE
               READ SALES-CREDIT-FILE
                   AT END
                       SET CREDIT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SC-SALES-MONTH NOT = WS-SALES-MONTH
                           ADD 1 TO WS-OTHER-MONTH-COUNT
                       ELSE
                           IF (SC-IS-SALE OR SC-IS-RETURN)
                               AND SC-AMOUNT IS NUMERIC
                               PERFORM 1210-POST-CREDIT
                           ELSE
                               PERFORM 1250-LOG-BAD-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-CREDIT-FILE.

       1210-POST-CREDIT.
           MOVE ZERO TO WS-CR-FOUND-IDX.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF CRT-EMP-ID (WS-CR-IDX) = SC-EMP-ID
                   MOVE WS-CR-IDX TO WS-CR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CR-FOUND-IDX = ZERO AND WS-CR-COUNT < 200
               ADD 1 TO WS-CR-COUNT
               MOVE WS-CR-COUNT TO WS-CR-FOUND-IDX
               MOVE SC-EMP-ID TO CRT-EMP-ID (WS-CR-COUNT)
               MOVE ZERO TO CRT-SALES (WS-CR-COUNT)
                   CRT-RETURNS (WS-CR-COUNT)
                   CRT-CREDIT-COUNT (WS-CR-COUNT)
               MOVE "N" TO CRT-CLAIMED (WS-CR-COUNT)
           END-IF.
           IF WS-CR-FOUND-IDX = ZERO
               DISPLAY "*** SALES CREDIT TABLE FULL - CREDIT FOR "
                   SC-EMP-ID " " SC-REFERENCE " NOT PRICED ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF SC-IS-SALE
                   ADD SC-AMOUNT TO CRT-SALES (WS-CR-FOUND-IDX)
               ELSE
                   ADD SC-AMOUNT TO CRT-RETURNS (WS-CR-FOUND-IDX)
               END-IF
               ADD 1 TO CRT-CREDIT-COUNT (WS-CR-FOUND-IDX)
           END-IF.

       1250-LOG-BAD-CREDIT.
           ADD 1 TO WS-BAD-CREDIT-COUNT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "COMMRUN" TO EXC-PROGRAM.
           MOVE SC-EMP-ID TO EXC-KEY.
           MOVE "EDIT" TO EXC-REASON-CODE.
           STRING "SALES CREDIT " SC-REFERENCE
               " TYPE OR AMOUNT INVALID"
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.
           MOVE 1 TO RETURN-CODE.

      *> Every plan on the master, in rep order. A plan outside this
      *> company and group still claims its rep's credits - they are
      *> that group's run's to pay, not orphans.
       2000-PRICE-PLANS.
           MOVE LOW-VALUES TO CP-EMP-ID.
           START COMMISSION-PLAN KEY IS NOT LESS THAN CP-EMP-ID
               INVALID KEY
                   SET PLAN-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL PLAN-END-OF-FILE
               READ COMMISSION-PLAN NEXT RECORD
                   AT END
                       SET PLAN-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-PRICE-ONE-REP
               END-READ
           END-PERFORM.

       2100-PRICE-ONE-REP.
           PERFORM 2200-FIND-CREDITS.
           SET REP-IS-PRICED TO TRUE.
           MOVE CP-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET REP-IS-PASSED-OVER TO TRUE
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-SKIP-REASON
           END-READ.
           IF REP-IS-PRICED
               IF EMP-COMPANY-CODE NOT = WS-COMPANY-CODE
                   OR EMP-PAY-GROUP NOT = WS-PAY-GROUP
                   SET REP-IS-PASSED-OVER TO TRUE
                   MOVE SPACES TO WS-SKIP-REASON
               END-IF
           END-IF.
           IF REP-IS-PRICED AND NOT CP-IS-ACTIVE
               SET REP-IS-PASSED-OVER TO TRUE
               MOVE "PLAN RETIRED" TO WS-SKIP-REASON
           END-IF.
           IF REP-IS-PRICED AND NOT EMP-IS-EMPLOYED
               SET REP-IS-PASSED-OVER TO TRUE
               MOVE "REP NO LONGER EMPLOYED" TO WS-SKIP-REASON
           END-IF.
           IF REP-IS-PRICED AND CP-LAST-MONTH NOT = SPACES
               AND CP-LAST-MONTH NOT < WS-SALES-MONTH
               SET REP-IS-PASSED-OVER TO TRUE
               MOVE "MONTH ALREADY PRICED" TO WS-SKIP-REASON
           END-IF.
           IF REP-IS-PRICED
               PERFORM 3000-CALC-EARNINGS
               PERFORM 3100-APPLY-DRAW
               IF WS-PAYABLE > ZERO
                   PERFORM 4000-STAGE-S-RUN-INPUTS
               END-IF
               PERFORM 5000-PRINT-STATEMENT
               MOVE WS-SALES-MONTH TO CP-LAST-MONTH
               REWRITE COMMISSION-PLAN-RECORD
               ADD 1 TO WS-PRICED-COUNT
               ADD WS-EARNED TO WS-TOTAL-EARNED
               ADD WS-DRAW-RECOVERED TO WS-TOTAL-RECOVERED
               ADD CP-DRAW-BALANCE TO WS-TOTAL-DRAW-OWED
           ELSE
               IF WS-SKIP-REASON NOT = SPACES
                   PERFORM 2150-DISPLAY-PASSED-OVER
               END-IF
           END-IF.

       2150-DISPLAY-PASSED-OVER.
           ADD 1 TO WS-PASSED-COUNT.
           DISPLAY "*** REP " CP-EMP-ID " NOT PRICED - "
               WS-SKIP-REASON " ***".
           MOVE SPACES TO STATEMENT-LINE.
           STRING "REP " CP-EMP-ID " NOT PRICED FOR " WS-SALES-MONTH
               " - " WS-SKIP-REASON
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       2200-FIND-CREDITS.
           MOVE ZERO TO WS-REP-SALES WS-REP-RETURNS.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF CRT-EMP-ID (WS-CR-IDX) = CP-EMP-ID
                   MOVE CRT-SALES (WS-CR-IDX) TO WS-REP-SALES
                   MOVE CRT-RETURNS (WS-CR-IDX) TO WS-REP-RETURNS
                   MOVE "Y" TO CRT-CLAIMED (WS-CR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Marginal bands: each band's rate applies only to the slice
      *> of net sales between the ceiling before it and its own, so
      *> crossing a ceiling never re-prices the dollars below it. A
      *> month whose returns outrun its sales earns nothing.
       3000-CALC-EARNINGS.
           COMPUTE WS-NET-SALES = WS-REP-SALES - WS-REP-RETURNS.
           MOVE ZERO TO WS-EARNED WS-BAND-FLOOR WS-ATTAINMENT-PCT.
           MOVE ZERO TO WS-BAND-TABLE.
           IF WS-NET-SALES > ZERO AND CP-QUOTA > ZERO
               COMPUTE WS-ATTAINMENT-PCT =
                   WS-NET-SALES * 100 / CP-QUOTA
                   ON SIZE ERROR MOVE 9999 TO WS-ATTAINMENT-PCT
               END-COMPUTE
           END-IF.
           IF WS-NET-SALES > ZERO
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > 3
                           OR WS-BAND-FLOOR NOT < WS-NET-SALES
                   IF CP-TIER-IS-OPEN-ENDED (WS-TIER-IDX)
                       MOVE WS-NET-SALES TO WS-BAND-CEILING
                   ELSE
                       COMPUTE WS-BAND-CEILING ROUNDED =
                           CP-QUOTA * CP-TIER-UPTO-PCT (WS-TIER-IDX)
                               / 100
                       IF WS-BAND-CEILING > WS-NET-SALES
                           MOVE WS-NET-SALES TO WS-BAND-CEILING
                       END-IF
                   END-IF
                   IF WS-BAND-CEILING > WS-BAND-FLOOR
                       COMPUTE WS-BAND-SALES =
                           WS-BAND-CEILING - WS-BAND-FLOOR
                       COMPUTE WS-BAND-EARNED ROUNDED =
                           WS-BAND-SALES * CP-TIER-RATE (WS-TIER-IDX)
                       MOVE WS-BAND-SALES TO BDT-SALES (WS-TIER-IDX)
                       MOVE WS-BAND-EARNED TO BDT-EARNED (WS-TIER-IDX)
                       ADD WS-BAND-EARNED TO WS-EARNED
                       MOVE WS-BAND-CEILING TO WS-BAND-FLOOR
                   END-IF
                   IF CP-TIER-IS-OPEN-ENDED (WS-TIER-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> Under the draw: the draw is paid and the shortfall owed.
      *> Over it: the excess pays down what is owed first and the
      *> rest is paid on top of the draw.
       3100-APPLY-DRAW.
           MOVE ZERO TO WS-DRAW-PAID WS-DRAW-ADDED WS-DRAW-RECOVERED
               WS-EXCESS.
           IF WS-EARNED < CP-DRAW-AMOUNT
               MOVE CP-DRAW-AMOUNT TO WS-DRAW-PAID
               COMPUTE WS-DRAW-ADDED = CP-DRAW-AMOUNT - WS-EARNED
               ADD WS-DRAW-ADDED TO CP-DRAW-BALANCE
               MOVE CP-DRAW-AMOUNT TO WS-PAYABLE
           ELSE
               COMPUTE WS-EXCESS = WS-EARNED - CP-DRAW-AMOUNT
               IF WS-EXCESS > CP-DRAW-BALANCE
                   MOVE CP-DRAW-BALANCE TO WS-DRAW-RECOVERED
               ELSE
                   MOVE WS-EXCESS TO WS-DRAW-RECOVERED
               END-IF
               SUBTRACT WS-DRAW-RECOVERED FROM CP-DRAW-BALANCE
               COMPUTE WS-PAYABLE = WS-EARNED - WS-DRAW-RECOVERED
           END-IF.

       4000-STAGE-S-RUN-INPUTS.
           MOVE SPACES TO COMMISSION-ADJUST-RECORD.
           SET CA-IS-DETAIL TO TRUE.
           MOVE CP-EMP-ID TO CA-EMP-ID.
           MOVE WS-PAYABLE TO CA-AMOUNT.
           MOVE WS-SALES-MONTH TO CA-MONTH.
           WRITE COMMISSION-ADJUST-RECORD.
           MOVE SPACES TO COMMISSION-TIMESHEET-RECORD.
           MOVE CP-EMP-ID TO CT-EMP-ID.
           MOVE ZERO TO CT-HOURS-WORKED CT-OT-HOURS
               CT-VAC-HOURS-TAKEN CT-SICK-HOURS-TAKEN
               CT-HOL-HOURS CT-SHIFT-CODE CT-DIST-COUNT.
           MOVE WS-CURRENT-PERIOD-NO TO CT-PERIOD-NO.
           WRITE COMMISSION-TIMESHEET-RECORD.
           ADD 1 TO WS-STAGED-COUNT.
           ADD WS-PAYABLE TO WS-CONTROL-TOTAL.

       5000-PRINT-STATEMENT.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - COMMISSION STATEMENT FOR " WS-SALES-MONTH
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "REP: " EMP-NAME " (" CP-EMP-ID ")"
               "  PLAN: " CP-PLAN-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-REP-SALES TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "SALES CREDITED:         " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-REP-RETURNS TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "RETURNS/CHARGEBACKS:    " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-NET-SALES TO DISPLAY-NET-SALES.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "NET SALES:              " DISPLAY-NET-SALES
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE CP-QUOTA TO DISPLAY-AMOUNT.
           MOVE WS-ATTAINMENT-PCT TO DISPLAY-PCT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "MONTHLY QUOTA:          " DISPLAY-AMOUNT
               "   ATTAINMENT: " DISPLAY-PCT "%"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM 5100-PRINT-BAND-LINES.
           MOVE WS-EARNED TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "COMMISSION EARNED:      " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE CP-DRAW-AMOUNT TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "MONTHLY DRAW:           " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-DRAW-ADDED > ZERO
               MOVE WS-DRAW-ADDED TO DISPLAY-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "DRAW NOT EARNED (OWED): " DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           IF WS-DRAW-RECOVERED > ZERO
               MOVE WS-DRAW-RECOVERED TO DISPLAY-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "DRAW RECOVERED:         " DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE WS-PAYABLE TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "PAYABLE THIS MONTH:     " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE CP-DRAW-BALANCE TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "DRAW BALANCE OWED:      " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       5100-PRINT-BAND-LINES.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF BDT-SALES (WS-TIER-IDX) > ZERO
                   MOVE CP-TIER-RATE (WS-TIER-IDX) TO DISPLAY-RATE
                   MOVE BDT-SALES (WS-TIER-IDX) TO DISPLAY-AMOUNT
                   MOVE BDT-EARNED (WS-TIER-IDX) TO DISPLAY-AMOUNT-2
                   MOVE SPACES TO STATEMENT-LINE
                   IF CP-TIER-IS-OPEN-ENDED (WS-TIER-IDX)
                       STRING "  BAND " WS-TIER-IDX " OPEN    "
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   ELSE
                       MOVE CP-TIER-UPTO-PCT (WS-TIER-IDX)
                           TO DISPLAY-PCT
                       STRING "  BAND " WS-TIER-IDX " TO " DISPLAY-PCT
                           "%"
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-IF
                   MOVE "RATE" TO STATEMENT-LINE (18:4)
                   MOVE DISPLAY-RATE TO STATEMENT-LINE (23:5)
                   MOVE "ON" TO STATEMENT-LINE (29:2)
                   MOVE DISPLAY-AMOUNT TO STATEMENT-LINE (32:14)
                   MOVE "EARNS" TO STATEMENT-LINE (47:5)
                   MOVE DISPLAY-AMOUNT-2 TO STATEMENT-LINE (53:14)
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM.

      *> A credit no plan claimed is a rep the order system credits
      *> but payroll has no terms for - logged so it is set up (and
      *> the month re-run) rather than silently never paid.
       6000-LOG-ORPHAN-CREDITS.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF CRT-CLAIMED (WS-CR-IDX) NOT = "Y"
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE SPACES TO EXCEPTION-LOG-RECORD
                   MOVE "COMMRUN" TO EXC-PROGRAM
                   MOVE CRT-EMP-ID (WS-CR-IDX) TO EXC-KEY
                   MOVE "NFND" TO EXC-REASON-CODE
                   MOVE "SALES CREDITED BUT NO COMMISSION PLAN"
                       TO EXC-REASON-TEXT
                   MOVE WS-RUN-DATE TO EXC-DATE
                   SET EXCEPTION-IS-OPEN TO TRUE
                   WRITE EXCEPTION-LOG-RECORD
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "*** CREDITS FOR " CRT-EMP-ID (WS-CR-IDX)
                       " HAVE NO COMMISSION PLAN - NOT PRICED ***"
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-PERFORM.

       7000-WRITE-TRAILER.
           MOVE SPACES TO COMMISSION-ADJUST-RECORD.
           SET CA-IS-TRAILER TO TRUE.
           MOVE WS-STAGED-COUNT TO CA-ROW-COUNT.
           MOVE WS-CONTROL-TOTAL TO CA-CONTROL-TOTAL.
           WRITE COMMISSION-ADJUST-RECORD.

       8700-PRINT-CONTROL-TOTALS.
           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "COMMISSION RUN CONTROL TOTALS - MONTH "
               WS-SALES-MONTH " GROUP '" WS-PAY-GROUP "' PERIOD "
               WS-CURRENT-PERIOD-NO
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-PRICED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "REPS PRICED:            " DISPLAY-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-PASSED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "REPS NOT PRICED:        " DISPLAY-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-ORPHAN-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "CREDITED REPS NO PLAN:  " DISPLAY-COUNT
               "   BAD CREDITS: " WS-BAD-CREDIT-COUNT
               "   OTHER MONTHS: " WS-OTHER-MONTH-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TOTAL-EARNED TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "COMMISSION EARNED:      " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TOTAL-RECOVERED TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "DRAW RECOVERED:         " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-TOTAL-DRAW-OWED TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "DRAW STILL OWED:        " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-STAGED-COUNT TO DISPLAY-COUNT.
           MOVE WS-CONTROL-TOTAL TO DISPLAY-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "COMMADJ CONTROL TOTAL:  " DISPLAY-AMOUNT
               "   ROWS: " DISPLAY-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "S-RUN INPUTS STAGED: COMMADJ AND COMMSHT - THE "
               "SUPPLEMENTAL REGISTER MUST TIE"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "COMMRUN OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " MONTH=" WS-SALES-MONTH
               " STAGED=" WS-STAGED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE COMM-PARM-FILE COMMISSION-PLAN EMPLOYEE-MASTER
               COMMISSION-ADJUST-FILE COMMISSION-TIMESHEET-FILE
               STATEMENT-FILE EXCEPTION-LOG RUN-LOG-FILE.
