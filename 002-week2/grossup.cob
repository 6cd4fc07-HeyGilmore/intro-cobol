       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROSSUP.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Gross-up worksheet for target-net bonus payments. Given
      ** the employee and the net amount promised (GRUPPARM, one
      ** row per bonus), this run finds the gross that pays exactly
      ** that net on a supplemental check: it CALLs the shared
      ** TAXCALC subprogram with the employee's filing status,
      ** allowances, work/resident states, local code, and current
      ** YTD gross (so the FICA wage-base cap is respected), takes
      ** out every DEDMSTR enrollment the open period covers the
      ** way PAYCHECK2 does, and iterates until the trial net lands
      ** on the target. The worksheet (GROSSUP.TXT) shows every
      ** trial and the final gross-to-net; the result is STAGED as
      ** S-run input - the gross on BONUSADJ and a zero-hours
      ** timesheet row on BONUSSHT stamped with the employee's
      ** group's open period, for the operator to stage as TIMESHT.
      ** Nothing here pays anybody - PAYCHECK2's S run does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-KEY.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GROSSUP-PARM-FILE ASSIGN TO "GRUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CALENDAR-IN ASSIGN TO "PAYCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BONUS-ADJUST-FILE ASSIGN TO "BONUSADJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BONUS-TIMESHEET-FILE ASSIGN TO "BONUSSHT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORKSHEET-FILE ASSIGN TO "GROSSUP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-ENROLLMENT-RECORD.
           COPY DEDREC.

       FD  YTD-MASTER-IN.
       01  YTD-IN-RECORD.
           COPY YTDREC.

      *> Whose bonus, the net promised, and who asked.
       FD  GROSSUP-PARM-FILE.
       01  GROSSUP-PARM-RECORD.
           05  GP-EMP-ID           PIC X(6).
           05  GP-TARGET-NET       PIC 9(6)V99.
           05  GP-REQUESTED-BY     PIC X(10).

       FD  PAY-CALENDAR-IN.
       01  CAL-IN-RECORD.
           COPY PAYCAL REPLACING ==CAL-PERIOD-NO== BY
                                     ==CAL-IN-PERIOD-NO==
                                 ==CAL-START-DATE== BY
                                     ==CAL-IN-START-DATE==
                                 ==CAL-END-DATE== BY
                                     ==CAL-IN-END-DATE==
                                 ==CAL-CHECK-DATE== BY
                                     ==CAL-IN-CHECK-DATE==
                                 ==CAL-PERIOD-STATUS== BY
                                     ==CAL-IN-PERIOD-STATUS==
                                 ==CAL-PERIOD-IS-OPEN== BY
                                     ==CAL-IN-PERIOD-IS-OPEN==
                                 ==CAL-PERIOD-IS-CLOSED== BY
                                     ==CAL-IN-PERIOD-IS-CLOSED==
                                 ==CAL-PAY-GROUP== BY
                                     ==CAL-IN-PAY-GROUP==.

      *> Staged S-run input: the grossed-up bonus for BONUSADJ.
       FD  BONUS-ADJUST-FILE.
       01  BONUS-ADJUST-RECORD.
           05  BN-EMP-ID           PIC X(6).
           05  BN-AMOUNT           PIC 9(6)V99.

      *> Staged S-run input: a zero-hours timesheet row in the
      *> layout PAYCHECK2 reads, stamped with the open period, so
      *> the supplemental run has a transaction to drive off. The
      *> operator stages it as (or appends it to) TIMESHT.
       FD  BONUS-TIMESHEET-FILE.
       01  BONUS-TIMESHEET-RECORD.
           05  BT-EMP-ID           PIC X(6).
           05  BT-HOURS-WORKED     PIC 9(3).
           05  BT-OT-HOURS         PIC 9(3).
           05  BT-VAC-HOURS-TAKEN  PIC 9(3).
           05  BT-SICK-HOURS-TAKEN PIC 9(3).
           05  BT-HOL-HOURS        PIC 9(3).
           05  BT-SHIFT-CODE       PIC 9(1).
           05  BT-PERIOD-NO        PIC 9(3).
           05  BT-DIST-COUNT       PIC 9(1).
           05  BT-DIST-ENTRY OCCURS 4 TIMES.
               10  BT-DIST-DEPT    PIC X(4).
               10  BT-DIST-HOURS   PIC 9(3).

       FD  WORKSHEET-FILE.
       01  WORKSHEET-LINE          PIC X(80).

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-PARM-EOF-SWITCH    PIC X(1) VALUE "N".
           88  PARM-END-OF-FILE           VALUE "Y".
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-CAL-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE            VALUE "Y".
       01  WS-PERIOD-SWITCH      PIC X(1) VALUE "N".
           88  PERIOD-WAS-FOUND           VALUE "Y".
       01  WS-DED-SCAN-SWITCH    PIC X(1) VALUE "N".
           88  DED-SCAN-DONE              VALUE "Y".
           88  DED-SCAN-RUNNING           VALUE "N".
       01  WS-EMP-FOUND-SWITCH   PIC X(1) VALUE "Y".
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
           88  EMPLOYEE-NOT-FOUND         VALUE "N".
       01  WS-CONVERGE-SWITCH    PIC X(1) VALUE "N".
           88  GROSS-HAS-CONVERGED        VALUE "Y".
           88  GROSS-NOT-CONVERGED        VALUE "N".

       01  WS-RUN-DATE           PIC X(10).
       01  WS-CURRENT-PERIOD-NO  PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-START       PIC X(10).
       01  WS-PERIOD-END         PIC X(10).
       01  WS-YTD-GROSS          PIC 9(7)V99.
       01  WS-STAGED-COUNT       PIC 9(3) VALUE ZERO.

      *> This period's DEDMSTR enrollments for the employee, summed
      *> the way PAYCHECK2's 3300 sums them: every covered plan
      *> comes out of net, the pre-tax ones off the taxable wage.
       01  WS-DEDUCT-TOTAL       PIC 9(5)V99.
       01  WS-PRETAX-TOTAL       PIC 9(5)V99.

      *> Iteration: each trial moves the gross by exactly the net
      *> shortfall (or overage); the marginal tax rate is well
      *> under 100%, so the gap shrinks every pass. The pass limit
      *> only guards against a table that never converges.
       01  WS-MAX-TRIALS         PIC 9(2) VALUE 40.
       01  WS-TRIAL-NO           PIC 9(2).
       01  WS-TRIAL-GROSS        PIC 9(6)V99.
       01  WS-TRIAL-TAXABLE      PIC 9(6)V99.
       01  WS-TRIAL-NET          PIC S9(6)V99.
       01  WS-NET-GAP            PIC S9(6)V99.

       01  TAX-CALC-AREA.
           COPY TAXAREA.

       01  DISPLAY-AMOUNT        PIC $$$,$$9.99.
       01  DISPLAY-AMOUNT-2      PIC $$$,$$9.99.
       01  DISPLAY-GAP           PIC -$$$,$$9.99.

      *> Staging pay is maintenance-grade work, like TERMWKSH.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-PARM
               PERFORM 2000-GROSS-UP-ONE-BONUS
                   UNTIL PARM-END-OF-FILE
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN INPUT GROSSUP-PARM-FILE.
           OPEN OUTPUT BONUS-ADJUST-FILE.
           OPEN OUTPUT BONUS-TIMESHEET-FILE.
           OPEN OUTPUT WORKSHEET-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "GROSSUP" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO WORKSHEET WILL "
                   "BE BUILT ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1100-READ-PARM.
           READ GROSSUP-PARM-FILE
               AT END SET PARM-END-OF-FILE TO TRUE
           END-READ.

       2000-GROSS-UP-ONE-BONUS.
           SET EMPLOYEE-WAS-FOUND TO TRUE.
           MOVE GP-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
           END-READ.
           IF EMPLOYEE-NOT-FOUND
               DISPLAY "*** EMP-ID " GP-EMP-ID
                   " NOT ON EMPLOYEE-MASTER ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 2100-LOCATE-OPEN-PERIOD
               PERFORM 2200-FIND-YTD-GROSS
               PERFORM 3000-PRINT-WORKSHEET-HEAD
               PERFORM 2300-SUM-ENROLLMENTS
               PERFORM 3100-PRINT-DEDUCTION-TOTALS
               PERFORM 4000-ITERATE-GROSS
               PERFORM 5000-PRINT-RESULT
               PERFORM 6000-STAGE-S-RUN-INPUTS
           END-IF.
           PERFORM 1100-READ-PARM.

      *> The employee's own group's open period stamps the staged
      *> timesheet row and bounds the enrollments that apply.
       2100-LOCATE-OPEN-PERIOD.
           MOVE ZERO TO WS-CURRENT-PERIOD-NO.
           MOVE WS-RUN-DATE TO WS-PERIOD-START WS-PERIOD-END.
           MOVE "N" TO WS-CAL-EOF-SWITCH WS-PERIOD-SWITCH.
           OPEN INPUT PAY-CALENDAR-IN.
           PERFORM UNTIL CAL-END-OF-FILE OR PERIOD-WAS-FOUND
               READ PAY-CALENDAR-IN
                   AT END
                       SET CAL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAL-IN-PERIOD-IS-OPEN
                           AND CAL-IN-PAY-GROUP = EMP-PAY-GROUP
                           SET PERIOD-WAS-FOUND TO TRUE
                           MOVE CAL-IN-PERIOD-NO
                               TO WS-CURRENT-PERIOD-NO
                           MOVE CAL-IN-START-DATE
                               TO WS-PERIOD-START
                           MOVE CAL-IN-END-DATE TO WS-PERIOD-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.

      *> YTD gross before this check - what PAYCHECK2 hands TAXCALC
      *> - so withholding stops at the FICA wage base the same way
      *> it will on the real run. No YTD record means first pay of
      *> the year.
       2200-FIND-YTD-GROSS.
           MOVE ZERO TO WS-YTD-GROSS.
           MOVE "N" TO WS-YTD-EOF-SWITCH.
           OPEN INPUT YTD-MASTER-IN.
           PERFORM UNTIL YTD-END-OF-FILE
               READ YTD-MASTER-IN
                   AT END
                       SET YTD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF YTD-EMP-ID = EMP-ID
                           MOVE YTD-GROSS TO WS-YTD-GROSS
                           SET YTD-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE YTD-MASTER-IN.

       2300-SUM-ENROLLMENTS.
           MOVE ZERO TO WS-DEDUCT-TOTAL WS-PRETAX-TOTAL.
           SET DED-SCAN-RUNNING TO TRUE.
           MOVE EMP-ID TO DE-EMP-ID.
           MOVE LOW-VALUES TO DE-PLAN-CODE.
           START DEDUCTION-MASTER KEY IS NOT LESS THAN DE-KEY
               INVALID KEY
                   SET DED-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL DED-SCAN-DONE
               READ DEDUCTION-MASTER NEXT RECORD
                   AT END
                       SET DED-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DE-EMP-ID NOT = EMP-ID
                           SET DED-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 2310-ADD-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       2310-ADD-ENROLLMENT.
           IF DE-START-DATE <= WS-PERIOD-END
               AND (DE-STOP-DATE = SPACES
                   OR DE-STOP-DATE >= WS-PERIOD-START)
               ADD DE-PERIOD-AMOUNT TO WS-DEDUCT-TOTAL
               IF PLAN-IS-PRETAX
                   ADD DE-PERIOD-AMOUNT TO WS-PRETAX-TOTAL
               END-IF
               MOVE DE-PERIOD-AMOUNT TO DISPLAY-AMOUNT
               MOVE SPACES TO WORKSHEET-LINE
               STRING "  ENROLLED " DE-PLAN-CODE "  " DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WORKSHEET-LINE
               IF PLAN-IS-PRETAX
                   MOVE "(PRE-TAX)" TO WORKSHEET-LINE (30:9)
               END-IF
               WRITE WORKSHEET-LINE
           END-IF.

       3000-PRINT-WORKSHEET-HEAD.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "GROSS-UP WORKSHEET   RUN DATE: " WS-RUN-DATE
               "   REQUESTED BY: " GP-REQUESTED-BY
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "EMPLOYEE: " EMP-ID " " EMP-NAME
               "  FILING: " EMP-FILING-STATUS
               " ALLOW: " EMP-ALLOWANCES
               " STATES: " EMP-WORK-STATE "/" EMP-RES-STATE
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE GP-TARGET-NET TO DISPLAY-AMOUNT.
           MOVE WS-YTD-GROSS TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "TARGET NET: " DISPLAY-AMOUNT
               "   YTD GROSS BEFORE: " DISPLAY-AMOUNT-2
               "   PERIOD: " WS-CURRENT-PERIOD-NO
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

       3100-PRINT-DEDUCTION-TOTALS.
           MOVE WS-DEDUCT-TOTAL TO DISPLAY-AMOUNT.
           MOVE WS-PRETAX-TOTAL TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "DEDUCTIONS:  " DISPLAY-AMOUNT
               "   OF WHICH PRE-TAX:  " DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "TRIAL       GROSS      TAXES      NET        GAP"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

      *> First guess: the target plus the deductions, untaxed.
      *> Each trial adds the net gap back onto the gross, and a net
      *> on the target or one cent over it is accepted. Rounding
      *> can leave the trials see-sawing around the target by a
      *> cent or two; the gross then steps up a cent at a time
      *> until the net reaches it - the promise is at LEAST the
      *> target.
       4000-ITERATE-GROSS.
           SET GROSS-NOT-CONVERGED TO TRUE.
           ADD GP-TARGET-NET WS-DEDUCT-TOTAL GIVING WS-TRIAL-GROSS.
           PERFORM VARYING WS-TRIAL-NO FROM 1 BY 1
                   UNTIL WS-TRIAL-NO > WS-MAX-TRIALS
                      OR GROSS-HAS-CONVERGED
               PERFORM 4100-PRICE-TRIAL-GROSS
               IF WS-NET-GAP = ZERO OR WS-NET-GAP = -0.01
                   SET GROSS-HAS-CONVERGED TO TRUE
               ELSE
                   COMPUTE WS-TRIAL-GROSS =
                       WS-TRIAL-GROSS + WS-NET-GAP
               END-IF
           END-PERFORM.
           IF GROSS-NOT-CONVERGED
               MOVE 1 TO WS-TRIAL-NO
               PERFORM UNTIL WS-NET-GAP <= ZERO
                       OR WS-TRIAL-NO > WS-MAX-TRIALS
                   ADD 0.01 TO WS-TRIAL-GROSS
                   PERFORM 4100-PRICE-TRIAL-GROSS
                   ADD 1 TO WS-TRIAL-NO
               END-PERFORM
               IF WS-NET-GAP <= ZERO AND WS-NET-GAP >= -0.05
                   SET GROSS-HAS-CONVERGED TO TRUE
               END-IF
           END-IF.

      *> One trial through the same gross-to-net PAYCHECK2 runs:
      *> pre-tax enrollments off the wage, TAXCALC for the taxes,
      *> every enrollment out of net.
       4100-PRICE-TRIAL-GROSS.
           IF WS-PRETAX-TOTAL < WS-TRIAL-GROSS
               SUBTRACT WS-PRETAX-TOTAL FROM WS-TRIAL-GROSS
                   GIVING WS-TRIAL-TAXABLE
           ELSE
               MOVE ZERO TO WS-TRIAL-TAXABLE
           END-IF.
           MOVE WS-TRIAL-TAXABLE TO TAX-GROSS-PAY.
           MOVE WS-YTD-GROSS TO TAX-YTD-GROSS.
           MOVE EMP-FILING-STATUS TO TAX-FILING-STATUS.
           MOVE EMP-ALLOWANCES TO TAX-ALLOWANCES.
           MOVE EMP-WORK-STATE TO TAX-WORK-STATE.
           MOVE EMP-RES-STATE TO TAX-RES-STATE.
           MOVE EMP-LOCAL-CODE TO TAX-LOCAL-CODE.
           CALL "TAXCALC" USING TAX-CALC-AREA.
           COMPUTE WS-TRIAL-NET = WS-TRIAL-GROSS - TAX-TOTAL-AMT
               - WS-DEDUCT-TOTAL.
           COMPUTE WS-NET-GAP = GP-TARGET-NET - WS-TRIAL-NET.
           MOVE SPACES TO WORKSHEET-LINE.
           MOVE WS-TRIAL-NO TO WORKSHEET-LINE (3:2).
           MOVE WS-TRIAL-GROSS TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT TO WORKSHEET-LINE (7:11).
           MOVE TAX-TOTAL-AMT TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT TO WORKSHEET-LINE (18:11).
           MOVE WS-TRIAL-NET TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT TO WORKSHEET-LINE (29:11).
           MOVE WS-NET-GAP TO DISPLAY-GAP.
           MOVE DISPLAY-GAP TO WORKSHEET-LINE (40:12).
           WRITE WORKSHEET-LINE.

       5000-PRINT-RESULT.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE WS-TRIAL-GROSS TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "BONUS GROSS:     " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE TAX-FEDERAL-AMT TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  FEDERAL TAX:   " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE TAX-STATE-AMT TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  STATE TAX:     " DISPLAY-AMOUNT
               "  (" TAX-STATE-CODE ")"
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE TAX-LOCAL-AMT TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  LOCAL TAX:     " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE TAX-FICA-AMT TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  FICA:          " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE WS-DEDUCT-TOTAL TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  DEDUCTIONS:    " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE WS-TRIAL-NET TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "NET PAY:         " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           IF GROSS-NOT-CONVERGED
               MOVE "*** TRIAL LIMIT REACHED - CHECK TAX TABLE ***"
                   TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               MOVE 1 TO RETURN-CODE
           END-IF.

       6000-STAGE-S-RUN-INPUTS.
           MOVE GP-EMP-ID TO BN-EMP-ID.
           MOVE WS-TRIAL-GROSS TO BN-AMOUNT.
           WRITE BONUS-ADJUST-RECORD.
           MOVE SPACES TO BONUS-TIMESHEET-RECORD.
           MOVE GP-EMP-ID TO BT-EMP-ID.
           MOVE ZERO TO BT-HOURS-WORKED BT-OT-HOURS
               BT-VAC-HOURS-TAKEN BT-SICK-HOURS-TAKEN
               BT-HOL-HOURS BT-SHIFT-CODE BT-DIST-COUNT.
           MOVE WS-CURRENT-PERIOD-NO TO BT-PERIOD-NO.
           WRITE BONUS-TIMESHEET-RECORD.
           ADD 1 TO WS-STAGED-COUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "S-RUN INPUTS STAGED: BONUSADJ AND BONUSSHT" TO
               WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "GROSSUP OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " STAGED=" WS-STAGED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER DEDUCTION-MASTER GROSSUP-PARM-FILE
               BONUS-ADJUST-FILE BONUS-TIMESHEET-FILE WORKSHEET-FILE
               RUN-LOG-FILE.
