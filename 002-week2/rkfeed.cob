       IDENTIFICATION DIVISION.
       PROGRAM-ID. RKFEED.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** 401(k) recordkeeper contribution and census file, one per
      ** pay period. RKPARM names the period and pay group; every
      ** PAYHIST row of that period (all run types - a supplemental
      ** or manual check in the period is remitted with it) for the
      ** COMPCTL company's employees in the group is rolled up per
      ** participant: deferral, employer match, plan compensation,
      ** hours, and the hire/rehire/termination dates and current
      ** status off EMPMAST. The period's deferral-plus-match total
      ** must tie to the "401K" REMITDTL rows PAYCHECK2 and MANCHECK
      ** wrote for the same period - the money REMIT sends. Only a
      ** tie writes RKFILE; a mismatch leaves it empty, logs CTLX to
      ** EXCPLOG and ends with a non-zero return code, so money the
      ** recordkeeper could not allocate is never described to it.
      ** RKCTL.TXT is the control report either way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RK-PARM-FILE ASSIGN TO "RKPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CALENDAR-IN ASSIGN TO "PAYCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL REMIT-DETAIL-FILE ASSIGN TO "REMITDTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECORDKEEPER-FILE ASSIGN TO "RKFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "RKCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The pay period to describe, and the pay group it belongs
      *> to (blank for the plant cycle).
       FD  RK-PARM-FILE.
       01  RK-PARM-RECORD.
           05  PARM-PERIOD-NO      PIC 9(3).
           05  PARM-PAY-GROUP      PIC X(1).

       FD  PAY-CALENDAR-IN.
       01  CAL-IN-RECORD.
           COPY PAYCAL.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  REMIT-DETAIL-FILE.
       01  REMIT-DETAIL-RECORD.
           COPY REMITREC.

       FD  RECORDKEEPER-FILE.
       01  RECORDKEEPER-RECORD.
           COPY RKREC.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE     PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-COMPANY-CODE       PIC X(3) VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-COMPANY-EIN        PIC X(9) VALUE SPACES.

       01  WS-CAL-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE            VALUE "Y".
       01  WS-HIST-EOF-SWITCH    PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE           VALUE "Y".
       01  WS-REMIT-EOF-SWITCH   PIC X(1) VALUE "N".
           88  REMIT-END-OF-FILE          VALUE "Y".
       01  WS-PARM-SWITCH        PIC X(1) VALUE "N".
           88  PARM-WAS-READ              VALUE "Y".
       01  WS-PERIOD-SWITCH      PIC X(1) VALUE "N".
           88  PERIOD-WAS-FOUND           VALUE "Y".
       01  WS-CLEAN-SWITCH       PIC X(1) VALUE "Y".
           88  FILE-IS-CLEAN              VALUE "Y".
           88  FILE-HAS-FAULT             VALUE "N".
       01  WS-IN-SCOPE-SWITCH    PIC X(1).
           88  EMPLOYEE-IN-SCOPE          VALUE "Y".

       01  WS-PERIOD-NO          PIC 9(3).
       01  WS-PAY-GROUP          PIC X(1).
       01  WS-PERIOD-START       PIC X(10).
       01  WS-PERIOD-END         PIC X(10).
       01  WS-CHECK-DATE         PIC X(10).
       01  WS-FAULT-KEY          PIC X(6).
       01  WS-FAULT-TEXT         PIC X(40).

      *> One entry per participant paid in the period, rolled up
      *> across the period's run types before anything is written.
       01  WS-PT-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-PT-MAX             PIC 9(3) VALUE 500.
       01  WS-PT-IDX             PIC 9(3).
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 500 TIMES.
               10  PTT-EMP-ID          PIC X(6).
               10  PTT-PLAN-COMP       PIC 9(7)V99.
               10  PTT-HOURS           PIC 9(4).
               10  PTT-DEFERRAL        PIC 9(5)V99.
               10  PTT-MATCH           PIC 9(5)V99.

       01  WS-STATUS             PIC X(1).
       01  WS-STATUS-DATE        PIC X(10).
       01  WS-STATUS-CHANGED     PIC X(1).

       01  WS-HIST-DEFERRAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-HIST-MATCH         PIC 9(9)V99 VALUE ZERO.
       01  WS-HIST-PLAN-COMP     PIC 9(9)V99 VALUE ZERO.
       01  WS-HIST-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-REMIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-REMIT-ROWS         PIC 9(5) VALUE ZERO.
       01  WS-REVERSAL-ROWS      PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT       PIC 9(5) VALUE ZERO.

       01  DISPLAY-AMOUNT        PIC $$$$,$$9.99.
       01  DISPLAY-AMOUNT-2      PIC $$$$,$$9.99.
       01  DISPLAY-TOTAL         PIC $$$,$$$,$$9.99.
       01  DISPLAY-COUNT         PIC ZZZZ9.

      *> Describing the period's contributions to the recordkeeper
      *> is part of paying the period - the pay-run role.
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
               PERFORM 1150-FIND-PERIOD
           END-IF.
           IF AUTH-GRANTED AND PERIOD-WAS-FOUND
               PERFORM 1050-READ-COMPANY-CONTROL
               PERFORM 1200-PRINT-HEADING
               PERFORM 2000-SUM-REMITTANCE
               PERFORM 3000-ROLL-UP-HISTORY
               PERFORM 4000-TIE-TO-REMITTANCE
               IF FILE-IS-CLEAN
                   PERFORM 5000-WRITE-RECORDKEEPER-FILE
               ELSE
                   MOVE 1 TO RETURN-CODE
               END-IF
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

      *> RKFILE is emptied before anything else: a run that stops
      *> short must not leave the last period's file to be sent.
       1000-OPEN-FILES.
           OPEN INPUT RK-PARM-FILE.
           OPEN INPUT PAY-HISTORY-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT REMIT-DETAIL-FILE.
           OPEN OUTPUT RECORDKEEPER-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "RKFEED" TO AUTH-PROGRAM-NAME.
           MOVE "R" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO RECORDKEEPER "
                   "FILE WILL BE PRODUCED ***"
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
                   MOVE CO-EIN TO WS-COMPANY-EIN
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

       1100-READ-PARM.
           READ RK-PARM-FILE
               AT END
                   DISPLAY "*** NO RKPARM SUPPLIED - NO PERIOD TO "
                       "REPORT ***"
                   MOVE 1 TO RETURN-CODE
               NOT AT END
                   IF PARM-PERIOD-NO IS NUMERIC
                       MOVE PARM-PERIOD-NO TO WS-PERIOD-NO
                       MOVE PARM-PAY-GROUP TO WS-PAY-GROUP
                       SET PARM-WAS-READ TO TRUE
                   ELSE
                       DISPLAY "*** RKPARM PERIOD NOT NUMERIC ***"
                       MOVE 1 TO RETURN-CODE
                   END-IF
           END-READ.

      *> The calendar supplies the period's dates - the status
      *> change flag is judged against them.
       1150-FIND-PERIOD.
           OPEN INPUT PAY-CALENDAR-IN.
           PERFORM UNTIL CAL-END-OF-FILE OR PERIOD-WAS-FOUND
               READ PAY-CALENDAR-IN
                   AT END
                       SET CAL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAL-PERIOD-NO = WS-PERIOD-NO
                           AND CAL-PAY-GROUP = WS-PAY-GROUP
                           SET PERIOD-WAS-FOUND TO TRUE
                           MOVE CAL-START-DATE TO WS-PERIOD-START
                           MOVE CAL-END-DATE TO WS-PERIOD-END
                           MOVE CAL-CHECK-DATE TO WS-CHECK-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.
           IF NOT PERIOD-WAS-FOUND
               DISPLAY "*** PERIOD " WS-PERIOD-NO " GROUP "
                   WS-PAY-GROUP " NOT ON PAYCAL ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1200-PRINT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - 401(K) RECORDKEEPER FILE CONTROL"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "PERIOD " WS-PERIOD-NO " GROUP " WS-PAY-GROUP
               " " WS-PERIOD-START " THRU " WS-PERIOD-END
               "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           MOVE "EMP-ID S STATUS-DT  C" TO CONTROL-REPORT-LINE (1:21).
           MOVE "PLAN COMP" TO CONTROL-REPORT-LINE (26:9).
           MOVE "DEFERRAL" TO CONTROL-REPORT-LINE (39:8).
           MOVE "MATCH" TO CONTROL-REPORT-LINE (54:5).
           WRITE CONTROL-REPORT-LINE.

      *> The provider's money for the period as PAYCHECK2 and
      *> MANCHECK handed it to REMIT: deferral plus match, one row
      *> per employee per run.
       2000-SUM-REMITTANCE.
           PERFORM UNTIL REMIT-END-OF-FILE
               READ REMIT-DETAIL-FILE
                   AT END
                       SET REMIT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RD-PERIOD-NO = WS-PERIOD-NO
                           AND REMIT-IS-DEDUCTION
                           AND RD-SOURCE-KEY = "401K"
                           MOVE RD-EMP-ID TO EMP-ID
                           PERFORM 2100-CHECK-SCOPE
                           IF EMPLOYEE-IN-SCOPE
                               ADD RD-AMOUNT TO WS-REMIT-TOTAL
                               ADD 1 TO WS-REMIT-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> This company's employees in the run's pay group only - the
      *> same population on both sides of the tie.
       2100-CHECK-SCOPE.
           MOVE "N" TO WS-IN-SCOPE-SWITCH.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-COMPANY-CODE = WS-COMPANY-CODE
                       AND EMP-PAY-GROUP = WS-PAY-GROUP
                       SET EMPLOYEE-IN-SCOPE TO TRUE
                   END-IF
           END-READ.

      *> PAYHIST comes back in employee/period/run-type order, so a
      *> participant's rows for the period arrive together. An
      *> ACHREV reversal row is left out - REMITDTL is never
      *> reversed - and counted for the control report.
       3000-ROLL-UP-HISTORY.
           PERFORM UNTIL HIST-END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PH-PERIOD-NO = WS-PERIOD-NO
                           PERFORM 3100-POST-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       3100-POST-ONE-ROW.
           MOVE PH-EMP-ID TO EMP-ID.
           PERFORM 2100-CHECK-SCOPE.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-IN-SCOPE
                   CONTINUE
               WHEN PH-IS-REVERSAL
                   ADD 1 TO WS-REVERSAL-ROWS
               WHEN OTHER
                   IF WS-PT-COUNT = ZERO
                       OR PTT-EMP-ID (WS-PT-COUNT) NOT = PH-EMP-ID
                       PERFORM 3200-START-PARTICIPANT
                   END-IF
                   IF FILE-IS-CLEAN
                       PERFORM 3300-ADD-ROW-TO-PARTICIPANT
                   END-IF
           END-EVALUATE.

       3200-START-PARTICIPANT.
           IF WS-PT-COUNT NOT < WS-PT-MAX
               MOVE PH-EMP-ID TO WS-FAULT-KEY
               MOVE "PARTICIPANT TABLE FULL - NO FILE WRITTEN"
                   TO WS-FAULT-TEXT
               PERFORM 7500-LOG-FAULT
           ELSE
               ADD 1 TO WS-PT-COUNT
               MOVE PH-EMP-ID TO PTT-EMP-ID (WS-PT-COUNT)
               MOVE ZERO TO PTT-PLAN-COMP (WS-PT-COUNT)
                   PTT-HOURS (WS-PT-COUNT)
                   PTT-DEFERRAL (WS-PT-COUNT)
                   PTT-MATCH (WS-PT-COUNT)
           END-IF.

      *> Plan compensation is the period's gross pay.
       3300-ADD-ROW-TO-PARTICIPANT.
           ADD PH-GROSS-PAY TO PTT-PLAN-COMP (WS-PT-COUNT)
               WS-HIST-PLAN-COMP.
           ADD PH-HOURS-WORKED TO PTT-HOURS (WS-PT-COUNT).
           ADD PH-RETIREMENT-401K TO PTT-DEFERRAL (WS-PT-COUNT)
               WS-HIST-DEFERRAL.
           ADD PH-401K-MATCH TO PTT-MATCH (WS-PT-COUNT)
               WS-HIST-MATCH.

       4000-TIE-TO-REMITTANCE.
           ADD WS-HIST-DEFERRAL WS-HIST-MATCH GIVING WS-HIST-TOTAL.
           IF WS-HIST-TOTAL NOT = WS-REMIT-TOTAL
               MOVE SPACES TO WS-FAULT-KEY
               MOVE "401K HISTORY DOES NOT TIE TO REMITDTL"
                   TO WS-FAULT-TEXT
               PERFORM 7500-LOG-FAULT
           END-IF.

       5000-WRITE-RECORDKEEPER-FILE.
           MOVE SPACES TO RECORDKEEPER-RECORD.
           SET RK-IS-HEADER TO TRUE.
           MOVE WS-COMPANY-CODE TO RK-HDR-COMPANY-CODE.
           MOVE WS-COMPANY-EIN TO RK-HDR-EIN.
           MOVE WS-PERIOD-NO TO RK-HDR-PERIOD-NO.
           MOVE WS-PERIOD-END TO RK-HDR-PERIOD-END.
           MOVE WS-CHECK-DATE TO RK-HDR-CHECK-DATE.
           MOVE WS-RUN-DATE TO RK-HDR-FILE-DATE.
           WRITE RECORDKEEPER-RECORD.
           PERFORM 5100-WRITE-ONE-PARTICIPANT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.
           MOVE SPACES TO RECORDKEEPER-RECORD.
           SET RK-IS-TRAILER TO TRUE.
           MOVE WS-PT-COUNT TO RK-TRL-COUNT.
           MOVE WS-HIST-DEFERRAL TO RK-TRL-DEFERRAL.
           MOVE WS-HIST-MATCH TO RK-TRL-MATCH.
           MOVE WS-HIST-PLAN-COMP TO RK-TRL-PLAN-COMP.
           WRITE RECORDKEEPER-RECORD.

       5100-WRITE-ONE-PARTICIPANT.
           MOVE PTT-EMP-ID (WS-PT-IDX) TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM 5200-DERIVE-STATUS.
           MOVE SPACES TO RECORDKEEPER-RECORD.
           SET RK-IS-DETAIL TO TRUE.
           MOVE EMP-ID TO RK-EMP-ID.
           MOVE EMP-SSN TO RK-SSN.
           MOVE EMP-NAME TO RK-EMP-NAME.
           MOVE EMP-HIRE-DATE TO RK-HIRE-DATE.
           MOVE EMP-REHIRE-DATE TO RK-REHIRE-DATE.
           MOVE EMP-TERM-DATE TO RK-TERM-DATE.
           MOVE WS-STATUS TO RK-STATUS.
           MOVE WS-STATUS-DATE TO RK-STATUS-DATE.
           MOVE WS-STATUS-CHANGED TO RK-STATUS-CHANGED.
           MOVE PTT-PLAN-COMP (WS-PT-IDX) TO RK-PLAN-COMP.
           MOVE PTT-HOURS (WS-PT-IDX) TO RK-HOURS.
           MOVE PTT-DEFERRAL (WS-PT-IDX) TO RK-DEFERRAL.
           MOVE PTT-MATCH (WS-PT-IDX) TO RK-MATCH.
           WRITE RECORDKEEPER-RECORD.
           MOVE PTT-PLAN-COMP (WS-PT-IDX) TO DISPLAY-AMOUNT.
           MOVE PTT-DEFERRAL (WS-PT-IDX) TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING EMP-ID " " WS-STATUS " " WS-STATUS-DATE " "
               WS-STATUS-CHANGED " " DISPLAY-AMOUNT " "
               DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           MOVE PTT-MATCH (WS-PT-IDX) TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT TO CONTROL-REPORT-LINE (48:11).
           WRITE CONTROL-REPORT-LINE.

      *> The status and the day it began: a termination, a leave,
      *> or active since the later of the rehire and the last
      *> return from leave (the original hire when neither).
       5200-DERIVE-STATUS.
           EVALUATE TRUE
               WHEN EMP-IS-INACTIVE
                   MOVE "T" TO WS-STATUS
                   MOVE EMP-TERM-DATE TO WS-STATUS-DATE
               WHEN EMP-IS-ON-LEAVE
                   MOVE "L" TO WS-STATUS
                   MOVE EMP-LEAVE-START TO WS-STATUS-DATE
               WHEN OTHER
                   MOVE "A" TO WS-STATUS
                   MOVE EMP-HIRE-DATE TO WS-STATUS-DATE
                   IF EMP-REHIRE-DATE NOT = SPACES
                       AND EMP-REHIRE-DATE > WS-STATUS-DATE
                       MOVE EMP-REHIRE-DATE TO WS-STATUS-DATE
                   END-IF
                   IF EMP-LEAVE-RETURN NOT = SPACES
                       AND EMP-LEAVE-RETURN > WS-STATUS-DATE
                       MOVE EMP-LEAVE-RETURN TO WS-STATUS-DATE
                   END-IF
           END-EVALUATE.
           MOVE "N" TO WS-STATUS-CHANGED.
           IF WS-STATUS-DATE NOT < WS-PERIOD-START
               AND WS-STATUS-DATE NOT > WS-PERIOD-END
               MOVE "Y" TO WS-STATUS-CHANGED
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       7500-LOG-FAULT.
           SET FILE-HAS-FAULT TO TRUE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "*** " WS-FAULT-TEXT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "RKFEED" TO EXC-PROGRAM.
           MOVE WS-FAULT-KEY TO EXC-KEY.
           MOVE "CTLX" TO EXC-REASON-CODE.
           MOVE WS-FAULT-TEXT TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       8700-PRINT-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-PT-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "PARTICIPANTS:            " DISPLAY-COUNT
               "   STATUS CHANGES: " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-HIST-DEFERRAL TO DISPLAY-TOTAL.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "DEFERRALS (PAYHIST):     " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-HIST-MATCH TO DISPLAY-TOTAL.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "MATCH (PAYHIST):         " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-HIST-TOTAL TO DISPLAY-TOTAL.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "CONTRIBUTIONS (PAYHIST): " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-REMIT-TOTAL TO DISPLAY-TOTAL.
           MOVE WS-REMIT-ROWS TO DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "REMITTED (REMITDTL):     " DISPLAY-TOTAL
               " (" DISPLAY-COUNT " ROWS)"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF WS-REVERSAL-ROWS > ZERO
               MOVE WS-REVERSAL-ROWS TO DISPLAY-COUNT
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "ACH REVERSAL ROWS NOT IN FILE: " DISPLAY-COUNT
                   " - ADJUST WITH THE RECORDKEEPER"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           IF FILE-IS-CLEAN
               MOVE "TOTALS TIE - RKFILE WRITTEN"
                   TO CONTROL-REPORT-LINE
           ELSE
               MOVE "*** RKFILE NOT WRITTEN - DO NOT SEND ***"
                   TO CONTROL-REPORT-LINE
           END-IF.
           WRITE CONTROL-REPORT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "RKFEED OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " PERIOD=" WS-PERIOD-NO
               " PARTICIPANTS=" WS-PT-COUNT
               " CLEAN=" WS-CLEAN-SWITCH
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE RK-PARM-FILE PAY-HISTORY-FILE EMPLOYEE-MASTER
               REMIT-DETAIL-FILE RECORDKEEPER-FILE CONTROL-REPORT-FILE
               EXCEPTION-LOG RUN-LOG-FILE.
