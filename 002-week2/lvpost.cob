       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVPOST.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Weekly FMLA ledger posting. For the week ending on the
      ** LVPARM date (the run date when no LVPARM is supplied),
      ** every employee whose master carries an FMLA leave ("F")
      ** covering any day of the week has the week posted to
      ** FMLALDGR: the vacation and sick hours of the approved or
      ** taken PTOREQS requests starting in the leave days, and the
      ** rest of the scheduled week (eight hours a weekday) as
      ** unpaid leave. A re-run of the same week replaces its rows.
      ** Each posted employee's use over the rolling twelve months
      ** is then summed against the twelve-week entitlement and an
      ** exhausted entitlement goes to EXCPLOG for HR. LVPOST.TXT
      ** lists what was posted; LVRPT reports the ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEAVE-PARM-FILE ASSIGN TO "LVPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL PTO-REQUEST-MASTER ASSIGN TO "PTOREQS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY.
           SELECT OPTIONAL FMLA-LEDGER ASSIGN TO "FMLALDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-KEY.
           SELECT LEAVE-REGISTER-FILE ASSIGN TO "LVPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The week-ending date (YYYY-MM-DD) to post.
       FD  LEAVE-PARM-FILE.
       01  LEAVE-PARM-RECORD.
           05  PARM-WEEK-END       PIC X(10).

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  PTO-REQUEST-MASTER.
       01  PTO-REQUEST-RECORD.
           COPY PTOREC.

       FD  FMLA-LEDGER.
       01  FMLA-LEDGER-RECORD.
           COPY FMLAREC.

       FD  LEAVE-REGISTER-FILE.
       01  LEAVE-REGISTER-LINE     PIC X(80).

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
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.

       01  WS-EMP-EOF-SWITCH     PIC X(1) VALUE "N".
           88  EMP-END-OF-FILE            VALUE "Y".
       01  WS-SCAN-EOF-SWITCH    PIC X(1) VALUE "N".
           88  SCAN-END-OF-FILE           VALUE "Y".
       01  WS-PARM-SWITCH        PIC X(1) VALUE "Y".
           88  PARM-IS-VALID              VALUE "Y".
           88  PARM-IS-INVALID            VALUE "N".
       01  WS-POST-SWITCH        PIC X(1).
           88  WEEK-IS-POSTABLE           VALUE "Y".

      *> The week being posted, as dashed dates and as day numbers.
       01  WS-WEEK-END           PIC X(10).
       01  WS-WEEK-START         PIC X(10).
       01  WS-WEEK-END-INT       PIC 9(8).
       01  WS-WEEK-START-INT     PIC 9(8).

      *> The leave days falling inside the week.
       01  WS-FROM-DATE          PIC X(10).
       01  WS-TO-DATE            PIC X(10).
       01  WS-FROM-INT           PIC 9(8).
       01  WS-TO-INT             PIC 9(8).
       01  WS-LEAVE-END-INT      PIC 9(8).
       01  WS-DAY-INT            PIC 9(8).
       01  WS-WEEKDAYS           PIC 9(1).

      *> Dashed date <-> day number through YYYYMMDD digits.
       01  WS-DATE-IN            PIC X(10).
       01  WS-DATE-OUT           PIC X(10).
       01  WS-DATE-INT           PIC 9(8).
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-DATE-DIGITS-X REDEFINES WS-DATE-DIGITS PIC X(8).

      *> Eight scheduled hours a weekday; the entitlement is twelve
      *> forty-hour weeks in any rolling twelve months.
       01  WS-HOURS-PER-DAY      PIC 9(2) VALUE 8.
       01  WS-ENTITLEMENT        PIC 9(3)V99 VALUE 480.
       01  WS-SCHEDULED-HOURS    PIC 9(3)V99.
       01  WS-VAC-HOURS          PIC 9(3)V99.
       01  WS-SICK-HOURS         PIC 9(3)V99.
       01  WS-UNPAID-HOURS       PIC 9(3)V99.
       01  WS-POST-HOURS         PIC 9(3)V99.
       01  WS-POST-SOURCE        PIC X(1).
       01  WS-WINDOW-START-INT   PIC 9(8).
       01  WS-USED-HOURS         PIC 9(5)V99.
       01  WS-REMAIN-HOURS       PIC S9(5)V99.

       01  WS-POSTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-EXHAUSTED-COUNT    PIC 9(5) VALUE ZERO.

       01  DISPLAY-HOURS         PIC ZZ9.99.
       01  DISPLAY-HOURS-2       PIC ZZ9.99.
       01  DISPLAY-HOURS-3       PIC ZZ9.99.
       01  DISPLAY-USED          PIC ZZZZ9.99.
       01  DISPLAY-REMAIN        PIC ZZZZ9.99-.

      *> Posting leave hours is master-file maintenance, the
      *> EMPMAINT role.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-PARM
           END-IF.
           IF AUTH-GRANTED AND PARM-IS-VALID
               PERFORM 1050-READ-COMPANY-CONTROL
               PERFORM 1200-PRINT-HEADING
               PERFORM 2000-POST-MASTER
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT LEAVE-PARM-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT PTO-REQUEST-MASTER.
           OPEN I-O FMLA-LEDGER.
           OPEN OUTPUT LEAVE-REGISTER-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "LVPOST" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO LEAVE WILL BE "
                   "POSTED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1050-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

      *> The week is the seven days ending on the week-ending date,
      *> whatever day of the week that falls on.
       1100-READ-PARM.
           MOVE WS-RUN-DATE TO WS-WEEK-END.
           READ LEAVE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-WEEK-END NOT = SPACES
                       MOVE PARM-WEEK-END TO WS-WEEK-END
                   END-IF
           END-READ.
           IF WS-WEEK-END (5:1) NOT = "-"
               OR WS-WEEK-END (8:1) NOT = "-"
               OR WS-WEEK-END (1:4) NOT NUMERIC
               OR WS-WEEK-END (6:2) NOT NUMERIC
               OR WS-WEEK-END (9:2) NOT NUMERIC
               SET PARM-IS-INVALID TO TRUE
               DISPLAY "*** LVPARM WEEK-ENDING DATE NOT YYYY-MM-DD: "
                   WS-WEEK-END " ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-WEEK-END TO WS-DATE-IN
               PERFORM 7100-DATE-TO-INT
               MOVE WS-DATE-INT TO WS-WEEK-END-INT
               SUBTRACT 6 FROM WS-WEEK-END-INT
                   GIVING WS-WEEK-START-INT
               MOVE WS-WEEK-START-INT TO WS-DATE-INT
               PERFORM 7200-INT-TO-DATE
               MOVE WS-DATE-OUT TO WS-WEEK-START
           END-IF.

       1200-PRINT-HEADING.
           MOVE SPACES TO LEAVE-REGISTER-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - FMLA LEAVE POSTING   RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO LEAVE-REGISTER-LINE.
           WRITE LEAVE-REGISTER-LINE.
           MOVE SPACES TO LEAVE-REGISTER-LINE.
           STRING "WEEK: " WS-WEEK-START " THRU " WS-WEEK-END
               DELIMITED BY SIZE INTO LEAVE-REGISTER-LINE.
           WRITE LEAVE-REGISTER-LINE.
           MOVE SPACES TO LEAVE-REGISTER-LINE.
           WRITE LEAVE-REGISTER-LINE.
           MOVE SPACES TO LEAVE-REGISTER-LINE.
           MOVE "EMP-ID NAME" TO LEAVE-REGISTER-LINE (1:11).
           MOVE "LEAVE FROM" TO LEAVE-REGISTER-LINE (29:10).
           MOVE "VAC" TO LEAVE-REGISTER-LINE (43:3).
           MOVE "SICK" TO LEAVE-REGISTER-LINE (49:4).
           MOVE "UNPAID" TO LEAVE-REGISTER-LINE (54:6).
           MOVE "12-MO" TO LEAVE-REGISTER-LINE (64:5).
           MOVE "LEFT" TO LEAVE-REGISTER-LINE (74:4).
           WRITE LEAVE-REGISTER-LINE.

       2000-POST-MASTER.
           PERFORM UNTIL EMP-END-OF-FILE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET EMP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LEAVE-IS-FMLA
                           AND EMP-LEAVE-START NOT = SPACES
                           AND EMP-IS-EMPLOYED
                           PERFORM 2100-FIND-LEAVE-DAYS
                           IF WEEK-IS-POSTABLE
                               PERFORM 2200-POST-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> The leave days in the week: from the later of the week's
      *> first day and the leave start, to the earlier of the week's
      *> last day and the day before the return. An employee still
      *> on leave is out through the week's end whatever return was
      *> expected; one already back has the actual return date.
       2100-FIND-LEAVE-DAYS.
           MOVE "N" TO WS-POST-SWITCH.
           MOVE EMP-LEAVE-START TO WS-DATE-IN.
           PERFORM 7100-DATE-TO-INT.
           MOVE WS-DATE-INT TO WS-FROM-INT.
           IF WS-FROM-INT < WS-WEEK-START-INT
               MOVE WS-WEEK-START-INT TO WS-FROM-INT
           END-IF.
           MOVE WS-WEEK-END-INT TO WS-LEAVE-END-INT.
           IF EMP-IS-ACTIVE
               IF EMP-LEAVE-RETURN = SPACES
                   MOVE ZERO TO WS-LEAVE-END-INT
               ELSE
                   MOVE EMP-LEAVE-RETURN TO WS-DATE-IN
                   PERFORM 7100-DATE-TO-INT
                   SUBTRACT 1 FROM WS-DATE-INT
                       GIVING WS-LEAVE-END-INT
               END-IF
           END-IF.
           MOVE WS-WEEK-END-INT TO WS-TO-INT.
           IF WS-LEAVE-END-INT < WS-TO-INT
               MOVE WS-LEAVE-END-INT TO WS-TO-INT
           END-IF.
           IF WS-FROM-INT NOT > WS-TO-INT
               SET WEEK-IS-POSTABLE TO TRUE
               MOVE WS-FROM-INT TO WS-DATE-INT
               PERFORM 7200-INT-TO-DATE
               MOVE WS-DATE-OUT TO WS-FROM-DATE
               MOVE WS-TO-INT TO WS-DATE-INT
               PERFORM 7200-INT-TO-DATE
               MOVE WS-DATE-OUT TO WS-TO-DATE
           END-IF.

       2200-POST-ONE-EMPLOYEE.
           PERFORM 2300-COUNT-SCHEDULED-HOURS.
           PERFORM 2400-SUM-PTO-DRAWS.
           IF WS-VAC-HOURS + WS-SICK-HOURS < WS-SCHEDULED-HOURS
               COMPUTE WS-UNPAID-HOURS = WS-SCHEDULED-HOURS
                   - WS-VAC-HOURS - WS-SICK-HOURS
           ELSE
               MOVE ZERO TO WS-UNPAID-HOURS
           END-IF.
           MOVE "V" TO WS-POST-SOURCE.
           MOVE WS-VAC-HOURS TO WS-POST-HOURS.
           PERFORM 2500-POST-LEDGER-ROW.
           MOVE "S" TO WS-POST-SOURCE.
           MOVE WS-SICK-HOURS TO WS-POST-HOURS.
           PERFORM 2500-POST-LEDGER-ROW.
           MOVE "U" TO WS-POST-SOURCE.
           MOVE WS-UNPAID-HOURS TO WS-POST-HOURS.
           PERFORM 2500-POST-LEDGER-ROW.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM 2600-SUM-ROLLING-USE.
           PERFORM 2700-PRINT-POSTING.
           IF WS-REMAIN-HOURS NOT > ZERO
               PERFORM 2800-LOG-EXHAUSTED
           END-IF.

      *> Day 1 of the integer calendar is a Monday, so a remainder
      *> of 0 through 4 is Monday through Friday.
       2300-COUNT-SCHEDULED-HOURS.
           MOVE ZERO TO WS-WEEKDAYS.
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
               IF FUNCTION REM (WS-DAY-INT - 1, 7) < 5
                   ADD 1 TO WS-WEEKDAYS
               END-IF
           END-PERFORM.
           COMPUTE WS-SCHEDULED-HOURS =
               WS-WEEKDAYS * WS-HOURS-PER-DAY.

      *> Paid time off taken during the leave runs concurrently with
      *> it - an approved or taken request starting on a leave day
      *> counts toward the entitlement as the PTO it was paid from.
       2400-SUM-PTO-DRAWS.
           MOVE ZERO TO WS-VAC-HOURS WS-SICK-HOURS.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE EMP-ID TO RQ-EMP-ID.
           MOVE LOW-VALUES TO RQ-REQUEST-ID.
           START PTO-REQUEST-MASTER KEY IS NOT LESS THAN RQ-KEY
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-END-OF-FILE
               READ PTO-REQUEST-MASTER NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RQ-EMP-ID NOT = EMP-ID
                           SET SCAN-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 2410-COUNT-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

       2410-COUNT-ONE-REQUEST.
           IF (REQUEST-IS-APPROVED OR REQUEST-IS-TAKEN)
               AND RQ-START-DATE NOT < WS-FROM-DATE
               AND RQ-START-DATE NOT > WS-TO-DATE
               IF REQUEST-IS-VACATION
                   ADD RQ-HOURS TO WS-VAC-HOURS
               END-IF
               IF REQUEST-IS-SICK
                   ADD RQ-HOURS TO WS-SICK-HOURS
               END-IF
           END-IF.

      *> A re-run of the week replaces the row; a source with no
      *> hours this time removes any row an earlier run left.
       2500-POST-LEDGER-ROW.
           MOVE EMP-ID TO FM-EMP-ID.
           MOVE WS-WEEK-END TO FM-WEEK-END.
           MOVE WS-POST-SOURCE TO FM-SOURCE.
           IF WS-POST-HOURS = ZERO
               DELETE FMLA-LEDGER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WS-POST-HOURS TO FM-HOURS
               MOVE EMP-LEAVE-START TO FM-LEAVE-START
               MOVE WS-RUN-DATE TO FM-POSTED-DATE
               WRITE FMLA-LEDGER-RECORD
                   INVALID KEY
                       REWRITE FMLA-LEDGER-RECORD
               END-WRITE
           END-IF.

      *> Rolling twelve months back from the week posted: every row
      *> whose week ended within the last 365 days.
       2600-SUM-ROLLING-USE.
           MOVE ZERO TO WS-USED-HOURS.
           SUBTRACT 365 FROM WS-WEEK-END-INT
               GIVING WS-WINDOW-START-INT.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE EMP-ID TO FM-EMP-ID.
           MOVE LOW-VALUES TO FM-WEEK-END FM-SOURCE.
           START FMLA-LEDGER KEY IS NOT LESS THAN FM-KEY
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-END-OF-FILE
               READ FMLA-LEDGER NEXT RECORD
                   AT END
                       SET SCAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FM-EMP-ID NOT = EMP-ID
                           SET SCAN-END-OF-FILE TO TRUE
                       ELSE
                           MOVE FM-WEEK-END TO WS-DATE-IN
                           PERFORM 7100-DATE-TO-INT
                           IF WS-DATE-INT > WS-WINDOW-START-INT
                               AND WS-DATE-INT NOT > WS-WEEK-END-INT
                               ADD FM-HOURS TO WS-USED-HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-REMAIN-HOURS = WS-ENTITLEMENT - WS-USED-HOURS.

       2700-PRINT-POSTING.
           MOVE WS-VAC-HOURS TO DISPLAY-HOURS.
           MOVE WS-SICK-HOURS TO DISPLAY-HOURS-2.
           MOVE WS-UNPAID-HOURS TO DISPLAY-HOURS-3.
           MOVE WS-USED-HOURS TO DISPLAY-USED.
           MOVE WS-REMAIN-HOURS TO DISPLAY-REMAIN.
           MOVE SPACES TO LEAVE-REGISTER-LINE.
           STRING EMP-ID " " EMP-NAME " " EMP-LEAVE-START " "
               DISPLAY-HOURS " " DISPLAY-HOURS-2 " "
               DISPLAY-HOURS-3 " " DISPLAY-USED " "
               DISPLAY-REMAIN
               DELIMITED BY SIZE INTO LEAVE-REGISTER-LINE.
           WRITE LEAVE-REGISTER-LINE.

       2800-LOG-EXHAUSTED.
           ADD 1 TO WS-EXHAUSTED-COUNT.
           MOVE SPACES TO LEAVE-REGISTER-LINE.
           MOVE "       *** FMLA ENTITLEMENT EXHAUSTED ***"
               TO LEAVE-REGISTER-LINE.
           WRITE LEAVE-REGISTER-LINE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "LVPOST" TO EXC-PROGRAM.
           MOVE EMP-ID TO EXC-KEY.
           MOVE "FMLA" TO EXC-REASON-CODE.
           MOVE "FMLA 12-WEEK ENTITLEMENT EXHAUSTED"
               TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       7100-DATE-TO-INT.
           MOVE WS-DATE-IN (1:4) TO WS-DATE-DIGITS-X (1:4).
           MOVE WS-DATE-IN (6:2) TO WS-DATE-DIGITS-X (5:2).
           MOVE WS-DATE-IN (9:2) TO WS-DATE-DIGITS-X (7:2).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS).

       7200-INT-TO-DATE.
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           STRING WS-DATE-DIGITS-X (1:4) "-" WS-DATE-DIGITS-X (5:2)
               "-" WS-DATE-DIGITS-X (7:2)
               DELIMITED BY SIZE INTO WS-DATE-OUT.

       8700-PRINT-TOTALS.
           MOVE SPACES TO LEAVE-REGISTER-LINE.
           WRITE LEAVE-REGISTER-LINE.
           MOVE SPACES TO LEAVE-REGISTER-LINE.
           STRING "EMPLOYEES POSTED: " WS-POSTED-COUNT
               "   ENTITLEMENT EXHAUSTED: " WS-EXHAUSTED-COUNT
               DELIMITED BY SIZE INTO LEAVE-REGISTER-LINE.
           WRITE LEAVE-REGISTER-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "LVPOST OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " WEEK=" WS-WEEK-END
               " POSTED=" WS-POSTED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE LEAVE-PARM-FILE EMPLOYEE-MASTER PTO-REQUEST-MASTER
               FMLA-LEDGER LEAVE-REGISTER-FILE EXCEPTION-LOG
               RUN-LOG-FILE.
