       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNRPT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Attendance exception run. Holds the raw PUNCHIN punches
      ** (the same file TIMECLCK pairs) against the SCHDMAST shift
      ** schedule for the plant cycle's open pay period, through
      ** the run date, in a match-merge on employee and work date:
      ** a scheduled day with no punches is a missed shift (no call/
      ** no show) unless the employee is out on leave; a punched
      ** day with nothing scheduled is unscheduled work; on a day
      ** both have, a first IN past the scheduled start or a last
      ** OUT before the scheduled end - by more than the grace
      ** minutes - is a late arrival or an early out. The exceptions
      ** are sorted by the supervisor who owns the shift and printed
      ** one supervisor to a section on ATTNRPT.TXT, and each is
      ** posted to TSAPPR as an attendance row for that employee and
      ** period, where TSAPPRV calls it out if the hours are approved
      ** over it. A re-run posts only the exceptions not already
      ** there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-FILE ASSIGN TO "PUNCHIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SCHEDULE-MASTER ASSIGN TO "SCHDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT PAY-CALENDAR-IN ASSIGN TO "PAYCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TIMESHEET-APPROVAL-FILE ASSIGN TO "TSAPPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-REPORT-FILE ASSIGN TO "ATTNRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-SORT-FILE ASSIGN TO "ATTNSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
      *> TIMECLCK's punch layout: one record per punch, sorted by
      *> employee/date/time.
       FD  PUNCH-FILE.
       01  PUNCH-RECORD.
           05  PN-EMP-ID           PIC X(6).
           05  PN-WORK-DATE        PIC X(10).
           05  PN-PUNCH-TYPE       PIC X(1).
               88  PUNCH-IS-IN             VALUE "I".
               88  PUNCH-IS-OUT            VALUE "O".
           05  PN-PUNCH-TIME.
               10  PN-PUNCH-HH     PIC 9(2).
               10  PN-PUNCH-MM     PIC 9(2).

       FD  SCHEDULE-MASTER.
       01  SCHEDULE-RECORD.
           COPY SCHDREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  PAY-CALENDAR-IN.
       01  CAL-IN-RECORD.
           COPY PAYCAL.

       FD  TIMESHEET-APPROVAL-FILE.
       01  TIMESHEET-APPROVAL-RECORD.
           COPY TSAPPRRC.

       FD  ATTENDANCE-REPORT-FILE.
       01  ATTENDANCE-REPORT-LINE  PIC X(80).

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

      *> Sort work file: every exception the match-merge finds, in
      *> the supervisor/employee/date order the report prints in.
       SD  ATTENDANCE-SORT-FILE.
       01  ATTENDANCE-SORT-RECORD.
           05  AS-SUPERVISOR-ID     PIC X(8).
           05  AS-EMP-ID            PIC X(6).
           05  AS-WORK-DATE         PIC X(10).
           05  AS-ATTEND-CODE       PIC X(4).
           05  AS-SCHED-TIME        PIC X(4).
           05  AS-PUNCH-TIME        PIC X(4).
           05  AS-VARIANCE-MIN      PIC 9(4).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-CURRENT-PERIOD-NO  PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-START       PIC X(10).
       01  WS-PERIOD-END         PIC X(10).
      *> Days after the run date have not happened yet - nobody has
      *> missed them.
       01  WS-THROUGH-DATE       PIC X(10).

      *> Minutes either side of the scheduled times before a punch
      *> counts as late or early.
       01  WS-GRACE-MINUTES      PIC 9(2) VALUE 5.

       01  WS-CAL-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE            VALUE "Y".
       01  WS-PERIOD-SWITCH      PIC X(1) VALUE "N".
           88  PERIOD-WAS-FOUND           VALUE "Y".
       01  WS-PN-EOF-SWITCH      PIC X(1) VALUE "N".
           88  PN-END-OF-FILE             VALUE "Y".
       01  WS-SCHED-EOF-SWITCH   PIC X(1) VALUE "N".
           88  SCHED-END-OF-FILE          VALUE "Y".
       01  WS-TA-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TA-END-OF-FILE             VALUE "Y".
       01  WS-SORT-EOF-SWITCH    PIC X(1) VALUE "N".
           88  SORT-END-OF-FILE           VALUE "Y".
       01  WS-EMP-FOUND-SWITCH   PIC X(1).
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
           88  EMPLOYEE-NOT-FOUND         VALUE "N".
       01  WS-POSTED-SWITCH      PIC X(1).
           88  EXCEPTION-ALREADY-POSTED   VALUE "Y".

      *> Match-merge keys: employee + work date on each side,
      *> HIGH-VALUES once a side runs out.
       01  WS-SCHED-KEY.
           05  WS-SCHED-EMP-ID       PIC X(6).
           05  WS-SCHED-DATE         PIC X(10).
       01  WS-PUNCH-KEY.
           05  WS-PUNCH-EMP-ID       PIC X(6).
           05  WS-PUNCH-DATE         PIC X(10).

      *> One punched day, summarized: the first IN and the last OUT
      *> are all attendance needs (the pairing is TIMECLCK's job).
       01  WS-FIRST-IN           PIC X(4).
       01  WS-LAST-OUT           PIC X(4).
       01  WS-TIME-HHMM.
           05  WS-TIME-HH            PIC 9(2).
           05  WS-TIME-MM            PIC 9(2).
       01  WS-TIME-MINUTES       PIC 9(4).
       01  WS-SCHED-IN-MINUTES   PIC 9(4).
       01  WS-SCHED-OUT-MINUTES  PIC 9(4).
       01  WS-PUNCH-IN-MINUTES   PIC 9(4).
       01  WS-PUNCH-OUT-MINUTES  PIC 9(4).

      *> The supervisor last seen on the schedule for an employee -
      *> unscheduled work goes to whoever schedules the person.
       01  WS-LAST-SCHED-EMP-ID  PIC X(6) VALUE SPACES.
       01  WS-LAST-SUPERVISOR-ID PIC X(8) VALUE SPACES.

      *> Attendance rows already on TSAPPR for the period.
       01  WS-PX-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-PX-TABLE.
           05  WS-PX-ENTRY OCCURS 500 TIMES.
               10  PXT-EMP-ID         PIC X(6).
               10  PXT-WORK-DATE      PIC X(10).
               10  PXT-ATTEND-CODE    PIC X(4).
       01  WS-PX-IDX             PIC 9(3).

       01  WS-CUR-SUPERVISOR-ID  PIC X(8) VALUE SPACES.
       01  WS-SUPV-EXC-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-LATE-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-EARLY-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-MISSED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-UNSCHED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-EXCUSED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-POSTED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-EXC-DESCRIPTION    PIC X(12).
       01  WS-REPORT-NAME        PIC X(20).
       01  DISPLAY-SCHED-TIME    PIC X(5).
       01  DISPLAY-PUNCH-TIME    PIC X(5).
       01  DISPLAY-MINUTES       PIC ZZZ9.
       01  DISPLAY-COUNT         PIC ZZZ9.

      *> Posting attendance rows where supervisors approve hours is
      *> supervisor work, through the shared AUTHCHK subprogram.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-LOCATE-OPEN-PERIOD
           END-IF.
           IF AUTH-GRANTED AND PERIOD-WAS-FOUND
               PERFORM 1100-LOAD-POSTED-EXCEPTIONS
               OPEN EXTEND TIMESHEET-APPROVAL-FILE
               PERFORM 1200-PRINT-HEADING
               SORT ATTENDANCE-SORT-FILE
                   ON ASCENDING KEY AS-SUPERVISOR-ID AS-EMP-ID
                       AS-WORK-DATE
                   INPUT PROCEDURE IS 2000-MATCH-SCHEDULE-TO-PUNCHES
                   OUTPUT PROCEDURE IS 5000-PRINT-EXCEPTIONS
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
               CLOSE TIMESHEET-APPROVAL-FILE
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PUNCH-FILE.
           OPEN INPUT SCHEDULE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT ATTENDANCE-REPORT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "ATTNRPT" TO AUTH-PROGRAM-NAME.
           MOVE "S" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO ATTENDANCE "
                   "EXCEPTIONS WILL BE POSTED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> Same first-open-period scan TIMECLCK runs, for the plant
      *> cycle (blank pay group) whose punches PUNCHIN carries.
       1050-LOCATE-OPEN-PERIOD.
           OPEN INPUT PAY-CALENDAR-IN.
           PERFORM UNTIL CAL-END-OF-FILE OR PERIOD-WAS-FOUND
               READ PAY-CALENDAR-IN
                   AT END
                       SET CAL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAL-PERIOD-IS-OPEN
                           AND CAL-PAY-GROUP = SPACE
                           SET PERIOD-WAS-FOUND TO TRUE
                           MOVE CAL-PERIOD-NO TO WS-CURRENT-PERIOD-NO
                           MOVE CAL-START-DATE TO WS-PERIOD-START
                           MOVE CAL-END-DATE TO WS-PERIOD-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.
           IF PERIOD-WAS-FOUND
               MOVE WS-PERIOD-END TO WS-THROUGH-DATE
               IF WS-RUN-DATE < WS-THROUGH-DATE
                   MOVE WS-RUN-DATE TO WS-THROUGH-DATE
               END-IF
           ELSE
               DISPLAY "*** NO OPEN PAY PERIOD - NOTHING TO CHECK ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> What an earlier run already posted for this period, so a
      *> re-run after a schedule correction adds only what is new.
       1100-LOAD-POSTED-EXCEPTIONS.
           OPEN INPUT TIMESHEET-APPROVAL-FILE.
           PERFORM UNTIL TA-END-OF-FILE
               READ TIMESHEET-APPROVAL-FILE
                   AT END
                       SET TA-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TA-IS-ATTENDANCE
                           AND TA-PERIOD-NO = WS-CURRENT-PERIOD-NO
                           AND WS-PX-COUNT < 500
                           ADD 1 TO WS-PX-COUNT
                           MOVE TA-EMP-ID TO PXT-EMP-ID (WS-PX-COUNT)
                           MOVE TA-WORK-DATE
                               TO PXT-WORK-DATE (WS-PX-COUNT)
                           MOVE TA-ATTEND-CODE
                               TO PXT-ATTEND-CODE (WS-PX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIMESHEET-APPROVAL-FILE.

       1200-PRINT-HEADING.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "ATTENDANCE EXCEPTIONS - PERIOD "
               WS-CURRENT-PERIOD-NO " " WS-PERIOD-START " TO "
               WS-THROUGH-DATE
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "RUN " WS-RUN-DATE "  GRACE " WS-GRACE-MINUTES
               " MINUTES"
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.

      *> SORT's INPUT PROCEDURE: the balance-line match of the
      *> schedule (read in key order) against the punches (rolled
      *> up a day at a time), RELEASEing each exception found.
       2000-MATCH-SCHEDULE-TO-PUNCHES.
           MOVE LOW-VALUES TO SH-KEY.
           START SCHEDULE-MASTER KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET SCHED-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2100-NEXT-SCHEDULE.
           PERFORM 2200-READ-PUNCH.
           PERFORM 2300-NEXT-PUNCH-DAY.
           PERFORM 2400-MATCH-ONE-KEY
               UNTIL WS-SCHED-KEY = HIGH-VALUES
                   AND WS-PUNCH-KEY = HIGH-VALUES.

      *> Next schedule row inside the period, through the run date.
       2100-NEXT-SCHEDULE.
           MOVE HIGH-VALUES TO WS-SCHED-KEY.
           PERFORM UNTIL SCHED-END-OF-FILE
                   OR WS-SCHED-KEY NOT = HIGH-VALUES
               READ SCHEDULE-MASTER NEXT RECORD
                   AT END
                       SET SCHED-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SH-WORK-DATE NOT < WS-PERIOD-START
                           AND SH-WORK-DATE NOT > WS-THROUGH-DATE
                           MOVE SH-KEY TO WS-SCHED-KEY
                       END-IF
               END-READ
           END-PERFORM.

       2200-READ-PUNCH.
           READ PUNCH-FILE
               AT END SET PN-END-OF-FILE TO TRUE
           END-READ.

      *> Next punched day inside the period: every punch for the
      *> employee and date rolled into its first IN and last OUT.
       2300-NEXT-PUNCH-DAY.
           MOVE HIGH-VALUES TO WS-PUNCH-KEY.
           PERFORM UNTIL PN-END-OF-FILE
                   OR WS-PUNCH-KEY NOT = HIGH-VALUES
               PERFORM 2310-ROLL-UP-PUNCH-DAY
           END-PERFORM.

       2310-ROLL-UP-PUNCH-DAY.
           MOVE PN-EMP-ID TO WS-PUNCH-EMP-ID.
           MOVE PN-WORK-DATE TO WS-PUNCH-DATE.
           MOVE SPACES TO WS-FIRST-IN WS-LAST-OUT.
           PERFORM UNTIL PN-END-OF-FILE
                   OR PN-EMP-ID NOT = WS-PUNCH-EMP-ID
                   OR PN-WORK-DATE NOT = WS-PUNCH-DATE
               IF PUNCH-IS-IN AND WS-FIRST-IN = SPACES
                   MOVE PN-PUNCH-TIME TO WS-FIRST-IN
               END-IF
               IF PUNCH-IS-OUT
                   MOVE PN-PUNCH-TIME TO WS-LAST-OUT
               END-IF
               PERFORM 2200-READ-PUNCH
           END-PERFORM.
           IF WS-PUNCH-DATE < WS-PERIOD-START
               OR WS-PUNCH-DATE > WS-THROUGH-DATE
               MOVE HIGH-VALUES TO WS-PUNCH-KEY
           END-IF.

       2400-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-SCHED-KEY < WS-PUNCH-KEY
                   PERFORM 2500-CHECK-MISSED-SHIFT
                   PERFORM 2450-REMEMBER-SUPERVISOR
                   PERFORM 2100-NEXT-SCHEDULE
               WHEN WS-SCHED-KEY > WS-PUNCH-KEY
                   PERFORM 2600-CHECK-UNSCHEDULED-WORK
                   PERFORM 2300-NEXT-PUNCH-DAY
               WHEN OTHER
                   PERFORM 2700-CHECK-PUNCH-TIMES
                   PERFORM 2450-REMEMBER-SUPERVISOR
                   PERFORM 2100-NEXT-SCHEDULE
                   PERFORM 2300-NEXT-PUNCH-DAY
           END-EVALUATE.

       2450-REMEMBER-SUPERVISOR.
           MOVE SH-EMP-ID TO WS-LAST-SCHED-EMP-ID.
           MOVE SH-SUPERVISOR-ID TO WS-LAST-SUPERVISOR-ID.

      *> Scheduled, never punched. Approved leave is not a no-show;
      *> neither is a schedule row left behind for someone no longer
      *> employed - that is a schedule to clean up, counted apart.
       2500-CHECK-MISSED-SHIFT.
           PERFORM 2550-READ-EMPLOYEE.
           IF EMPLOYEE-WAS-FOUND AND EMP-IS-ACTIVE
               MOVE SPACES TO ATTENDANCE-SORT-RECORD
               MOVE SH-SUPERVISOR-ID TO AS-SUPERVISOR-ID
               MOVE SH-EMP-ID TO AS-EMP-ID
               MOVE SH-WORK-DATE TO AS-WORK-DATE
               MOVE "MISS" TO AS-ATTEND-CODE
               MOVE SH-SCHED-IN TO AS-SCHED-TIME
               MOVE ZERO TO AS-VARIANCE-MIN
               RELEASE ATTENDANCE-SORT-RECORD
           ELSE
               ADD 1 TO WS-EXCUSED-COUNT
           END-IF.

       2550-READ-EMPLOYEE.
           SET EMPLOYEE-WAS-FOUND TO TRUE.
           MOVE SH-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
           END-READ.

      *> Punched in with nothing on the schedule. A day holding only
      *> an OUT is the tail of a shift that ran past midnight (or an
      *> unpaired punch TIMECLCK already logs), not new work.
       2600-CHECK-UNSCHEDULED-WORK.
           IF WS-FIRST-IN NOT = SPACES
               MOVE SPACES TO ATTENDANCE-SORT-RECORD
               EVALUATE TRUE
                   WHEN NOT SCHED-END-OF-FILE
                       AND SH-EMP-ID = WS-PUNCH-EMP-ID
                       MOVE SH-SUPERVISOR-ID TO AS-SUPERVISOR-ID
                   WHEN WS-LAST-SCHED-EMP-ID = WS-PUNCH-EMP-ID
                       MOVE WS-LAST-SUPERVISOR-ID TO AS-SUPERVISOR-ID
                   WHEN OTHER
                       MOVE "UNASSGND" TO AS-SUPERVISOR-ID
               END-EVALUATE
               MOVE WS-PUNCH-EMP-ID TO AS-EMP-ID
               MOVE WS-PUNCH-DATE TO AS-WORK-DATE
               MOVE "UNSC" TO AS-ATTEND-CODE
               MOVE WS-FIRST-IN TO AS-PUNCH-TIME
               MOVE ZERO TO AS-VARIANCE-MIN
               RELEASE ATTENDANCE-SORT-RECORD
           END-IF.

      *> Both sides have the day. A shift scheduled past midnight
      *> ends on the next date's punches, so only its start is
      *> held to the schedule here.
       2700-CHECK-PUNCH-TIMES.
           COMPUTE WS-SCHED-IN-MINUTES = (SH-IN-HH * 60) + SH-IN-MM.
           COMPUTE WS-SCHED-OUT-MINUTES =
               (SH-OUT-HH * 60) + SH-OUT-MM.
           IF WS-FIRST-IN NOT = SPACES
               MOVE WS-FIRST-IN TO WS-TIME-HHMM
               PERFORM 2750-HHMM-TO-MINUTES
               MOVE WS-TIME-MINUTES TO WS-PUNCH-IN-MINUTES
               IF WS-PUNCH-IN-MINUTES >
                       WS-SCHED-IN-MINUTES + WS-GRACE-MINUTES
                   MOVE SPACES TO ATTENDANCE-SORT-RECORD
                   MOVE SH-SUPERVISOR-ID TO AS-SUPERVISOR-ID
                   MOVE SH-EMP-ID TO AS-EMP-ID
                   MOVE SH-WORK-DATE TO AS-WORK-DATE
                   MOVE "LATE" TO AS-ATTEND-CODE
                   MOVE SH-SCHED-IN TO AS-SCHED-TIME
                   MOVE WS-FIRST-IN TO AS-PUNCH-TIME
                   COMPUTE AS-VARIANCE-MIN =
                       WS-PUNCH-IN-MINUTES - WS-SCHED-IN-MINUTES
                   RELEASE ATTENDANCE-SORT-RECORD
               END-IF
           END-IF.
           IF WS-LAST-OUT NOT = SPACES
               AND WS-SCHED-OUT-MINUTES > WS-SCHED-IN-MINUTES
               MOVE WS-LAST-OUT TO WS-TIME-HHMM
               PERFORM 2750-HHMM-TO-MINUTES
               MOVE WS-TIME-MINUTES TO WS-PUNCH-OUT-MINUTES
               IF WS-PUNCH-OUT-MINUTES + WS-GRACE-MINUTES <
                       WS-SCHED-OUT-MINUTES
                   MOVE SPACES TO ATTENDANCE-SORT-RECORD
                   MOVE SH-SUPERVISOR-ID TO AS-SUPERVISOR-ID
                   MOVE SH-EMP-ID TO AS-EMP-ID
                   MOVE SH-WORK-DATE TO AS-WORK-DATE
                   MOVE "EARL" TO AS-ATTEND-CODE
                   MOVE SH-SCHED-OUT TO AS-SCHED-TIME
                   MOVE WS-LAST-OUT TO AS-PUNCH-TIME
                   COMPUTE AS-VARIANCE-MIN =
                       WS-SCHED-OUT-MINUTES - WS-PUNCH-OUT-MINUTES
                   RELEASE ATTENDANCE-SORT-RECORD
               END-IF
           END-IF.

       2750-HHMM-TO-MINUTES.
           IF WS-TIME-HHMM IS NUMERIC
               COMPUTE WS-TIME-MINUTES =
                   (WS-TIME-HH * 60) + WS-TIME-MM
           ELSE
               MOVE ZERO TO WS-TIME-MINUTES
           END-IF.

      *> SORT's OUTPUT PROCEDURE: RETURNs the exceptions in
      *> supervisor order, printing a section per supervisor and
      *> posting each to TSAPPR.
       5000-PRINT-EXCEPTIONS.
           PERFORM UNTIL SORT-END-OF-FILE
               RETURN ATTENDANCE-SORT-FILE
                   AT END
                       SET SORT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AS-SUPERVISOR-ID NOT = WS-CUR-SUPERVISOR-ID
                           IF WS-CUR-SUPERVISOR-ID NOT = SPACES
                               PERFORM 5200-PRINT-SUPERVISOR-TOTAL
                           END-IF
                           PERFORM 5100-PRINT-SUPERVISOR-HEAD
                       END-IF
                       PERFORM 5300-PRINT-EXCEPTION-LINE
                       PERFORM 5400-POST-TO-TSAPPR
               END-RETURN
           END-PERFORM.
           IF WS-CUR-SUPERVISOR-ID NOT = SPACES
               PERFORM 5200-PRINT-SUPERVISOR-TOTAL
           END-IF.

       5100-PRINT-SUPERVISOR-HEAD.
           MOVE AS-SUPERVISOR-ID TO WS-CUR-SUPERVISOR-ID.
           MOVE ZERO TO WS-SUPV-EXC-COUNT.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE ALL "-" TO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "SUPERVISOR: " WS-CUR-SUPERVISOR-ID
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "EMP-ID NAME                 WORK DATE  "
               "EXCEPTION    SCHED ACTUAL  MINS"
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.

       5200-PRINT-SUPERVISOR-TOTAL.
           MOVE WS-SUPV-EXC-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "  EXCEPTIONS FOR " WS-CUR-SUPERVISOR-ID ": "
               DISPLAY-COUNT
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.

       5300-PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-SUPV-EXC-COUNT.
           EVALUATE AS-ATTEND-CODE
               WHEN "LATE"
                   MOVE "LATE IN" TO WS-EXC-DESCRIPTION
                   ADD 1 TO WS-LATE-COUNT
               WHEN "EARL"
                   MOVE "EARLY OUT" TO WS-EXC-DESCRIPTION
                   ADD 1 TO WS-EARLY-COUNT
               WHEN "MISS"
                   MOVE "MISSED SHIFT" TO WS-EXC-DESCRIPTION
                   ADD 1 TO WS-MISSED-COUNT
               WHEN OTHER
                   MOVE "UNSCHEDULED" TO WS-EXC-DESCRIPTION
                   ADD 1 TO WS-UNSCHED-COUNT
           END-EVALUATE.
           MOVE AS-EMP-ID TO EMP-ID.
           MOVE SPACES TO WS-REPORT-NAME.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-REPORT-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-REPORT-NAME
           END-READ.
           MOVE SPACES TO DISPLAY-SCHED-TIME DISPLAY-PUNCH-TIME.
           IF AS-SCHED-TIME NOT = SPACES
               STRING AS-SCHED-TIME (1:2) ":" AS-SCHED-TIME (3:2)
                   DELIMITED BY SIZE INTO DISPLAY-SCHED-TIME
           END-IF.
           IF AS-PUNCH-TIME NOT = SPACES
               STRING AS-PUNCH-TIME (1:2) ":" AS-PUNCH-TIME (3:2)
                   DELIMITED BY SIZE INTO DISPLAY-PUNCH-TIME
           END-IF.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING AS-EMP-ID " " WS-REPORT-NAME " " AS-WORK-DATE " "
               WS-EXC-DESCRIPTION " " DISPLAY-SCHED-TIME " "
               DISPLAY-PUNCH-TIME
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-LINE.
           IF AS-VARIANCE-MIN > ZERO
               MOVE AS-VARIANCE-MIN TO DISPLAY-MINUTES
               MOVE DISPLAY-MINUTES TO ATTENDANCE-REPORT-LINE (70:4)
           END-IF.
           WRITE ATTENDANCE-REPORT-LINE.

       5400-POST-TO-TSAPPR.
           MOVE "N" TO WS-POSTED-SWITCH.
           PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                   UNTIL WS-PX-IDX > WS-PX-COUNT
               IF PXT-EMP-ID (WS-PX-IDX) = AS-EMP-ID
                   AND PXT-WORK-DATE (WS-PX-IDX) = AS-WORK-DATE
                   AND PXT-ATTEND-CODE (WS-PX-IDX) = AS-ATTEND-CODE
                   SET EXCEPTION-ALREADY-POSTED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT EXCEPTION-ALREADY-POSTED
               MOVE SPACES TO TIMESHEET-APPROVAL-RECORD
               MOVE AS-EMP-ID TO TA-EMP-ID
               MOVE WS-CURRENT-PERIOD-NO TO TA-PERIOD-NO
               MOVE WS-RUN-DATE TO TA-APPROVE-DATE
               SET TA-IS-ATTENDANCE TO TRUE
               MOVE AS-WORK-DATE TO TA-WORK-DATE
               MOVE AS-ATTEND-CODE TO TA-ATTEND-CODE
               MOVE AS-SCHED-TIME TO TA-SCHED-TIME
               MOVE AS-PUNCH-TIME TO TA-PUNCH-TIME
               MOVE AS-VARIANCE-MIN TO TA-VARIANCE-MIN
               MOVE AS-SUPERVISOR-ID TO TA-SUPERVISOR-ID
               WRITE TIMESHEET-APPROVAL-RECORD
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

       8700-PRINT-TOTALS.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE ALL "=" TO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "LATE IN: " WS-LATE-COUNT
               "  EARLY OUT: " WS-EARLY-COUNT
               "  MISSED: " WS-MISSED-COUNT
               "  UNSCHEDULED: " WS-UNSCHED-COUNT
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "NEW ROWS POSTED TO TSAPPR: " WS-POSTED-COUNT
               "  EXCUSED (LEAVE/NOT EMPLOYED): " WS-EXCUSED-COUNT
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "ATTNRPT OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " PERIOD=" WS-CURRENT-PERIOD-NO
               " POSTED=" WS-POSTED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE PUNCH-FILE SCHEDULE-MASTER EMPLOYEE-MASTER
               ATTENDANCE-REPORT-FILE RUN-LOG-FILE.
