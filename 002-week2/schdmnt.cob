       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDMNT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Shift schedule maintenance. Applies add/change/delete
      ** transactions from SCHDTRAN against the indexed SCHDMAST
      ** schedule master, the same "transaction file drives updates
      ** to a master" approach DEDMAINT uses for DEDMSTR. A row says
      ** who is due in on a work date, from when to when, on which
      ** shift, and which supervisor owns the shift. A change
      ** re-sets the times, shift, or supervisor (a blank field is
      ** left as it was); a delete takes a day off the schedule
      ** before ATTNRPT can call it a missed shift. Every applied
      ** transaction is logged to SCHDAUDT with before/after values,
      ** the same convention as EMPAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHEDULE-MASTER ASSIGN TO "SCHDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT MAINTENANCE-FILE ASSIGN TO "SCHDTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "SCHDAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-MASTER.
       01  SCHEDULE-RECORD.
           COPY SCHDREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

      *> One maintenance action per employee per work date: A
      *> schedules the day, C changes it, D takes it off.
       FD  MAINTENANCE-FILE.
       01  MAINT-RECORD.
           05  ST-EMP-ID             PIC X(6).
           05  ST-WORK-DATE          PIC X(10).
           05  ST-ACTION-CODE        PIC X(1).
               88  ST-IS-ADD                   VALUE "A".
               88  ST-IS-CHANGE                VALUE "C".
               88  ST-IS-DELETE                VALUE "D".
           05  ST-SCHED-IN.
               10  ST-IN-HH          PIC 9(2).
               10  ST-IN-MM          PIC 9(2).
           05  ST-SCHED-IN-X REDEFINES ST-SCHED-IN
                                     PIC X(4).
           05  ST-SCHED-OUT.
               10  ST-OUT-HH         PIC 9(2).
               10  ST-OUT-MM         PIC 9(2).
           05  ST-SCHED-OUT-X REDEFINES ST-SCHED-OUT
                                     PIC X(4).
           05  ST-SHIFT-CODE         PIC X(1).
           05  ST-SUPERVISOR-ID      PIC X(8).
           05  ST-CHANGED-BY         PIC X(10).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE            PIC X(80).

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-MAINT-EOF-SWITCH   PIC X(1) VALUE "N".
           88  MAINT-END-OF-FILE          VALUE "Y".
       01  WS-EDIT-SWITCH        PIC X(1) VALUE "Y".
           88  ENTRY-PASSES-EDIT          VALUE "Y".
           88  ENTRY-FAILS-EDIT           VALUE "N".
       01  WS-REJECT-TEXT        PIC X(40).
       01  WS-OLD-SCHED-IN       PIC X(4).
       01  WS-OLD-SCHED-OUT      PIC X(4).
       01  WS-OLD-SUPERVISOR-ID  PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.

      *> Setting who is due in when is the supervisors' own work,
      *> so the schedule takes the timesheet-supervisor role ("S")
      *> through the shared AUTHCHK subprogram.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-MAINTENANCE
               PERFORM 2000-APPLY-TRANSACTIONS
                   UNTIL MAINT-END-OF-FILE
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1020-CHECK-AUTHORIZATION.
           MOVE "SCHDMNT" TO AUTH-PROGRAM-NAME.
           MOVE "S" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO MAINTENANCE "
                   "WILL BE APPLIED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "SCHDMNT OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       1000-OPEN-FILES.
           OPEN I-O SCHEDULE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT MAINTENANCE-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1100-READ-MAINTENANCE.
           READ MAINTENANCE-FILE
               AT END SET MAINT-END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-TRANSACTIONS.
           EVALUATE TRUE
               WHEN ST-IS-ADD
                   PERFORM 2100-ADD-SCHEDULE
               WHEN ST-IS-CHANGE
                   PERFORM 2200-CHANGE-SCHEDULE
               WHEN ST-IS-DELETE
                   PERFORM 2300-DELETE-SCHEDULE
               WHEN OTHER
                   DISPLAY "*** UNKNOWN ACTION CODE FOR SCHEDULE: "
                       ST-EMP-ID " " ST-WORK-DATE " - SKIPPED ***"
           END-EVALUATE.
           PERFORM 1100-READ-MAINTENANCE.

      *> A day goes only to an employed person, with real clock
      *> times, a shift, and a supervisor to answer for it.
       2100-ADD-SCHEDULE.
           SET ENTRY-PASSES-EDIT TO TRUE.
           MOVE ST-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET ENTRY-FAILS-EDIT TO TRUE
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF NOT EMP-IS-EMPLOYED
                       SET ENTRY-FAILS-EDIT TO TRUE
                       MOVE "EMPLOYEE NOT EMPLOYED" TO WS-REJECT-TEXT
                   END-IF
           END-READ.
           IF ENTRY-PASSES-EDIT
               PERFORM 2500-EDIT-TIMES
           END-IF.
           IF ENTRY-PASSES-EDIT
               AND (ST-SHIFT-CODE < "1" OR ST-SHIFT-CODE > "3")
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "SHIFT CODE NOT 1, 2, OR 3" TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT AND ST-SUPERVISOR-ID = SPACES
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "SUPERVISOR MISSING" TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               PERFORM 2150-WRITE-SCHEDULE
           ELSE
               PERFORM 2900-DISPLAY-REJECT
           END-IF.

       2150-WRITE-SCHEDULE.
           INITIALIZE SCHEDULE-RECORD.
           MOVE ST-EMP-ID TO SH-EMP-ID.
           MOVE ST-WORK-DATE TO SH-WORK-DATE.
           MOVE ST-SCHED-IN TO SH-SCHED-IN.
           MOVE ST-SCHED-OUT TO SH-SCHED-OUT.
           MOVE ST-SHIFT-CODE TO SH-SHIFT-CODE.
           MOVE ST-SUPERVISOR-ID TO SH-SUPERVISOR-ID.
           MOVE WS-RUN-DATE TO SH-CHANGED-DATE.
           WRITE SCHEDULE-RECORD
               INVALID KEY
                   MOVE "DAY ALREADY SCHEDULED" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   PERFORM 2910-LOG-ADD
           END-WRITE.

       2200-CHANGE-SCHEDULE.
           MOVE ST-EMP-ID TO SH-EMP-ID.
           MOVE ST-WORK-DATE TO SH-WORK-DATE.
           READ SCHEDULE-MASTER
               INVALID KEY
                   MOVE "DAY NOT ON SCHEDULE" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   PERFORM 2250-APPLY-CHANGE
           END-READ.

       2250-APPLY-CHANGE.
           MOVE SH-SCHED-IN TO WS-OLD-SCHED-IN.
           MOVE SH-SCHED-OUT TO WS-OLD-SCHED-OUT.
           MOVE SH-SUPERVISOR-ID TO WS-OLD-SUPERVISOR-ID.
           IF ST-SCHED-IN-X NOT = SPACES
               MOVE ST-SCHED-IN TO SH-SCHED-IN
           END-IF.
           IF ST-SCHED-OUT-X NOT = SPACES
               MOVE ST-SCHED-OUT TO SH-SCHED-OUT
           END-IF.
           MOVE SH-SCHED-IN TO ST-SCHED-IN-X.
           MOVE SH-SCHED-OUT TO ST-SCHED-OUT-X.
           SET ENTRY-PASSES-EDIT TO TRUE.
           PERFORM 2500-EDIT-TIMES.
           IF ENTRY-PASSES-EDIT AND ST-SHIFT-CODE NOT = SPACE
               AND (ST-SHIFT-CODE < "1" OR ST-SHIFT-CODE > "3")
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "SHIFT CODE NOT 1, 2, OR 3" TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               IF ST-SHIFT-CODE NOT = SPACE
                   MOVE ST-SHIFT-CODE TO SH-SHIFT-CODE
               END-IF
               IF ST-SUPERVISOR-ID NOT = SPACES
                   MOVE ST-SUPERVISOR-ID TO SH-SUPERVISOR-ID
               END-IF
               MOVE WS-RUN-DATE TO SH-CHANGED-DATE
               REWRITE SCHEDULE-RECORD
               PERFORM 2920-LOG-CHANGE
           ELSE
               PERFORM 2900-DISPLAY-REJECT
           END-IF.

       2300-DELETE-SCHEDULE.
           MOVE ST-EMP-ID TO SH-EMP-ID.
           MOVE ST-WORK-DATE TO SH-WORK-DATE.
           READ SCHEDULE-MASTER
               INVALID KEY
                   MOVE "DAY NOT ON SCHEDULE" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   DELETE SCHEDULE-MASTER RECORD
                   PERFORM 2930-LOG-DELETE
           END-READ.

      *> HHMM on the 24-hour clock. An out before the in is a shift
      *> that runs past midnight and is allowed; the same time for
      *> both is not a shift at all.
       2500-EDIT-TIMES.
           IF ST-SCHED-IN NOT NUMERIC OR ST-SCHED-OUT NOT NUMERIC
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "SCHEDULED TIME NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE
               IF ST-IN-HH > 23 OR ST-IN-MM > 59
                   OR ST-OUT-HH > 23 OR ST-OUT-MM > 59
                   SET ENTRY-FAILS-EDIT TO TRUE
                   MOVE "SCHEDULED TIME NOT A CLOCK TIME"
                       TO WS-REJECT-TEXT
               END-IF
               IF ENTRY-PASSES-EDIT
                   AND ST-SCHED-IN-X = ST-SCHED-OUT-X
                   SET ENTRY-FAILS-EDIT TO TRUE
                   MOVE "SCHEDULED IN AND OUT ARE THE SAME"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

       2900-DISPLAY-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "*** " ST-ACTION-CODE " REJECTED FOR SCHEDULE "
               ST-EMP-ID " " ST-WORK-DATE " - " WS-REJECT-TEXT " ***".

       2910-LOG-ADD.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING SH-EMP-ID " " SH-WORK-DATE " ADD " SH-SCHED-IN
               "-" SH-SCHED-OUT " SHIFT=" SH-SHIFT-CODE
               " SUPV=" SH-SUPERVISOR-ID
               " BY=" ST-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2920-LOG-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING SH-EMP-ID " " SH-WORK-DATE " CHANGE "
               WS-OLD-SCHED-IN "-" WS-OLD-SCHED-OUT "/"
               SH-SCHED-IN "-" SH-SCHED-OUT
               " BY=" ST-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           IF SH-SUPERVISOR-ID NOT = WS-OLD-SUPERVISOR-ID
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING SH-EMP-ID " " SH-WORK-DATE " CHANGE SUPV="
                   WS-OLD-SUPERVISOR-ID "/" SH-SUPERVISOR-ID
                   " BY=" ST-CHANGED-BY " ON=" WS-RUN-DATE
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               WRITE AUDIT-LOG-LINE
           END-IF.

       2930-LOG-DELETE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING SH-EMP-ID " " SH-WORK-DATE " DELETE " SH-SCHED-IN
               "-" SH-SCHED-OUT
               " BY=" ST-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE SCHEDULE-MASTER EMPLOYEE-MASTER MAINTENANCE-FILE
               AUDIT-LOG-FILE RUN-LOG-FILE.
