       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTROLL.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Attendance roll-up. Instructors key every class meeting to
      ** ATTEND - student, course, section, term, meeting date, and
      ** present, absent, or excused - instead of keeping it in
      ** their own gradebooks. This run sorts the meetings by
      ** section and student and rebuilds ATTNSUM (layout ATTSREC):
      ** each student's meetings, absences, and attendance
      ** percentage per section, the summary GRADES1 prints on the
      ** report card. A student under the ATTNPARM minimum
      ** percentage is flagged. A student whose last meeting
      ** attended is more than the ATTNPARM cut-off days behind the
      ** section's latest meeting has stopped attending: the student
      ** is flagged and proposed for administrative withdrawal on
      ** AWDPROP (layout AWDPREC) and on the AWDLIST.TXT worksheet
      ** the registrar confirms from - AWDCONF applies what is
      ** confirmed. The flags by section print on ATTNROLL.TXT. A
      ** meeting line with a bad code or date, or keyed twice, is
      ** logged to EXCPLOG and left out. Requires the grading role
      ** through AUTHCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "ATTEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-PARM-FILE ASSIGN TO "ATTNPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID.
           SELECT ATTENDANCE-SUMMARY-FILE ASSIGN TO "ATTNSUM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-FILE ASSIGN TO "AWDPROP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLUP-REPORT-FILE ASSIGN TO "ATTNROLL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-LIST-FILE ASSIGN TO "AWDLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-SORT-FILE ASSIGN TO "ATTNSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
      *> One line per student per class meeting, as the instructor
      *> took the roll. Dates are YYYY-MM-DD.
       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05  AT-COURSE-ID        PIC X(6).
           05  AT-SECTION-NO       PIC X(3).
           05  AT-TERM-CODE        PIC X(6).
           05  AT-STUDENT-ID       PIC X(6).
           05  AT-MEETING-DATE     PIC X(10).
           05  AT-STATUS           PIC X(1).
               88  AT-IS-VALID-STATUS      VALUE "P" "A" "E".

      *> Minimum attendance percentage, and the days without
      *> attending that make a student a withdrawal proposal.
       FD  ATTENDANCE-PARM-FILE.
       01  ATTENDANCE-PARM-RECORD.
           05  PARM-MINIMUM-PCT    PIC 9(3).
           05  PARM-CUTOFF-DAYS    PIC 9(3).

      *> Where the worksheet gets the student's name.
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           COPY STUMREC.

       FD  ATTENDANCE-SUMMARY-FILE.
       01  ATTENDANCE-SUMMARY-RECORD.
           COPY ATTSREC.

       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           COPY AWDPREC.

       FD  ROLLUP-REPORT-FILE.
       01  ROLLUP-REPORT-LINE      PIC X(80).

       FD  PROPOSAL-LIST-FILE.
       01  PROPOSAL-LIST-LINE      PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

      *> The good meeting lines in section, student, date order -
      *> each carries its date as a day number for the cut-off.
       SD  ATTENDANCE-SORT-FILE.
       01  ATTENDANCE-SORT-RECORD.
           05  SA-COURSE-ID        PIC X(6).
           05  SA-SECTION-NO       PIC X(3).
           05  SA-TERM-CODE        PIC X(6).
           05  SA-STUDENT-ID       PIC X(6).
           05  SA-MEETING-DATE     PIC X(10).
           05  SA-MEETING-INT      PIC 9(7).
           05  SA-STATUS           PIC X(1).
               88  SA-WAS-PRESENT          VALUE "P".
               88  SA-WAS-ABSENT           VALUE "A".
               88  SA-WAS-EXCUSED          VALUE "E".

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-AT-EOF-SWITCH      PIC X(1) VALUE "N".
           88  AT-END-OF-FILE             VALUE "Y".
       01  WS-SA-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SA-END-OF-FILE             VALUE "Y".
       01  WS-FIRST-STUDENT      PIC X(1) VALUE "Y".
           88  FIRST-STUDENT              VALUE "Y".
       01  WS-RUN-DATE           PIC X(10).
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-DATE-INT           PIC 9(7).

      *> Defaults when ATTNPARM is missing: 80 percent, and two
      *> weeks of meetings without the student.
       01  WS-MINIMUM-PCT        PIC 9(3) VALUE 80.
       01  WS-CUTOFF-DAYS        PIC 9(3) VALUE 14.

      *> Each section's first and latest meeting, gathered as the
      *> lines are released - the stop-attending test measures
      *> against the section's calendar, not the run date.
       01  WS-SCT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SECTION-TABLE.
           05  WS-SCT-ENTRY OCCURS 50 TIMES.
               10  SCT-COURSE-ID      PIC X(6).
               10  SCT-SECTION-NO     PIC X(3).
               10  SCT-TERM-CODE      PIC X(6).
               10  SCT-FIRST-INT      PIC 9(7).
               10  SCT-LAST-INT       PIC 9(7).
               10  SCT-LAST-DATE      PIC X(10).
       01  WS-SCT-IDX            PIC 9(2).

      *> Control break - section, then student within it.
       01  WS-CUR-SECTION-KEY.
           05  WS-CUR-COURSE-ID   PIC X(6) VALUE SPACES.
           05  WS-CUR-SECTION-NO  PIC X(3) VALUE SPACES.
           05  WS-CUR-TERM-CODE   PIC X(6) VALUE SPACES.
       01  WS-SA-SECTION-KEY.
           05  WS-SA-COURSE-ID    PIC X(6).
           05  WS-SA-SECTION-NO   PIC X(3).
           05  WS-SA-TERM-CODE    PIC X(6).
       01  WS-CUR-STUDENT-ID     PIC X(6) VALUE SPACES.
       01  WS-PREV-MEETING-DATE  PIC X(10) VALUE SPACES.

      *> The student being rolled up.
       01  WS-STU-MEETINGS       PIC 9(3).
       01  WS-STU-PRESENT        PIC 9(3).
       01  WS-STU-ABSENT         PIC 9(3).
       01  WS-STU-EXCUSED        PIC 9(3).
       01  WS-STU-LAST-DATE      PIC X(10).
       01  WS-STU-LAST-INT       PIC 9(7).
       01  WS-COUNTABLE          PIC 9(3).
       01  WS-ATTEND-PCT         PIC 9(3).
       01  WS-REFERENCE-INT      PIC 9(7).
       01  WS-DAYS-ABSENT        PIC 9(3).
       01  WS-FLAG-TEXT          PIC X(28).

       01  WS-SECT-STUDENTS      PIC 9(3) VALUE ZERO.
       01  WS-SECT-BELOW         PIC 9(3) VALUE ZERO.
       01  WS-SECT-STOPPED       PIC 9(3) VALUE ZERO.
       01  WS-STUDENT-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-BELOW-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-PROPOSED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-STUDENT-NAME       PIC A(20).

      *> Attendance belongs to the instructors' side of grading.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-READ-ATTENDANCE-PARM
               OPEN INPUT STUDENT-MASTER
               OPEN OUTPUT ATTENDANCE-SUMMARY-FILE
               OPEN OUTPUT PROPOSAL-FILE
               OPEN OUTPUT ROLLUP-REPORT-FILE
               OPEN OUTPUT PROPOSAL-LIST-FILE
               PERFORM 1200-PRINT-REPORT-HEADERS
               SORT ATTENDANCE-SORT-FILE
                   ON ASCENDING KEY SA-COURSE-ID SA-SECTION-NO
                       SA-TERM-CODE SA-STUDENT-ID SA-MEETING-DATE
                   INPUT PROCEDURE IS 2000-EDIT-ATTENDANCE
                   OUTPUT PROCEDURE IS 3000-ROLL-UP-STUDENTS
               PERFORM 8900-PRINT-REPORT-TOTALS
               CLOSE STUDENT-MASTER ATTENDANCE-SUMMARY-FILE
                   PROPOSAL-FILE ROLLUP-REPORT-FILE
                   PROPOSAL-LIST-FILE
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "ATTROLL" TO AUTH-PROGRAM-NAME.
           MOVE "G" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - ATTENDANCE NOT "
                   "ROLLED UP ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1050-READ-ATTENDANCE-PARM.
           OPEN INPUT ATTENDANCE-PARM-FILE.
           READ ATTENDANCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-MINIMUM-PCT IS NUMERIC
                       MOVE PARM-MINIMUM-PCT TO WS-MINIMUM-PCT
                   END-IF
                   IF PARM-CUTOFF-DAYS IS NUMERIC
                       MOVE PARM-CUTOFF-DAYS TO WS-CUTOFF-DAYS
                   END-IF
           END-READ.
           CLOSE ATTENDANCE-PARM-FILE.

       1200-PRINT-REPORT-HEADERS.
           MOVE "ATTENDANCE ROLL-UP BY SECTION" TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               "  MINIMUM: " WS-MINIMUM-PCT "%"
               "  CUT-OFF: " WS-CUTOFF-DAYS " DAYS"
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           MOVE "ADMINISTRATIVE WITHDRAWAL PROPOSALS - CONFIRM "
               & "ON AWDDEC" TO PROPOSAL-LIST-LINE.
           WRITE PROPOSAL-LIST-LINE.
           MOVE SPACES TO PROPOSAL-LIST-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               "  NOT ATTENDED FOR MORE THAN " WS-CUTOFF-DAYS " DAYS"
               DELIMITED BY SIZE INTO PROPOSAL-LIST-LINE.
           WRITE PROPOSAL-LIST-LINE.
           MOVE SPACES TO PROPOSAL-LIST-LINE.
           WRITE PROPOSAL-LIST-LINE.
           MOVE "STUDENT NAME                 COURSE SEC TERM   "
               & "LAST-ATTENDED DAYS"
               TO PROPOSAL-LIST-LINE.
           WRITE PROPOSAL-LIST-LINE.

      *> SORT's INPUT PROCEDURE - every meeting line edited, the good
      *> ones released, and each section's first and latest meeting
      *> noted. A missing ATTEND (SELECT OPTIONAL) rolls up nothing.
       2000-EDIT-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE.
           PERFORM UNTIL AT-END-OF-FILE
               READ ATTENDANCE-FILE
                   AT END
                       SET AT-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-EDIT-ONE-MEETING
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.

       2100-EDIT-ONE-MEETING.
           MOVE AT-MEETING-DATE (1:4) TO WS-DATE-DIGITS (1:4).
           MOVE AT-MEETING-DATE (6:2) TO WS-DATE-DIGITS (5:2).
           MOVE AT-MEETING-DATE (9:2) TO WS-DATE-DIGITS (7:2).
           IF NOT AT-IS-VALID-STATUS
               OR WS-DATE-DIGITS IS NOT NUMERIC
               PERFORM 2190-LOG-BAD-MEETING
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS)
               MOVE AT-COURSE-ID TO SA-COURSE-ID
               MOVE AT-SECTION-NO TO SA-SECTION-NO
               MOVE AT-TERM-CODE TO SA-TERM-CODE
               MOVE AT-STUDENT-ID TO SA-STUDENT-ID
               MOVE AT-MEETING-DATE TO SA-MEETING-DATE
               MOVE WS-DATE-INT TO SA-MEETING-INT
               MOVE AT-STATUS TO SA-STATUS
               RELEASE ATTENDANCE-SORT-RECORD
               PERFORM 2150-NOTE-SECTION-MEETING
           END-IF.

       2150-NOTE-SECTION-MEETING.
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
                   UNTIL WS-SCT-IDX > WS-SCT-COUNT
               IF SCT-COURSE-ID (WS-SCT-IDX) = AT-COURSE-ID
                   AND SCT-SECTION-NO (WS-SCT-IDX) = AT-SECTION-NO
                   AND SCT-TERM-CODE (WS-SCT-IDX) = AT-TERM-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SCT-IDX > WS-SCT-COUNT
               IF WS-SCT-COUNT < 50
                   ADD 1 TO WS-SCT-COUNT
                   MOVE AT-COURSE-ID TO SCT-COURSE-ID (WS-SCT-COUNT)
                   MOVE AT-SECTION-NO TO SCT-SECTION-NO (WS-SCT-COUNT)
                   MOVE AT-TERM-CODE TO SCT-TERM-CODE (WS-SCT-COUNT)
                   MOVE WS-DATE-INT TO SCT-FIRST-INT (WS-SCT-COUNT)
                   MOVE WS-DATE-INT TO SCT-LAST-INT (WS-SCT-COUNT)
                   MOVE AT-MEETING-DATE
                       TO SCT-LAST-DATE (WS-SCT-COUNT)
               END-IF
           ELSE
               IF WS-DATE-INT < SCT-FIRST-INT (WS-SCT-IDX)
                   MOVE WS-DATE-INT TO SCT-FIRST-INT (WS-SCT-IDX)
               END-IF
               IF WS-DATE-INT > SCT-LAST-INT (WS-SCT-IDX)
                   MOVE WS-DATE-INT TO SCT-LAST-INT (WS-SCT-IDX)
                   MOVE AT-MEETING-DATE TO SCT-LAST-DATE (WS-SCT-IDX)
               END-IF
           END-IF.

       2190-LOG-BAD-MEETING.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "ATTROLL" TO EXC-PROGRAM.
           MOVE AT-STUDENT-ID TO EXC-KEY.
           MOVE "VALX" TO EXC-REASON-CODE.
           STRING "BAD ATTENDANCE CODE/DATE " AT-COURSE-ID "/"
               AT-SECTION-NO " " AT-MEETING-DATE
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> SORT's OUTPUT PROCEDURE: one block per section, a line per
      *> student, and the section's flags totalled under it.
       3000-ROLL-UP-STUDENTS.
           PERFORM UNTIL SA-END-OF-FILE
               RETURN ATTENDANCE-SORT-FILE
                   AT END
                       SET SA-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 3050-TAKE-ONE-MEETING
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-STUDENT
               PERFORM 3500-FINISH-STUDENT
               PERFORM 3900-PRINT-SECTION-TOTALS
           END-IF.

       3050-TAKE-ONE-MEETING.
           MOVE SA-COURSE-ID TO WS-SA-COURSE-ID.
           MOVE SA-SECTION-NO TO WS-SA-SECTION-NO.
           MOVE SA-TERM-CODE TO WS-SA-TERM-CODE.
           IF FIRST-STUDENT
               OR WS-SA-SECTION-KEY NOT = WS-CUR-SECTION-KEY
               IF NOT FIRST-STUDENT
                   PERFORM 3500-FINISH-STUDENT
                   PERFORM 3900-PRINT-SECTION-TOTALS
               END-IF
               PERFORM 3100-START-SECTION
               PERFORM 3200-START-STUDENT
           ELSE
               IF SA-STUDENT-ID NOT = WS-CUR-STUDENT-ID
                   PERFORM 3500-FINISH-STUDENT
                   PERFORM 3200-START-STUDENT
               END-IF
           END-IF.
           IF SA-MEETING-DATE = WS-PREV-MEETING-DATE
               PERFORM 3290-LOG-DUPLICATE-MEETING
           ELSE
               PERFORM 3300-COUNT-MEETING
           END-IF.

       3100-START-SECTION.
           MOVE "N" TO WS-FIRST-STUDENT.
           MOVE WS-SA-SECTION-KEY TO WS-CUR-SECTION-KEY.
           MOVE ZERO TO WS-SECT-STUDENTS WS-SECT-BELOW
               WS-SECT-STOPPED.
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
                   UNTIL WS-SCT-IDX > WS-SCT-COUNT
               IF SCT-COURSE-ID (WS-SCT-IDX) = SA-COURSE-ID
                   AND SCT-SECTION-NO (WS-SCT-IDX) = SA-SECTION-NO
                   AND SCT-TERM-CODE (WS-SCT-IDX) = SA-TERM-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           IF WS-SCT-IDX > WS-SCT-COUNT
               STRING "COURSE " SA-COURSE-ID "  SECTION "
                   SA-SECTION-NO "  TERM " SA-TERM-CODE
                   DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           ELSE
               STRING "COURSE " SA-COURSE-ID "  SECTION "
                   SA-SECTION-NO "  TERM " SA-TERM-CODE
                   "  LATEST MEETING " SCT-LAST-DATE (WS-SCT-IDX)
                   DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           END-IF.
           WRITE ROLLUP-REPORT-LINE.
           MOVE "  STUDENT  MTGS  PRES  ABS  EXC   PCT  "
               & "LAST-ATTENDED"
               TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.

       3200-START-STUDENT.
           MOVE SA-STUDENT-ID TO WS-CUR-STUDENT-ID.
           MOVE SPACES TO WS-PREV-MEETING-DATE WS-STU-LAST-DATE.
           MOVE ZERO TO WS-STU-MEETINGS WS-STU-PRESENT WS-STU-ABSENT
               WS-STU-EXCUSED WS-STU-LAST-INT.

      *> The same meeting keyed twice counts once.
       3290-LOG-DUPLICATE-MEETING.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "ATTROLL" TO EXC-PROGRAM.
           MOVE SA-STUDENT-ID TO EXC-KEY.
           MOVE "DUPX" TO EXC-REASON-CODE.
           STRING "MEETING KEYED TWICE " SA-COURSE-ID "/"
               SA-SECTION-NO " " SA-MEETING-DATE
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> An excused absence is contact with the student - it moves
      *> the last-attended date, though it never counts as present.
       3300-COUNT-MEETING.
           MOVE SA-MEETING-DATE TO WS-PREV-MEETING-DATE.
           ADD 1 TO WS-STU-MEETINGS.
           EVALUATE TRUE
               WHEN SA-WAS-PRESENT
                   ADD 1 TO WS-STU-PRESENT
                   MOVE SA-MEETING-DATE TO WS-STU-LAST-DATE
                   MOVE SA-MEETING-INT TO WS-STU-LAST-INT
               WHEN SA-WAS-EXCUSED
                   ADD 1 TO WS-STU-EXCUSED
                   MOVE SA-MEETING-DATE TO WS-STU-LAST-DATE
                   MOVE SA-MEETING-INT TO WS-STU-LAST-INT
               WHEN OTHER
                   ADD 1 TO WS-STU-ABSENT
           END-EVALUATE.

      *> Percentage, the flags, and the student's summary line.
       3500-FINISH-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT WS-SECT-STUDENTS.
           SUBTRACT WS-STU-EXCUSED FROM WS-STU-MEETINGS
               GIVING WS-COUNTABLE.
           IF WS-COUNTABLE = ZERO
               MOVE 100 TO WS-ATTEND-PCT
           ELSE
               COMPUTE WS-ATTEND-PCT ROUNDED =
                   WS-STU-PRESENT * 100 / WS-COUNTABLE
           END-IF.
           MOVE SPACES TO ATTENDANCE-SUMMARY-RECORD.
           MOVE WS-CUR-COURSE-ID TO AS-COURSE-ID.
           MOVE WS-CUR-SECTION-NO TO AS-SECTION-NO.
           MOVE WS-CUR-TERM-CODE TO AS-TERM-CODE.
           MOVE WS-CUR-STUDENT-ID TO AS-STUDENT-ID.
           MOVE WS-STU-MEETINGS TO AS-MEETINGS.
           MOVE WS-STU-PRESENT TO AS-PRESENT.
           MOVE WS-STU-ABSENT TO AS-ABSENT.
           MOVE WS-STU-EXCUSED TO AS-EXCUSED.
           MOVE WS-ATTEND-PCT TO AS-ATTEND-PCT.
           MOVE WS-STU-LAST-DATE TO AS-LAST-ATTENDED.
           SET AS-ATTENDANCE-OK TO TRUE.
           MOVE SPACES TO WS-FLAG-TEXT.
           PERFORM 3550-CHECK-STOPPED-ATTENDING.
           EVALUATE TRUE
               WHEN WS-DAYS-ABSENT > WS-CUTOFF-DAYS
                   SET AS-STOPPED-ATTENDING TO TRUE
                   ADD 1 TO WS-SECT-STOPPED WS-PROPOSED-COUNT
                   MOVE "STOPPED - WITHDRAWAL PROPOSED"
                       TO WS-FLAG-TEXT
                   PERFORM 3600-PROPOSE-WITHDRAWAL
               WHEN WS-ATTEND-PCT < WS-MINIMUM-PCT
                   SET AS-BELOW-MINIMUM TO TRUE
                   ADD 1 TO WS-SECT-BELOW WS-BELOW-COUNT
                   MOVE "BELOW MINIMUM" TO WS-FLAG-TEXT
           END-EVALUATE.
           WRITE ATTENDANCE-SUMMARY-RECORD.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           STRING "  " AS-STUDENT-ID "   " AS-MEETINGS "   "
               AS-PRESENT "   " AS-ABSENT "  " AS-EXCUSED "   "
               AS-ATTEND-PCT "%  " AS-LAST-ATTENDED " "
               WS-FLAG-TEXT
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.

      *> Days from the last meeting attended - or the section's
      *> first meeting, for a student who never attended - to the
      *> section's latest meeting.
       3550-CHECK-STOPPED-ATTENDING.
           MOVE ZERO TO WS-DAYS-ABSENT.
           IF WS-SCT-IDX <= WS-SCT-COUNT
               IF WS-STU-LAST-INT > ZERO
                   MOVE WS-STU-LAST-INT TO WS-REFERENCE-INT
               ELSE
                   MOVE SCT-FIRST-INT (WS-SCT-IDX)
                       TO WS-REFERENCE-INT
               END-IF
               IF SCT-LAST-INT (WS-SCT-IDX) > WS-REFERENCE-INT
                   SUBTRACT WS-REFERENCE-INT
                       FROM SCT-LAST-INT (WS-SCT-IDX)
                       GIVING WS-DAYS-ABSENT
               END-IF
           END-IF.

       3600-PROPOSE-WITHDRAWAL.
           MOVE SPACES TO PROPOSAL-RECORD.
           MOVE WS-CUR-COURSE-ID TO AW-COURSE-ID.
           MOVE WS-CUR-SECTION-NO TO AW-SECTION-NO.
           MOVE WS-CUR-TERM-CODE TO AW-TERM-CODE.
           MOVE WS-CUR-STUDENT-ID TO AW-STUDENT-ID.
           MOVE WS-STU-LAST-DATE TO AW-LAST-ATTENDED.
           MOVE WS-DAYS-ABSENT TO AW-DAYS-ABSENT.
           MOVE WS-RUN-DATE TO AW-PROPOSED-DATE.
           WRITE PROPOSAL-RECORD.
           MOVE WS-CUR-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME
           END-READ.
           MOVE SPACES TO PROPOSAL-LIST-LINE.
           IF AW-LAST-ATTENDED = SPACES
               MOVE "NEVER" TO AW-LAST-ATTENDED
           END-IF.
           STRING AW-STUDENT-ID " " WS-STUDENT-NAME " "
               AW-COURSE-ID " " AW-SECTION-NO " " AW-TERM-CODE " "
               AW-LAST-ATTENDED "     " AW-DAYS-ABSENT
               DELIMITED BY SIZE INTO PROPOSAL-LIST-LINE.
           WRITE PROPOSAL-LIST-LINE.

       3900-PRINT-SECTION-TOTALS.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           STRING "  SECTION STUDENTS: " WS-SECT-STUDENTS
               "  BELOW MINIMUM: " WS-SECT-BELOW
               "  STOPPED: " WS-SECT-STOPPED
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.

       8900-PRINT-REPORT-TOTALS.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           STRING "STUDENTS: " WS-STUDENT-COUNT
               "  BELOW MINIMUM: " WS-BELOW-COUNT
               "  PROPOSED: " WS-PROPOSED-COUNT
               "  LINES REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           MOVE SPACES TO PROPOSAL-LIST-LINE.
           WRITE PROPOSAL-LIST-LINE.
           STRING "PROPOSED FOR WITHDRAWAL: " WS-PROPOSED-COUNT
               DELIMITED BY SIZE INTO PROPOSAL-LIST-LINE.
           WRITE PROPOSAL-LIST-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "ATTROLL OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " ROLLED=" WS-STUDENT-COUNT
               " BELOW=" WS-BELOW-COUNT
               " PROPOSED=" WS-PROPOSED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE EXCEPTION-LOG RUN-LOG-FILE.
