       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Prerequisite check on the registration feed. Students sat
      ** in courses they weren't eligible for and nobody knew until
      ** they failed. This run checks every REGFEED enrollment
      ** against the PREREQS rules for its course - a required
      ** course, optionally at a minimum letter grade, with
      ** either-of alternatives - using the student's completed
      ** TRNHIST attempts, and prints a section-by-section list of
      ** the students lacking one for the registrar to drop or
      ** waive. A waiver the registrar grants is fed back through
      ** PREQWTRN, kept for good on PREQWAIV, and stops the student
      ** being flagged for that course again. Every unwaived miss
      ** goes to EXCPLOG. Requires the grading role through AUTHCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRATION-FEED ASSIGN TO "REGFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULES-FILE ASSIGN TO "PREREQS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSCRIPT-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY.
           SELECT OPTIONAL WAIVER-FILE ASSIGN TO "PREQWAIV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAIVER-REQUEST-FILE ASSIGN TO "PREQWTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREREQ-REPORT-FILE ASSIGN TO "PREREQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "GRDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLL-SORT-FILE ASSIGN TO "PRQSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
      *> GRADES1's registration feed - one line per enrollment.
       FD  REGISTRATION-FEED.
       01  REGISTRATION-RECORD.
           05  RF-COURSE-ID        PIC X(6).
           05  RF-SECTION-NO       PIC X(3).
           05  RF-TERM-CODE        PIC X(6).
           05  RF-STUDENT-ID       PIC X(6).
           05  RF-STUDENT-NAME     PIC A(20).

      *> One alternative per record. Records for the same course
      *> and group number are either-of alternatives - any one
      *> satisfies the group; every group the course names must be
      *> satisfied. A blank minimum grade means any passing grade.
       FD  RULES-FILE.
       01  RULES-RECORD.
           05  PRQ-COURSE-ID       PIC X(6).
           05  PRQ-GROUP-NO        PIC 9(1).
           05  PRQ-REQ-COURSE-ID   PIC X(6).
           05  PRQ-MIN-GRADE       PIC X(2).

       FD  TRANSCRIPT-HISTORY.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRNHREC.

      *> Every waiver ever granted - who, for which course, by whom
      *> and when.
       FD  WAIVER-FILE.
       01  WAIVER-RECORD.
           05  PW-STUDENT-ID       PIC X(6).
           05  PW-COURSE-ID        PIC X(6).
           05  PW-WAIVED-BY        PIC X(10).
           05  PW-WAIVED-ON        PIC X(10).

      *> This run's newly granted waivers.
       FD  WAIVER-REQUEST-FILE.
       01  WAIVER-REQUEST-RECORD.
           05  PWT-STUDENT-ID      PIC X(6).
           05  PWT-COURSE-ID       PIC X(6).
           05  PWT-WAIVED-BY       PIC X(10).

       FD  PREREQ-REPORT-FILE.
       01  PREREQ-REPORT-LINE      PIC X(80).

      *> Same audit trail GRADES1 and GRDCORR write - a waiver has
      *> to be traceable to who granted it.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE          PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

      *> The feed comes back in course/section/student order so the
      *> list control-breaks per section.
       SD  ENROLL-SORT-FILE.
       01  ENROLL-SORT-RECORD.
           05  ES-COURSE-ID        PIC X(6).
           05  ES-SECTION-NO       PIC X(3).
           05  ES-TERM-CODE        PIC X(6).
           05  ES-STUDENT-ID       PIC X(6).
           05  ES-STUDENT-NAME     PIC A(20).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-RF-EOF-SWITCH      PIC X(1) VALUE "N".
           88  RF-END-OF-FILE             VALUE "Y".
       01  WS-RULE-EOF-SWITCH    PIC X(1) VALUE "N".
           88  RULE-END-OF-FILE           VALUE "Y".
       01  WS-PW-EOF-SWITCH      PIC X(1) VALUE "N".
           88  PW-END-OF-FILE             VALUE "Y".
       01  WS-PWT-EOF-SWITCH     PIC X(1) VALUE "N".
           88  PWT-END-OF-FILE            VALUE "Y".
       01  WS-ES-EOF-SWITCH      PIC X(1) VALUE "N".
           88  ES-END-OF-FILE             VALUE "Y".

      *> The rules, loaded whole.
       01  WS-RULE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  RLT-COURSE-ID      PIC X(6).
               10  RLT-GROUP-NO       PIC 9(1).
               10  RLT-REQ-COURSE-ID  PIC X(6).
               10  RLT-MIN-GRADE      PIC X(2).
       01  WS-RULE-IDX           PIC 9(3).

      *> The waivers on file plus any granted this run.
       01  WS-WAIVER-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-WAIVER-TABLE.
           05  WS-WAIVER-ENTRY OCCURS 500 TIMES.
               10  WVT-STUDENT-ID     PIC X(6).
               10  WVT-COURSE-ID      PIC X(6).
       01  WS-WAIVER-IDX         PIC 9(3).
       01  WS-WAIVER-STUDENT-ID  PIC X(6).
       01  WS-WAIVER-COURSE-ID   PIC X(6).
       01  WS-WAIVER-SWITCH      PIC X(1).
           88  ENROLLMENT-IS-WAIVED       VALUE "Y".

      *> Grade-point value per letter grade - the same 4.0 scale
      *> GRDCALC grades on, so a minimum letter compares against
      *> the points the history row carries.
       01  GRADE-POINT-VALUES.
           05  FILLER PIC X(6) VALUE "A+4.00".
           05  FILLER PIC X(6) VALUE "A 4.00".
           05  FILLER PIC X(6) VALUE "A-3.70".
           05  FILLER PIC X(6) VALUE "B+3.30".
           05  FILLER PIC X(6) VALUE "B 3.00".
           05  FILLER PIC X(6) VALUE "B-2.70".
           05  FILLER PIC X(6) VALUE "C+2.30".
           05  FILLER PIC X(6) VALUE "C 2.00".
           05  FILLER PIC X(6) VALUE "C-1.70".
           05  FILLER PIC X(6) VALUE "D+1.30".
           05  FILLER PIC X(6) VALUE "D 1.00".
           05  FILLER PIC X(6) VALUE "D-0.70".
           05  FILLER PIC X(6) VALUE "F 0.00".
       01  GRADE-POINT-TABLE REDEFINES GRADE-POINT-VALUES.
           05  GP-ENTRY OCCURS 13 TIMES.
               10  GP-LETTER-GRADE    PIC X(2).
               10  GP-POINTS          PIC 9V99.
       01  WS-GP-IDX             PIC 9(2).
       01  WS-MIN-POINTS         PIC 9V99.

      *> One enrollment under review.
       01  WS-GROUP-NO           PIC 9(1).
       01  WS-GROUP-IDX          PIC 9(2).
       01  WS-GROUP-SWITCH       PIC X(1).
           88  GROUP-HAS-RULES            VALUE "Y".
       01  WS-MET-SWITCH         PIC X(1).
           88  GROUP-IS-MET               VALUE "Y".
       01  WS-LACK-SWITCH        PIC X(1).
           88  ENROLLMENT-LACKS           VALUE "Y".
       01  WS-LACK-TEXT          PIC X(50).
       01  WS-LACK-PTR           PIC 9(2).
       01  WS-ALT-COUNT          PIC 9(2).

      *> Section control break.
       01  WS-CUR-COURSE-ID      PIC X(6) VALUE SPACES.
       01  WS-CUR-SECTION-NO     PIC X(3) VALUE SPACES.
       01  WS-SECTION-SWITCH     PIC X(1) VALUE "N".
           88  SECTION-HEADING-DONE       VALUE "Y".

       01  WS-CHECKED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-LACKING-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-WAIVED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-GRANTED-COUNT      PIC 9(5) VALUE ZERO.

      *> Drop-or-waive decisions are registrar work - the grading
      *> role, like DEGAUDIT's eligibility audit.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-LOAD-RULES
               IF WS-RULE-COUNT = ZERO
                   DISPLAY "*** NO PREREQS RULES - NOTHING "
                       "TO CHECK ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 1200-LOAD-WAIVERS
                   PERFORM 1300-RECORD-NEW-WAIVERS
                   PERFORM 1400-PRINT-REPORT-HEADER
                   SORT ENROLL-SORT-FILE
                       ON ASCENDING KEY ES-COURSE-ID ES-SECTION-NO
                           ES-STUDENT-ID
                       INPUT PROCEDURE IS 2000-RELEASE-ENROLLMENTS
                       OUTPUT PROCEDURE IS 3000-CHECK-ENROLLMENTS
                   PERFORM 8900-PRINT-REPORT-TOTALS
                   PERFORM 8800-WRITE-RUN-LOG
               END-IF
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT TRANSCRIPT-HISTORY.
           OPEN OUTPUT PREREQ-REPORT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "PREREQ" TO AUTH-PROGRAM-NAME.
           MOVE "G" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO CHECK WILL "
                   "BE MADE ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1100-LOAD-RULES.
           OPEN INPUT RULES-FILE.
           PERFORM UNTIL RULE-END-OF-FILE
               READ RULES-FILE
                   AT END
                       SET RULE-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-RULE-COUNT < 200
                           ADD 1 TO WS-RULE-COUNT
                           MOVE PRQ-COURSE-ID
                               TO RLT-COURSE-ID (WS-RULE-COUNT)
                           IF PRQ-GROUP-NO IS NUMERIC
                               MOVE PRQ-GROUP-NO
                                   TO RLT-GROUP-NO (WS-RULE-COUNT)
                           ELSE
                               MOVE 1 TO RLT-GROUP-NO (WS-RULE-COUNT)
                           END-IF
                           MOVE PRQ-REQ-COURSE-ID
                               TO RLT-REQ-COURSE-ID (WS-RULE-COUNT)
                           MOVE PRQ-MIN-GRADE
                               TO RLT-MIN-GRADE (WS-RULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.

       1200-LOAD-WAIVERS.
           OPEN INPUT WAIVER-FILE.
           PERFORM UNTIL PW-END-OF-FILE
               READ WAIVER-FILE
                   AT END
                       SET PW-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-WAIVER-COUNT < 500
                           ADD 1 TO WS-WAIVER-COUNT
                           MOVE PW-STUDENT-ID
                               TO WVT-STUDENT-ID (WS-WAIVER-COUNT)
                           MOVE PW-COURSE-ID
                               TO WVT-COURSE-ID (WS-WAIVER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAIVER-FILE.

      *> A waiver already on file isn't recorded twice; a new one is
      *> appended to PREQWAIV and the grading audit trail, and takes
      *> effect in this same run.
       1300-RECORD-NEW-WAIVERS.
           OPEN INPUT WAIVER-REQUEST-FILE.
           OPEN EXTEND WAIVER-FILE.
           PERFORM UNTIL PWT-END-OF-FILE
               READ WAIVER-REQUEST-FILE
                   AT END
                       SET PWT-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1310-RECORD-ONE-WAIVER
               END-READ
           END-PERFORM.
           CLOSE WAIVER-REQUEST-FILE WAIVER-FILE.

       1310-RECORD-ONE-WAIVER.
           MOVE PWT-STUDENT-ID TO WS-WAIVER-STUDENT-ID.
           MOVE PWT-COURSE-ID TO WS-WAIVER-COURSE-ID.
           PERFORM 3900-FIND-WAIVER.
           IF NOT ENROLLMENT-IS-WAIVED
               AND WS-WAIVER-COUNT < 500
               ADD 1 TO WS-WAIVER-COUNT
               MOVE PWT-STUDENT-ID TO WVT-STUDENT-ID (WS-WAIVER-COUNT)
               MOVE PWT-COURSE-ID TO WVT-COURSE-ID (WS-WAIVER-COUNT)
               MOVE PWT-STUDENT-ID TO PW-STUDENT-ID
               MOVE PWT-COURSE-ID TO PW-COURSE-ID
               MOVE PWT-WAIVED-BY TO PW-WAIVED-BY
               MOVE WS-RUN-DATE TO PW-WAIVED-ON
               WRITE WAIVER-RECORD
               ADD 1 TO WS-GRANTED-COUNT
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING PWT-STUDENT-ID " PREREQ WAIVED FOR "
                   PWT-COURSE-ID
                   " BY=" PWT-WAIVED-BY " ON=" WS-RUN-DATE
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               WRITE AUDIT-LOG-LINE
           END-IF.

       1400-PRINT-REPORT-HEADER.
           MOVE "PREREQUISITE CHECK - REGISTRATION FEED" TO
               PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.

      *> SORT's INPUT PROCEDURE - every feed line goes to the sort.
      *> A missing REGFEED (SELECT OPTIONAL) reads as an immediate
      *> AT END and the list comes out empty.
       2000-RELEASE-ENROLLMENTS.
           OPEN INPUT REGISTRATION-FEED.
           PERFORM UNTIL RF-END-OF-FILE
               READ REGISTRATION-FEED
                   AT END
                       SET RF-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE RF-COURSE-ID TO ES-COURSE-ID
                       MOVE RF-SECTION-NO TO ES-SECTION-NO
                       MOVE RF-TERM-CODE TO ES-TERM-CODE
                       MOVE RF-STUDENT-ID TO ES-STUDENT-ID
                       MOVE RF-STUDENT-NAME TO ES-STUDENT-NAME
                       RELEASE ENROLL-SORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE REGISTRATION-FEED.

      *> SORT's OUTPUT PROCEDURE: enrollments come back in section
      *> order; a section heading prints only once a student in it
      *> turns up lacking something.
       3000-CHECK-ENROLLMENTS.
           PERFORM UNTIL ES-END-OF-FILE
               RETURN ENROLL-SORT-FILE
                   AT END
                       SET ES-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ES-COURSE-ID NOT = WS-CUR-COURSE-ID
                           OR ES-SECTION-NO NOT = WS-CUR-SECTION-NO
                           MOVE ES-COURSE-ID TO WS-CUR-COURSE-ID
                           MOVE ES-SECTION-NO TO WS-CUR-SECTION-NO
                           MOVE "N" TO WS-SECTION-SWITCH
                       END-IF
                       PERFORM 3100-CHECK-ONE-ENROLLMENT
               END-RETURN
           END-PERFORM.

      *> Each group the course's rules name is checked in turn; a
      *> waived student/course is not checked at all.
       3100-CHECK-ONE-ENROLLMENT.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE ES-STUDENT-ID TO WS-WAIVER-STUDENT-ID.
           MOVE ES-COURSE-ID TO WS-WAIVER-COURSE-ID.
           PERFORM 3900-FIND-WAIVER.
           IF ENROLLMENT-IS-WAIVED
               ADD 1 TO WS-WAIVED-COUNT
           ELSE
               MOVE "N" TO WS-LACK-SWITCH
               PERFORM VARYING WS-GROUP-IDX FROM 0 BY 1
                       UNTIL WS-GROUP-IDX > 9
                   MOVE WS-GROUP-IDX TO WS-GROUP-NO
                   PERFORM 3200-CHECK-ONE-GROUP
               END-PERFORM
               IF ENROLLMENT-LACKS
                   ADD 1 TO WS-LACKING-COUNT
               END-IF
           END-IF.

      *> Any one alternative in the group satisfies it. The lack
      *> text names every alternative so the registrar sees what
      *> would have counted.
       3200-CHECK-ONE-GROUP.
           MOVE "N" TO WS-GROUP-SWITCH.
           MOVE "N" TO WS-MET-SWITCH.
           MOVE SPACES TO WS-LACK-TEXT.
           MOVE 1 TO WS-LACK-PTR.
           MOVE ZERO TO WS-ALT-COUNT.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF RLT-COURSE-ID (WS-RULE-IDX) = ES-COURSE-ID
                   AND RLT-GROUP-NO (WS-RULE-IDX) = WS-GROUP-NO
                   SET GROUP-HAS-RULES TO TRUE
                   PERFORM 3300-CHECK-ONE-RULE
               END-IF
           END-PERFORM.
           IF GROUP-HAS-RULES AND NOT GROUP-IS-MET
               SET ENROLLMENT-LACKS TO TRUE
               PERFORM 3400-REPORT-MISS
               PERFORM 3500-LOG-EXCEPTION
           END-IF.

      *> TRNHIST holds one row per student and course - the attempt
      *> that counts under the repeat-course rule (the higher grade
      *> replaced the lower, and a later incomplete or withdrawal
      *> never displaced a completed attempt) - so the keyed read
      *> finds exactly the grade the transcript carries. Only a
      *> completed attempt can satisfy a prerequisite.
       3300-CHECK-ONE-RULE.
           ADD 1 TO WS-ALT-COUNT.
           IF WS-ALT-COUNT > 1
               STRING " OR " DELIMITED BY SIZE
                   INTO WS-LACK-TEXT WITH POINTER WS-LACK-PTR
           END-IF.
           STRING RLT-REQ-COURSE-ID (WS-RULE-IDX) DELIMITED BY SIZE
               INTO WS-LACK-TEXT WITH POINTER WS-LACK-PTR.
           IF RLT-MIN-GRADE (WS-RULE-IDX) NOT = SPACES
               STRING " MIN " RLT-MIN-GRADE (WS-RULE-IDX)
                   DELIMITED BY SIZE
                   INTO WS-LACK-TEXT WITH POINTER WS-LACK-PTR
           END-IF.
           PERFORM 3310-FIND-MIN-POINTS.
           MOVE ES-STUDENT-ID TO TH-STUDENT-ID.
           MOVE RLT-REQ-COURSE-ID (WS-RULE-IDX) TO TH-COURSE-ID.
           READ TRANSCRIPT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ATTEMPT-IS-COMPLETE
                       AND TH-GRADE-POINTS > ZERO
                       AND TH-GRADE-POINTS NOT < WS-MIN-POINTS
                       SET GROUP-IS-MET TO TRUE
                   END-IF
           END-READ.

      *> A blank (or unrecognized) minimum is any passing grade.
       3310-FIND-MIN-POINTS.
           MOVE ZERO TO WS-MIN-POINTS.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > 13
               IF GP-LETTER-GRADE (WS-GP-IDX)
                   = RLT-MIN-GRADE (WS-RULE-IDX)
                   MOVE GP-POINTS (WS-GP-IDX) TO WS-MIN-POINTS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3400-REPORT-MISS.
           IF NOT SECTION-HEADING-DONE
               MOVE SPACES TO PREREQ-REPORT-LINE
               STRING "SECTION " ES-COURSE-ID "/" ES-SECTION-NO
                   "  TERM " ES-TERM-CODE
                   DELIMITED BY SIZE INTO PREREQ-REPORT-LINE
               WRITE PREREQ-REPORT-LINE
               SET SECTION-HEADING-DONE TO TRUE
           END-IF.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           STRING "  " ES-STUDENT-ID " " ES-STUDENT-NAME
               " LACKS " WS-LACK-TEXT
               DELIMITED BY SIZE INTO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.

       3500-LOG-EXCEPTION.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "PREREQ" TO EXC-PROGRAM.
           MOVE ES-STUDENT-ID TO EXC-KEY.
           MOVE "PREQ" TO EXC-REASON-CODE.
           MOVE SPACES TO EXC-REASON-TEXT.
           STRING ES-COURSE-ID "/" ES-SECTION-NO " LACKS "
               WS-LACK-TEXT
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       3900-FIND-WAIVER.
           MOVE "N" TO WS-WAIVER-SWITCH.
           PERFORM VARYING WS-WAIVER-IDX FROM 1 BY 1
                   UNTIL WS-WAIVER-IDX > WS-WAIVER-COUNT
               IF WVT-STUDENT-ID (WS-WAIVER-IDX)
                       = WS-WAIVER-STUDENT-ID
                   AND WVT-COURSE-ID (WS-WAIVER-IDX)
                       = WS-WAIVER-COURSE-ID
                   SET ENROLLMENT-IS-WAIVED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       8900-PRINT-REPORT-TOTALS.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           STRING "ENROLLMENTS CHECKED: " WS-CHECKED-COUNT
               "  LACKING: " WS-LACKING-COUNT
               "  WAIVED: " WS-WAIVED-COUNT
               DELIMITED BY SIZE INTO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           STRING "WAIVERS GRANTED THIS RUN: " WS-GRANTED-COUNT
               DELIMITED BY SIZE INTO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "PREREQ OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " CHECKED=" WS-CHECKED-COUNT
               " LACKING=" WS-LACKING-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE TRANSCRIPT-HISTORY PREREQ-REPORT-FILE
               AUDIT-LOG-FILE EXCEPTION-LOG RUN-LOG-FILE.
