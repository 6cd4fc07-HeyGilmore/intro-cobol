       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDSUBM.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Grade submission status by instructor of record. The
      ** registrar used to find out a section was never graded when
      ** a student called about a missing grade. Every catalog
      ** section names its instructor of record (an INSTMAST
      ** instructor); TERMCAL gives each term's grade due date. This
      ** run counts each section's REGFEED enrollments and how many
      ** of them TRNHIST holds a grade for in that term and section
      ** (an incomplete or withdrawal counts - it is a submitted
      ** disposition), calls the section fully graded, partially
      ** graded, or not submitted, and lists the sections by
      ** instructor on GRDSUBM.TXT with the days a section that
      ** isn't fully graded has run past its term's due date. A
      ** section with nobody enrolled is listed but never late.
      ** Requires the grading role through AUTHCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-CALENDAR-FILE ASSIGN TO "TERMCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRATION-FEED ASSIGN TO "REGFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSCRIPT-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY.
           SELECT SUBMISSION-REPORT-FILE ASSIGN TO "GRDSUBM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-SORT-FILE ASSIGN TO "SUBMSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
      *> GRADES1's course catalog.
       FD  COURSE-CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-COURSE-ID       PIC X(6).
           05  CAT-SECTION-NO      PIC X(3).
           05  CAT-TERM-CODE       PIC X(6).
           05  CAT-COURSE-TITLE    PIC X(20).
           05  CAT-CREDIT-HOURS    PIC 9V9.
           05  CAT-INSTRUCTOR-ID   PIC X(6).

       FD  INSTRUCTOR-MASTER.
       01  INSTRUCTOR-RECORD.
           COPY INSTREC.

      *> One line per term: the date every section's grades are
      *> due at the registrar.
       FD  TERM-CALENDAR-FILE.
       01  TERM-CALENDAR-RECORD.
           05  TC-TERM-CODE        PIC X(6).
           05  TC-GRADE-DUE-DATE   PIC X(10).

      *> GRADES1's registration feed - one line per enrollment.
       FD  REGISTRATION-FEED.
       01  REGISTRATION-RECORD.
           05  RF-COURSE-ID        PIC X(6).
           05  RF-SECTION-NO       PIC X(3).
           05  RF-TERM-CODE        PIC X(6).
           05  RF-STUDENT-ID       PIC X(6).
           05  RF-STUDENT-NAME     PIC A(20).

       FD  TRANSCRIPT-HISTORY.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRNHREC.

       FD  SUBMISSION-REPORT-FILE.
       01  SUBMISSION-REPORT-LINE  PIC X(80).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

      *> Sections come back instructor by instructor, term, course
      *> and section within.
       SD  SECTION-SORT-FILE.
       01  SECTION-SORT-RECORD.
           05  SR-INSTRUCTOR-ID    PIC X(6).
           05  SR-TERM-CODE        PIC X(6).
           05  SR-COURSE-ID        PIC X(6).
           05  SR-SECTION-NO       PIC X(3).
           05  SR-ENROLLED         PIC 9(3).
           05  SR-GRADED           PIC 9(3).
           05  SR-STATUS           PIC X(1).
               88  SR-FULLY-GRADED        VALUE "F".
               88  SR-PARTIALLY-GRADED    VALUE "P".
               88  SR-NOT-SUBMITTED       VALUE "N".
               88  SR-NO-ENROLLMENT       VALUE "E".
           05  SR-DUE-DATE         PIC X(10).
           05  SR-DAYS-PAST-DUE    PIC 9(4).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-CAT-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAT-END-OF-FILE            VALUE "Y".
       01  WS-INS-EOF-SWITCH     PIC X(1) VALUE "N".
           88  INS-END-OF-FILE            VALUE "Y".
       01  WS-TC-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TC-END-OF-FILE             VALUE "Y".
       01  WS-RF-EOF-SWITCH      PIC X(1) VALUE "N".
           88  RF-END-OF-FILE             VALUE "Y".
       01  WS-SR-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SR-END-OF-FILE             VALUE "Y".

       01  WS-RUN-DATE           PIC X(10).
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-TODAY-INT          PIC 9(7).
       01  WS-DUE-INT            PIC 9(7).

      *> Every catalog section with its enrollment and graded
      *> counts, tallied off the registration feed.
       01  WS-SEC-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SECTION-TABLE.
           05  WS-SEC-ENTRY OCCURS 50 TIMES.
               10  SEC-COURSE-ID      PIC X(6).
               10  SEC-SECTION-NO     PIC X(3).
               10  SEC-TERM-CODE      PIC X(6).
               10  SEC-INSTRUCTOR-ID  PIC X(6).
               10  SEC-ENROLLED       PIC 9(3).
               10  SEC-GRADED         PIC 9(3).
       01  WS-SEC-IDX            PIC 9(2).

       01  WS-INS-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-INSTRUCTOR-TABLE.
           05  WS-INS-ENTRY OCCURS 100 TIMES.
               10  INT-INSTRUCTOR-ID   PIC X(6).
               10  INT-INSTRUCTOR-NAME PIC X(20).
               10  INT-DEPT-CODE       PIC X(4).
       01  WS-INS-IDX            PIC 9(3).

       01  WS-TERM-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 20 TIMES.
               10  TCT-TERM-CODE      PIC X(6).
               10  TCT-DUE-DATE       PIC X(10).
       01  WS-TERM-IDX           PIC 9(2).

      *> The instructor control break and its subtotals.
       01  WS-CUR-INSTRUCTOR-ID  PIC X(6) VALUE SPACES.
       01  WS-FIRST-INSTRUCTOR   PIC X(1) VALUE "Y".
           88  FIRST-INSTRUCTOR           VALUE "Y".
       01  WS-INS-FULL-COUNT     PIC 9(3).
       01  WS-INS-PARTIAL-COUNT  PIC 9(3).
       01  WS-INS-NONE-COUNT     PIC 9(3).

       01  WS-STATUS-TEXT        PIC X(14).
       01  DISPLAY-ENROLLED      PIC ZZ9.
       01  DISPLAY-GRADED        PIC ZZ9.
       01  DISPLAY-DAYS          PIC ZZZ9.

       01  WS-ENROLL-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNCATALOGED-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-SECTIONS-LISTED    PIC 9(5) VALUE ZERO.
       01  WS-FULL-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PARTIAL-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-NONE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-LATE-COUNT         PIC 9(5) VALUE ZERO.

      *> The status report runs under the grading role.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-LOAD-COURSE-CATALOG
               PERFORM 1060-LOAD-INSTRUCTORS
               PERFORM 1070-LOAD-TERM-CALENDAR
               PERFORM 1100-COUNT-ENROLLMENTS
               PERFORM 1200-PRINT-REPORT-HEADER
               SORT SECTION-SORT-FILE
                   ON ASCENDING KEY SR-INSTRUCTOR-ID SR-TERM-CODE
                       SR-COURSE-ID SR-SECTION-NO
                   INPUT PROCEDURE IS 2000-RELEASE-SECTIONS
                   OUTPUT PROCEDURE IS 3000-PRINT-BY-INSTRUCTOR
               PERFORM 8900-PRINT-REPORT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN OUTPUT SUBMISSION-REPORT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE (1:4) TO WS-DATE-DIGITS (1:4).
           MOVE WS-RUN-DATE (6:2) TO WS-DATE-DIGITS (5:2).
           MOVE WS-RUN-DATE (9:2) TO WS-DATE-DIGITS (7:2).
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS).

       1020-CHECK-AUTHORIZATION.
           MOVE "GRDSUBM" TO AUTH-PROGRAM-NAME.
           MOVE "G" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO SUBMISSION "
                   "STATUS WILL BE PRODUCED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1050-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           PERFORM UNTIL CAT-END-OF-FILE
               READ COURSE-CATALOG-FILE
                   AT END
                       SET CAT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-SEC-COUNT < 50
                           ADD 1 TO WS-SEC-COUNT
                           MOVE CAT-COURSE-ID
                               TO SEC-COURSE-ID (WS-SEC-COUNT)
                           MOVE CAT-SECTION-NO
                               TO SEC-SECTION-NO (WS-SEC-COUNT)
                           MOVE CAT-TERM-CODE
                               TO SEC-TERM-CODE (WS-SEC-COUNT)
                           MOVE CAT-INSTRUCTOR-ID
                               TO SEC-INSTRUCTOR-ID (WS-SEC-COUNT)
                           MOVE ZERO TO SEC-ENROLLED (WS-SEC-COUNT)
                               SEC-GRADED (WS-SEC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-CATALOG-FILE.

       1060-LOAD-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-MASTER.
           PERFORM UNTIL INS-END-OF-FILE
               READ INSTRUCTOR-MASTER
                   AT END
                       SET INS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-INS-COUNT < 100
                           ADD 1 TO WS-INS-COUNT
                           MOVE INS-INSTRUCTOR-ID
                               TO INT-INSTRUCTOR-ID (WS-INS-COUNT)
                           MOVE INS-INSTRUCTOR-NAME
                               TO INT-INSTRUCTOR-NAME (WS-INS-COUNT)
                           MOVE INS-DEPT-CODE
                               TO INT-DEPT-CODE (WS-INS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTRUCTOR-MASTER.

      *> A missing TERMCAL (SELECT OPTIONAL) leaves every term with
      *> no due date - sections still list, none as late.
       1070-LOAD-TERM-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM UNTIL TC-END-OF-FILE
               READ TERM-CALENDAR-FILE
                   AT END
                       SET TC-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-TERM-COUNT < 20
                           ADD 1 TO WS-TERM-COUNT
                           MOVE TC-TERM-CODE
                               TO TCT-TERM-CODE (WS-TERM-COUNT)
                           MOVE TC-GRADE-DUE-DATE
                               TO TCT-DUE-DATE (WS-TERM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-CALENDAR-FILE.

      *> An enrollment in a section the catalog doesn't carry is
      *> GRADES1's reconciliation to report, not this one's - it is
      *> only counted here.
       1100-COUNT-ENROLLMENTS.
           OPEN INPUT REGISTRATION-FEED.
           OPEN INPUT TRANSCRIPT-HISTORY.
           PERFORM UNTIL RF-END-OF-FILE
               READ REGISTRATION-FEED
                   AT END
                       SET RF-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENROLL-COUNT
                       PERFORM 1110-FIND-SECTION
                       IF WS-SEC-IDX > WS-SEC-COUNT
                           ADD 1 TO WS-UNCATALOGED-COUNT
                       ELSE
                           ADD 1 TO SEC-ENROLLED (WS-SEC-IDX)
                           PERFORM 1120-CHECK-GRADED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTRATION-FEED TRANSCRIPT-HISTORY.

       1110-FIND-SECTION.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF SEC-COURSE-ID (WS-SEC-IDX) = RF-COURSE-ID
                   AND SEC-SECTION-NO (WS-SEC-IDX) = RF-SECTION-NO
                   AND SEC-TERM-CODE (WS-SEC-IDX) = RF-TERM-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The history row is the grade that counts for the course;
      *> it belongs to this enrollment only if it was posted for
      *> this term and section.
       1120-CHECK-GRADED.
           MOVE RF-STUDENT-ID TO TH-STUDENT-ID.
           MOVE RF-COURSE-ID TO TH-COURSE-ID.
           READ TRANSCRIPT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TH-TERM-CODE = RF-TERM-CODE
                       AND TH-SECTION-NO = RF-SECTION-NO
                       ADD 1 TO SEC-GRADED (WS-SEC-IDX)
                   END-IF
           END-READ.

       1200-PRINT-REPORT-HEADER.
           MOVE "GRADE SUBMISSION STATUS BY INSTRUCTOR OF RECORD" TO
               SUBMISSION-REPORT-LINE.
           WRITE SUBMISSION-REPORT-LINE.
           MOVE SPACES TO SUBMISSION-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE.
           WRITE SUBMISSION-REPORT-LINE.

      *> SORT's INPUT PROCEDURE - each section goes to the sort with
      *> its status and, if it isn't fully graded, how far past its
      *> term's due date the run is.
       2000-RELEASE-SECTIONS.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               PERFORM 2100-RELEASE-ONE-SECTION
           END-PERFORM.

       2100-RELEASE-ONE-SECTION.
           MOVE SEC-INSTRUCTOR-ID (WS-SEC-IDX) TO SR-INSTRUCTOR-ID.
           MOVE SEC-TERM-CODE (WS-SEC-IDX) TO SR-TERM-CODE.
           MOVE SEC-COURSE-ID (WS-SEC-IDX) TO SR-COURSE-ID.
           MOVE SEC-SECTION-NO (WS-SEC-IDX) TO SR-SECTION-NO.
           MOVE SEC-ENROLLED (WS-SEC-IDX) TO SR-ENROLLED.
           MOVE SEC-GRADED (WS-SEC-IDX) TO SR-GRADED.
           EVALUATE TRUE
               WHEN SR-ENROLLED = ZERO
                   SET SR-NO-ENROLLMENT TO TRUE
               WHEN SR-GRADED NOT < SR-ENROLLED
                   SET SR-FULLY-GRADED TO TRUE
               WHEN SR-GRADED > ZERO
                   SET SR-PARTIALLY-GRADED TO TRUE
               WHEN OTHER
                   SET SR-NOT-SUBMITTED TO TRUE
           END-EVALUATE.
           MOVE SPACES TO SR-DUE-DATE.
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF TCT-TERM-CODE (WS-TERM-IDX) = SR-TERM-CODE
                   MOVE TCT-DUE-DATE (WS-TERM-IDX) TO SR-DUE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZERO TO SR-DAYS-PAST-DUE.
           IF SR-PARTIALLY-GRADED OR SR-NOT-SUBMITTED
               PERFORM 2200-AGE-PAST-DUE
           END-IF.
           RELEASE SECTION-SORT-RECORD.

      *> Same day-count GRDAPPR ages its pending corrections with.
       2200-AGE-PAST-DUE.
           MOVE SR-DUE-DATE (1:4) TO WS-DATE-DIGITS (1:4).
           MOVE SR-DUE-DATE (6:2) TO WS-DATE-DIGITS (5:2).
           MOVE SR-DUE-DATE (9:2) TO WS-DATE-DIGITS (7:2).
           IF WS-DATE-DIGITS IS NUMERIC
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS)
               IF WS-TODAY-INT > WS-DUE-INT
                   SUBTRACT WS-DUE-INT FROM WS-TODAY-INT
                       GIVING SR-DAYS-PAST-DUE
               END-IF
           END-IF.

      *> SORT's OUTPUT PROCEDURE: one block per instructor, the
      *> sections under it, and the instructor's subtotals.
       3000-PRINT-BY-INSTRUCTOR.
           PERFORM UNTIL SR-END-OF-FILE
               RETURN SECTION-SORT-FILE
                   AT END
                       SET SR-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FIRST-INSTRUCTOR
                           OR SR-INSTRUCTOR-ID
                               NOT = WS-CUR-INSTRUCTOR-ID
                           IF NOT FIRST-INSTRUCTOR
                               PERFORM 3300-PRINT-INSTRUCTOR-TOTALS
                           END-IF
                           PERFORM 3100-START-INSTRUCTOR
                       END-IF
                       PERFORM 3200-PRINT-SECTION-LINE
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-INSTRUCTOR
               PERFORM 3300-PRINT-INSTRUCTOR-TOTALS
           END-IF.

       3100-START-INSTRUCTOR.
           MOVE "N" TO WS-FIRST-INSTRUCTOR.
           MOVE SR-INSTRUCTOR-ID TO WS-CUR-INSTRUCTOR-ID.
           MOVE ZERO TO WS-INS-FULL-COUNT WS-INS-PARTIAL-COUNT
               WS-INS-NONE-COUNT.
           MOVE SPACES TO SUBMISSION-REPORT-LINE.
           WRITE SUBMISSION-REPORT-LINE.
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-COUNT
               IF INT-INSTRUCTOR-ID (WS-INS-IDX) = SR-INSTRUCTOR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO SUBMISSION-REPORT-LINE.
           EVALUATE TRUE
               WHEN SR-INSTRUCTOR-ID = SPACES
                   MOVE "INSTRUCTOR: *** NONE ASSIGNED ON CATALOG ***"
                       TO SUBMISSION-REPORT-LINE
               WHEN WS-INS-IDX > WS-INS-COUNT
                   STRING "INSTRUCTOR: " SR-INSTRUCTOR-ID
                       "  *** NOT ON INSTRUCTOR MASTER ***"
                       DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
               WHEN OTHER
                   STRING "INSTRUCTOR: " SR-INSTRUCTOR-ID "  "
                       INT-INSTRUCTOR-NAME (WS-INS-IDX) "  DEPT "
                       INT-DEPT-CODE (WS-INS-IDX)
                       DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           END-EVALUATE.
           WRITE SUBMISSION-REPORT-LINE.
           MOVE "  TERM   COURSE SECT ENRL GRADED STATUS         "
               & "DUE DATE   DAYS LATE" TO SUBMISSION-REPORT-LINE.
           WRITE SUBMISSION-REPORT-LINE.

       3200-PRINT-SECTION-LINE.
           ADD 1 TO WS-SECTIONS-LISTED.
           EVALUATE TRUE
               WHEN SR-FULLY-GRADED
                   MOVE "FULLY GRADED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-INS-FULL-COUNT WS-FULL-COUNT
               WHEN SR-PARTIALLY-GRADED
                   MOVE "PARTIAL" TO WS-STATUS-TEXT
                   ADD 1 TO WS-INS-PARTIAL-COUNT WS-PARTIAL-COUNT
               WHEN SR-NOT-SUBMITTED
                   MOVE "NOT SUBMITTED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-INS-NONE-COUNT WS-NONE-COUNT
               WHEN OTHER
                   MOVE "NO ENROLLMENT" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SR-ENROLLED TO DISPLAY-ENROLLED.
           MOVE SR-GRADED TO DISPLAY-GRADED.
           MOVE SPACES TO SUBMISSION-REPORT-LINE.
           IF SR-DAYS-PAST-DUE > ZERO
               ADD 1 TO WS-LATE-COUNT
               MOVE SR-DAYS-PAST-DUE TO DISPLAY-DAYS
               STRING "  " SR-TERM-CODE " " SR-COURSE-ID " "
                   SR-SECTION-NO "  " DISPLAY-ENROLLED "    "
                   DISPLAY-GRADED "  " WS-STATUS-TEXT " "
                   SR-DUE-DATE "     " DISPLAY-DAYS
                   DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           ELSE
               STRING "  " SR-TERM-CODE " " SR-COURSE-ID " "
                   SR-SECTION-NO "  " DISPLAY-ENROLLED "    "
                   DISPLAY-GRADED "  " WS-STATUS-TEXT " "
                   SR-DUE-DATE
                   DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           END-IF.
           WRITE SUBMISSION-REPORT-LINE.

       3300-PRINT-INSTRUCTOR-TOTALS.
           MOVE SPACES TO SUBMISSION-REPORT-LINE.
           STRING "  FULLY GRADED: " WS-INS-FULL-COUNT
               "  PARTIAL: " WS-INS-PARTIAL-COUNT
               "  NOT SUBMITTED: " WS-INS-NONE-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE.
           WRITE SUBMISSION-REPORT-LINE.

       8900-PRINT-REPORT-TOTALS.
           MOVE SPACES TO SUBMISSION-REPORT-LINE.
           WRITE SUBMISSION-REPORT-LINE.
           MOVE SPACES TO SUBMISSION-REPORT-LINE.
           STRING "SECTIONS: " WS-SECTIONS-LISTED
               "  FULLY GRADED: " WS-FULL-COUNT
               "  PARTIAL: " WS-PARTIAL-COUNT
               "  NOT SUBMITTED: " WS-NONE-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE.
           WRITE SUBMISSION-REPORT-LINE.
           MOVE SPACES TO SUBMISSION-REPORT-LINE.
           STRING "PAST DUE: " WS-LATE-COUNT
               "  ENROLLMENTS: " WS-ENROLL-COUNT
               "  NOT ON CATALOG: " WS-UNCATALOGED-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE.
           WRITE SUBMISSION-REPORT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "GRDSUBM OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " SECTIONS=" WS-SECTIONS-LISTED
               " PAST-DUE=" WS-LATE-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE SUBMISSION-REPORT-FILE RUN-LOG-FILE.
