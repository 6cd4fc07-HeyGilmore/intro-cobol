               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATS-HISTORY-FILE ASSIGN TO "GRDSTATH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-SUMMARY-FILE ASSIGN TO "ATTNSUM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATS-SORT-FILE ASSIGN TO "STATSORT.TMP".

       DATA DIVISION.

      *> Course catalog: the course/section/term combinations that
      *> actually exist - a roster line naming anything else rejects.
      *> Each carries the course's credit hours, which weight its
      *> grade points into quality points, and the section's
      *> instructor of record (an INSTMAST instructor ID).
       FD  COURSE-CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-COURSE-ID       PIC X(6).
           05  CAT-SECTION-NO      PIC X(3).
           05  CAT-TERM-CODE       PIC X(6).
           05  CAT-COURSE-TITLE    PIC X(20).
           05  CAT-CREDIT-HOURS    PIC 9V9.
           05  CAT-INSTRUCTOR-ID   PIC X(6).

      *> This run's identity (the dated RUN directory name), and
      *> the report catalog each finished report is entered in.
       01  STATS-HISTORY-RECORD.
           COPY GRDSTHRC.

      *> ATTROLL's attendance per student per section, printed on
      *> the report card with its flag. No ATTNSUM at all (SELECT
      *> OPTIONAL) means attendance isn't kept and the card
      *> carries no attendance line.
       FD  ATTENDANCE-SUMMARY-FILE.
       01  ATTENDANCE-SUMMARY-RECORD.
           COPY ATTSREC.

      *> Sort work file: each graded roster line is RELEASEd here so
      *> the class-statistics report can control-break on
      *> course/section the way PAYCHECK2's sorted register breaks
       01  MESSAGE01         PIC X(4)  VALUE "FAIL".

      *> The weighted average, letter grade, and quality points now
      *> come from the shared GRDCALC subprogram, so GRDAPPR's
      *> transcript cascade can never disagree with the grade this
      *> run posted.
       01  GRADE-CALC-AREA.
               10  CTB-COURSE-ID     PIC X(6).
               10  CTB-SECTION-NO    PIC X(3).
               10  CTB-TERM-CODE     PIC X(6).
               10  CTB-CREDIT-HOURS  PIC 9V9.
               10  CTB-INSTRUCTOR-ID PIC X(6).
       01  WS-CAT-IDX           PIC 9(2).
       01  WS-COURSE-OK-SWITCH  PIC X(1)  VALUE "Y".
           88  COURSE-IS-KNOWN            VALUE "Y".
           88  COURSE-IS-UNKNOWN          VALUE "N".
           88  COURSE-HAS-NO-CREDITS      VALUE "C".
       01  WS-WEIGHT-OK-SWITCH  PIC X(1)  VALUE "Y".
           88  WEIGHTS-ARE-GOOD           VALUE "Y".
           88  WEIGHTS-ARE-BAD            VALUE "N".
       01  WS-MISSING-COUNT     PIC 9(3)  VALUE ZERO.
       01  WS-UNEXPECTED-COUNT  PIC 9(3)  VALUE ZERO.

      *> Attendance summary, loaded at open for the report card.
       01  WS-AS-EOF-SWITCH     PIC X(1)  VALUE "N".
           88  AS-END-OF-FILE             VALUE "Y".
       01  WS-ATT-COUNT         PIC 9(3)  VALUE ZERO.
       01  WS-ATTENDANCE-TABLE.
           05  WS-ATT-ENTRY OCCURS 200 TIMES.
               10  ATB-COURSE-ID     PIC X(6).
               10  ATB-SECTION-NO    PIC X(3).
               10  ATB-TERM-CODE     PIC X(6).
               10  ATB-STUDENT-ID    PIC X(6).
               10  ATB-MEETINGS      PIC 9(3).
               10  ATB-PRESENT       PIC 9(3).
               10  ATB-EXCUSED       PIC 9(3).
               10  ATB-ATTEND-PCT    PIC 9(3).
               10  ATB-LAST-ATTENDED PIC X(10).
               10  ATB-FLAG          PIC X(1).
       01  WS-ATT-IDX           PIC 9(3).

      *> REPEAT-COURSE CONTROL - whether this roster line's course
      *> already sits on the student's transcript history, and the
      *> note the report card carries when it does.
       01  WS-REPEAT-NOTE       PIC X(40) VALUE SPACES.
       01  WS-OLD-POINTS        PIC 9V99.
       01  WS-OLD-LETTER        PIC X(2).
      *> Credit weighting: the roster line's catalog credits and the
      *> quality points they earn, and the same for the prior
      *> attempt a better retake backs out.
       01  WS-COURSE-CREDITS    PIC 9V9   VALUE ZERO.
       01  WS-COURSE-QP         PIC 9(2)V99.
       01  WS-OLD-CREDITS       PIC 9V9.
       01  WS-OLD-QP            PIC 9(2)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           CLOSE RUN-ID-FILE.
           PERFORM 1050-LOAD-COURSE-CATALOG.
           PERFORM 1060-LOAD-REGISTRATION-FEED.
           PERFORM 1070-LOAD-ATTENDANCE-SUMMARY.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                               TO CTB-SECTION-NO (WS-CAT-COUNT)
                           MOVE CAT-TERM-CODE
                               TO CTB-TERM-CODE (WS-CAT-COUNT)
                           MOVE CAT-INSTRUCTOR-ID
                               TO CTB-INSTRUCTOR-ID (WS-CAT-COUNT)
                           IF CAT-CREDIT-HOURS IS NUMERIC
                               MOVE CAT-CREDIT-HOURS
                                   TO CTB-CREDIT-HOURS (WS-CAT-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO CTB-CREDIT-HOURS (WS-CAT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           END-PERFORM.
           CLOSE REGISTRATION-FEED.

       1070-LOAD-ATTENDANCE-SUMMARY.
           OPEN INPUT ATTENDANCE-SUMMARY-FILE.
           PERFORM UNTIL AS-END-OF-FILE
               READ ATTENDANCE-SUMMARY-FILE
                   AT END
                       SET AS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-ATT-COUNT < 200
                           ADD 1 TO WS-ATT-COUNT
                           MOVE AS-COURSE-ID
                               TO ATB-COURSE-ID (WS-ATT-COUNT)
                           MOVE AS-SECTION-NO
                               TO ATB-SECTION-NO (WS-ATT-COUNT)
                           MOVE AS-TERM-CODE
                               TO ATB-TERM-CODE (WS-ATT-COUNT)
                           MOVE AS-STUDENT-ID
                               TO ATB-STUDENT-ID (WS-ATT-COUNT)
                           MOVE AS-MEETINGS
                               TO ATB-MEETINGS (WS-ATT-COUNT)
                           MOVE AS-PRESENT
                               TO ATB-PRESENT (WS-ATT-COUNT)
                           MOVE AS-EXCUSED
                               TO ATB-EXCUSED (WS-ATT-COUNT)
                           MOVE AS-ATTEND-PCT
                               TO ATB-ATTEND-PCT (WS-ATT-COUNT)
                           MOVE AS-LAST-ATTENDED
                               TO ATB-LAST-ATTENDED (WS-ATT-COUNT)
                           MOVE AS-FLAG TO ATB-FLAG (WS-ATT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-SUMMARY-FILE.

       1100-READ-STUDENT.
           READ CLASS-ROSTER
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF STUDENT-NOT-FOUND
               MOVE ZERO TO SM-COURSE-COUNT SM-QUALITY-POINTS
                   SM-PROBATION-TERMS SM-CREDITS-ATTEMPTED
                   SM-CREDITS-EARNED
               MOVE STUDENT-NAME TO SM-STUDENT-NAME
               SET STUDENT-IS-ENROLLED TO TRUE
               PERFORM 1165-START-NEW-MASTER-COHORT
           END-IF.

      *> A master born from a roster line enters in that line's
      *> term; the program code and rank release wait for STUMAINT,
      *> as does the aid flag SAPEVAL looks for.
       1165-START-NEW-MASTER-COHORT.
           MOVE TERM-CODE TO SM-ENTRY-TERM.
           MOVE SPACES TO SM-PROGRAM-CODE.
           MOVE "N" TO SM-RANK-RELEASE.
           MOVE "N" TO SM-AID-RECIPIENT.
           MOVE SPACES TO SM-SAP-STATUS SM-SAP-TERM
               SM-SAP-PRIOR-STATUS SM-SAP-APPEAL-TERM.

      *> SORT's INPUT PROCEDURE - the same per-student loop as
      *> before, each graded student RELEASEd to the sort so the
      *> statistics print in course/section order afterward.
           END-IF.
      *> A student STUMAINT has withdrawn stays withdrawn - a roster
      *> line for one is rejected rather than quietly resurrecting
      *> the student onto the transcript. A line already marked
      *> withdrawn resurrects nothing, so it still records its W -
      *> an administrative withdrawal from every course withdraws
      *> the student on the master before the term is graded.
           SET STUDENT-IS-CURRENT TO TRUE.
           IF STUDENT-WAS-FOUND AND STUDENT-IS-WITHDRAWN
               AND NOT COURSE-WITHDRAWN
               SET STUDENT-WITHDREW TO TRUE
               SET RECORD-IS-INVALID TO TRUE
           END-IF.
           PERFORM 2055-CHECK-COURSE-CATALOG.
           IF COURSE-IS-UNKNOWN OR COURSE-HAS-NO-CREDITS
               SET RECORD-IS-INVALID TO TRUE
           END-IF.

      *> would be charged to a class that doesn't exist.
       2055-CHECK-COURSE-CATALOG.
           SET COURSE-IS-KNOWN TO TRUE.
           MOVE ZERO TO WS-COURSE-CREDITS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF CTB-COURSE-ID (WS-CAT-IDX) = COURSE-ID
                   AND CTB-SECTION-NO (WS-CAT-IDX) = SECTION-NO
                   AND CTB-TERM-CODE (WS-CAT-IDX) = TERM-CODE
                   MOVE CTB-CREDIT-HOURS (WS-CAT-IDX)
                       TO WS-COURSE-CREDITS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CAT-IDX > WS-CAT-COUNT
               SET COURSE-IS-UNKNOWN TO TRUE
           END-IF.
      *> A catalog entry with no credit hours would post a grade
      *> that weighs nothing - the catalog has to be fixed first.
           IF COURSE-IS-KNOWN AND WS-COURSE-CREDITS = ZERO
               SET COURSE-HAS-NO-CREDITS TO TRUE
           END-IF.

       2050-DISPLAY-REJECTION.
           EVALUATE TRUE
               WHEN COURSE-IS-UNKNOWN
                   DISPLAY "*** REJECTED STUDENT ID: " STUDENT-ID
                       " - COURSE/SECTION/TERM NOT IN CATALOG ***"
               WHEN COURSE-HAS-NO-CREDITS
                   DISPLAY "*** REJECTED STUDENT ID: " STUDENT-ID
                       " - CATALOG ENTRY HAS NO CREDIT HOURS ***"
               WHEN STUDENT-WITHDREW
                   DISPLAY "*** REJECTED STUDENT ID: " STUDENT-ID
                       " - STUDENT IS WITHDRAWN ON MASTER ***"
                   MOVE "CRSE" TO EXC-REASON-CODE
                   MOVE "COURSE/SECTION/TERM NOT IN CATALOG"
                       TO EXC-REASON-TEXT
               WHEN COURSE-HAS-NO-CREDITS
                   MOVE "CRED" TO EXC-REASON-CODE
                   MOVE "CATALOG ENTRY HAS NO CREDIT HOURS"
                       TO EXC-REASON-TEXT
               WHEN STUDENT-WITHDREW
                   MOVE "WDRN" TO EXC-REASON-CODE
                   MOVE "STUDENT IS WITHDRAWN ON MASTER"
               MOVE "W " TO LETTER-GRADE
               MOVE "WDRW" TO MESSAGE01
           END-IF.
           PERFORM 2258-CALC-CUM-GPA.

      *> The transcript posting, repeat-aware: a course already on
      *> the student's history is a RETAKE, and policy says the
      *> nothing; the card says so either way, and GRDAUDIT keeps
      *> the before/after. A prior incomplete/withdrawal posted no
      *> points, so finishing the course posts like a first attempt.
      *> Quality points are the grade points times the course's
      *> catalog credits; the retake comparison stays on grade
      *> points, so a course whose credits changed between attempts
      *> is still judged on the grade alone.
       2250-UPDATE-TRANSCRIPT.
           MOVE GC-GRADE-POINTS TO QUALITY-POINTS-EARNED.
           MULTIPLY QUALITY-POINTS-EARNED BY WS-COURSE-CREDITS
               GIVING WS-COURSE-QP.
           MOVE SPACES TO WS-REPEAT-NOTE.
           PERFORM 2252-CHECK-PRIOR-ATTEMPT.
           MOVE STUDENT-ID TO SM-STUDENT-ID.
           EVALUATE TRUE
               WHEN NOT PRIOR-ATTEMPT-EXISTS
                   ADD 1 TO SM-COURSE-COUNT
                   PERFORM 2251-POST-COURSE-CREDITS
                   PERFORM 2254-POST-HISTORY-ROW
               WHEN NOT ATTEMPT-IS-COMPLETE
                   ADD 1 TO SM-COURSE-COUNT
                   PERFORM 2251-POST-COURSE-CREDITS
                   PERFORM 2254-POST-HISTORY-ROW
               WHEN QUALITY-POINTS-EARNED > WS-OLD-POINTS
                   PERFORM 2253-BACK-OUT-PRIOR-CREDITS
                   PERFORM 2251-POST-COURSE-CREDITS
                   MOVE "REPEAT - REPLACES PRIOR GRADE"
                       TO WS-REPEAT-NOTE
                   PERFORM 2254-POST-HISTORY-ROW
               WRITE STUDENT-MASTER-RECORD
               SET STUDENT-WAS-FOUND TO TRUE
           END-IF.
           PERFORM 2258-CALC-CUM-GPA.

      *> A graded attempt counts its credits as attempted (the GPA
      *> divisor) whatever the grade; only a passing grade - any
      *> grade points at all - earns them.
       2251-POST-COURSE-CREDITS.
           ADD WS-COURSE-QP TO SM-QUALITY-POINTS.
           ADD WS-COURSE-CREDITS TO SM-CREDITS-ATTEMPTED.
           IF QUALITY-POINTS-EARNED > ZERO
               ADD WS-COURSE-CREDITS TO SM-CREDITS-EARNED
           END-IF.

       2252-CHECK-PRIOR-ATTEMPT.
           MOVE "N" TO WS-PRIOR-SWITCH.
                   SET PRIOR-ATTEMPT-EXISTS TO TRUE
                   MOVE TH-GRADE-POINTS TO WS-OLD-POINTS
                   MOVE TH-LETTER-GRADE TO WS-OLD-LETTER
                   MOVE TH-CREDIT-HOURS TO WS-OLD-CREDITS
                   MULTIPLY WS-OLD-POINTS BY WS-OLD-CREDITS
                       GIVING WS-OLD-QP
           END-READ.

      *> The replaced attempt comes out at the credits it was
      *> graded under, which the history row carries - never below
      *> zero, should the master have been hand-repaired since.
       2253-BACK-OUT-PRIOR-CREDITS.
           IF WS-OLD-QP > SM-QUALITY-POINTS
               MOVE ZERO TO SM-QUALITY-POINTS
           ELSE
               SUBTRACT WS-OLD-QP FROM SM-QUALITY-POINTS
           END-IF.
           IF WS-OLD-CREDITS > SM-CREDITS-ATTEMPTED
               MOVE ZERO TO SM-CREDITS-ATTEMPTED
           ELSE
               SUBTRACT WS-OLD-CREDITS FROM SM-CREDITS-ATTEMPTED
           END-IF.
           IF WS-OLD-POINTS > ZERO
               IF WS-OLD-CREDITS > SM-CREDITS-EARNED
                   MOVE ZERO TO SM-CREDITS-EARNED
               ELSE
                   SUBTRACT WS-OLD-CREDITS FROM SM-CREDITS-EARNED
               END-IF
           END-IF.

      *> Cumulative GPA is quality points over attempted credits.
       2258-CALC-CUM-GPA.
           IF SM-CREDITS-ATTEMPTED > ZERO
               DIVIDE SM-QUALITY-POINTS BY SM-CREDITS-ATTEMPTED
                   GIVING CUM-GPA ROUNDED
           ELSE
               MOVE ZERO TO CUM-GPA
           END-IF.
           MOVE CUM-GPA TO DISPLAY-CUM-GPA.

      *> The winning attempt is what the history carries.
       2254-POST-HISTORY-ROW.
           MOVE STUDENT-ID TO TH-STUDENT-ID.
           MOVE LETTER-GRADE TO TH-LETTER-GRADE.
           MOVE QUALITY-POINTS-EARNED TO TH-GRADE-POINTS.
           MOVE AVERAGE-SCORE TO TH-AVERAGE.
           MOVE WS-COURSE-CREDITS TO TH-CREDIT-HOURS.
           SET ATTEMPT-IS-COMPLETE TO TRUE.
           IF PRIOR-ATTEMPT-EXISTS
               REWRITE TRANSCRIPT-HISTORY-RECORD
               MOVE LETTER-GRADE TO TH-LETTER-GRADE
               MOVE ZERO TO TH-GRADE-POINTS
               MOVE ZERO TO TH-AVERAGE
               MOVE WS-COURSE-CREDITS TO TH-CREDIT-HOURS
               IF COURSE-INCOMPLETE
                   SET ATTEMPT-IS-INCOMPLETE TO TRUE
               ELSE
               MOVE STUDENT-NAME TO SM-STUDENT-NAME
               SET STUDENT-IS-ENROLLED TO TRUE
               MOVE ZERO TO SM-PROBATION-TERMS
               MOVE ZERO TO SM-CREDITS-ATTEMPTED SM-CREDITS-EARNED
               PERFORM 1165-START-NEW-MASTER-COHORT
               WRITE STUDENT-MASTER-RECORD
           END-IF.

           STRING "Cumulative GPA: " DISPLAY-CUM-GPA
               DELIMITED BY SIZE INTO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.
           IF WS-ATT-COUNT > ZERO
               PERFORM 2450-PRINT-ATTENDANCE
           END-IF.
           IF WS-REPEAT-NOTE NOT = SPACES
               MOVE SPACES TO REPORT-CARD-LINE
               STRING "*** " WS-REPEAT-NOTE
           MOVE SPACES TO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.

      *> The section's attendance for this student, and the flag
      *> ATTROLL set against the ATTNPARM minimum and cut-off.
       2450-PRINT-ATTENDANCE.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-COUNT
               IF ATB-COURSE-ID (WS-ATT-IDX) = COURSE-ID
                   AND ATB-SECTION-NO (WS-ATT-IDX) = SECTION-NO
                   AND ATB-TERM-CODE (WS-ATT-IDX) = TERM-CODE
                   AND ATB-STUDENT-ID (WS-ATT-IDX) = STUDENT-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-CARD-LINE.
           IF WS-ATT-IDX > WS-ATT-COUNT
               MOVE "Attendance:    NOT RECORDED" TO REPORT-CARD-LINE
               WRITE REPORT-CARD-LINE
           ELSE
               STRING "Attendance:    " ATB-ATTEND-PCT (WS-ATT-IDX)
                   "% (" ATB-PRESENT (WS-ATT-IDX) " PRESENT, "
                   ATB-EXCUSED (WS-ATT-IDX) " EXCUSED OF "
                   ATB-MEETINGS (WS-ATT-IDX) " MEETINGS)"
                   DELIMITED BY SIZE INTO REPORT-CARD-LINE
               WRITE REPORT-CARD-LINE
               EVALUATE ATB-FLAG (WS-ATT-IDX)
                   WHEN "L"
                       MOVE "*** ATTENDANCE BELOW MINIMUM"
                           TO REPORT-CARD-LINE
                       WRITE REPORT-CARD-LINE
                   WHEN "S"
                       MOVE SPACES TO REPORT-CARD-LINE
                       IF ATB-LAST-ATTENDED (WS-ATT-IDX) = SPACES
                           MOVE "*** STOPPED ATTENDING - NEVER ATTENDED"
                               TO REPORT-CARD-LINE
                       ELSE
                           STRING "*** STOPPED ATTENDING - LAST "
                               "ATTENDED "
                               ATB-LAST-ATTENDED (WS-ATT-IDX)
                               DELIMITED BY SIZE INTO REPORT-CARD-LINE
                       END-IF
                       WRITE REPORT-CARD-LINE
               END-EVALUATE
           END-IF.

       2500-RELEASE-STATS-RECORD.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE COURSE-ID TO SS-COURSE-ID.
           MOVE 999 TO WS-LOW-SCORE.

      *> The section's distribution, banked for the dean's
      *> term-over-term trend report, with the catalog's instructor
      *> of record as it stood when the section was graded.
       8940-WRITE-STATS-HISTORY.
           MOVE SPACES TO GH-INSTRUCTOR-ID.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF CTB-COURSE-ID (WS-CAT-IDX) = WS-CUR-COURSE-ID
                   AND CTB-SECTION-NO (WS-CAT-IDX) = WS-CUR-SECTION-NO
                   AND CTB-TERM-CODE (WS-CAT-IDX) = WS-CUR-TERM-CODE
                   MOVE CTB-INSTRUCTOR-ID (WS-CAT-IDX)
                       TO GH-INSTRUCTOR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-CUR-TERM-CODE TO GH-TERM-CODE.
           MOVE WS-CUR-COURSE-ID TO GH-COURSE-ID.
           MOVE WS-CUR-SECTION-NO TO GH-SECTION-NO.
