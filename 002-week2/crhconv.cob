       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRHCONV.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** One-time credit-hour conversion. STUMAST used to roll each
      ** graded course in as one course-count seat and its bare
      ** grade points, so a one-credit lab weighed the same as a
      ** five-credit course. The new layouts carry the course's
      ** catalog credit hours on every TRNHIST attempt and attempted/
      ** earned credits on the master, with quality points now grade
      ** points times credits. This utility reads the old-layout
      ** files parked as TRNHISTO and STUMASTO, stamps each history
      ** row with its credits from CRSCATLG, loads the new TRNHIST,
      ** and rebuilds every student's accumulators from that history
      ** - the old rolled-up figures can't be re-weighted, only
      ** re-derived. It proves itself with in/out counts the way
      ** PHCONV does: a course the catalog has no credits for, or a
      ** history row with no student on the master, fails the run
      ** so nothing is promoted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "STUMASTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OLD-HISTORY-FILE ASSIGN TO "TRNHISTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID.
           SELECT TRANSCRIPT-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> The master as it stood before credit hours - no attempted
      *> or earned credits.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OM-STUDENT-ID       PIC X(6).
           05  OM-STUDENT-NAME     PIC A(20).
           05  OM-STUDENT-STATUS   PIC X(1).
           05  OM-COURSE-COUNT     PIC 9(3).
           05  OM-QUALITY-POINTS   PIC 9(5)V99.
           05  OM-PROBATION-TERMS  PIC 9(2).

      *> The history as it stood before credit hours.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OT-STUDENT-ID       PIC X(6).
           05  OT-COURSE-ID        PIC X(6).
           05  OT-SECTION-NO       PIC X(3).
           05  OT-TERM-CODE        PIC X(6).
           05  OT-LETTER-GRADE     PIC X(2).
           05  OT-GRADE-POINTS     PIC 9V99.
           05  OT-AVERAGE          PIC 9(3).
           05  OT-COMPLETION       PIC X(1).

       FD  COURSE-CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-COURSE-ID       PIC X(6).
           05  CAT-SECTION-NO      PIC X(3).
           05  CAT-TERM-CODE       PIC X(6).
           05  CAT-COURSE-TITLE    PIC X(20).
           05  CAT-CREDIT-HOURS    PIC 9V9.
           05  CAT-INSTRUCTOR-ID   PIC X(6).

       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           COPY STUMREC.

       FD  TRANSCRIPT-HISTORY.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRNHREC.

       WORKING-STORAGE SECTION.
       01  WS-OM-EOF-SWITCH      PIC X(1) VALUE "N".
           88  OM-END-OF-FILE             VALUE "Y".
       01  WS-OT-EOF-SWITCH      PIC X(1) VALUE "N".
           88  OT-END-OF-FILE             VALUE "Y".
       01  WS-CAT-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAT-END-OF-FILE            VALUE "Y".
       01  WS-TH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TH-END-OF-FILE             VALUE "Y".

      *> The catalog, for stamping each attempt with its credits.
       01  WS-CAT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 50 TIMES.
               10  CTB-COURSE-ID     PIC X(6).
               10  CTB-SECTION-NO    PIC X(3).
               10  CTB-TERM-CODE     PIC X(6).
               10  CTB-CREDIT-HOURS  PIC 9V9.
       01  WS-CAT-IDX            PIC 9(2).
       01  WS-COURSE-CREDITS     PIC 9V9.
       01  WS-COURSE-QP          PIC 9(2)V99.

      *> Proof counts.
       01  WS-MAST-IN-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-MAST-OUT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-MAST-DUP-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-HIST-IN-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-HIST-OUT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-HIST-DUP-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-HIST-MATCH-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-NO-CREDIT-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-ORPHAN-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-CHANGED-COUNT      PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-COURSE-CATALOG.
           OPEN INPUT OLD-HISTORY-FILE.
           OPEN OUTPUT TRANSCRIPT-HISTORY.
           PERFORM 2100-READ-OLD-HISTORY.
           PERFORM 2000-CONVERT-ONE-ATTEMPT UNTIL OT-END-OF-FILE.
           CLOSE OLD-HISTORY-FILE TRANSCRIPT-HISTORY.
           OPEN INPUT OLD-MASTER-FILE TRANSCRIPT-HISTORY.
           OPEN OUTPUT STUDENT-MASTER.
           PERFORM 3100-READ-OLD-MASTER.
           PERFORM 3000-REBUILD-ONE-STUDENT UNTIL OM-END-OF-FILE.
           CLOSE OLD-MASTER-FILE TRANSCRIPT-HISTORY STUDENT-MASTER.
           IF WS-HIST-OUT-COUNT > WS-HIST-MATCH-COUNT
               SUBTRACT WS-HIST-MATCH-COUNT FROM WS-HIST-OUT-COUNT
                   GIVING WS-ORPHAN-COUNT
           END-IF.
           DISPLAY "CRHCONV COMPLETE - MASTERS READ: " WS-MAST-IN-COUNT
               " LOADED: " WS-MAST-OUT-COUNT
               " DUPLICATES REPLACED: " WS-MAST-DUP-COUNT.
           DISPLAY "CRHCONV HISTORY READ: " WS-HIST-IN-COUNT
               " LOADED: " WS-HIST-OUT-COUNT
               " DUPLICATES REPLACED: " WS-HIST-DUP-COUNT.
           DISPLAY "CRHCONV NO CATALOG CREDITS: " WS-NO-CREDIT-COUNT
               " NO STUDENT ON MASTER: " WS-ORPHAN-COUNT
               " COURSE COUNTS CHANGED: " WS-CHANGED-COUNT.
           IF WS-MAST-IN-COUNT
                   NOT = WS-MAST-OUT-COUNT + WS-MAST-DUP-COUNT
               OR WS-HIST-IN-COUNT
                   NOT = WS-HIST-OUT-COUNT + WS-HIST-DUP-COUNT
               OR WS-NO-CREDIT-COUNT > ZERO
               OR WS-ORPHAN-COUNT > ZERO
               DISPLAY "*** CRHCONV COUNTS DO NOT BALANCE - DO NOT "
                   "PROMOTE ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           PERFORM UNTIL CAT-END-OF-FILE
               READ COURSE-CATALOG-FILE
                   AT END
                       SET CAT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CAT-COUNT < 50
                           AND CAT-CREDIT-HOURS IS NUMERIC
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CAT-COURSE-ID
                               TO CTB-COURSE-ID (WS-CAT-COUNT)
                           MOVE CAT-SECTION-NO
                               TO CTB-SECTION-NO (WS-CAT-COUNT)
                           MOVE CAT-TERM-CODE
                               TO CTB-TERM-CODE (WS-CAT-COUNT)
                           MOVE CAT-CREDIT-HOURS
                               TO CTB-CREDIT-HOURS (WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-CATALOG-FILE.

      *> Each attempt carries the credits of the offering it was
      *> graded in; an offering since dropped from the catalog takes
      *> the credits of any remaining offering of the same course.
       2000-CONVERT-ONE-ATTEMPT.
           PERFORM 2200-FIND-COURSE-CREDITS.
           IF WS-COURSE-CREDITS = ZERO
               ADD 1 TO WS-NO-CREDIT-COUNT
               DISPLAY "*** NO CATALOG CREDITS FOR " OT-COURSE-ID "/"
                   OT-SECTION-NO " " OT-TERM-CODE
                   " - STUDENT " OT-STUDENT-ID " ***"
           END-IF.
           MOVE OT-STUDENT-ID TO TH-STUDENT-ID.
           MOVE OT-COURSE-ID TO TH-COURSE-ID.
           MOVE OT-SECTION-NO TO TH-SECTION-NO.
           MOVE OT-TERM-CODE TO TH-TERM-CODE.
           MOVE OT-LETTER-GRADE TO TH-LETTER-GRADE.
           MOVE OT-GRADE-POINTS TO TH-GRADE-POINTS.
           MOVE OT-AVERAGE TO TH-AVERAGE.
           MOVE OT-COMPLETION TO TH-COMPLETION.
           MOVE WS-COURSE-CREDITS TO TH-CREDIT-HOURS.
           WRITE TRANSCRIPT-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-DUP-COUNT
                   REWRITE TRANSCRIPT-HISTORY-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-OUT-COUNT
           END-WRITE.
           PERFORM 2100-READ-OLD-HISTORY.

       2100-READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE
               AT END SET OT-END-OF-FILE TO TRUE
           END-READ.
           IF NOT OT-END-OF-FILE
               ADD 1 TO WS-HIST-IN-COUNT
           END-IF.

       2200-FIND-COURSE-CREDITS.
           MOVE ZERO TO WS-COURSE-CREDITS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF CTB-COURSE-ID (WS-CAT-IDX) = OT-COURSE-ID
                   AND CTB-SECTION-NO (WS-CAT-IDX) = OT-SECTION-NO
                   AND CTB-TERM-CODE (WS-CAT-IDX) = OT-TERM-CODE
                   MOVE CTB-CREDIT-HOURS (WS-CAT-IDX)
                       TO WS-COURSE-CREDITS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-COURSE-CREDITS = ZERO
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF CTB-COURSE-ID (WS-CAT-IDX) = OT-COURSE-ID
                       AND CTB-CREDIT-HOURS (WS-CAT-IDX) > ZERO
                       MOVE CTB-CREDIT-HOURS (WS-CAT-IDX)
                           TO WS-COURSE-CREDITS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> The student's accumulators are re-derived from the new
      *> history exactly as GRADES1 now posts them: only a
      *> completed attempt counts, its grade points times credits
      *> into quality points, its credits into attempted, and into
      *> earned on a passing grade. Name, status, and probation
      *> terms carry over unchanged.
       3000-REBUILD-ONE-STUDENT.
           MOVE OM-STUDENT-ID TO SM-STUDENT-ID.
           MOVE OM-STUDENT-NAME TO SM-STUDENT-NAME.
           MOVE OM-STUDENT-STATUS TO SM-STUDENT-STATUS.
           MOVE OM-PROBATION-TERMS TO SM-PROBATION-TERMS.
           MOVE ZERO TO SM-COURSE-COUNT SM-QUALITY-POINTS
               SM-CREDITS-ATTEMPTED SM-CREDITS-EARNED.
      *> The old layout has no cohort, rank release, or aid
      *> progress; STUMAINT keys them, an unkeyed cohort just goes
      *> unranked, and SAPEVAL skips a student not flagged for aid.
           MOVE SPACES TO SM-ENTRY-TERM SM-PROGRAM-CODE.
           MOVE "N" TO SM-RANK-RELEASE.
           MOVE "N" TO SM-AID-RECIPIENT.
           MOVE SPACES TO SM-SAP-STATUS SM-SAP-TERM
               SM-SAP-PRIOR-STATUS SM-SAP-APPEAL-TERM.
           MOVE "N" TO WS-TH-EOF-SWITCH.
           MOVE OM-STUDENT-ID TO TH-STUDENT-ID.
           MOVE LOW-VALUES TO TH-COURSE-ID.
           START TRANSCRIPT-HISTORY KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   SET TH-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL TH-END-OF-FILE
               READ TRANSCRIPT-HISTORY NEXT RECORD
                   AT END
                       SET TH-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TH-STUDENT-ID NOT = OM-STUDENT-ID
                           SET TH-END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-HIST-MATCH-COUNT
                           IF ATTEMPT-IS-COMPLETE
                               PERFORM 3200-POST-ONE-ATTEMPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SM-COURSE-COUNT NOT = OM-COURSE-COUNT
               ADD 1 TO WS-CHANGED-COUNT
               DISPLAY "CRHCONV " OM-STUDENT-ID
                   " COURSE COUNT WAS " OM-COURSE-COUNT
                   " NOW " SM-COURSE-COUNT
           END-IF.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-MAST-DUP-COUNT
                   REWRITE STUDENT-MASTER-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-MAST-OUT-COUNT
           END-WRITE.
           PERFORM 3100-READ-OLD-MASTER.

       3100-READ-OLD-MASTER.
           READ OLD-MASTER-FILE
               AT END SET OM-END-OF-FILE TO TRUE
           END-READ.
           IF NOT OM-END-OF-FILE
               ADD 1 TO WS-MAST-IN-COUNT
           END-IF.

       3200-POST-ONE-ATTEMPT.
           ADD 1 TO SM-COURSE-COUNT.
           MULTIPLY TH-GRADE-POINTS BY TH-CREDIT-HOURS
               GIVING WS-COURSE-QP.
           ADD WS-COURSE-QP TO SM-QUALITY-POINTS.
           ADD TH-CREDIT-HOURS TO SM-CREDITS-ATTEMPTED.
           IF TH-GRADE-POINTS > ZERO
               ADD TH-CREDIT-HOURS TO SM-CREDITS-EARNED
           END-IF.
