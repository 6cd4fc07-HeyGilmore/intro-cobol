      ** history now has everything the official document needs.
      ** For the TRNSPARM student this run prints the full
      ** transcript: courses term by term with letter grades, term
      ** GPA over the completed attempts weighted by their credit
      ** hours, incompletes and withdrawals shown per the
      ** COMPLETION-STATUS rules (listed, never averaged), the
      ** cumulative credits and GPA off the master's accumulators,
      ** and the standing notation derived from the same STNDPARM
      ** thresholds ACADSTND applies - plus the CLSRANK class rank
      ** for a student whose master carries a signed rank release.
      ** Formatted with the signature/seal block the registrar
      ** stamps, and cataloged in RPTCATLG like every other report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY.
           SELECT OPTIONAL CLASS-RANK-FILE ASSIGN TO "CLSRANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-STUDENT-ID.
           SELECT TRANSCRIPT-PARM-FILE ASSIGN TO "TRNSPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-PARM-FILE ASSIGN TO "STNDPARM"
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRNHREC.

      *> The latest CLSRANK run's rank, printed only under release.
       FD  CLASS-RANK-FILE.
       01  CLASS-RANK-RECORD.
           COPY RANKREC.

      *> Whose transcript.
       FD  TRANSCRIPT-PARM-FILE.
       01  TRANSCRIPT-PARM-RECORD.
               10  HT-LETTER-GRADE    PIC X(2).
               10  HT-GRADE-POINTS    PIC 9V99.
               10  HT-COMPLETION      PIC X(1).
               10  HT-CREDIT-HOURS    PIC 9V9.
       01  WS-HIST-SWAP.
           05  SWP-TERM-CODE          PIC X(6).
           05  SWP-COURSE-ID          PIC X(6).
           05  SWP-LETTER-GRADE       PIC X(2).
           05  SWP-GRADE-POINTS       PIC 9V99.
           05  SWP-COMPLETION         PIC X(1).
           05  SWP-CREDIT-HOURS       PIC 9V9.
       01  WS-HIST-IDX           PIC 9(2).
       01  WS-HIST-JDX           PIC 9(2).

      *> Term control break.
       01  WS-CUR-TERM           PIC X(6) VALUE SPACES.
       01  WS-TERM-POINTS        PIC 9(4)V99.
       01  WS-TERM-CREDITS       PIC 9(3)V9.
       01  WS-COURSE-QP          PIC 9(2)V99.
       01  DISPLAY-CREDITS       PIC Z9.9.
       01  DISPLAY-CUM-CREDITS   PIC ZZ9.9.
       01  DISPLAY-EARNED        PIC ZZ9.9.
       01  WS-TERM-GPA           PIC 9V99.
       01  WS-CUM-GPA            PIC 9V99.
       01  WS-STANDING           PIC X(16).
       01  DISPLAY-GPA           PIC 9.99.
       01  DISPLAY-RANK          PIC ZZZ9.
       01  DISPLAY-SIZE          PIC ZZZ9.
       01  DISPLAY-PERCENTILE    PIC Z9.
       01  DISPLAY-DECILE        PIC Z9.
       01  WS-COHORT-NAME        PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
       1000-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT TRANSCRIPT-HISTORY.
           OPEN INPUT CLASS-RANK-FILE.
           OPEN OUTPUT TRANSCRIPT-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           OPEN EXTEND RUN-LOG-FILE.
                                   TO HT-GRADE-POINTS (WS-ROW-COUNT)
                               MOVE TH-COMPLETION
                                   TO HT-COMPLETION (WS-ROW-COUNT)
                               MOVE TH-CREDIT-HOURS
                                   TO HT-CREDIT-HOURS (WS-ROW-COUNT)
                           END-IF
                       END-IF
               END-READ
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO WS-CUR-TERM.
           MOVE ZERO TO WS-TERM-POINTS WS-TERM-CREDITS.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-ROW-COUNT
               IF WS-CUR-TERM NOT = SPACES
           PERFORM 3400-PRINT-SEAL-BLOCK.

      *> Incompletes and withdrawals list per the COMPLETION-STATUS
      *> rules: shown on the document, never averaged. A graded
      *> course weighs into the term GPA by its credit hours.
       3100-PRINT-COURSE-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           MOVE HT-CREDIT-HOURS (WS-HIST-IDX) TO DISPLAY-CREDITS.
           EVALUATE HT-COMPLETION (WS-HIST-IDX)
               WHEN "I"
                   STRING "  " HT-COURSE-ID (WS-HIST-IDX) "/"
                       "  WITHDRAWN"
                       DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WHEN OTHER
                   MULTIPLY HT-GRADE-POINTS (WS-HIST-IDX)
                       BY HT-CREDIT-HOURS (WS-HIST-IDX)
                       GIVING WS-COURSE-QP
                   ADD WS-COURSE-QP TO WS-TERM-POINTS
                   ADD HT-CREDIT-HOURS (WS-HIST-IDX)
                       TO WS-TERM-CREDITS
                   STRING "  " HT-COURSE-ID (WS-HIST-IDX) "/"
                       HT-SECTION-NO (WS-HIST-IDX)
                       "  GRADE " HT-LETTER-GRADE (WS-HIST-IDX)
                       "  CREDITS " DISPLAY-CREDITS
                       DELIMITED BY SIZE INTO TRANSCRIPT-LINE
           END-EVALUATE.
           WRITE TRANSCRIPT-LINE.

       3200-PRINT-TERM-GPA.
           IF WS-TERM-CREDITS > ZERO
               DIVIDE WS-TERM-POINTS BY WS-TERM-CREDITS
                   GIVING WS-TERM-GPA ROUNDED
               MOVE WS-TERM-GPA TO DISPLAY-GPA
               MOVE WS-TERM-CREDITS TO DISPLAY-CUM-CREDITS
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "  TERM CREDITS: " DISPLAY-CUM-CREDITS
                   "   TERM GPA: " DISPLAY-GPA
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE ZERO TO WS-TERM-POINTS WS-TERM-CREDITS.

      *> The cumulative figures and the standing notation, decided
      *> by the same thresholds ACADSTND applies.
       3300-PRINT-CUMULATIVE.
           IF SM-CREDITS-ATTEMPTED > ZERO
               DIVIDE SM-QUALITY-POINTS BY SM-CREDITS-ATTEMPTED
                   GIVING WS-CUM-GPA ROUNDED
           ELSE
               MOVE ZERO TO WS-CUM-GPA
           END-IF.
           MOVE WS-CUM-GPA TO DISPLAY-GPA.
           MOVE SM-CREDITS-ATTEMPTED TO DISPLAY-CUM-CREDITS.
           MOVE SM-CREDITS-EARNED TO DISPLAY-EARNED.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING "COURSES COMPLETED: " SM-COURSE-COUNT
               "   CREDITS ATTEMPTED: " DISPLAY-CUM-CREDITS
               "   EARNED: " DISPLAY-EARNED
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING "CUMULATIVE GPA: " DISPLAY-GPA
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           EVALUATE TRUE
               WHEN SM-CREDITS-ATTEMPTED = ZERO
                   MOVE "NO COURSES" TO WS-STANDING
               WHEN WS-CUM-GPA >= WS-DEANS-GPA
                   MOVE "DEANS LIST" TO WS-STANDING
           STRING "ACADEMIC STANDING: " WS-STANDING
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           IF RANK-RELEASE-AUTHORIZED
               PERFORM 3350-PRINT-CLASS-RANK
           END-IF.

      *> Class rank appears only with the student's signed release
      *> on the master, and only once a CLSRANK run has ranked the
      *> student - an unranked student's transcript just omits it.
       3350-PRINT-CLASS-RANK.
           MOVE SM-STUDENT-ID TO CR-STUDENT-ID.
           READ CLASS-RANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-CLASS-RANK TO DISPLAY-RANK
                   MOVE CR-COHORT-SIZE TO DISPLAY-SIZE
                   MOVE CR-PERCENTILE TO DISPLAY-PERCENTILE
                   MOVE CR-DECILE TO DISPLAY-DECILE
                   IF CR-COHORT-IS-PROGRAM
                       MOVE "PROGRAM" TO WS-COHORT-NAME
                   ELSE
                       MOVE "ENTRY TERM" TO WS-COHORT-NAME
                   END-IF
                   MOVE SPACES TO TRANSCRIPT-LINE
                   STRING "CLASS RANK: " DISPLAY-RANK
                       " OF " DISPLAY-SIZE
                       "   PERCENTILE: " DISPLAY-PERCENTILE
                       "   DECILE: " DISPLAY-DECILE
                       DELIMITED BY SIZE INTO TRANSCRIPT-LINE
                   WRITE TRANSCRIPT-LINE
                   MOVE SPACES TO TRANSCRIPT-LINE
                   STRING "  COHORT: " WS-COHORT-NAME
                       CR-COHORT-CODE " RANKED " CR-RANK-DATE
                       DELIMITED BY SIZE INTO TRANSCRIPT-LINE
                   WRITE TRANSCRIPT-LINE
           END-READ.

       3400-PRINT-SEAL-BLOCK.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE STUDENT-MASTER TRANSCRIPT-HISTORY CLASS-RANK-FILE
               TRANSCRIPT-FILE REPORT-CATALOG-FILE RUN-LOG-FILE.
