       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSRANK.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Class rank and percentile by cohort. Scholarship committees
      ** and graduate-school letters ask for class rank and ACADSTND
      ** only says dean's list or probation. This run sweeps the
      ** enrolled students on STUMAST, orders each cohort by
      ** cumulative GPA (quality points over credits attempted,
      ** rounded the way ACADSTND and TRNSCRPT show it), and ranks
      ** them competition style - tied GPAs share a rank and the
      ** next rank skips past them (1, 2, 2, 4). The cohort is the
      ** student's entry term or program code, chosen on RANKPARM.
      ** Rank, percentile, and decile print on CLSRANK.TXT and are
      ** written to the CLSRANK file, rebuilt whole each run, which
      ** TRNSCRPT prints on the official transcript for a student
      ** who has signed a rank release. A student with no credits
      ** attempted or no cohort code on the master is listed as
      ** unranked rather than ranked last. Requires the grading role
      ** through AUTHCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL RANK-PARM-FILE ASSIGN TO "RANKPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASS-RANK-FILE ASSIGN TO "CLSRANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-STUDENT-ID.
           SELECT RANK-REPORT-FILE ASSIGN TO "CLSRANK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANK-SORT-FILE ASSIGN TO "RANKSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           COPY STUMREC.

      *> Which cohort to rank within: "E" entry term (the default
      *> when the file is missing or blank), "P" program code.
       FD  RANK-PARM-FILE.
       01  RANK-PARM-RECORD.
           05  PARM-COHORT-BASIS   PIC X(1).

       FD  CLASS-RANK-FILE.
       01  CLASS-RANK-RECORD.
           COPY RANKREC.

       FD  RANK-REPORT-FILE.
       01  RANK-REPORT-LINE        PIC X(80).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

      *> Students come back cohort by cohort, best GPA first; the
      *> student ID orders a tie so the listing is repeatable.
       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RS-COHORT-CODE      PIC X(6).
           05  RS-CUM-GPA          PIC 9V99.
           05  RS-STUDENT-ID       PIC X(6).
           05  RS-STUDENT-NAME     PIC A(20).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-STU-EOF-SWITCH     PIC X(1) VALUE "N".
           88  STU-END-OF-FILE            VALUE "Y".
       01  WS-RS-EOF-SWITCH      PIC X(1) VALUE "N".
           88  RS-END-OF-FILE             VALUE "Y".

       01  WS-COHORT-BASIS       PIC X(1) VALUE "E".
           88  COHORT-IS-PROGRAM          VALUE "P".
       01  WS-RUN-DATE           PIC X(10).
       01  WS-CUM-GPA            PIC 9V99.
       01  WS-COHORT-CODE        PIC X(6).

      *> Cohort sizes, tallied as students go to the sort - the
      *> percentile and decile need the whole cohort's count before
      *> the first of its students comes back.
       01  WS-COHORT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-COHORT-TABLE.
           05  WS-COHORT-ENTRY OCCURS 100 TIMES.
               10  CHT-COHORT-CODE    PIC X(6).
               10  CHT-SIZE           PIC 9(4).
       01  WS-COHORT-IDX         PIC 9(3).

      *> Position within the cohort, the rank it earns, and the GPA
      *> it was earned at - a student matching the previous GPA
      *> takes the previous rank instead of the position.
       01  WS-CUR-COHORT-CODE    PIC X(6) VALUE SPACES.
       01  WS-COHORT-SIZE        PIC 9(4).
       01  WS-POSITION           PIC 9(4).
       01  WS-CLASS-RANK         PIC 9(4).
       01  WS-PREV-GPA           PIC 9V99.
       01  WS-PERCENTILE         PIC 9(2).
       01  WS-DECILE             PIC 9(2).

       01  DISPLAY-GPA           PIC 9.99.
       01  DISPLAY-RANK          PIC ZZZ9.
       01  DISPLAY-SIZE          PIC ZZZ9.
       01  DISPLAY-PERCENTILE    PIC Z9.
       01  DISPLAY-DECILE        PIC Z9.

       01  WS-RANKED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNRANKED-COUNT     PIC 9(5) VALUE ZERO.

      *> Ranking runs under the grading role.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-RANK-PARM
               PERFORM 1200-PRINT-REPORT-HEADER
               OPEN OUTPUT CLASS-RANK-FILE
               SORT RANK-SORT-FILE
                   ON ASCENDING KEY RS-COHORT-CODE
                   ON DESCENDING KEY RS-CUM-GPA
                   ON ASCENDING KEY RS-STUDENT-ID
                   INPUT PROCEDURE IS 2000-RELEASE-STUDENTS
                   OUTPUT PROCEDURE IS 3000-RANK-STUDENTS
               CLOSE CLASS-RANK-FILE
               PERFORM 8900-PRINT-REPORT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT RANK-REPORT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "CLSRANK" TO AUTH-PROGRAM-NAME.
           MOVE "G" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO CLASS RANK "
                   "WILL BE PRODUCED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1100-READ-RANK-PARM.
           OPEN INPUT RANK-PARM-FILE.
           READ RANK-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-COHORT-BASIS = "P"
                       MOVE "P" TO WS-COHORT-BASIS
                   END-IF
           END-READ.
           CLOSE RANK-PARM-FILE.

       1200-PRINT-REPORT-HEADER.
           MOVE "CLASS RANK AND PERCENTILE BY COHORT" TO
               RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.
           MOVE SPACES TO RANK-REPORT-LINE.
           IF COHORT-IS-PROGRAM
               STRING "RUN DATE: " WS-RUN-DATE
                   "  COHORT: PROGRAM CODE"
                   DELIMITED BY SIZE INTO RANK-REPORT-LINE
           ELSE
               STRING "RUN DATE: " WS-RUN-DATE
                   "  COHORT: ENTRY TERM"
                   DELIMITED BY SIZE INTO RANK-REPORT-LINE
           END-IF.
           WRITE RANK-REPORT-LINE.

      *> SORT's INPUT PROCEDURE - every enrolled student with a GPA
      *> and a cohort goes to the sort and is counted into its
      *> cohort; anyone else is unranked.
       2000-RELEASE-STUDENTS.
           PERFORM UNTIL STU-END-OF-FILE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET STU-END-OF-FILE TO TRUE
                   NOT AT END
                       IF STUDENT-IS-WITHDRAWN
                           CONTINUE
                       ELSE
                           PERFORM 2100-RELEASE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       2100-RELEASE-ONE-STUDENT.
           IF COHORT-IS-PROGRAM
               MOVE SM-PROGRAM-CODE TO WS-COHORT-CODE
           ELSE
               MOVE SM-ENTRY-TERM TO WS-COHORT-CODE
           END-IF.
           IF SM-CREDITS-ATTEMPTED = ZERO
               OR WS-COHORT-CODE = SPACES
               ADD 1 TO WS-UNRANKED-COUNT
           ELSE
               PERFORM 2200-COUNT-INTO-COHORT
               IF WS-COHORT-IDX > 100
                   ADD 1 TO WS-UNRANKED-COUNT
               ELSE
                   DIVIDE SM-QUALITY-POINTS BY SM-CREDITS-ATTEMPTED
                       GIVING WS-CUM-GPA ROUNDED
                   MOVE WS-COHORT-CODE TO RS-COHORT-CODE
                   MOVE WS-CUM-GPA TO RS-CUM-GPA
                   MOVE SM-STUDENT-ID TO RS-STUDENT-ID
                   MOVE SM-STUDENT-NAME TO RS-STUDENT-NAME
                   RELEASE RANK-SORT-RECORD
               END-IF
           END-IF.

      *> Finds the cohort's entry, opening one for a cohort not yet
      *> seen; past the table's size the index comes back over 100.
       2200-COUNT-INTO-COHORT.
           PERFORM 2300-FIND-COHORT.
           IF WS-COHORT-IDX > WS-COHORT-COUNT
               AND WS-COHORT-COUNT < 100
               ADD 1 TO WS-COHORT-COUNT
               MOVE WS-COHORT-COUNT TO WS-COHORT-IDX
               MOVE WS-COHORT-CODE TO CHT-COHORT-CODE (WS-COHORT-IDX)
               MOVE ZERO TO CHT-SIZE (WS-COHORT-IDX)
           END-IF.
           IF WS-COHORT-IDX > WS-COHORT-COUNT
               MOVE 101 TO WS-COHORT-IDX
           ELSE
               ADD 1 TO CHT-SIZE (WS-COHORT-IDX)
           END-IF.

       2300-FIND-COHORT.
           PERFORM VARYING WS-COHORT-IDX FROM 1 BY 1
                   UNTIL WS-COHORT-IDX > WS-COHORT-COUNT
               IF CHT-COHORT-CODE (WS-COHORT-IDX) = WS-COHORT-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> SORT's OUTPUT PROCEDURE: each cohort's students come back
      *> best GPA first, so the rank is the running position except
      *> where a GPA ties the one before it.
       3000-RANK-STUDENTS.
           PERFORM UNTIL RS-END-OF-FILE
               RETURN RANK-SORT-FILE
                   AT END
                       SET RS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RS-COHORT-CODE NOT = WS-CUR-COHORT-CODE
                           PERFORM 3100-START-COHORT
                       END-IF
                       PERFORM 3200-RANK-ONE-STUDENT
               END-RETURN
           END-PERFORM.

       3100-START-COHORT.
           MOVE RS-COHORT-CODE TO WS-CUR-COHORT-CODE.
           MOVE RS-COHORT-CODE TO WS-COHORT-CODE.
           PERFORM 2300-FIND-COHORT.
           MOVE CHT-SIZE (WS-COHORT-IDX) TO WS-COHORT-SIZE.
           MOVE ZERO TO WS-POSITION.
           MOVE WS-COHORT-SIZE TO DISPLAY-SIZE.
           MOVE SPACES TO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.
           MOVE SPACES TO RANK-REPORT-LINE.
           STRING "COHORT " WS-CUR-COHORT-CODE
               "  STUDENTS RANKED: " DISPLAY-SIZE
               DELIMITED BY SIZE INTO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.
           MOVE "  RANK STU-ID NAME                  GPA  PCTL DECILE"
               TO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.

      *> Percentile is the share of the cohort ranked below the
      *> student, so the top of a cohort of 100 sits at 99 and tied
      *> students share it; decile 1 is the top tenth.
       3200-RANK-ONE-STUDENT.
           ADD 1 TO WS-POSITION.
           IF WS-POSITION = 1 OR RS-CUM-GPA NOT = WS-PREV-GPA
               MOVE WS-POSITION TO WS-CLASS-RANK
           END-IF.
           MOVE RS-CUM-GPA TO WS-PREV-GPA.
           COMPUTE WS-PERCENTILE =
               ((WS-COHORT-SIZE - WS-CLASS-RANK) * 100)
                   / WS-COHORT-SIZE.
           COMPUTE WS-DECILE =
               ((WS-CLASS-RANK - 1) * 10) / WS-COHORT-SIZE.
           ADD 1 TO WS-DECILE.
           MOVE RS-STUDENT-ID TO CR-STUDENT-ID.
           MOVE WS-COHORT-BASIS TO CR-COHORT-BASIS.
           MOVE RS-COHORT-CODE TO CR-COHORT-CODE.
           MOVE RS-CUM-GPA TO CR-CUM-GPA.
           MOVE WS-CLASS-RANK TO CR-CLASS-RANK.
           MOVE WS-COHORT-SIZE TO CR-COHORT-SIZE.
           MOVE WS-PERCENTILE TO CR-PERCENTILE.
           MOVE WS-DECILE TO CR-DECILE.
           MOVE WS-RUN-DATE TO CR-RANK-DATE.
           WRITE CLASS-RANK-RECORD
               INVALID KEY
                   DISPLAY "*** DUPLICATE RANK RECORD FOR STUDENT "
                       RS-STUDENT-ID " ***"
           END-WRITE.
           ADD 1 TO WS-RANKED-COUNT.
           MOVE WS-CLASS-RANK TO DISPLAY-RANK.
           MOVE RS-CUM-GPA TO DISPLAY-GPA.
           MOVE WS-PERCENTILE TO DISPLAY-PERCENTILE.
           MOVE WS-DECILE TO DISPLAY-DECILE.
           MOVE SPACES TO RANK-REPORT-LINE.
           STRING "  " DISPLAY-RANK " " RS-STUDENT-ID " "
               RS-STUDENT-NAME "  " DISPLAY-GPA "    "
               DISPLAY-PERCENTILE "     " DISPLAY-DECILE
               DELIMITED BY SIZE INTO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.

       8900-PRINT-REPORT-TOTALS.
           MOVE SPACES TO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.
           MOVE SPACES TO RANK-REPORT-LINE.
           STRING "STUDENTS RANKED: " WS-RANKED-COUNT
               "  COHORTS: " WS-COHORT-COUNT
               "  UNRANKED: " WS-UNRANKED-COUNT
               DELIMITED BY SIZE INTO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "CLSRANK OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " RANKED=" WS-RANKED-COUNT
               " UNRANKED=" WS-UNRANKED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE STUDENT-MASTER RANK-REPORT-FILE RUN-LOG-FILE.
