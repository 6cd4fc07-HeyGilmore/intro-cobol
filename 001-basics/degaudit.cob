      ** graduate this term" used to be a registrar walking STUMAST
      ** printouts against a checklist. This run sweeps the student
      ** master and the TRNHIST per-course history against the
      ** DEGREQS requirements parameter - minimum earned credit
      ** hours, minimum cumulative GPA, and the named required
      ** courses - and produces the eligible list, the near-miss
      ** list naming exactly which requirement each student still
      ** lacks, and a per-student audit letter in ACADSTND's letter
      *> Two record shapes share the dataset, told apart by type
      *> (the TAXTABLE convention): "P" carries the scalar
      *> thresholds, "C" names one required course per record.
      *> The minimum is credit hours earned (one decimal, so 120.0
      *> is "1200"), not a count of courses - a one-credit lab and
      *> a five-credit course no longer count the same toward it.
       FD  REQUIREMENTS-FILE.
       01  REQUIREMENTS-RECORD.
           05  DG-RECORD-TYPE      PIC X(1).
               88  DG-IS-PARAMETERS        VALUE "P".
               88  DG-IS-COURSE            VALUE "C".
           05  DG-RECORD-BODY.
               10  DG-MIN-CREDITS      PIC 9(3)V9.
               10  DG-MIN-GPA          PIC 9V99.
           05  DG-COURSE-FIELDS REDEFINES DG-RECORD-BODY.
               10  DG-COURSE-ID        PIC X(6).
       01  WS-RUN-DATE           PIC X(10).

      *> The requirements: thresholds plus the named courses.
       01  WS-MIN-CREDITS        PIC 9(3)V9 VALUE ZERO.
       01  DISPLAY-MIN-CREDITS   PIC ZZ9.9.
       01  WS-MIN-GPA            PIC 9V99 VALUE ZERO.
       01  WS-REQ-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-REQ-COURSE-TABLE.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-LOAD-REQUIREMENTS
               IF WS-MIN-CREDITS = ZERO AND WS-REQ-COUNT = ZERO
                   DISPLAY "*** NO DEGREQS REQUIREMENTS - NOTHING "
                       "TO AUDIT ***"
                   MOVE 1 TO RETURN-CODE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DG-IS-PARAMETERS
                               MOVE DG-MIN-CREDITS
                                   TO WS-MIN-CREDITS
                               MOVE DG-MIN-GPA TO WS-MIN-GPA
                           WHEN DG-IS-COURSE
                               IF WS-REQ-COUNT < 20
       2100-AUDIT-ONE-STUDENT.
           ADD 1 TO WS-SWEPT-COUNT.
           MOVE ZERO TO WS-LACK-COUNT.
           IF SM-CREDITS-ATTEMPTED > ZERO
               DIVIDE SM-QUALITY-POINTS BY SM-CREDITS-ATTEMPTED
                   GIVING WS-CUM-GPA ROUNDED
           ELSE
               MOVE ZERO TO WS-CUM-GPA
           END-IF.
           MOVE WS-CUM-GPA TO DISPLAY-GPA.
           IF SM-CREDITS-EARNED < WS-MIN-CREDITS
               ADD 1 TO WS-LACK-COUNT
               MOVE SPACES TO LK-LACK-TEXT (WS-LACK-COUNT)
               MOVE WS-MIN-CREDITS TO DISPLAY-MIN-CREDITS
               STRING "CREDITS EARNED UNDER " DISPLAY-MIN-CREDITS
                   DELIMITED BY SIZE
                   INTO LK-LACK-TEXT (WS-LACK-COUNT)
           END-IF.
