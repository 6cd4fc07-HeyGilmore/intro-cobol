
      *> One maintenance action per student per run: A adds a
      *> brand-new master record, C changes the name, W withdraws
      *> the student without removing the transcript history, P
      *> re-keys the class-rank cohort (entry term and program
      *> code), R records the student's rank release - "Y"
      *> signed, anything else withdrawn, F records whether the
      *> student receives financial aid ("Y" or not), and S records
      *> the aid office's approved progress appeal for the term
      *> keyed (a blank term withdraws it).
       FD  MAINTENANCE-FILE.
       01  MAINT-RECORD.
           05  SMNT-STUDENT-ID       PIC X(6).
               88  SMNT-IS-ADD                 VALUE "A".
               88  SMNT-IS-CHANGE              VALUE "C".
               88  SMNT-IS-WITHDRAW            VALUE "W".
               88  SMNT-IS-COHORT              VALUE "P".
               88  SMNT-IS-RANK-RELEASE        VALUE "R".
               88  SMNT-IS-AID-RECIPIENT       VALUE "F".
               88  SMNT-IS-SAP-APPEAL          VALUE "S".
           05  SMNT-STUDENT-NAME     PIC A(20).
           05  SMNT-CHANGED-BY       PIC X(10).
           05  SMNT-ENTRY-TERM       PIC X(6).
           05  SMNT-PROGRAM-CODE     PIC X(4).
           05  SMNT-RANK-RELEASE     PIC X(1).
           05  SMNT-AID-RECIPIENT    PIC X(1).
           05  SMNT-APPEAL-TERM      PIC X(6).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE            PIC X(80).
       01  WS-CHANGE-DATE        PIC X(10).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-OLD-NAME           PIC A(20).
       01  WS-OLD-ENTRY-TERM     PIC X(6).
       01  WS-OLD-PROGRAM-CODE   PIC X(4).
       01  WS-OLD-RANK-RELEASE   PIC X(1).
       01  WS-OLD-AID-RECIPIENT  PIC X(1).
       01  WS-OLD-APPEAL-TERM    PIC X(6).
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.

      *> Student maintenance requires the grading role ("G") through
                   PERFORM 2200-CHANGE-STUDENT
               WHEN SMNT-IS-WITHDRAW
                   PERFORM 2300-WITHDRAW-STUDENT
               WHEN SMNT-IS-COHORT
                   PERFORM 2400-CHANGE-COHORT
               WHEN SMNT-IS-RANK-RELEASE
                   PERFORM 2500-CHANGE-RANK-RELEASE
               WHEN SMNT-IS-AID-RECIPIENT
                   PERFORM 2600-CHANGE-AID-RECIPIENT
               WHEN SMNT-IS-SAP-APPEAL
                   PERFORM 2700-CHANGE-SAP-APPEAL
               WHEN OTHER
                   DISPLAY "*** UNKNOWN ACTION CODE FOR STUDENT: "
                       SMNT-STUDENT-ID " - SKIPPED ***"
           MOVE SMNT-STUDENT-NAME TO SM-STUDENT-NAME.
           SET STUDENT-IS-ENROLLED TO TRUE.
           MOVE ZERO TO SM-COURSE-COUNT SM-QUALITY-POINTS
               SM-PROBATION-TERMS SM-CREDITS-ATTEMPTED
               SM-CREDITS-EARNED.
           MOVE SMNT-ENTRY-TERM TO SM-ENTRY-TERM.
           MOVE SMNT-PROGRAM-CODE TO SM-PROGRAM-CODE.
           IF SMNT-RANK-RELEASE = "Y"
               MOVE "Y" TO SM-RANK-RELEASE
           ELSE
               MOVE "N" TO SM-RANK-RELEASE
           END-IF.
           IF SMNT-AID-RECIPIENT = "Y"
               MOVE "Y" TO SM-AID-RECIPIENT
           ELSE
               MOVE "N" TO SM-AID-RECIPIENT
           END-IF.
           MOVE SPACES TO SM-SAP-STATUS SM-SAP-TERM
               SM-SAP-PRIOR-STATUS SM-SAP-APPEAL-TERM.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** ADD REJECTED - STUDENT ALREADY "
                   PERFORM 2920-LOG-WITHDRAW
           END-READ.

      *> A cohort change moves the student to another class-rank
      *> cohort from the next CLSRANK run on.
       2400-CHANGE-COHORT.
           MOVE SMNT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "*** COHORT REJECTED - STUDENT NOT "
                       "FOUND: " SMNT-STUDENT-ID " ***"
               NOT INVALID KEY
                   MOVE SM-ENTRY-TERM TO WS-OLD-ENTRY-TERM
                   MOVE SM-PROGRAM-CODE TO WS-OLD-PROGRAM-CODE
                   MOVE SMNT-ENTRY-TERM TO SM-ENTRY-TERM
                   MOVE SMNT-PROGRAM-CODE TO SM-PROGRAM-CODE
                   REWRITE STUDENT-MASTER-RECORD
                   PERFORM 2930-LOG-COHORT
           END-READ.

      *> The release is the student's own signed consent - keyed
      *> from the form, audited like any other master change.
       2500-CHANGE-RANK-RELEASE.
           MOVE SMNT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "*** RELEASE REJECTED - STUDENT NOT "
                       "FOUND: " SMNT-STUDENT-ID " ***"
               NOT INVALID KEY
                   MOVE SM-RANK-RELEASE TO WS-OLD-RANK-RELEASE
                   IF SMNT-RANK-RELEASE = "Y"
                       MOVE "Y" TO SM-RANK-RELEASE
                   ELSE
                       MOVE "N" TO SM-RANK-RELEASE
                   END-IF
                   REWRITE STUDENT-MASTER-RECORD
                   PERFORM 2940-LOG-RANK-RELEASE
           END-READ.

      *> Dropping the aid flag keeps the progress status on file -
      *> a student who comes back on aid resumes from it.
       2600-CHANGE-AID-RECIPIENT.
           MOVE SMNT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "*** AID FLAG REJECTED - STUDENT NOT "
                       "FOUND: " SMNT-STUDENT-ID " ***"
               NOT INVALID KEY
                   MOVE SM-AID-RECIPIENT TO WS-OLD-AID-RECIPIENT
                   IF SMNT-AID-RECIPIENT = "Y"
                       MOVE "Y" TO SM-AID-RECIPIENT
                   ELSE
                       MOVE "N" TO SM-AID-RECIPIENT
                   END-IF
                   REWRITE STUDENT-MASTER-RECORD
                   PERFORM 2950-LOG-AID-RECIPIENT
           END-READ.

      *> The appeal only counts in SAPEVAL's run for the term it
      *> was approved for.
       2700-CHANGE-SAP-APPEAL.
           MOVE SMNT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "*** APPEAL REJECTED - STUDENT NOT "
                       "FOUND: " SMNT-STUDENT-ID " ***"
               NOT INVALID KEY
                   MOVE SM-SAP-APPEAL-TERM TO WS-OLD-APPEAL-TERM
                   MOVE SMNT-APPEAL-TERM TO SM-SAP-APPEAL-TERM
                   REWRITE STUDENT-MASTER-RECORD
                   PERFORM 2960-LOG-SAP-APPEAL
           END-READ.

       2900-LOG-ADD.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2930-LOG-COHORT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-CHANGE-DATE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING SM-STUDENT-ID " COHORT OLD=" WS-OLD-ENTRY-TERM
               "/" WS-OLD-PROGRAM-CODE
               " NEW=" SM-ENTRY-TERM "/" SM-PROGRAM-CODE
               " BY=" SMNT-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2940-LOG-RANK-RELEASE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-CHANGE-DATE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING SM-STUDENT-ID " RANK RELEASE OLD="
               WS-OLD-RANK-RELEASE " NEW=" SM-RANK-RELEASE
               " BY=" SMNT-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2950-LOG-AID-RECIPIENT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-CHANGE-DATE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING SM-STUDENT-ID " AID RECIPIENT OLD="
               WS-OLD-AID-RECIPIENT " NEW=" SM-AID-RECIPIENT
               " BY=" SMNT-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2960-LOG-SAP-APPEAL.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-CHANGE-DATE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING SM-STUDENT-ID " SAP APPEAL OLD="
               WS-OLD-APPEAL-TERM " NEW=" SM-SAP-APPEAL-TERM
               " BY=" SMNT-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "STUMAINT OPERATOR=" AUTH-OPERATOR-OUT
