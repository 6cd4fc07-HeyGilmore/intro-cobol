       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAPEVAL.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Satisfactory academic progress for financial aid, run each
      ** term for the term named on SAPPARM. ACADSTND judges GPA
      ** alone and keeps incompletes and withdrawals out; the
      ** federal test also wants pace - credits earned over credits
      ** attempted, where an "I" or "W" counts as attempted and
      ** nothing earned - and a maximum timeframe, attempted credits
      ** held to a percentage of the program's length. This run
      ** sweeps every aid recipient on STUMAST, totals all of the
      ** student's TRNHIST attempts, and decides the status from
      ** the one carried in from last term: meeting the standard
      ** restores or keeps good status; a first miss is a warning;
      ** a miss after a warning, on probation, or while suspended
      ** is suspension, as is going past the maximum timeframe,
      ** unless the aid office has approved an appeal for this term
      ** (keyed on STUMAINT), which puts the student on probation.
      ** The status is carried on the master for next term, a
      ** roster goes to the aid office, and a notice is written for
      ** every student warned, suspended, put on probation, or
      ** restored. Requires the grading role through AUTHCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL TRANSCRIPT-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY.
           SELECT OPTIONAL SAP-PARM-FILE ASSIGN TO "SAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAP-ROSTER-FILE ASSIGN TO "SAPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "SAPLTRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           COPY STUMREC.

       FD  TRANSCRIPT-HISTORY.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRNHREC.

      *> The term being evaluated (required - the status is stamped
      *> with it), then the standard: minimum cumulative GPA,
      *> minimum pace as a whole percentage, the program's length
      *> in credits, and the maximum timeframe as a percentage of
      *> that length. A zero or non-numeric standard leaves the
      *> customary 2.00 / 67 / 120.0 / 150 default.
       FD  SAP-PARM-FILE.
       01  SAP-PARM-RECORD.
           05  PARM-TERM-CODE      PIC X(6).
           05  PARM-MIN-GPA        PIC 9V99.
           05  PARM-MIN-PACE       PIC 9(3).
           05  PARM-PROGRAM-CREDITS PIC 9(3)V9.
           05  PARM-TIMEFRAME-PCT  PIC 9(3).

       FD  SAP-ROSTER-FILE.
       01  SAP-ROSTER-LINE         PIC X(80).

       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(80).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-STU-EOF-SWITCH     PIC X(1) VALUE "N".
           88  STU-END-OF-FILE            VALUE "Y".
       01  WS-TH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TH-END-OF-FILE             VALUE "Y".

       01  WS-TERM-CODE          PIC X(6) VALUE SPACES.
       01  WS-MIN-GPA            PIC 9V99 VALUE 2.00.
       01  WS-MIN-PACE           PIC 9(3)V9 VALUE 67.0.
       01  WS-PROGRAM-CREDITS    PIC 9(3)V9 VALUE 120.0.
       01  WS-TIMEFRAME-PCT      PIC 9(3) VALUE 150.
       01  WS-MAX-CREDITS        PIC 9(3)V9.

       01  WS-RUN-DATE           PIC X(10).

      *> One student's measures and the tests they fail.
       01  WS-HIST-ATTEMPTED     PIC 9(3)V9.
       01  WS-HIST-EARNED        PIC 9(3)V9.
       01  WS-CUM-GPA            PIC 9V99.
       01  WS-PACE               PIC 9(3)V9.
       01  WS-GPA-SWITCH         PIC X(1).
           88  GPA-IS-SHORT               VALUE "Y".
       01  WS-PACE-SWITCH        PIC X(1).
           88  PACE-IS-SHORT              VALUE "Y".
       01  WS-TIMEFRAME-SWITCH   PIC X(1).
           88  TIMEFRAME-EXCEEDED         VALUE "Y".
       01  WS-APPEAL-SWITCH      PIC X(1).
           88  APPEAL-APPROVED            VALUE "Y".
       01  WS-BASE-STATUS        PIC X(1).
           88  BASE-IS-RESTRICTED         VALUE "W" "S" "P".
       01  WS-STATUS-TEXT        PIC X(14).
       01  WS-SHORT-TEXT         PIC X(40).
       01  WS-SHORT-PTR          PIC 9(2).

       01  DISPLAY-GPA           PIC 9.99.
       01  DISPLAY-MIN-GPA       PIC 9.99.
       01  DISPLAY-PACE          PIC ZZ9.9.
       01  DISPLAY-MIN-PACE      PIC ZZ9.9.
       01  DISPLAY-ATTEMPTED     PIC ZZ9.9.
       01  DISPLAY-MAX-CREDITS   PIC ZZ9.9.

       01  WS-EVALUATED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-MEETING-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-WARNING-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-SUSPENDED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-PROBATION-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-NOT-MEETING-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-LETTER-COUNT       PIC 9(5) VALUE ZERO.

      *> Progress decisions require the grading role.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-SAP-PARM
           END-IF.
           IF AUTH-GRANTED AND WS-TERM-CODE NOT = SPACES
               PERFORM 1200-PRINT-ROSTER-HEADER
               PERFORM 2000-SWEEP-MASTER UNTIL STU-END-OF-FILE
               PERFORM 8900-PRINT-ROSTER-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O STUDENT-MASTER.
           OPEN INPUT TRANSCRIPT-HISTORY.
           OPEN OUTPUT SAP-ROSTER-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "SAPEVAL" TO AUTH-PROGRAM-NAME.
           MOVE "G" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO PROGRESS WILL "
                   "BE DECIDED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> Without a term there is nothing to stamp the decisions
      *> with, so the run stops before touching the master.
       1100-READ-SAP-PARM.
           OPEN INPUT SAP-PARM-FILE.
           READ SAP-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-TERM-CODE TO WS-TERM-CODE
                   IF PARM-MIN-GPA IS NUMERIC
                       AND PARM-MIN-GPA > ZERO
                       MOVE PARM-MIN-GPA TO WS-MIN-GPA
                   END-IF
                   IF PARM-MIN-PACE IS NUMERIC
                       AND PARM-MIN-PACE > ZERO
                       MOVE PARM-MIN-PACE TO WS-MIN-PACE
                   END-IF
                   IF PARM-PROGRAM-CREDITS IS NUMERIC
                       AND PARM-PROGRAM-CREDITS > ZERO
                       MOVE PARM-PROGRAM-CREDITS TO WS-PROGRAM-CREDITS
                   END-IF
                   IF PARM-TIMEFRAME-PCT IS NUMERIC
                       AND PARM-TIMEFRAME-PCT > ZERO
                       MOVE PARM-TIMEFRAME-PCT TO WS-TIMEFRAME-PCT
                   END-IF
           END-READ.
           CLOSE SAP-PARM-FILE.
           IF WS-TERM-CODE = SPACES
               DISPLAY "*** NO TERM ON SAPPARM - NO PROGRESS WILL "
                   "BE DECIDED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           COMPUTE WS-MAX-CREDITS ROUNDED =
               WS-PROGRAM-CREDITS * WS-TIMEFRAME-PCT / 100.

       1200-PRINT-ROSTER-HEADER.
           MOVE "FINANCIAL AID SATISFACTORY ACADEMIC PROGRESS" TO
               SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.
           MOVE WS-MIN-GPA TO DISPLAY-MIN-GPA.
           MOVE WS-MIN-PACE TO DISPLAY-MIN-PACE.
           MOVE WS-MAX-CREDITS TO DISPLAY-MAX-CREDITS.
           MOVE SPACES TO SAP-ROSTER-LINE.
           STRING "TERM: " WS-TERM-CODE "  RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.
           MOVE SPACES TO SAP-ROSTER-LINE.
           STRING "STANDARD: GPA " DISPLAY-MIN-GPA
               "  PACE " DISPLAY-MIN-PACE
               "%  MAX ATTEMPTED " DISPLAY-MAX-CREDITS
               DELIMITED BY SIZE INTO SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.
           MOVE SPACES TO SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.
           MOVE "STU-ID NAME                  GPA   PACE ATTEMPT "
               & "PRIOR STATUS" TO SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.

       2000-SWEEP-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   SET STU-END-OF-FILE TO TRUE
               NOT AT END
                   IF STUDENT-IS-WITHDRAWN
                       OR NOT STUDENT-RECEIVES-AID
                       CONTINUE
                   ELSE
                       PERFORM 2100-MEASURE-PROGRESS
                       PERFORM 2200-DECIDE-STATUS
                       REWRITE STUDENT-MASTER-RECORD
                       PERFORM 2300-PRINT-ROSTER-LINE
                       PERFORM 2400-WRITE-NOTICE
                   END-IF
           END-READ.

      *> Every attempt on history counts toward pace and timeframe,
      *> whatever its completion status; only a completed passing
      *> attempt earns its credits. GPA is ACADSTND's - quality
      *> points over graded credits - and a student with nothing
      *> graded yet has no GPA to fall short on.
       2100-MEASURE-PROGRESS.
           ADD 1 TO WS-EVALUATED-COUNT.
           MOVE ZERO TO WS-HIST-ATTEMPTED WS-HIST-EARNED.
           MOVE "N" TO WS-TH-EOF-SWITCH.
           MOVE SM-STUDENT-ID TO TH-STUDENT-ID.
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
                       IF TH-STUDENT-ID NOT = SM-STUDENT-ID
                           SET TH-END-OF-FILE TO TRUE
                       ELSE
                           ADD TH-CREDIT-HOURS TO WS-HIST-ATTEMPTED
                           IF ATTEMPT-IS-COMPLETE
                               AND TH-GRADE-POINTS > ZERO
                               ADD TH-CREDIT-HOURS TO WS-HIST-EARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-GPA-SWITCH WS-PACE-SWITCH
               WS-TIMEFRAME-SWITCH.
           MOVE ZERO TO WS-CUM-GPA.
           IF SM-CREDITS-ATTEMPTED > ZERO
               DIVIDE SM-QUALITY-POINTS BY SM-CREDITS-ATTEMPTED
                   GIVING WS-CUM-GPA ROUNDED
               IF WS-CUM-GPA < WS-MIN-GPA
                   SET GPA-IS-SHORT TO TRUE
               END-IF
           END-IF.
           MOVE 100 TO WS-PACE.
           IF WS-HIST-ATTEMPTED > ZERO
               COMPUTE WS-PACE ROUNDED =
                   WS-HIST-EARNED * 100 / WS-HIST-ATTEMPTED
               IF WS-PACE < WS-MIN-PACE
                   SET PACE-IS-SHORT TO TRUE
               END-IF
           END-IF.
           IF WS-HIST-ATTEMPTED > WS-MAX-CREDITS
               SET TIMEFRAME-EXCEEDED TO TRUE
           END-IF.

      *> The first evaluation in a term moves last term's status to
      *> the prior slot; a rerun in the same term starts over from
      *> that prior status rather than from its own earlier answer.
       2200-DECIDE-STATUS.
           IF SM-SAP-TERM NOT = WS-TERM-CODE
               MOVE SM-SAP-STATUS TO SM-SAP-PRIOR-STATUS
               MOVE WS-TERM-CODE TO SM-SAP-TERM
           END-IF.
           MOVE SM-SAP-PRIOR-STATUS TO WS-BASE-STATUS.
           MOVE "N" TO WS-APPEAL-SWITCH.
           IF SM-SAP-APPEAL-TERM = WS-TERM-CODE
               SET APPEAL-APPROVED TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN NOT GPA-IS-SHORT AND NOT PACE-IS-SHORT
                   AND NOT TIMEFRAME-EXCEEDED
                   SET SAP-IS-MEETING TO TRUE
               WHEN TIMEFRAME-EXCEEDED AND APPEAL-APPROVED
                   SET SAP-IS-PROBATION TO TRUE
               WHEN TIMEFRAME-EXCEEDED
                   SET SAP-IS-SUSPENDED TO TRUE
               WHEN NOT BASE-IS-RESTRICTED
                   SET SAP-IS-WARNING TO TRUE
               WHEN APPEAL-APPROVED
                   SET SAP-IS-PROBATION TO TRUE
               WHEN OTHER
                   SET SAP-IS-SUSPENDED TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SAP-IS-MEETING
                   MOVE "MEETING" TO WS-STATUS-TEXT
                   ADD 1 TO WS-MEETING-COUNT
               WHEN SAP-IS-WARNING
                   MOVE "WARNING" TO WS-STATUS-TEXT
                   ADD 1 TO WS-WARNING-COUNT WS-NOT-MEETING-COUNT
               WHEN SAP-IS-PROBATION
                   MOVE "PROBATION" TO WS-STATUS-TEXT
                   ADD 1 TO WS-PROBATION-COUNT WS-NOT-MEETING-COUNT
               WHEN OTHER
                   MOVE "SUSPENSION" TO WS-STATUS-TEXT
                   ADD 1 TO WS-SUSPENDED-COUNT WS-NOT-MEETING-COUNT
           END-EVALUATE.
           MOVE SPACES TO WS-SHORT-TEXT.
           MOVE 1 TO WS-SHORT-PTR.
           IF GPA-IS-SHORT
               STRING "GPA " DELIMITED BY SIZE
                   INTO WS-SHORT-TEXT WITH POINTER WS-SHORT-PTR
           END-IF.
           IF PACE-IS-SHORT
               STRING "PACE " DELIMITED BY SIZE
                   INTO WS-SHORT-TEXT WITH POINTER WS-SHORT-PTR
           END-IF.
           IF TIMEFRAME-EXCEEDED
               STRING "MAXIMUM TIMEFRAME " DELIMITED BY SIZE
                   INTO WS-SHORT-TEXT WITH POINTER WS-SHORT-PTR
           END-IF.

       2300-PRINT-ROSTER-LINE.
           MOVE WS-CUM-GPA TO DISPLAY-GPA.
           MOVE WS-PACE TO DISPLAY-PACE.
           MOVE WS-HIST-ATTEMPTED TO DISPLAY-ATTEMPTED.
           MOVE SPACES TO SAP-ROSTER-LINE.
           STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
               DISPLAY-GPA " " DISPLAY-PACE "   "
               DISPLAY-ATTEMPTED "   " WS-BASE-STATUS "   "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.
           IF NOT SAP-IS-MEETING
               MOVE SPACES TO SAP-ROSTER-LINE
               STRING "       NOT MET: " WS-SHORT-TEXT
                   DELIMITED BY SIZE INTO SAP-ROSTER-LINE
               WRITE SAP-ROSTER-LINE
           END-IF.

      *> A student who met the standard last term and meets it
      *> again gets no notice.
       2400-WRITE-NOTICE.
           EVALUATE TRUE
               WHEN SAP-IS-WARNING
                   PERFORM 3000-WRITE-WARNING-LETTER
               WHEN SAP-IS-SUSPENDED
                   PERFORM 3100-WRITE-SUSPENSION-LETTER
               WHEN SAP-IS-PROBATION
                   PERFORM 3200-WRITE-PROBATION-LETTER
               WHEN BASE-IS-RESTRICTED
                   PERFORM 3300-WRITE-RESTORED-LETTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-WRITE-WARNING-LETTER.
           PERFORM 3900-WRITE-LETTER-HEADING.
           MOVE "YOU ARE NOT MEETING THE SATISFACTORY ACADEMIC" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "PROGRESS STANDARD AND HAVE BEEN PLACED ON" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "FINANCIAL AID WARNING. YOU REMAIN ELIGIBLE FOR AID" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "THIS TERM; MEET THE STANDARD BY ITS END TO KEEP IT." TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 3800-WRITE-LETTER-MEASURES.
           PERFORM 3950-WRITE-LETTER-FOOTING.

       3100-WRITE-SUSPENSION-LETTER.
           PERFORM 3900-WRITE-LETTER-HEADING.
           MOVE "YOU HAVE NOT MET THE SATISFACTORY ACADEMIC" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "PROGRESS STANDARD AND YOUR FINANCIAL AID IS" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "SUSPENDED. YOU MAY APPEAL TO THE FINANCIAL AID" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "OFFICE WITH AN ACADEMIC PLAN." TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 3800-WRITE-LETTER-MEASURES.
           PERFORM 3950-WRITE-LETTER-FOOTING.

       3200-WRITE-PROBATION-LETTER.
           PERFORM 3900-WRITE-LETTER-HEADING.
           MOVE "YOUR APPEAL HAS BEEN APPROVED AND YOU ARE ON" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "FINANCIAL AID PROBATION FOR THIS TERM. YOU MUST" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "MEET THE STANDARD OR YOUR ACADEMIC PLAN BY ITS END." TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 3800-WRITE-LETTER-MEASURES.
           PERFORM 3950-WRITE-LETTER-FOOTING.

       3300-WRITE-RESTORED-LETTER.
           PERFORM 3900-WRITE-LETTER-HEADING.
           MOVE "YOU NOW MEET THE SATISFACTORY ACADEMIC PROGRESS" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "STANDARD AND YOUR FINANCIAL AID STANDING IS" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "RESTORED." TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 3800-WRITE-LETTER-MEASURES.
           PERFORM 3950-WRITE-LETTER-FOOTING.

       3800-WRITE-LETTER-MEASURES.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "CUMULATIVE GPA: " DISPLAY-GPA
               "   REQUIRED: " DISPLAY-MIN-GPA
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "COMPLETION PACE: " DISPLAY-PACE
               "%   REQUIRED: " DISPLAY-MIN-PACE "%"
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "CREDITS ATTEMPTED: " DISPLAY-ATTEMPTED
               "   MAXIMUM: " DISPLAY-MAX-CREDITS
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.

       3900-WRITE-LETTER-HEADING.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE "------------------------------------------" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "DATE: " WS-RUN-DATE "   TERM: " WS-TERM-CODE
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "TO: " SM-STUDENT-NAME " (" SM-STUDENT-ID ")"
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       3950-WRITE-LETTER-FOOTING.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "OFFICE OF FINANCIAL AID" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       8900-PRINT-ROSTER-TOTALS.
           MOVE SPACES TO SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.
           MOVE SPACES TO SAP-ROSTER-LINE.
           STRING "AID STUDENTS EVALUATED: " WS-EVALUATED-COUNT
               "  MEETING: " WS-MEETING-COUNT
               "  NOTICES: " WS-LETTER-COUNT
               DELIMITED BY SIZE INTO SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.
           MOVE SPACES TO SAP-ROSTER-LINE.
           STRING "WARNING: " WS-WARNING-COUNT
               "  SUSPENSION: " WS-SUSPENDED-COUNT
               "  PROBATION ON APPEAL: " WS-PROBATION-COUNT
               DELIMITED BY SIZE INTO SAP-ROSTER-LINE.
           WRITE SAP-ROSTER-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "SAPEVAL OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " EVALUATED=" WS-EVALUATED-COUNT
               " NOT-MEETING=" WS-NOT-MEETING-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE STUDENT-MASTER TRANSCRIPT-HISTORY SAP-ROSTER-FILE
               LETTER-FILE RUN-LOG-FILE.
