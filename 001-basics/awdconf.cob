       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWDCONF.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Administrative withdrawal confirmation. ATTROLL proposes
      ** every student who has stopped attending a section past the
      ** cut-off (AWDPROP, printed as the AWDLIST.TXT worksheet);
      ** the registrar confirms or rejects each one on AWDDEC, and
      ** this run applies the confirmed ones. The roster line is
      ** marked withdrawn (COMPLETION-STATUS "W") in an old-master/
      ** new-master copy of ROSTER to ROSTNEW - the same update
      ** GRDAPPR makes - so GRADES1 records the W and posts no
      ** grade. A line GRADES1 has already graded is refused (the
      ** grade has to come off through GRDCORR), and a decision
      ** naming no current proposal is refused, both to EXCPLOG. A
      ** student withdrawn from every roster line held for the term
      ** is queued a STUTRAN withdraw transaction for STUMAINT's
      ** next run. Every decision logs to GRDAUDIT; the outcome of
      ** each proposal prints on AWDCONF.TXT. Requires the
      ** registrar role through AUTHCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO "AWDPROP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE ASSIGN TO "AWDDEC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-IN ASSIGN TO "ROSTER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-OUT ASSIGN TO "ROSTNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANSCRIPT-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY.
           SELECT MAINTENANCE-FILE ASSIGN TO "STUTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONFIRM-REPORT-FILE ASSIGN TO "AWDCONF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "GRDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           COPY AWDPREC.

      *> One registrar decision per proposal, naming it by student
      *> and course/section/term: C confirms the withdrawal, R
      *> rejects it. The decider is the operator this run is
      *> authorized under, so the file carries no credentials.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DEC-STUDENT-ID      PIC X(6).
           05  DEC-COURSE-ID       PIC X(6).
           05  DEC-SECTION-NO      PIC X(3).
           05  DEC-TERM-CODE       PIC X(6).
           05  DEC-ACTION-CODE     PIC X(1).
               88  DEC-IS-CONFIRM          VALUE "C".
               88  DEC-IS-REJECT           VALUE "R".

       FD  ROSTER-IN.
       01  ROSTER-IN-RECORD.
           COPY STUREC.

       FD  ROSTER-OUT.
       01  ROSTER-OUT-RECORD     PIC X(63).

      *> Where a line already graded shows - a history row for the
      *> student and course in this term and section.
       FD  TRANSCRIPT-HISTORY.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRNHREC.

      *> STUMAINT's transaction file - a withdraw action is queued
      *> here, and STUMAINT applies and audits it.
       FD  MAINTENANCE-FILE.
       01  MAINT-RECORD.
           05  SMNT-STUDENT-ID       PIC X(6).
           05  SMNT-ACTION-CODE      PIC X(1).
               88  SMNT-IS-WITHDRAW            VALUE "W".
           05  SMNT-STUDENT-NAME     PIC A(20).
           05  SMNT-CHANGED-BY       PIC X(10).
           05  SMNT-ENTRY-TERM       PIC X(6).
           05  SMNT-PROGRAM-CODE     PIC X(4).
           05  SMNT-RANK-RELEASE     PIC X(1).
           05  SMNT-AID-RECIPIENT    PIC X(1).
           05  SMNT-APPEAL-TERM      PIC X(6).

       FD  CONFIRM-REPORT-FILE.
       01  CONFIRM-REPORT-LINE     PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE          PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-PROP-EOF-SWITCH    PIC X(1) VALUE "N".
           88  PROP-END-OF-FILE           VALUE "Y".
       01  WS-DEC-EOF-SWITCH     PIC X(1) VALUE "N".
           88  DEC-END-OF-FILE            VALUE "Y".
       01  WS-ROSTER-EOF-SWITCH  PIC X(1) VALUE "N".
           88  ROSTER-END-OF-FILE         VALUE "Y".
       01  WS-HIST-FOUND-SWITCH  PIC X(1) VALUE "N".
           88  HISTORY-ROW-EXISTS         VALUE "Y".
       01  WS-LINE-SWITCH        PIC X(1) VALUE "N".
           88  LINE-WAS-WITHDRAWN         VALUE "Y".
       01  WS-RUN-DATE           PIC X(10).

      *> The current proposals, each carrying the registrar's
      *> decision and what became of it.
       01  WS-PROP-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PROPOSAL-TABLE.
           05  WS-PROP-ENTRY OCCURS 200 TIMES.
               10  PT-COURSE-ID       PIC X(6).
               10  PT-SECTION-NO      PIC X(3).
               10  PT-TERM-CODE       PIC X(6).
               10  PT-STUDENT-ID      PIC X(6).
               10  PT-LAST-ATTENDED   PIC X(10).
               10  PT-DECISION        PIC X(1).
                   88  PT-IS-CONFIRMED         VALUE "C".
                   88  PT-IS-REJECTED          VALUE "R".
                   88  PT-IS-UNDECIDED         VALUE " ".
               10  PT-OUTCOME         PIC X(20).
       01  WS-PROP-IDX           PIC 9(3).

      *> Students with a confirmed withdrawal, and how many of
      *> their roster lines for the term end up withdrawn.
       01  WS-STU-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-STUDENT-TABLE.
           05  WS-STU-ENTRY OCCURS 200 TIMES.
               10  STT-STUDENT-ID     PIC X(6).
               10  STT-TERM-CODE      PIC X(6).
               10  STT-STUDENT-NAME   PIC A(20).
               10  STT-LINES          PIC 9(3).
               10  STT-WITHDRAWN      PIC 9(3).
               10  STT-CHANGED        PIC X(1).
       01  WS-STU-IDX            PIC 9(3).

       01  WS-CONFIRMED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-STUTRAN-COUNT      PIC 9(5) VALUE ZERO.

      *> Confirming a withdrawal is the registrar's call.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-LOAD-PROPOSALS
               PERFORM 1200-APPLY-DECISIONS
               OPEN INPUT TRANSCRIPT-HISTORY
               PERFORM 2000-UPDATE-ROSTER
               CLOSE TRANSCRIPT-HISTORY
               PERFORM 3000-PRINT-PROPOSAL-OUTCOMES
               PERFORM 4000-QUEUE-STUDENT-WITHDRAWALS
               PERFORM 8900-PRINT-REPORT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN OUTPUT CONFIRM-REPORT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "AWDCONF" TO AUTH-PROGRAM-NAME.
           MOVE "T" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO WITHDRAWALS "
                   "WILL BE APPLIED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> A missing AWDPROP (SELECT OPTIONAL) is an empty list.
       1100-LOAD-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE.
           PERFORM UNTIL PROP-END-OF-FILE
               READ PROPOSAL-FILE
                   AT END
                       SET PROP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-PROP-COUNT < 200
                           ADD 1 TO WS-PROP-COUNT
                           MOVE AW-COURSE-ID
                               TO PT-COURSE-ID (WS-PROP-COUNT)
                           MOVE AW-SECTION-NO
                               TO PT-SECTION-NO (WS-PROP-COUNT)
                           MOVE AW-TERM-CODE
                               TO PT-TERM-CODE (WS-PROP-COUNT)
                           MOVE AW-STUDENT-ID
                               TO PT-STUDENT-ID (WS-PROP-COUNT)
                           MOVE AW-LAST-ATTENDED
                               TO PT-LAST-ATTENDED (WS-PROP-COUNT)
                           MOVE SPACE TO PT-DECISION (WS-PROP-COUNT)
                           MOVE "AWAITING DECISION"
                               TO PT-OUTCOME (WS-PROP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

      *> Only what is on the current list can be decided - a
      *> student who came back to class has dropped off it.
       1200-APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE.
           PERFORM UNTIL DEC-END-OF-FILE
               READ DECISION-FILE
                   AT END
                       SET DEC-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1250-APPLY-ONE-DECISION
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.

       1250-APPLY-ONE-DECISION.
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               IF PT-STUDENT-ID (WS-PROP-IDX) = DEC-STUDENT-ID
                   AND PT-COURSE-ID (WS-PROP-IDX) = DEC-COURSE-ID
                   AND PT-SECTION-NO (WS-PROP-IDX) = DEC-SECTION-NO
                   AND PT-TERM-CODE (WS-PROP-IDX) = DEC-TERM-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PROP-IDX > WS-PROP-COUNT
                   PERFORM 1260-LOG-UNPROPOSED
               WHEN DEC-IS-CONFIRM
                   SET PT-IS-CONFIRMED (WS-PROP-IDX) TO TRUE
                   MOVE "NO ROSTER LINE"
                       TO PT-OUTCOME (WS-PROP-IDX)
                   ADD 1 TO WS-CONFIRMED-COUNT
                   PERFORM 1280-LOG-DECISION
               WHEN DEC-IS-REJECT
                   SET PT-IS-REJECTED (WS-PROP-IDX) TO TRUE
                   MOVE "REJECTED" TO PT-OUTCOME (WS-PROP-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 1280-LOG-DECISION
               WHEN OTHER
                   PERFORM 1270-LOG-BAD-ACTION
           END-EVALUATE.

       1260-LOG-UNPROPOSED.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "AWDCONF" TO EXC-PROGRAM.
           MOVE DEC-STUDENT-ID TO EXC-KEY.
           MOVE "UNMA" TO EXC-REASON-CODE.
           STRING "NO WITHDRAWAL PROPOSAL FOR " DEC-COURSE-ID "/"
               DEC-SECTION-NO " " DEC-TERM-CODE
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       1270-LOG-BAD-ACTION.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "AWDCONF" TO EXC-PROGRAM.
           MOVE DEC-STUDENT-ID TO EXC-KEY.
           MOVE "VALX" TO EXC-REASON-CODE.
           STRING "UNKNOWN DECISION CODE ON " DEC-COURSE-ID "/"
               DEC-SECTION-NO " " DEC-TERM-CODE
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       1280-LOG-DECISION.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING DEC-STUDENT-ID " AWD " DEC-COURSE-ID "/"
               DEC-SECTION-NO " " DEC-TERM-CODE " "
               DEC-ACTION-CODE
               " DECIDED-BY=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

      *> Old-master/new-master copy of the roster. A run with
      *> nothing confirmed still copies it through to ROSTNEW
      *> unchanged.
       2000-UPDATE-ROSTER.
           OPEN INPUT ROSTER-IN.
           OPEN OUTPUT ROSTER-OUT.
           PERFORM 2050-READ-ROSTER.
           PERFORM 2100-COPY-ONE-LINE UNTIL ROSTER-END-OF-FILE.
           CLOSE ROSTER-IN ROSTER-OUT.

       2050-READ-ROSTER.
           READ ROSTER-IN
               AT END SET ROSTER-END-OF-FILE TO TRUE
           END-READ.

       2100-COPY-ONE-LINE.
           MOVE "N" TO WS-LINE-SWITCH.
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               IF PT-IS-CONFIRMED (WS-PROP-IDX)
                   AND PT-STUDENT-ID (WS-PROP-IDX) = STUDENT-ID
                   AND PT-COURSE-ID (WS-PROP-IDX) = COURSE-ID
                   AND PT-SECTION-NO (WS-PROP-IDX) = SECTION-NO
                   AND PT-TERM-CODE (WS-PROP-IDX) = TERM-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PROP-IDX <= WS-PROP-COUNT
               PERFORM 2200-WITHDRAW-LINE
           END-IF.
           PERFORM 2300-TALLY-STUDENT-LINE.
           WRITE ROSTER-OUT-RECORD FROM ROSTER-IN-RECORD.
           PERFORM 2050-READ-ROSTER.

       2200-WITHDRAW-LINE.
           MOVE "N" TO WS-HIST-FOUND-SWITCH.
           MOVE STUDENT-ID TO TH-STUDENT-ID.
           MOVE COURSE-ID TO TH-COURSE-ID.
           READ TRANSCRIPT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TH-TERM-CODE = TERM-CODE
                       AND TH-SECTION-NO = SECTION-NO
                       AND ATTEMPT-IS-COMPLETE
                       SET HISTORY-ROW-EXISTS TO TRUE
                   END-IF
           END-READ.
           EVALUATE TRUE
               WHEN COURSE-WITHDRAWN
                   MOVE "ALREADY WITHDRAWN"
                       TO PT-OUTCOME (WS-PROP-IDX)
               WHEN HISTORY-ROW-EXISTS
                   MOVE "REFUSED - GRADED"
                       TO PT-OUTCOME (WS-PROP-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 2250-LOG-ALREADY-GRADED
               WHEN OTHER
                   MOVE "W" TO COMPLETION-STATUS
                   SET LINE-WAS-WITHDRAWN TO TRUE
                   MOVE "WITHDRAWN" TO PT-OUTCOME (WS-PROP-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2260-LOG-APPLIED
           END-EVALUATE.

       2250-LOG-ALREADY-GRADED.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "AWDCONF" TO EXC-PROGRAM.
           MOVE STUDENT-ID TO EXC-KEY.
           MOVE "AWDX" TO EXC-REASON-CODE.
           STRING "ALREADY GRADED - USE GRDCORR " COURSE-ID "/"
               SECTION-NO
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2260-LOG-APPLIED.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING STUDENT-ID " AWD " COURSE-ID "/" SECTION-NO " "
               TERM-CODE " STATUS=W BY=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

      *> Every roster line in the term for a student with a
      *> confirmed withdrawal is counted, withdrawn or not.
       2300-TALLY-STUDENT-LINE.
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               IF PT-IS-CONFIRMED (WS-PROP-IDX)
                   AND PT-STUDENT-ID (WS-PROP-IDX) = STUDENT-ID
                   AND PT-TERM-CODE (WS-PROP-IDX) = TERM-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PROP-IDX <= WS-PROP-COUNT
               PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                       UNTIL WS-STU-IDX > WS-STU-COUNT
                   IF STT-STUDENT-ID (WS-STU-IDX) = STUDENT-ID
                       AND STT-TERM-CODE (WS-STU-IDX) = TERM-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-STU-IDX > WS-STU-COUNT AND WS-STU-COUNT < 200
                   ADD 1 TO WS-STU-COUNT
                   MOVE STUDENT-ID TO STT-STUDENT-ID (WS-STU-COUNT)
                   MOVE TERM-CODE TO STT-TERM-CODE (WS-STU-COUNT)
                   MOVE STUDENT-NAME TO STT-STUDENT-NAME (WS-STU-COUNT)
                   MOVE ZERO TO STT-LINES (WS-STU-COUNT)
                       STT-WITHDRAWN (WS-STU-COUNT)
                   MOVE "N" TO STT-CHANGED (WS-STU-COUNT)
               END-IF
               IF WS-STU-IDX <= WS-STU-COUNT
                   ADD 1 TO STT-LINES (WS-STU-IDX)
                   IF COURSE-WITHDRAWN
                       ADD 1 TO STT-WITHDRAWN (WS-STU-IDX)
                   END-IF
                   IF LINE-WAS-WITHDRAWN
                       MOVE "Y" TO STT-CHANGED (WS-STU-IDX)
                   END-IF
               END-IF
           END-IF.

       3000-PRINT-PROPOSAL-OUTCOMES.
           MOVE "ADMINISTRATIVE WITHDRAWALS - REGISTRAR DECISIONS" TO
               CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE.
           MOVE SPACES TO CONFIRM-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               "  REGISTRAR: " AUTH-OPERATOR-OUT
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE.
           MOVE SPACES TO CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE.
           MOVE "STUDENT COURSE SEC TERM   LAST-ATTENDED OUTCOME"
               TO CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE.
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > WS-PROP-COUNT
               IF PT-LAST-ATTENDED (WS-PROP-IDX) = SPACES
                   MOVE "NEVER" TO PT-LAST-ATTENDED (WS-PROP-IDX)
               END-IF
               MOVE SPACES TO CONFIRM-REPORT-LINE
               STRING PT-STUDENT-ID (WS-PROP-IDX) "  "
                   PT-COURSE-ID (WS-PROP-IDX) " "
                   PT-SECTION-NO (WS-PROP-IDX) " "
                   PT-TERM-CODE (WS-PROP-IDX) " "
                   PT-LAST-ATTENDED (WS-PROP-IDX) "    "
                   PT-OUTCOME (WS-PROP-IDX)
                   DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
               WRITE CONFIRM-REPORT-LINE
           END-PERFORM.

      *> Withdrawn from everything held this term - the student
      *> comes off the master too, through STUMAINT's own withdraw
      *> action and audit.
       4000-QUEUE-STUDENT-WITHDRAWALS.
           OPEN EXTEND MAINTENANCE-FILE.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF STT-CHANGED (WS-STU-IDX) = "Y"
                   AND STT-WITHDRAWN (WS-STU-IDX)
                       = STT-LINES (WS-STU-IDX)
                   PERFORM 4100-WRITE-WITHDRAW-TRANSACTION
               END-IF
           END-PERFORM.
           CLOSE MAINTENANCE-FILE.

       4100-WRITE-WITHDRAW-TRANSACTION.
           ADD 1 TO WS-STUTRAN-COUNT.
           MOVE SPACES TO MAINT-RECORD.
           MOVE STT-STUDENT-ID (WS-STU-IDX) TO SMNT-STUDENT-ID.
           SET SMNT-IS-WITHDRAW TO TRUE.
           MOVE STT-STUDENT-NAME (WS-STU-IDX) TO SMNT-STUDENT-NAME.
           MOVE AUTH-OPERATOR-OUT TO SMNT-CHANGED-BY.
           WRITE MAINT-RECORD.
           MOVE SPACES TO CONFIRM-REPORT-LINE.
           STRING STT-STUDENT-ID (WS-STU-IDX) "  "
               STT-STUDENT-NAME (WS-STU-IDX)
               " WITHDRAWN FROM ALL OF " STT-TERM-CODE (WS-STU-IDX)
               " - STUTRAN W QUEUED"
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE.

       8900-PRINT-REPORT-TOTALS.
           MOVE SPACES TO CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE.
           STRING "PROPOSALS: " WS-PROP-COUNT
               "  CONFIRMED: " WS-CONFIRMED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE.
           MOVE SPACES TO CONFIRM-REPORT-LINE.
           STRING "LINES WITHDRAWN: " WS-APPLIED-COUNT
               "  REFUSED: " WS-REFUSED-COUNT
               "  STUTRAN QUEUED: " WS-STUTRAN-COUNT
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "AWDCONF OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " WITHDRAWN=" WS-APPLIED-COUNT
               " STUTRAN=" WS-STUTRAN-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE CONFIRM-REPORT-FILE AUDIT-LOG-FILE EXCEPTION-LOG
               RUN-LOG-FILE.
