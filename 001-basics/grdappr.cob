       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDAPPR.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Grade-correction approval run - the checker half of the
      ** maker/checker control on posted grades, on the same lines
      ** as BANKAPPR for bank changes. GRDCORR queues the keyed
      ** corrections on GRDPEND; this program applies each registrar
      ** decision from GRDAPPT against the queue (old-master/
      ** new-master update), refusing to decide anything the
      ** running operator keyed or asked for, and only then applies
      ** the approved corrections to the CLASS-ROSTER and cascades
      ** them into STUMAST and TRNHIST - the roster merge and
      ** transcript cascade GRDCORR used to run on its own say-so.
      ** Requires the registrar role through AUTHCHK. Every decision
      ** logs to GRDAUDIT; the rejected corrections and the ones
      ** left pending past the age limit are listed on GRDAPPR.TXT
      ** for the registrar to chase.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-GRADE-IN ASSIGN TO "GRDPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-GRADE-OUT ASSIGN TO "GRDPENDN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE ASSIGN TO "GRDAPPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-IN ASSIGN TO "ROSTER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-OUT ASSIGN TO "ROSTNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL TRANSCRIPT-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY.
           SELECT OPTIONAL COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APPROVAL-REPORT-FILE ASSIGN TO "GRDAPPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "GRDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRECTION-SORT-FILE ASSIGN TO "GRDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-GRADE-IN.
       01  PENDING-GRADE-IN-RECORD.
           COPY GRDPREC REPLACING ==GP-REQUEST-NO== BY
                                     ==GPI-REQUEST-NO==
                                 ==GP-STUDENT-ID== BY
                                     ==GPI-STUDENT-ID==
                                 ==GP-COURSE-ID== BY ==GPI-COURSE-ID==
                                 ==GP-SECTION-NO== BY
                                     ==GPI-SECTION-NO==
                                 ==GP-FIELD-CODE== BY
                                     ==GPI-FIELD-CODE==
                                 ==GP-NEW-VALUE== BY ==GPI-NEW-VALUE==
                                 ==GP-NEW-STATUS== BY
                                     ==GPI-NEW-STATUS==
                                 ==GP-CHANGED-BY== BY
                                     ==GPI-CHANGED-BY==
                                 ==GP-REASON-CODE== BY
                                     ==GPI-REASON-CODE==
                                 ==GP-REQUESTED-BY== BY
                                     ==GPI-REQUESTED-BY==
                                 ==GP-REQUEST-DATE== BY
                                     ==GPI-REQUEST-DATE==
                                 ==GP-STATUS== BY ==GPI-STATUS==
                                 ==GP-IS-PENDING== BY
                                     ==GPI-IS-PENDING==
                                 ==GP-IS-APPROVED== BY
                                     ==GPI-IS-APPROVED==
                                 ==GP-IS-REJECTED== BY
                                     ==GPI-IS-REJECTED==
                                 ==GP-DECIDED-BY== BY
                                     ==GPI-DECIDED-BY==
                                 ==GP-DECIDED-DATE== BY
                                     ==GPI-DECIDED-DATE==.

       FD  PENDING-GRADE-OUT.
       01  PENDING-GRADE-OUT-RECORD.
           COPY GRDPREC REPLACING ==GP-REQUEST-NO== BY
                                     ==GPO-REQUEST-NO==
                                 ==GP-STUDENT-ID== BY
                                     ==GPO-STUDENT-ID==
                                 ==GP-COURSE-ID== BY ==GPO-COURSE-ID==
                                 ==GP-SECTION-NO== BY
                                     ==GPO-SECTION-NO==
                                 ==GP-FIELD-CODE== BY
                                     ==GPO-FIELD-CODE==
                                 ==GP-NEW-VALUE== BY ==GPO-NEW-VALUE==
                                 ==GP-NEW-STATUS== BY
                                     ==GPO-NEW-STATUS==
                                 ==GP-CHANGED-BY== BY
                                     ==GPO-CHANGED-BY==
                                 ==GP-REASON-CODE== BY
                                     ==GPO-REASON-CODE==
                                 ==GP-REQUESTED-BY== BY
                                     ==GPO-REQUESTED-BY==
                                 ==GP-REQUEST-DATE== BY
                                     ==GPO-REQUEST-DATE==
                                 ==GP-STATUS== BY ==GPO-STATUS==
                                 ==GP-IS-PENDING== BY
                                     ==GPO-IS-PENDING==
                                 ==GP-IS-APPROVED== BY
                                     ==GPO-IS-APPROVED==
                                 ==GP-IS-REJECTED== BY
                                     ==GPO-IS-REJECTED==
                                 ==GP-DECIDED-BY== BY
                                     ==GPO-DECIDED-BY==
                                 ==GP-DECIDED-DATE== BY
                                     ==GPO-DECIDED-DATE==.

      *> One registrar decision per queued correction: A applies
      *> it, R refuses it. The approver is the operator this run
      *> is authorized under, so the file carries no credentials.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DEC-REQUEST-NO      PIC 9(6).
           05  DEC-ACTION-CODE     PIC X(1).
               88  DEC-IS-APPROVE          VALUE "A".
               88  DEC-IS-REJECT           VALUE "R".

       FD  ROSTER-IN.
       01  ROSTER-IN-RECORD.
           COPY STUREC REPLACING ==COURSE-ID== BY ==RI-COURSE-ID==
                                 ==SECTION-NO== BY ==RI-SECTION-NO==
                                 ==TERM-CODE== BY ==RI-TERM-CODE==
                                 ==STUDENT-ID== BY ==RI-STUDENT-ID==
                                 ==STUDENT-NAME== BY ==RI-STUDENT-NAME==
                                 ==SCORE1== BY ==RI-SCORE1==
                                 ==SCORE2== BY ==RI-SCORE2==
                                 ==SCORE3== BY ==RI-SCORE3==
                                 ==WEIGHT1== BY ==RI-WEIGHT1==
                                 ==WEIGHT2== BY ==RI-WEIGHT2==
                                 ==WEIGHT3== BY ==RI-WEIGHT3==
                                 ==EXTRA-CREDIT-POINTS== BY
                                     ==RI-EXTRA-CREDIT==
                                 ==COMPLETION-STATUS== BY
                                     ==RI-COMPLETION-STATUS==
                                 ==COURSE-INCOMPLETE== BY
                                     ==RI-COURSE-INCOMPLETE==
                                 ==COURSE-WITHDRAWN== BY
                                     ==RI-COURSE-WITHDRAWN==
                                 ==COURSE-COMPLETE== BY
                                     ==RI-COURSE-COMPLETE==.

       FD  ROSTER-OUT.
       01  ROSTER-OUT-RECORD     PIC X(63).

      *> The transcript master - a corrected grade has to cascade
      *> here, or the quality points GRADES1 already posted from the
      *> old scores sit wrong forever.
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           COPY STUMREC.

      *> The per-course record behind the master's accumulators -
      *> the corrected attempt has to land here too, or TRNSCRPT's
      *> sealed document keeps the old letter grade, a later
      *> GRADES1 retake backs out the WRONG points, and DEGAUDIT
      *> reads a stale completion status.
       FD  TRANSCRIPT-HISTORY.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRNHREC.

      *> GRADES1's course catalog - where a corrected line's credit
      *> hours come from when its history row doesn't carry them.
       FD  COURSE-CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-COURSE-ID       PIC X(6).
           05  CAT-SECTION-NO      PIC X(3).
           05  CAT-TERM-CODE       PIC X(6).
           05  CAT-COURSE-TITLE    PIC X(20).
           05  CAT-CREDIT-HOURS    PIC 9V9.
           05  CAT-INSTRUCTOR-ID   PIC X(6).

       FD  APPROVAL-REPORT-FILE.
       01  APPROVAL-REPORT-LINE    PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE          PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

      *> The approved corrections, put back into the roster's own
      *> course/section/student order (queue order within a line)
      *> for the forward-only merge - the layout GRDCORR's input
      *> used to carry when it applied them itself.
       SD  CORRECTION-SORT-FILE.
       01  CORRECTION-RECORD.
           05  CORR-STUDENT-ID     PIC X(6).
           05  CORR-COURSE-ID      PIC X(6).
           05  CORR-SECTION-NO     PIC X(3).
           05  CORR-FIELD-CODE     PIC X(1).
               88  CORR-IS-SCORE1            VALUE "1".
               88  CORR-IS-SCORE2            VALUE "2".
               88  CORR-IS-SCORE3            VALUE "3".
               88  CORR-IS-WEIGHT1           VALUE "4".
               88  CORR-IS-WEIGHT2           VALUE "5".
               88  CORR-IS-WEIGHT3           VALUE "6".
               88  CORR-IS-EXTRA             VALUE "7".
               88  CORR-IS-STATUS            VALUE "S".
           05  CORR-NEW-VALUE      PIC 9(3).
           05  CORR-NEW-STATUS     PIC X(1).
           05  CORR-CHANGED-BY     PIC X(10).
           05  CORR-REQUEST-NO     PIC 9(6).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-PEND-EOF-SWITCH   PIC X(1) VALUE "N".
           88  PEND-END-OF-FILE          VALUE "Y".
       01  WS-DEC-EOF-SWITCH    PIC X(1) VALUE "N".
           88  DEC-END-OF-FILE           VALUE "Y".
       01  WS-ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88  ROSTER-END-OF-FILE        VALUE "Y".
       01  WS-CORR-EOF-SWITCH   PIC X(1) VALUE "N".
           88  CORR-END-OF-FILE          VALUE "Y".

      *> This run's registrar decisions, matched by request number.
       01  WS-DEC-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 50 TIMES.
               10  DCT-REQUEST-NO     PIC 9(6).
               10  DCT-ACTION         PIC X(1).
       01  WS-DEC-IDX            PIC 9(2).

      *> A correction still undecided this many days after it was
      *> queued is listed for the registrar to chase - two weeks is
      *> one grading cycle's worth of waiting.
       01  WS-AGE-LIMIT-DAYS     PIC 9(3) VALUE 14.
       01  WS-AGE-DAYS           PIC S9(5).
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-TODAY-INT          PIC 9(7).
       01  WS-REQUEST-INT        PIC 9(7).
       01  WS-DISPOSITION        PIC X(16).
       01  DISPLAY-AGE-DAYS      PIC ZZZZ9.

       01  WS-APPROVED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-PENDING-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-AGED-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-OLD-VALUE          PIC 9(3).
       01  WS-FIELD-NAME         PIC X(6).
       01  WS-CHANGE-SWITCH      PIC X(1) VALUE "N".
           88  RECORD-WAS-CHANGED         VALUE "Y".

      *> Composite merge keys in the roster's own sort order -
      *> course, then section, then student - so the forward-only
      *> merge walks a multi-section roster correctly.
       01  WS-ROSTER-KEY.
           05  WS-RK-COURSE-ID    PIC X(6).
           05  WS-RK-SECTION-NO   PIC X(3).
           05  WS-RK-STUDENT-ID   PIC X(6).
       01  WS-CORR-KEY.
           05  WS-CK-COURSE-ID    PIC X(6).
           05  WS-CK-SECTION-NO   PIC X(3).
           05  WS-CK-STUDENT-ID   PIC X(6).
       01  WS-STU-FOUND-SWITCH   PIC X(1) VALUE "Y".
           88  STUDENT-WAS-FOUND          VALUE "Y".
           88  STUDENT-NOT-FOUND          VALUE "N".
       01  WS-HIST-FOUND-SWITCH  PIC X(1) VALUE "N".
           88  HISTORY-ROW-EXISTS         VALUE "Y".

      *> The roster line as it stood BEFORE this run's correction -
      *> the old grade is re-derived from these values so its
      *> quality points can be backed out of the transcript.
       01  WS-ORIG-ROSTER.
           COPY STUREC REPLACING ==COURSE-ID== BY ==OR-COURSE-ID==
                                 ==SECTION-NO== BY ==OR-SECTION-NO==
                                 ==TERM-CODE== BY ==OR-TERM-CODE==
                                 ==STUDENT-ID== BY ==OR-STUDENT-ID==
                                 ==STUDENT-NAME== BY
                                     ==OR-STUDENT-NAME==
                                 ==SCORE1== BY ==OR-SCORE1==
                                 ==SCORE2== BY ==OR-SCORE2==
                                 ==SCORE3== BY ==OR-SCORE3==
                                 ==WEIGHT1== BY ==OR-WEIGHT1==
                                 ==WEIGHT2== BY ==OR-WEIGHT2==
                                 ==WEIGHT3== BY ==OR-WEIGHT3==
                                 ==EXTRA-CREDIT-POINTS== BY
                                     ==OR-EXTRA-CREDIT==
                                 ==COMPLETION-STATUS== BY
                                     ==OR-COMPLETION-STATUS==
                                 ==COURSE-INCOMPLETE== BY
                                     ==OR-COURSE-INCOMPLETE==
                                 ==COURSE-WITHDRAWN== BY
                                     ==OR-COURSE-WITHDRAWN==
                                 ==COURSE-COMPLETE== BY
                                     ==OR-COURSE-COMPLETE==.

      *> Shared grading math - the same subprogram GRADES1 posts
      *> with, so the backout is derived exactly as the posting was.
       01  GRADE-CALC-AREA.
           COPY GRDAREA.
       01  WS-OLD-LETTER         PIC X(2).
       01  WS-OLD-POINTS         PIC 9V99.
       01  WS-NEW-LETTER         PIC X(2).
       01  WS-NEW-POINTS         PIC 9V99.
       01  WS-CHANGE-DATE        PIC X(10).
       01  WS-EXCEPTION-DATE     PIC X(10).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.

      *> Credit weighting - the old grade backs out and the new one
      *> posts at the course's credit hours, the way GRADES1 posted
      *> it: grade points times credits into quality points, the
      *> credits into attempted, and into earned on a passing grade.
       01  WS-CAT-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAT-END-OF-FILE            VALUE "Y".
       01  WS-CAT-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 50 TIMES.
               10  CTB-COURSE-ID     PIC X(6).
               10  CTB-SECTION-NO    PIC X(3).
               10  CTB-TERM-CODE     PIC X(6).
               10  CTB-CREDIT-HOURS  PIC 9V9.
       01  WS-CAT-IDX            PIC 9(2).
       01  WS-COURSE-CREDITS     PIC 9V9.
       01  WS-OLD-QP             PIC 9(2)V99.
       01  WS-NEW-QP             PIC 9(2)V99.

      *> Deciding a grade correction takes the registrar role ("T")
      *> through the shared AUTHCHK subprogram; the operator it
      *> hands back is the approver of record for every decision.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-LOAD-COURSE-CATALOG
               PERFORM 1200-LOAD-DECISIONS
               PERFORM 1400-PRINT-REPORT-HEADER
               SORT CORRECTION-SORT-FILE
                   ON ASCENDING KEY CORR-COURSE-ID CORR-SECTION-NO
                       CORR-STUDENT-ID CORR-REQUEST-NO
                   INPUT PROCEDURE IS 2000-DECIDE-PENDING-QUEUE
                   OUTPUT PROCEDURE IS 3000-APPLY-APPROVED
               PERFORM 8900-PRINT-REPORT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O STUDENT-MASTER.
           OPEN I-O TRANSCRIPT-HISTORY.
           OPEN OUTPUT APPROVAL-REPORT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND EXCEPTION-LOG.
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
           MOVE "GRDAPPR" TO AUTH-PROGRAM-NAME.
           MOVE "T" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO CORRECTIONS "
                   "WILL BE DECIDED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1050-LOAD-COURSE-CATALOG.
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

       1200-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE.
           PERFORM UNTIL DEC-END-OF-FILE
               READ DECISION-FILE
                   AT END
                       SET DEC-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-DEC-COUNT < 50
                           ADD 1 TO WS-DEC-COUNT
                           MOVE DEC-REQUEST-NO
                               TO DCT-REQUEST-NO (WS-DEC-COUNT)
                           MOVE DEC-ACTION-CODE
                               TO DCT-ACTION (WS-DEC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.

       1400-PRINT-REPORT-HEADER.
           MOVE "GRADE CORRECTIONS - REJECTED AND AGED PENDING" TO
               APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               "  APPROVER: " AUTH-OPERATOR-OUT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "REQ-NO STUDENT COURSE SEC F NEW RSN  INSTRUCTOR "
               & "QUEUED     DISPOSITION"
               TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

      *> SORT's INPUT PROCEDURE - the old-master/new-master copy of
      *> the pending queue. Decided entries change status, every
      *> other entry rides through unchanged (already-decided
      *> history rows included), and each approval is released to
      *> the sort for the roster merge. A missing GRDPEND (SELECT
      *> OPTIONAL) is an empty queue.
       2000-DECIDE-PENDING-QUEUE.
           OPEN INPUT PENDING-GRADE-IN.
           OPEN OUTPUT PENDING-GRADE-OUT.
           PERFORM 2050-READ-PENDING.
           PERFORM 2100-DECIDE-ONE-PENDING UNTIL PEND-END-OF-FILE.
           CLOSE PENDING-GRADE-IN PENDING-GRADE-OUT.

       2050-READ-PENDING.
           READ PENDING-GRADE-IN
               AT END SET PEND-END-OF-FILE TO TRUE
           END-READ.

       2100-DECIDE-ONE-PENDING.
           MOVE PENDING-GRADE-IN-RECORD TO PENDING-GRADE-OUT-RECORD.
           IF GPI-IS-PENDING
               PERFORM 2150-FIND-DECISION
               IF WS-DEC-IDX <= WS-DEC-COUNT
                   PERFORM 2200-APPLY-DECISION
               END-IF
               IF GPO-IS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM 2500-AGE-PENDING
               END-IF
           END-IF.
           WRITE PENDING-GRADE-OUT-RECORD.
           PERFORM 2050-READ-PENDING.

       2150-FIND-DECISION.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
               IF DCT-REQUEST-NO (WS-DEC-IDX) = GPI-REQUEST-NO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The approver may not be the operator who keyed the
      *> correction nor the instructor who asked for it - self-
      *> approval is the exact hole this control exists to close.
      *> A refused or unreadable decision leaves the entry pending.
       2200-APPLY-DECISION.
           IF AUTH-OPERATOR-OUT = GPI-REQUESTED-BY (1:8)
               OR AUTH-OPERATOR-OUT = GPI-CHANGED-BY (1:8)
               PERFORM 2260-LOG-SELF-APPROVAL
           ELSE
               EVALUATE DCT-ACTION (WS-DEC-IDX)
                   WHEN "A"
                       SET GPO-IS-APPROVED TO TRUE
                       MOVE AUTH-OPERATOR-OUT TO GPO-DECIDED-BY
                       MOVE WS-RUN-DATE TO GPO-DECIDED-DATE
                       ADD 1 TO WS-APPROVED-COUNT
                       PERFORM 2910-LOG-DECISION
                       PERFORM 2300-RELEASE-CORRECTION
                   WHEN "R"
                       SET GPO-IS-REJECTED TO TRUE
                       MOVE AUTH-OPERATOR-OUT TO GPO-DECIDED-BY
                       MOVE WS-RUN-DATE TO GPO-DECIDED-DATE
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM 2910-LOG-DECISION
                       MOVE "REJECTED" TO WS-DISPOSITION
                       PERFORM 2600-PRINT-DETAIL-LINE
                   WHEN OTHER
                       PERFORM 2270-LOG-BAD-ACTION
               END-EVALUATE
           END-IF.

       2260-LOG-SELF-APPROVAL.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDAPPR" TO EXC-PROGRAM.
           MOVE GPI-STUDENT-ID TO EXC-KEY.
           MOVE "AUTH" TO EXC-REASON-CODE.
           MOVE SPACES TO EXC-REASON-TEXT.
           STRING "APPROVER SAME AS REQUESTER ON " GPI-REQUEST-NO
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2270-LOG-BAD-ACTION.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDAPPR" TO EXC-PROGRAM.
           MOVE GPI-STUDENT-ID TO EXC-KEY.
           MOVE "VALX" TO EXC-REASON-CODE.
           MOVE SPACES TO EXC-REASON-TEXT.
           STRING "UNKNOWN DECISION CODE ON " GPI-REQUEST-NO
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2300-RELEASE-CORRECTION.
           MOVE GPI-STUDENT-ID TO CORR-STUDENT-ID.
           MOVE GPI-COURSE-ID TO CORR-COURSE-ID.
           MOVE GPI-SECTION-NO TO CORR-SECTION-NO.
           MOVE GPI-FIELD-CODE TO CORR-FIELD-CODE.
           MOVE GPI-NEW-VALUE TO CORR-NEW-VALUE.
           MOVE GPI-NEW-STATUS TO CORR-NEW-STATUS.
           MOVE GPI-CHANGED-BY TO CORR-CHANGED-BY.
           MOVE GPI-REQUEST-NO TO CORR-REQUEST-NO.
           RELEASE CORRECTION-RECORD.

      *> Same day-count EXCPRVW ages its open items with.
       2500-AGE-PENDING.
           MOVE GPI-REQUEST-DATE (1:4) TO WS-DATE-DIGITS (1:4).
           MOVE GPI-REQUEST-DATE (6:2) TO WS-DATE-DIGITS (5:2).
           MOVE GPI-REQUEST-DATE (9:2) TO WS-DATE-DIGITS (7:2).
           IF WS-DATE-DIGITS IS NUMERIC
               COMPUTE WS-REQUEST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS)
               SUBTRACT WS-REQUEST-INT FROM WS-TODAY-INT
                   GIVING WS-AGE-DAYS
               IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
                   ADD 1 TO WS-AGED-COUNT
                   MOVE WS-AGE-DAYS TO DISPLAY-AGE-DAYS
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "PENDING " DISPLAY-AGE-DAYS " DAYS"
                       DELIMITED BY SIZE INTO WS-DISPOSITION
                   PERFORM 2600-PRINT-DETAIL-LINE
               END-IF
           END-IF.

       2600-PRINT-DETAIL-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING GPI-REQUEST-NO " " GPI-STUDENT-ID " "
               GPI-COURSE-ID " " GPI-SECTION-NO " "
               GPI-FIELD-CODE " " GPI-NEW-VALUE " "
               GPI-REASON-CODE " " GPI-CHANGED-BY " "
               GPI-REQUEST-DATE " " WS-DISPOSITION
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

       2910-LOG-DECISION.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING GPI-STUDENT-ID " CORR " GPI-REQUEST-NO " "
               GPO-STATUS
               " REQUESTED-BY=" GPI-REQUESTED-BY (1:8)
               " DECIDED-BY=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

      *> SORT's OUTPUT PROCEDURE - the approved corrections merged
      *> against the roster exactly as GRDCORR used to merge its
      *> input file. A run with nothing approved still copies the
      *> roster through to ROSTNEW unchanged.
       3000-APPLY-APPROVED.
           OPEN INPUT ROSTER-IN.
           OPEN OUTPUT ROSTER-OUT.
           PERFORM 3010-READ-ROSTER.
           PERFORM 3020-RETURN-CORRECTION.
           PERFORM 3100-APPLY-CORRECTIONS
               UNTIL ROSTER-END-OF-FILE.
      *> Any correction left once the roster is exhausted has no
      *> roster record at all (student ID not on the roster, or past
      *> the last one) - log it the same as an in-stream unmatch.
           PERFORM 3170-LOG-TRAILING-CORRECTION
               UNTIL CORR-END-OF-FILE.
           CLOSE ROSTER-IN ROSTER-OUT.

       3010-READ-ROSTER.
           READ ROSTER-IN
               AT END
                   SET ROSTER-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE RI-COURSE-ID TO WS-RK-COURSE-ID
                   MOVE RI-SECTION-NO TO WS-RK-SECTION-NO
                   MOVE RI-STUDENT-ID TO WS-RK-STUDENT-ID
           END-READ.

       3020-RETURN-CORRECTION.
           RETURN CORRECTION-SORT-FILE
               AT END
                   SET CORR-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CORR-COURSE-ID TO WS-CK-COURSE-ID
                   MOVE CORR-SECTION-NO TO WS-CK-SECTION-NO
                   MOVE CORR-STUDENT-ID TO WS-CK-STUDENT-ID
           END-RETURN.

      *> A roster record takes its WHOLE group of corrections in one
      *> run - finishing an incomplete is routinely three score
      *> corrections plus the status flip, and re-summing weights to
      *> 100 takes two or three weight corrections. The transcript
      *> cascade runs once, after the group, against the record's
      *> final shape. Corrections are matched on course/section/
      *> student against the roster rather than assumed to line up
      *> positionally: a correction whose key never turns up is
      *> logged to EXCEPTION-LOG and dropped instead of silently
      *> skipped, the same reject-and-log posture PAYCHECK1/PAYCHECK2/
      *> GRADES1 use for a bad record on their own input files.
       3100-APPLY-CORRECTIONS.
           PERFORM 3150-SKIP-UNMATCHED-CORRECTIONS.
           IF NOT CORR-END-OF-FILE AND WS-CORR-KEY = WS-ROSTER-KEY
               MOVE ROSTER-IN-RECORD TO WS-ORIG-ROSTER
               MOVE "N" TO WS-CHANGE-SWITCH
               PERFORM UNTIL CORR-END-OF-FILE
                       OR WS-CORR-KEY NOT = WS-ROSTER-KEY
                   PERFORM 3200-APPLY-ONE-CORRECTION
                   PERFORM 3020-RETURN-CORRECTION
               END-PERFORM
               PERFORM 3150-SKIP-UNMATCHED-CORRECTIONS
               IF RECORD-WAS-CHANGED
                   PERFORM 4000-CASCADE-TO-TRANSCRIPT
               END-IF
           END-IF.
           WRITE ROSTER-OUT-RECORD FROM ROSTER-IN-RECORD.
           PERFORM 3010-READ-ROSTER.

      *> A correction whose course/section/student key sorts ahead
      *> of the current roster line can never match it (the roster
      *> is ordered course-major, section, then student, and the
      *> merge only moves forward) - it is an unmatched correction,
      *> not a future one.
       3150-SKIP-UNMATCHED-CORRECTIONS.
           PERFORM UNTIL CORR-END-OF-FILE
                   OR WS-CORR-KEY NOT LESS THAN WS-ROSTER-KEY
               PERFORM 3160-LOG-UNMATCHED-CORRECTION
               PERFORM 3020-RETURN-CORRECTION
           END-PERFORM.

       3160-LOG-UNMATCHED-CORRECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-EXCEPTION-DATE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDAPPR" TO EXC-PROGRAM.
           MOVE CORR-STUDENT-ID TO EXC-KEY.
           MOVE "UNMA" TO EXC-REASON-CODE.
           MOVE SPACES TO EXC-REASON-TEXT.
           STRING "NO ROSTER LINE FOR " CORR-COURSE-ID "/"
               CORR-SECTION-NO
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       3170-LOG-TRAILING-CORRECTION.
           PERFORM 3160-LOG-UNMATCHED-CORRECTION.
           PERFORM 3020-RETURN-CORRECTION.

       3200-APPLY-ONE-CORRECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-CHANGE-DATE.
      *> The 0-100 bound applies only to the NUMERIC field codes - a
      *> status correction carries its value in CORR-NEW-STATUS and
      *> its numeric columns are legitimately blank, so ranging them
      *> here would bounce a valid status flip on invalid data.
           EVALUATE TRUE
               WHEN CORR-IS-STATUS
                   PERFORM 3250-APPLY-STATUS-CORRECTION
               WHEN CORR-IS-SCORE1 OR CORR-IS-SCORE2
                   OR CORR-IS-SCORE3 OR CORR-IS-WEIGHT1
                   OR CORR-IS-WEIGHT2 OR CORR-IS-WEIGHT3
                   OR CORR-IS-EXTRA
      *> A score is a percentage - GRADES1's own edit rejects
      *> anything over 100, so a correction is held to the same
      *> bound instead of being the one path into the file that
      *> skips it.
                   IF CORR-NEW-VALUE IS NOT NUMERIC
                       OR CORR-NEW-VALUE > 100
                       PERFORM 3285-LOG-BAD-NEW-VALUE
                   ELSE
                       PERFORM 3210-APPLY-FIELD-CORRECTION
                   END-IF
               WHEN OTHER
                   PERFORM 3280-LOG-BAD-FIELD-CODE
           END-EVALUATE.

      *> Weight and extra-credit corrections keep the audit trail a
      *> hand edit of the ROSTER file would defeat. A corrected
      *> weight set still has to survive GRADES1's sum-to-100 edit
      *> on the next run, so a bad total still can't grade.
       3210-APPLY-FIELD-CORRECTION.
           EVALUATE TRUE
               WHEN CORR-IS-SCORE1
                   MOVE RI-SCORE1 TO WS-OLD-VALUE
                   MOVE "SCORE1" TO WS-FIELD-NAME
                   MOVE CORR-NEW-VALUE TO RI-SCORE1
               WHEN CORR-IS-SCORE2
                   MOVE RI-SCORE2 TO WS-OLD-VALUE
                   MOVE "SCORE2" TO WS-FIELD-NAME
                   MOVE CORR-NEW-VALUE TO RI-SCORE2
               WHEN CORR-IS-SCORE3
                   MOVE RI-SCORE3 TO WS-OLD-VALUE
                   MOVE "SCORE3" TO WS-FIELD-NAME
                   MOVE CORR-NEW-VALUE TO RI-SCORE3
               WHEN CORR-IS-WEIGHT1
                   MOVE RI-WEIGHT1 TO WS-OLD-VALUE
                   MOVE "WGHT1 " TO WS-FIELD-NAME
                   MOVE CORR-NEW-VALUE TO RI-WEIGHT1
               WHEN CORR-IS-WEIGHT2
                   MOVE RI-WEIGHT2 TO WS-OLD-VALUE
                   MOVE "WGHT2 " TO WS-FIELD-NAME
                   MOVE CORR-NEW-VALUE TO RI-WEIGHT2
               WHEN CORR-IS-WEIGHT3
                   MOVE RI-WEIGHT3 TO WS-OLD-VALUE
                   MOVE "WGHT3 " TO WS-FIELD-NAME
                   MOVE CORR-NEW-VALUE TO RI-WEIGHT3
               WHEN CORR-IS-EXTRA
                   MOVE RI-EXTRA-CREDIT TO WS-OLD-VALUE
                   MOVE "EXTRA " TO WS-FIELD-NAME
                   MOVE CORR-NEW-VALUE TO RI-EXTRA-CREDIT
           END-EVALUATE.
           PERFORM 3290-WRITE-AUDIT-RECORD.

      *> Completing an incomplete: the status flips (usually I to C,
      *> once the real scores have been corrected in the same run)
      *> and 4000-CASCADE-TO-TRANSCRIPT posts the real grade to the
      *> student master right here - no GRADES1 rerun is needed, and
      *> rerunning one over the roster would double-post every line.
       3250-APPLY-STATUS-CORRECTION.
           IF CORR-NEW-STATUS = "C" OR CORR-NEW-STATUS = "I"
               OR CORR-NEW-STATUS = "W"
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING RI-STUDENT-ID " STATUS"
                   " OLD=" RI-COMPLETION-STATUS
                   " NEW=" CORR-NEW-STATUS
                   " BY=" CORR-CHANGED-BY " ON=" WS-CHANGE-DATE
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               WRITE AUDIT-LOG-LINE
               ADD 1 TO WS-APPLIED-COUNT
               SET RECORD-WAS-CHANGED TO TRUE
               MOVE CORR-NEW-STATUS TO RI-COMPLETION-STATUS
           ELSE
               PERFORM 3280-LOG-BAD-FIELD-CODE
           END-IF.

       3280-LOG-BAD-FIELD-CODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-EXCEPTION-DATE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDAPPR" TO EXC-PROGRAM.
           MOVE CORR-STUDENT-ID TO EXC-KEY.
           MOVE "VALX" TO EXC-REASON-CODE.
           MOVE "UNKNOWN CORR-FIELD-CODE" TO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       3285-LOG-BAD-NEW-VALUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-EXCEPTION-DATE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDAPPR" TO EXC-PROGRAM.
           MOVE CORR-STUDENT-ID TO EXC-KEY.
           MOVE "VALX" TO EXC-REASON-CODE.
           MOVE "CORR-NEW-VALUE OUT OF RANGE (0-100)"
               TO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> The correction pipeline finishes the job the header comment
      *> used to apologize for: the grade GRADES1 already posted
      *> from the OLD values is re-derived and backed out of
      *> SM-QUALITY-POINTS, the grade the CORRECTED values earn is
      *> posted in its place, and both sides land on GRDAUDIT so the
      *> transcript change is traceable to the correction that
      *> caused it. Lines that never posted (incomplete/withdrawn
      *> under the status codes) back nothing out, and a line
      *> corrected INTO incomplete/withdrawn posts nothing new.
       4000-CASCADE-TO-TRANSCRIPT.
           SET STUDENT-WAS-FOUND TO TRUE.
           MOVE RI-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   SET STUDENT-NOT-FOUND TO TRUE
           END-READ.
           IF STUDENT-NOT-FOUND
               PERFORM 4060-LOG-NO-TRANSCRIPT
           ELSE
               PERFORM 4050-FIND-COURSE-CREDITS
           END-IF.
           IF STUDENT-WAS-FOUND AND WS-COURSE-CREDITS > ZERO
               IF OR-COURSE-COMPLETE
                   PERFORM 4100-BACK-OUT-OLD-GRADE
               END-IF
               IF RI-COURSE-COMPLETE
                   PERFORM 4200-POST-NEW-GRADE
               END-IF
               REWRITE STUDENT-MASTER-RECORD
               PERFORM 4300-CASCADE-TO-HISTORY
           END-IF.

      *> The credits the attempt was graded under ride on its
      *> history row; a row from before credit hours were carried
      *> (or no row at all) takes them from the catalog entry for
      *> the line's course/section/term. A course with no credit
      *> hours anywhere can't be posted - it is logged and left for
      *> the catalog to be fixed, like a student with no master.
       4050-FIND-COURSE-CREDITS.
           MOVE ZERO TO WS-COURSE-CREDITS.
           MOVE RI-STUDENT-ID TO TH-STUDENT-ID.
           MOVE RI-COURSE-ID TO TH-COURSE-ID.
           READ TRANSCRIPT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TH-CREDIT-HOURS IS NUMERIC
                       MOVE TH-CREDIT-HOURS TO WS-COURSE-CREDITS
                   END-IF
           END-READ.
           IF WS-COURSE-CREDITS = ZERO
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF CTB-COURSE-ID (WS-CAT-IDX) = RI-COURSE-ID
                       AND CTB-SECTION-NO (WS-CAT-IDX) = RI-SECTION-NO
                       AND CTB-TERM-CODE (WS-CAT-IDX) = RI-TERM-CODE
                       MOVE CTB-CREDIT-HOURS (WS-CAT-IDX)
                           TO WS-COURSE-CREDITS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-COURSE-CREDITS = ZERO
               PERFORM 4070-LOG-NO-CREDITS
           END-IF.

       4100-BACK-OUT-OLD-GRADE.
           MOVE OR-SCORE1 TO GC-SCORE1.
           MOVE OR-SCORE2 TO GC-SCORE2.
           MOVE OR-SCORE3 TO GC-SCORE3.
           MOVE OR-WEIGHT1 TO GC-WEIGHT1.
           MOVE OR-WEIGHT2 TO GC-WEIGHT2.
           MOVE OR-WEIGHT3 TO GC-WEIGHT3.
           MOVE OR-EXTRA-CREDIT TO GC-EXTRA-CREDIT.
           CALL "GRDCALC" USING GRADE-CALC-AREA.
           MOVE GC-LETTER-GRADE TO WS-OLD-LETTER.
           MOVE GC-GRADE-POINTS TO WS-OLD-POINTS.
           MULTIPLY WS-OLD-POINTS BY WS-COURSE-CREDITS
               GIVING WS-OLD-QP.
           IF WS-OLD-QP > SM-QUALITY-POINTS
               MOVE ZERO TO SM-QUALITY-POINTS
           ELSE
               SUBTRACT WS-OLD-QP FROM SM-QUALITY-POINTS
           END-IF.
           IF SM-COURSE-COUNT > ZERO
               SUBTRACT 1 FROM SM-COURSE-COUNT
           END-IF.
           IF WS-COURSE-CREDITS > SM-CREDITS-ATTEMPTED
               MOVE ZERO TO SM-CREDITS-ATTEMPTED
           ELSE
               SUBTRACT WS-COURSE-CREDITS FROM SM-CREDITS-ATTEMPTED
           END-IF.
           IF WS-OLD-POINTS > ZERO
               IF WS-COURSE-CREDITS > SM-CREDITS-EARNED
                   MOVE ZERO TO SM-CREDITS-EARNED
               ELSE
                   SUBTRACT WS-COURSE-CREDITS FROM SM-CREDITS-EARNED
               END-IF
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING RI-STUDENT-ID " GPA BACKOUT GRADE=" WS-OLD-LETTER
               " POINTS=" WS-OLD-POINTS
               " BY=" CORR-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       4200-POST-NEW-GRADE.
           MOVE RI-SCORE1 TO GC-SCORE1.
           MOVE RI-SCORE2 TO GC-SCORE2.
           MOVE RI-SCORE3 TO GC-SCORE3.
           MOVE RI-WEIGHT1 TO GC-WEIGHT1.
           MOVE RI-WEIGHT2 TO GC-WEIGHT2.
           MOVE RI-WEIGHT3 TO GC-WEIGHT3.
           MOVE RI-EXTRA-CREDIT TO GC-EXTRA-CREDIT.
           CALL "GRDCALC" USING GRADE-CALC-AREA.
           MOVE GC-LETTER-GRADE TO WS-NEW-LETTER.
           MOVE GC-GRADE-POINTS TO WS-NEW-POINTS.
           MULTIPLY WS-NEW-POINTS BY WS-COURSE-CREDITS
               GIVING WS-NEW-QP.
           ADD WS-NEW-QP TO SM-QUALITY-POINTS.
           ADD 1 TO SM-COURSE-COUNT.
           ADD WS-COURSE-CREDITS TO SM-CREDITS-ATTEMPTED.
           IF WS-NEW-POINTS > ZERO
               ADD WS-COURSE-CREDITS TO SM-CREDITS-EARNED
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING RI-STUDENT-ID " GPA POST    GRADE=" WS-NEW-LETTER
               " POINTS=" WS-NEW-POINTS
               " BY=" CORR-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

      *> The history row carries the record's FINAL shape after the
      *> whole correction group - same keyed READ/REWRITE pattern as
      *> GRADES1's 2254-POST-HISTORY-ROW. A corrected complete line
      *> lands the re-derived letter/points/average; a line flipped
      *> to incomplete or withdrawn lands the status with zero
      *> points, matching what GRADES1 would have posted. A line
      *> older than the history file writes a fresh row.
       4300-CASCADE-TO-HISTORY.
           MOVE "N" TO WS-HIST-FOUND-SWITCH.
           MOVE RI-STUDENT-ID TO TH-STUDENT-ID.
           MOVE RI-COURSE-ID TO TH-COURSE-ID.
           READ TRANSCRIPT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-ROW-EXISTS TO TRUE
           END-READ.
           MOVE RI-STUDENT-ID TO TH-STUDENT-ID.
           MOVE RI-COURSE-ID TO TH-COURSE-ID.
           MOVE RI-SECTION-NO TO TH-SECTION-NO.
           MOVE RI-TERM-CODE TO TH-TERM-CODE.
           MOVE WS-COURSE-CREDITS TO TH-CREDIT-HOURS.
           IF RI-COURSE-COMPLETE
               MOVE WS-NEW-LETTER TO TH-LETTER-GRADE
               MOVE WS-NEW-POINTS TO TH-GRADE-POINTS
               MOVE GC-AVERAGE TO TH-AVERAGE
               SET ATTEMPT-IS-COMPLETE TO TRUE
           ELSE
               MOVE ZERO TO TH-GRADE-POINTS
               MOVE ZERO TO TH-AVERAGE
               IF RI-COURSE-INCOMPLETE
                   MOVE "I " TO TH-LETTER-GRADE
                   SET ATTEMPT-IS-INCOMPLETE TO TRUE
               ELSE
                   MOVE "W " TO TH-LETTER-GRADE
                   SET ATTEMPT-IS-WITHDRAWN TO TRUE
               END-IF
           END-IF.
           IF HISTORY-ROW-EXISTS
               REWRITE TRANSCRIPT-HISTORY-RECORD
           ELSE
               WRITE TRANSCRIPT-HISTORY-RECORD
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING RI-STUDENT-ID " HISTORY " RI-COURSE-ID
               " GRADE=" TH-LETTER-GRADE
               " STATUS=" TH-COMPLETION
               " BY=" CORR-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       4060-LOG-NO-TRANSCRIPT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-EXCEPTION-DATE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDAPPR" TO EXC-PROGRAM.
           MOVE RI-STUDENT-ID TO EXC-KEY.
           MOVE "NFND" TO EXC-REASON-CODE.
           MOVE "NO STUMAST RECORD FOR REGRADE CASCADE"
               TO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       4070-LOG-NO-CREDITS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-EXCEPTION-DATE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDAPPR" TO EXC-PROGRAM.
           MOVE RI-STUDENT-ID TO EXC-KEY.
           MOVE "CRED" TO EXC-REASON-CODE.
           MOVE SPACES TO EXC-REASON-TEXT.
           STRING "NO CREDITS FOR " RI-COURSE-ID "/"
               RI-SECTION-NO " - NOT POSTED"
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       3290-WRITE-AUDIT-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           SET RECORD-WAS-CHANGED TO TRUE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING RI-STUDENT-ID " " WS-FIELD-NAME
               " OLD=" WS-OLD-VALUE " NEW=" CORR-NEW-VALUE
               " BY=" CORR-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "GRDAPPR OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " APPROVED=" WS-APPROVED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       8900-PRINT-REPORT-TOTALS.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "APPROVED: " WS-APPROVED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               "  STILL PENDING: " WS-PENDING-COUNT
               "  OVER AGE LIMIT: " WS-AGED-COUNT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "ROSTER FIELDS CHANGED: " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE STUDENT-MASTER TRANSCRIPT-HISTORY
               APPROVAL-REPORT-FILE
               AUDIT-LOG-FILE EXCEPTION-LOG RUN-LOG-FILE.
