       PROGRAM-ID. GRDCORR.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2025-12-08.
      ** Grade correction entry. Reads the score corrections keyed
      ** on the CORRECTION-FILE, edits each one, and queues it on
      ** GRDPEND as pending with the requesting instructor's reason
      ** code and a before-the-fact AUDIT-LOG record, since a
      ** corrected score has to be traceable to who asked for it,
      ** why, and when.
      ** NOTE: nothing is applied here any more. A posted grade is
      ** changed only once a second operator holding the registrar
      ** role approves the queued correction in a GRDAPPR run - the
      ** same maker/checker control EMPMAINT and BANKAPPR put on
      ** bank changes. GRDAPPR carries the roster merge and the
      ** STUMAST/TRNHIST cascade this program used to run itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE ASSIGN TO "GRDCORR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDING-GRADE-FILE ASSIGN TO "GRDPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "GRDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"

       DATA DIVISION.
       FILE SECTION.
      *> One correction per line, any number per roster line per
      *> run: which roster line (student + course/section), which
      *> field to replace, its new value, the instructor asking for
      *> the change, and why. GRDAPPR re-sorts the approved ones
      *> into roster order, so the file needs no particular order.
       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           05  CORR-STUDENT-ID     PIC X(6).
      *> an incomplete gets finished once the real scores are in.
           05  CORR-NEW-STATUS     PIC X(1).
           05  CORR-CHANGED-BY     PIC X(10).
      *> The instructor's reason for the change - one of the codes
      *> listed on GRDPREC.
           05  CORR-REASON-CODE    PIC X(4).
               88  CORR-REASON-IS-VALID      VALUE "CALC" "DATA"
                                                   "LATE" "INCP"
                                                   "APPL".

      *> The queue GRDAPPR decides from. Read once to find the
      *> highest request number on it, then extended.
       FD  PENDING-GRADE-FILE.
       01  PENDING-GRADE-RECORD.
           COPY GRDPREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE          PIC X(80).
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-CORR-EOF-SWITCH   PIC X(1) VALUE "N".
           88  CORR-END-OF-FILE          VALUE "Y".
       01  WS-PEND-EOF-SWITCH   PIC X(1) VALUE "N".
           88  PEND-END-OF-FILE          VALUE "Y".
       01  WS-EDIT-SWITCH       PIC X(1) VALUE "Y".
           88  CORRECTION-IS-VALID        VALUE "Y".
           88  CORRECTION-IS-INVALID      VALUE "N".

       01  WS-FIELD-NAME         PIC X(6).
       01  WS-NEW-TEXT           PIC X(3).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-LAST-REQUEST-NO    PIC 9(6) VALUE ZERO.
       01  WS-QUEUED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT      PIC 9(5) VALUE ZERO.

      *> Keying a grade correction requires the grading role ("G")
      *> through the shared AUTHCHK subprogram; the operator it
      *> hands back is the requester of record on the queue, and
      *> GRDAPPR will not let that operator approve it.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-FIND-LAST-REQUEST-NO
               OPEN INPUT CORRECTION-FILE
               OPEN EXTEND PENDING-GRADE-FILE
               PERFORM 1150-READ-CORRECTION
               PERFORM 2000-QUEUE-CORRECTION
                   UNTIL CORR-END-OF-FILE
               CLOSE CORRECTION-FILE PENDING-GRADE-FILE
               DISPLAY "GRDCORR COMPLETE - QUEUED: " WS-QUEUED-COUNT
                   " REFUSED: " WS-REFUSED-COUNT
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO CORRECTIONS "
                   "WILL BE QUEUED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO RUN-LOG-LINE.
           STRING "GRDCORR OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " QUEUED=" WS-QUEUED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       1000-OPEN-FILES.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

      *> Request numbers run on from the highest anywhere on the
      *> queue, decided history rows included, so a number is never
      *> reused while GRDAPPT could still name it.
       1100-FIND-LAST-REQUEST-NO.
           OPEN INPUT PENDING-GRADE-FILE.
           PERFORM UNTIL PEND-END-OF-FILE
               READ PENDING-GRADE-FILE
                   AT END
                       SET PEND-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GP-REQUEST-NO IS NUMERIC
                           AND GP-REQUEST-NO > WS-LAST-REQUEST-NO
                           MOVE GP-REQUEST-NO TO WS-LAST-REQUEST-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-GRADE-FILE.

       1150-READ-CORRECTION.
           READ CORRECTION-FILE
               AT END
                   SET CORR-END-OF-FILE TO TRUE
           END-READ.

      *> A correction that would fail when applied is refused here,
      *> at the keyboard, instead of waiting on the queue for a
      *> registrar to approve something that can never post - the
      *> same reject-and-log posture PAYCHECK1/PAYCHECK2/GRADES1 use
      *> for a bad record on their own input files.
       2000-QUEUE-CORRECTION.
           PERFORM 2100-EDIT-CORRECTION.
           IF CORRECTION-IS-VALID
               PERFORM 2200-WRITE-PENDING
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           PERFORM 1150-READ-CORRECTION.

      *> The 0-100 bound applies only to the NUMERIC field codes - a
      *> status correction carries its value in CORR-NEW-STATUS and
      *> its numeric columns are legitimately blank, so ranging them
      *> here would bounce a valid status flip on invalid data.
       2100-EDIT-CORRECTION.
           SET CORRECTION-IS-VALID TO TRUE.
           EVALUATE TRUE
               WHEN CORR-IS-STATUS
                   IF CORR-NEW-STATUS = "C" OR CORR-NEW-STATUS = "I"
                       OR CORR-NEW-STATUS = "W"
                       MOVE "STATUS" TO WS-FIELD-NAME
                       MOVE CORR-NEW-STATUS TO WS-NEW-TEXT
                   ELSE
                       PERFORM 2080-LOG-BAD-FIELD-CODE
                   END-IF
               WHEN CORR-IS-SCORE1 OR CORR-IS-SCORE2
                   OR CORR-IS-SCORE3 OR CORR-IS-WEIGHT1
                   OR CORR-IS-WEIGHT2 OR CORR-IS-WEIGHT3
                       OR CORR-NEW-VALUE > 100
                       PERFORM 2085-LOG-BAD-NEW-VALUE
                   ELSE
                       PERFORM 2110-NAME-FIELD
                       MOVE CORR-NEW-VALUE TO WS-NEW-TEXT
                   END-IF
               WHEN OTHER
                   PERFORM 2080-LOG-BAD-FIELD-CODE
           END-EVALUATE.
           IF CORRECTION-IS-VALID AND NOT CORR-REASON-IS-VALID
               PERFORM 2090-LOG-BAD-REASON
           END-IF.

       2110-NAME-FIELD.
           EVALUATE TRUE
               WHEN CORR-IS-SCORE1 MOVE "SCORE1" TO WS-FIELD-NAME
               WHEN CORR-IS-SCORE2 MOVE "SCORE2" TO WS-FIELD-NAME
               WHEN CORR-IS-SCORE3 MOVE "SCORE3" TO WS-FIELD-NAME
               WHEN CORR-IS-WEIGHT1 MOVE "WGHT1 " TO WS-FIELD-NAME
               WHEN CORR-IS-WEIGHT2 MOVE "WGHT2 " TO WS-FIELD-NAME
               WHEN CORR-IS-WEIGHT3 MOVE "WGHT3 " TO WS-FIELD-NAME
               WHEN CORR-IS-EXTRA MOVE "EXTRA " TO WS-FIELD-NAME
           END-EVALUATE.

       2080-LOG-BAD-FIELD-CODE.
           SET CORRECTION-IS-INVALID TO TRUE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDCORR" TO EXC-PROGRAM.
           MOVE CORR-STUDENT-ID TO EXC-KEY.
           MOVE "VALX" TO EXC-REASON-CODE.
           MOVE "UNKNOWN CORR-FIELD-CODE" TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2085-LOG-BAD-NEW-VALUE.
           SET CORRECTION-IS-INVALID TO TRUE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDCORR" TO EXC-PROGRAM.
           MOVE CORR-STUDENT-ID TO EXC-KEY.
           MOVE "VALX" TO EXC-REASON-CODE.
           MOVE "CORR-NEW-VALUE OUT OF RANGE (0-100)"
               TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2090-LOG-BAD-REASON.
           SET CORRECTION-IS-INVALID TO TRUE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GRDCORR" TO EXC-PROGRAM.
           MOVE CORR-STUDENT-ID TO EXC-KEY.
           MOVE "VALX" TO EXC-REASON-CODE.
           MOVE "MISSING OR UNKNOWN CORRECTION REASON"
               TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2200-WRITE-PENDING.
           ADD 1 TO WS-LAST-REQUEST-NO.
           MOVE SPACES TO PENDING-GRADE-RECORD.
           MOVE WS-LAST-REQUEST-NO TO GP-REQUEST-NO.
           MOVE CORR-STUDENT-ID TO GP-STUDENT-ID.
           MOVE CORR-COURSE-ID TO GP-COURSE-ID.
           MOVE CORR-SECTION-NO TO GP-SECTION-NO.
           MOVE CORR-FIELD-CODE TO GP-FIELD-CODE.
           IF CORR-IS-STATUS
               MOVE ZERO TO GP-NEW-VALUE
           ELSE
               MOVE CORR-NEW-VALUE TO GP-NEW-VALUE
           END-IF.
           MOVE CORR-NEW-STATUS TO GP-NEW-STATUS.
           MOVE CORR-CHANGED-BY TO GP-CHANGED-BY.
           MOVE CORR-REASON-CODE TO GP-REASON-CODE.
           MOVE AUTH-OPERATOR-OUT TO GP-REQUESTED-BY.
           MOVE WS-RUN-DATE TO GP-REQUEST-DATE.
           SET GP-IS-PENDING TO TRUE.
           WRITE PENDING-GRADE-RECORD.
           ADD 1 TO WS-QUEUED-COUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING CORR-STUDENT-ID " CORR " GP-REQUEST-NO
               " QUEUED " WS-FIELD-NAME " NEW=" WS-NEW-TEXT
               " RSN=" CORR-REASON-CODE
               " BY=" CORR-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE AUDIT-LOG-FILE EXCEPTION-LOG RUN-LOG-FILE.
