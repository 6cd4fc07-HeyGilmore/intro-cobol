       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETRANS.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Electronic transcript exchange. Receiving schools want the
      ** transcript as data, not TRNSCRPT's printed page in the
      ** mail. For each TRNSREQ request (student, destination
      ** institution code, consent flag) this run builds the
      ** student's transcript on the fixed-format ETRANS file
      ** (layout ETRNREC): identity off STUMAST, every TRNHIST
      ** course term by term with its letter grade and completion
      ** status, each term's credits and GPA, and the cumulative
      ** credits, GPA, and standing notation - figured exactly as
      ** TRNSCRPT prints them, off the same STNDPARM thresholds.
      ** A request without the student's signed consent, or for a
      ** student not on the master, is refused and logged to
      ** EXCPLOG; nothing is sent. Every transcript sent is entered
      ** on the permanent ETRDISP dispatch register - document
      ** number, student, destination, date, and who sent it.
      ** Requires the registrar role through AUTHCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-REQUEST-FILE ASSIGN TO "TRNSREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID.
           SELECT OPTIONAL TRANSCRIPT-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY.
           SELECT OPTIONAL STANDING-PARM-FILE ASSIGN TO "STNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCHANGE-FILE ASSIGN TO "ETRANS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DISPATCH-REGISTER ASSIGN TO "ETRDISP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One request per transcript to send. Consent "Y" means the
      *> student's signed release is on file in the registrar's
      *> office; anything else and the request is refused.
       FD  TRANSCRIPT-REQUEST-FILE.
       01  TRANSCRIPT-REQUEST-RECORD.
           05  REQ-STUDENT-ID      PIC X(6).
           05  REQ-DEST-INST       PIC X(6).
           05  REQ-CONSENT         PIC X(1).
               88  REQ-CONSENT-ON-FILE     VALUE "Y".

       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           COPY STUMREC.

       FD  TRANSCRIPT-HISTORY.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRNHREC.

      *> The same thresholds ACADSTND decides standing from.
       FD  STANDING-PARM-FILE.
       01  STANDING-PARM-RECORD.
           05  PARM-DEANS-GPA      PIC 9V99.
           05  PARM-PROBATION-GPA  PIC 9V99.
           05  PARM-DISMISS-TERMS  PIC 9(1).

       FD  EXCHANGE-FILE.
       01  EXCHANGE-RECORD.
           COPY ETRNREC.

      *> What was sent where and when - appended every run, never
      *> rewritten; the next document number follows the highest on
      *> the register.
       FD  DISPATCH-REGISTER.
       01  DISPATCH-RECORD.
           05  DSP-DOCUMENT-NO     PIC 9(6).
           05  DSP-STUDENT-ID      PIC X(6).
           05  DSP-DEST-INST       PIC X(6).
           05  DSP-SENT-DATE       PIC X(10).
           05  DSP-SENT-BY         PIC X(8).
           05  DSP-RECORD-COUNT    PIC 9(4).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

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
       01  WS-REQ-EOF-SWITCH     PIC X(1) VALUE "N".
           88  REQ-END-OF-FILE            VALUE "Y".
       01  WS-DSP-EOF-SWITCH     PIC X(1) VALUE "N".
           88  DSP-END-OF-FILE            VALUE "Y".
       01  WS-TH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TH-END-OF-FILE             VALUE "Y".
       01  WS-STU-FOUND-SWITCH   PIC X(1) VALUE "Y".
           88  STUDENT-WAS-FOUND          VALUE "Y".
           88  STUDENT-NOT-FOUND          VALUE "N".
       01  WS-RUN-DATE           PIC X(10).
       01  WS-COMPANY-CODE       PIC X(3) VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.

      *> Standing thresholds - ACADSTND's customary defaults.
       01  WS-DEANS-GPA          PIC 9V99 VALUE 3.50.
       01  WS-PROBATION-GPA      PIC 9V99 VALUE 2.00.
       01  WS-DISMISS-TERMS      PIC 9(1) VALUE 2.

      *> The student's history rows, bubbled into term order the
      *> way TRNSCRPT lays them out.
       01  WS-ROW-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-HISTORY-TABLE.
           05  WS-HIST-ENTRY OCCURS 50 TIMES.
               10  HT-TERM-CODE       PIC X(6).
               10  HT-COURSE-ID       PIC X(6).
               10  HT-SECTION-NO      PIC X(3).
               10  HT-LETTER-GRADE    PIC X(2).
               10  HT-GRADE-POINTS    PIC 9V99.
               10  HT-COMPLETION      PIC X(1).
               10  HT-CREDIT-HOURS    PIC 9V9.
       01  WS-HIST-SWAP.
           05  SWP-TERM-CODE          PIC X(6).
           05  SWP-COURSE-ID          PIC X(6).
           05  SWP-SECTION-NO         PIC X(3).
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
       01  WS-TERM-GPA           PIC 9V99.
       01  WS-CUM-GPA            PIC 9V99.
       01  WS-STANDING           PIC X(16).

       01  WS-LAST-DOCUMENT-NO   PIC 9(6) VALUE ZERO.
       01  WS-DOC-RECORD-COUNT   PIC 9(4).
       01  WS-FILE-RECORD-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-SENT-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-REFUSED-COUNT      PIC 9(5) VALUE ZERO.

      *> Sending student records off campus is the registrar's
      *> call.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-FIND-LAST-DOCUMENT-NO
               PERFORM 1150-READ-STANDING-PARM
               OPEN INPUT TRANSCRIPT-REQUEST-FILE
               OPEN INPUT STUDENT-MASTER
               OPEN INPUT TRANSCRIPT-HISTORY
               OPEN OUTPUT EXCHANGE-FILE
               OPEN EXTEND DISPATCH-REGISTER
               PERFORM 1200-WRITE-FILE-HEADER
               PERFORM 1300-READ-REQUEST
               PERFORM 2000-PROCESS-REQUEST
                   UNTIL REQ-END-OF-FILE
               PERFORM 8000-WRITE-FILE-TRAILER
               CLOSE TRANSCRIPT-REQUEST-FILE STUDENT-MASTER
                   TRANSCRIPT-HISTORY EXCHANGE-FILE DISPATCH-REGISTER
               DISPLAY "ETRANS COMPLETE - SENT: " WS-SENT-COUNT
                   " REFUSED: " WS-REFUSED-COUNT
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "ETRANS" TO AUTH-PROGRAM-NAME.
           MOVE "T" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO TRANSCRIPTS "
                   "WILL BE SENT ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1100-FIND-LAST-DOCUMENT-NO.
           OPEN INPUT DISPATCH-REGISTER.
           PERFORM UNTIL DSP-END-OF-FILE
               READ DISPATCH-REGISTER
                   AT END
                       SET DSP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DSP-DOCUMENT-NO IS NUMERIC
                           AND DSP-DOCUMENT-NO > WS-LAST-DOCUMENT-NO
                           MOVE DSP-DOCUMENT-NO TO WS-LAST-DOCUMENT-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISPATCH-REGISTER.

       1150-READ-STANDING-PARM.
           OPEN INPUT STANDING-PARM-FILE.
           READ STANDING-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DEANS-GPA TO WS-DEANS-GPA
                   MOVE PARM-PROBATION-GPA TO WS-PROBATION-GPA
                   MOVE PARM-DISMISS-TERMS TO WS-DISMISS-TERMS
           END-READ.
           CLOSE STANDING-PARM-FILE.

       1200-WRITE-FILE-HEADER.
           MOVE SPACES TO EXCHANGE-RECORD.
           SET ET-IS-HEADER TO TRUE.
           MOVE ZERO TO ET-DOCUMENT-NO.
           MOVE WS-COMPANY-CODE TO ET-HDR-SENDER-CODE.
           MOVE WS-COMPANY-NAME TO ET-HDR-SENDER-NAME.
           MOVE WS-RUN-DATE TO ET-HDR-FILE-DATE.
           PERFORM 7000-WRITE-EXCHANGE-RECORD.

       1300-READ-REQUEST.
           READ TRANSCRIPT-REQUEST-FILE
               AT END SET REQ-END-OF-FILE TO TRUE
           END-READ.

       2000-PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN NOT REQ-CONSENT-ON-FILE
                   PERFORM 2080-REFUSE-NO-CONSENT
               WHEN OTHER
                   SET STUDENT-WAS-FOUND TO TRUE
                   MOVE REQ-STUDENT-ID TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           SET STUDENT-NOT-FOUND TO TRUE
                   END-READ
                   IF STUDENT-NOT-FOUND
                       PERFORM 2090-REFUSE-NOT-FOUND
                   ELSE
                       PERFORM 2100-LOAD-HISTORY-ROWS
                       PERFORM 2200-SORT-ROWS-BY-TERM
                       PERFORM 3000-SEND-TRANSCRIPT
                   END-IF
           END-EVALUATE.
           PERFORM 1300-READ-REQUEST.

       2080-REFUSE-NO-CONSENT.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "ETRANS" TO EXC-PROGRAM.
           MOVE REQ-STUDENT-ID TO EXC-KEY.
           MOVE "CONS" TO EXC-REASON-CODE.
           STRING "NO CONSENT ON FILE - NOT SENT TO "
               REQ-DEST-INST
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2090-REFUSE-NOT-FOUND.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "ETRANS" TO EXC-PROGRAM.
           MOVE REQ-STUDENT-ID TO EXC-KEY.
           MOVE "NFND" TO EXC-REASON-CODE.
           STRING "NOT ON STUDENT-MASTER - NOT SENT TO "
               REQ-DEST-INST
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2100-LOAD-HISTORY-ROWS.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE "N" TO WS-TH-EOF-SWITCH.
           MOVE REQ-STUDENT-ID TO TH-STUDENT-ID.
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
                       IF TH-STUDENT-ID NOT = REQ-STUDENT-ID
                           SET TH-END-OF-FILE TO TRUE
                       ELSE
                           IF WS-ROW-COUNT < 50
                               ADD 1 TO WS-ROW-COUNT
                               MOVE TH-TERM-CODE
                                   TO HT-TERM-CODE (WS-ROW-COUNT)
                               MOVE TH-COURSE-ID
                                   TO HT-COURSE-ID (WS-ROW-COUNT)
                               MOVE TH-SECTION-NO
                                   TO HT-SECTION-NO (WS-ROW-COUNT)
                               MOVE TH-LETTER-GRADE
                                   TO HT-LETTER-GRADE (WS-ROW-COUNT)
                               MOVE TH-GRADE-POINTS
                                   TO HT-GRADE-POINTS (WS-ROW-COUNT)
                               MOVE TH-COMPLETION
                                   TO HT-COMPLETION (WS-ROW-COUNT)
                               MOVE TH-CREDIT-HOURS
                                   TO HT-CREDIT-HOURS (WS-ROW-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Straight bubble into term order - fifty rows at most.
       2200-SORT-ROWS-BY-TERM.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX >= WS-ROW-COUNT
               PERFORM VARYING WS-HIST-JDX FROM 1 BY 1
                       UNTIL WS-HIST-JDX >= WS-ROW-COUNT
                   IF HT-TERM-CODE (WS-HIST-JDX)
                       > HT-TERM-CODE (WS-HIST-JDX + 1)
                       MOVE WS-HIST-ENTRY (WS-HIST-JDX)
                           TO WS-HIST-SWAP
                       MOVE WS-HIST-ENTRY (WS-HIST-JDX + 1)
                           TO WS-HIST-ENTRY (WS-HIST-JDX)
                       MOVE WS-HIST-SWAP
                           TO WS-HIST-ENTRY (WS-HIST-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One transcript: identity, the courses term by term each
      *> followed by its term totals, then the cumulative summary.
       3000-SEND-TRANSCRIPT.
           ADD 1 TO WS-LAST-DOCUMENT-NO.
           MOVE ZERO TO WS-DOC-RECORD-COUNT.
           PERFORM 3050-WRITE-STUDENT-RECORD.
           MOVE SPACES TO WS-CUR-TERM.
           MOVE ZERO TO WS-TERM-POINTS WS-TERM-CREDITS.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-ROW-COUNT
               IF WS-CUR-TERM NOT = SPACES
                   AND HT-TERM-CODE (WS-HIST-IDX) NOT = WS-CUR-TERM
                   PERFORM 3200-WRITE-TERM-RECORD
               END-IF
               MOVE HT-TERM-CODE (WS-HIST-IDX) TO WS-CUR-TERM
               PERFORM 3100-WRITE-COURSE-RECORD
           END-PERFORM.
           IF WS-CUR-TERM NOT = SPACES
               PERFORM 3200-WRITE-TERM-RECORD
           END-IF.
           PERFORM 3300-WRITE-SUMMARY-RECORD.
           PERFORM 3900-REGISTER-DISPATCH.

       3050-WRITE-STUDENT-RECORD.
           MOVE SPACES TO EXCHANGE-RECORD.
           SET ET-IS-STUDENT TO TRUE.
           MOVE WS-LAST-DOCUMENT-NO TO ET-DOCUMENT-NO.
           MOVE SM-STUDENT-ID TO ET-STU-ID.
           MOVE SM-STUDENT-NAME TO ET-STU-NAME.
           MOVE SM-STUDENT-STATUS TO ET-STU-STATUS.
           MOVE REQ-DEST-INST TO ET-STU-DEST-INST.
           MOVE SM-ENTRY-TERM TO ET-STU-ENTRY-TERM.
           MOVE SM-PROGRAM-CODE TO ET-STU-PROGRAM-CODE.
           MOVE WS-RUN-DATE TO ET-STU-ISSUE-DATE.
           PERFORM 7000-WRITE-EXCHANGE-RECORD.

      *> Incompletes and withdrawals go across with their
      *> completion code and are never averaged - TRNSCRPT's rule.
       3100-WRITE-COURSE-RECORD.
           MOVE SPACES TO EXCHANGE-RECORD.
           SET ET-IS-COURSE TO TRUE.
           MOVE WS-LAST-DOCUMENT-NO TO ET-DOCUMENT-NO.
           MOVE HT-TERM-CODE (WS-HIST-IDX) TO ET-CRS-TERM-CODE.
           MOVE HT-COURSE-ID (WS-HIST-IDX) TO ET-CRS-COURSE-ID.
           MOVE HT-SECTION-NO (WS-HIST-IDX) TO ET-CRS-SECTION-NO.
           MOVE HT-COMPLETION (WS-HIST-IDX) TO ET-CRS-COMPLETION.
           MOVE HT-CREDIT-HOURS (WS-HIST-IDX) TO ET-CRS-CREDIT-HOURS.
           EVALUATE HT-COMPLETION (WS-HIST-IDX)
               WHEN "I"
               WHEN "W"
                   MOVE SPACES TO ET-CRS-LETTER-GRADE
                   MOVE ZERO TO ET-CRS-GRADE-POINTS
               WHEN OTHER
                   MOVE HT-LETTER-GRADE (WS-HIST-IDX)
                       TO ET-CRS-LETTER-GRADE
                   MOVE HT-GRADE-POINTS (WS-HIST-IDX)
                       TO ET-CRS-GRADE-POINTS
                   MULTIPLY HT-GRADE-POINTS (WS-HIST-IDX)
                       BY HT-CREDIT-HOURS (WS-HIST-IDX)
                       GIVING WS-COURSE-QP
                   ADD WS-COURSE-QP TO WS-TERM-POINTS
                   ADD HT-CREDIT-HOURS (WS-HIST-IDX)
                       TO WS-TERM-CREDITS
           END-EVALUATE.
           PERFORM 7000-WRITE-EXCHANGE-RECORD.

       3200-WRITE-TERM-RECORD.
           IF WS-TERM-CREDITS > ZERO
               DIVIDE WS-TERM-POINTS BY WS-TERM-CREDITS
                   GIVING WS-TERM-GPA ROUNDED
           ELSE
               MOVE ZERO TO WS-TERM-GPA
           END-IF.
           MOVE SPACES TO EXCHANGE-RECORD.
           SET ET-IS-TERM TO TRUE.
           MOVE WS-LAST-DOCUMENT-NO TO ET-DOCUMENT-NO.
           MOVE WS-CUR-TERM TO ET-TRM-TERM-CODE.
           MOVE WS-TERM-CREDITS TO ET-TRM-CREDITS.
           MOVE WS-TERM-GPA TO ET-TRM-GPA.
           PERFORM 7000-WRITE-EXCHANGE-RECORD.
           MOVE ZERO TO WS-TERM-POINTS WS-TERM-CREDITS.

      *> The cumulative figures and the standing notation, decided
      *> by the same thresholds ACADSTND applies.
       3300-WRITE-SUMMARY-RECORD.
           IF SM-CREDITS-ATTEMPTED > ZERO
               DIVIDE SM-QUALITY-POINTS BY SM-CREDITS-ATTEMPTED
                   GIVING WS-CUM-GPA ROUNDED
           ELSE
               MOVE ZERO TO WS-CUM-GPA
           END-IF.
           EVALUATE TRUE
               WHEN SM-CREDITS-ATTEMPTED = ZERO
                   MOVE "NO COURSES" TO WS-STANDING
               WHEN WS-CUM-GPA >= WS-DEANS-GPA
                   MOVE "DEANS LIST" TO WS-STANDING
               WHEN WS-CUM-GPA < WS-PROBATION-GPA
                   IF SM-PROBATION-TERMS >= WS-DISMISS-TERMS
                       MOVE "DISMISS REVIEW" TO WS-STANDING
                   ELSE
                       MOVE "PROBATION" TO WS-STANDING
                   END-IF
               WHEN OTHER
                   MOVE "GOOD STANDING" TO WS-STANDING
           END-EVALUATE.
           MOVE SPACES TO EXCHANGE-RECORD.
           SET ET-IS-SUMMARY TO TRUE.
           MOVE WS-LAST-DOCUMENT-NO TO ET-DOCUMENT-NO.
           MOVE SM-COURSE-COUNT TO ET-SUM-COURSE-COUNT.
           MOVE SM-CREDITS-ATTEMPTED TO ET-SUM-ATTEMPTED.
           MOVE SM-CREDITS-EARNED TO ET-SUM-EARNED.
           MOVE WS-CUM-GPA TO ET-SUM-CUM-GPA.
           MOVE WS-STANDING TO ET-SUM-STANDING.
           PERFORM 7000-WRITE-EXCHANGE-RECORD.

       3900-REGISTER-DISPATCH.
           ADD 1 TO WS-SENT-COUNT.
           MOVE WS-LAST-DOCUMENT-NO TO DSP-DOCUMENT-NO.
           MOVE SM-STUDENT-ID TO DSP-STUDENT-ID.
           MOVE REQ-DEST-INST TO DSP-DEST-INST.
           MOVE WS-RUN-DATE TO DSP-SENT-DATE.
           MOVE AUTH-OPERATOR-OUT TO DSP-SENT-BY.
           MOVE WS-DOC-RECORD-COUNT TO DSP-RECORD-COUNT.
           WRITE DISPATCH-RECORD.

       7000-WRITE-EXCHANGE-RECORD.
           WRITE EXCHANGE-RECORD.
           ADD 1 TO WS-FILE-RECORD-COUNT.
           IF NOT ET-IS-HEADER
               ADD 1 TO WS-DOC-RECORD-COUNT
           END-IF.

       8000-WRITE-FILE-TRAILER.
           MOVE SPACES TO EXCHANGE-RECORD.
           SET ET-IS-TRAILER TO TRUE.
           MOVE ZERO TO ET-DOCUMENT-NO.
           MOVE WS-SENT-COUNT TO ET-TRL-DOC-COUNT.
           ADD 1 TO WS-FILE-RECORD-COUNT GIVING ET-TRL-RECORD-COUNT.
           WRITE EXCHANGE-RECORD.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "ETRANS OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " SENT=" WS-SENT-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE EXCEPTION-LOG RUN-LOG-FILE.
