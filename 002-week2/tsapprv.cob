      ** timesheet-supervisor role ("S"), and an approver whose own
      ** AUTHUSR employee number matches the approved employee is
      ** refused outright - nobody approves their own hours.
      ** Refusals log to the shared EXCEPTION-LOG. An approval given
      ** over attendance exceptions ATTNRPT posted to TSAPPR for the
      ** same employee and period is applied but called out, so the
      ** sign-off on a no-show's hours is a deliberate one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTHORIZED-USERS-FILE ASSIGN TO "AUTHUSR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-OUT-FILE ASSIGN TO "TSAPPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> timesheet transaction against before paying it.
       FD  APPROVAL-OUT-FILE.
       01  APPROVAL-OUT-RECORD.
           COPY TSAPPRRC.

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
       01  WS-EXCEPTION-DATE     PIC X(10).
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-OVER-EXC-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-TA-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TA-END-OF-FILE             VALUE "Y".

      *> Attendance exceptions already on TSAPPR, counted per
      *> employee and period, loaded before the file is extended.
       01  WS-AX-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-AX-TABLE.
           05  WS-AX-ENTRY OCCURS 300 TIMES.
               10  AXT-EMP-ID         PIC X(6).
               10  AXT-PERIOD-NO      PIC 9(3).
               10  AXT-EXC-COUNT      PIC 9(3).
       01  WS-AX-IDX             PIC 9(3).
       01  WS-AX-FOUND-IDX       PIC 9(3).
       01  WS-DENY-REASON        PIC X(40).

      *> Operators allowed to approve, loaded from AUTHUSR - the
       1000-OPEN-FILES.
           OPEN INPUT APPROVAL-TRAN-FILE.
           OPEN INPUT AUTHORIZED-USERS-FILE.
           PERFORM 1150-LOAD-ATTENDANCE-EXCEPTIONS.
           OPEN EXTEND APPROVAL-OUT-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
               END-READ
           END-PERFORM.

       1150-LOAD-ATTENDANCE-EXCEPTIONS.
           OPEN INPUT APPROVAL-OUT-FILE.
           PERFORM UNTIL TA-END-OF-FILE
               READ APPROVAL-OUT-FILE
                   AT END
                       SET TA-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TA-IS-ATTENDANCE
                           PERFORM 1160-COUNT-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-OUT-FILE.

       1160-COUNT-EXCEPTION.
           MOVE ZERO TO WS-AX-FOUND-IDX.
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               IF AXT-EMP-ID (WS-AX-IDX) = TA-EMP-ID
                   AND AXT-PERIOD-NO (WS-AX-IDX) = TA-PERIOD-NO
                   MOVE WS-AX-IDX TO WS-AX-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AX-FOUND-IDX = ZERO AND WS-AX-COUNT < 300
               ADD 1 TO WS-AX-COUNT
               MOVE WS-AX-COUNT TO WS-AX-FOUND-IDX
               MOVE TA-EMP-ID TO AXT-EMP-ID (WS-AX-COUNT)
               MOVE TA-PERIOD-NO TO AXT-PERIOD-NO (WS-AX-COUNT)
               MOVE ZERO TO AXT-EXC-COUNT (WS-AX-COUNT)
           END-IF.
           IF WS-AX-FOUND-IDX > ZERO
               ADD 1 TO AXT-EXC-COUNT (WS-AX-FOUND-IDX)
           END-IF.

       1200-READ-APPROVAL.
           READ APPROVAL-TRAN-FILE
               AT END SET AP-END-OF-FILE TO TRUE
           END-IF.

       2200-WRITE-APPROVAL.
           MOVE SPACES TO APPROVAL-OUT-RECORD.
           MOVE AP-EMP-ID TO TA-EMP-ID.
           MOVE AP-PERIOD-NO TO TA-PERIOD-NO.
           MOVE AP-APPROVER-ID TO TA-APPROVED-BY.
           MOVE WS-RUN-DATE TO TA-APPROVE-DATE.
           WRITE APPROVAL-OUT-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 2250-NOTE-ATTENDANCE-EXCEPTIONS.

       2250-NOTE-ATTENDANCE-EXCEPTIONS.
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               IF AXT-EMP-ID (WS-AX-IDX) = AP-EMP-ID
                   AND AXT-PERIOD-NO (WS-AX-IDX) = AP-PERIOD-NO
                   ADD 1 TO WS-OVER-EXC-COUNT
                   DISPLAY "*** EMP-ID " AP-EMP-ID " PERIOD "
                       AP-PERIOD-NO " APPROVED BY " AP-APPROVER-ID
                       " OVER " AXT-EXC-COUNT (WS-AX-IDX)
                       " ATTENDANCE EXCEPTION(S) ***"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2060-LOG-REFUSAL.
           DISPLAY "*** APPROVAL REFUSED FOR EMP-ID " AP-EMP-ID
           STRING "TSAPPRV ON=" WS-RUN-DATE
               " APPROVED=" WS-APPLIED-COUNT
               " REFUSED=" WS-REJECTED-COUNT
               " OVER-EXCEPTIONS=" WS-OVER-EXC-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

