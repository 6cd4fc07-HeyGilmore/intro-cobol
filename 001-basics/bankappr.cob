      ** the prenote cycle on the new account the same way an
      ** EMPMAINT bank change used to. Every decision logs to
      ** EMPAUDIT; every refusal logs to the shared EXCEPTION-LOG.
      ** An approved master bank change also writes the changed
      ** master to the effective-dated EMPHIST history the same way
      ** EMPMAINT does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-KEY.

       DATA DIVISION.
       FILE SECTION.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Point-in-time master history - one picture per employee per
      *> effective date.
       FD  EMP-HISTORY-FILE.
       01  EMP-HISTORY-RECORD.
           COPY EMPHREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this

       01  WS-CURRENT-PERIOD-NO  PIC 9(3) VALUE ZERO.
       01  WS-CHANGE-DATE        PIC X(10).
      *> The master's own rate fields, held while the history picture
      *> is taken with a parked rate already in force.
       01  WS-HIST-HOURLY-RATE   PIC 9(3)V99.
       01  WS-HIST-NEW-RATE      PIC 9(3)V99.
       01  WS-HIST-RATE-EFF-DATE PIC X(10).
       01  WS-EXCEPTION-DATE     PIC X(10).
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
           OPEN INPUT AUTHORIZED-USERS-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN I-O EMP-HISTORY-FILE.

       1100-LOAD-AUTH-USERS.
           PERFORM UNTIL AUTH-END-OF-FILE
               MOVE APT-APPROVER-ID (WS-AP-IDX) TO PBO-DECIDED-BY
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2910-LOG-DECISION
               PERFORM 2990-RECORD-HISTORY
           END-IF.

      *> An approved ALLOCATION change: the pending row carries the
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

      *> Same pictures EMPMAINT takes: the master as it now stands
      *> under today's date, with a parked rate in force once its
      *> date has come, and a second picture under a parked rate's
      *> date still ahead so it carries the new bank fields too.
       2990-RECORD-HISTORY.
           MOVE HOURLY-RATE TO WS-HIST-HOURLY-RATE.
           MOVE EMP-NEW-RATE TO WS-HIST-NEW-RATE.
           MOVE EMP-RATE-EFF-DATE TO WS-HIST-RATE-EFF-DATE.
           IF WS-HIST-RATE-EFF-DATE NOT = SPACES
               AND WS-HIST-RATE-EFF-DATE NOT > WS-CHANGE-DATE
               PERFORM 2996-PUT-PARKED-RATE-IN-FORCE
           END-IF.
           MOVE WS-CHANGE-DATE TO EH-EFF-DATE.
           PERFORM 2995-WRITE-HISTORY-ROW.
           IF WS-HIST-RATE-EFF-DATE > WS-CHANGE-DATE
               PERFORM 2996-PUT-PARKED-RATE-IN-FORCE
               MOVE WS-HIST-RATE-EFF-DATE TO EH-EFF-DATE
               PERFORM 2995-WRITE-HISTORY-ROW
           END-IF.
           MOVE WS-HIST-HOURLY-RATE TO HOURLY-RATE.
           MOVE WS-HIST-NEW-RATE TO EMP-NEW-RATE.
           MOVE WS-HIST-RATE-EFF-DATE TO EMP-RATE-EFF-DATE.

       2995-WRITE-HISTORY-ROW.
           MOVE EMP-ID TO EH-EMP-ID.
           MOVE "BANKAPPR" TO EH-SOURCE-PROGRAM.
           MOVE APT-APPROVER-ID (WS-AP-IDX) TO EH-CHANGED-BY.
           MOVE WS-CHANGE-DATE TO EH-RECORDED-DATE.
           MOVE EMP-MASTER-RECORD TO EH-MASTER-IMAGE.
           WRITE EMP-HISTORY-RECORD
               INVALID KEY
                   REWRITE EMP-HISTORY-RECORD
           END-WRITE.

       2996-PUT-PARKED-RATE-IN-FORCE.
           MOVE WS-HIST-NEW-RATE TO HOURLY-RATE.
           MOVE ZERO TO EMP-NEW-RATE.
           MOVE SPACES TO EMP-RATE-EFF-DATE.

       9000-CLOSE-FILES.
           CLOSE PENDING-BANK-IN PENDING-BANK-OUT APPROVAL-FILE
               EMPLOYEE-MASTER ALLOCATION-MASTER
               AUTHORIZED-USERS-FILE
               AUDIT-LOG-FILE EXCEPTION-LOG EMP-HISTORY-FILE.
