       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Employee loan and pay-advance maintenance. Applies add/
      ** change/cancel/write-off transactions from LOANTRAN against
      ** the indexed LOANMSTR ledger, the same "transaction file
      ** drives updates to a master" approach CNTMAINT uses for
      ** CNTRMAST. An add books the loan PENDING - no money moves
      ** here; the next off-cycle PAYCHECK2 run pays the principal
      ** out in net and opens the balance, and every later run
      ** takes the per-period repayment. A change re-sets the
      ** repayment (and, before disbursement, the principal); a
      ** cancel drops a loan never paid out; a write-off closes an
      ** open balance the company has given up on collecting.
      ** Every applied transaction is logged to LOANAUDT with
      ** before/after values, the same convention as EMPAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-KEY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT MAINTENANCE-FILE ASSIGN TO "LOANTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "LOANAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

      *> One maintenance action per loan per run: A books a new
      *> loan or advance, C changes the repayment (a zero amount is
      *> left as it was), X cancels a loan not yet disbursed, W
      *> writes off an open balance.
       FD  MAINTENANCE-FILE.
       01  MAINT-RECORD.
           05  LT-EMP-ID             PIC X(6).
           05  LT-LOAN-ID            PIC X(4).
           05  LT-ACTION-CODE        PIC X(1).
               88  LT-IS-ADD                   VALUE "A".
               88  LT-IS-CHANGE                VALUE "C".
               88  LT-IS-CANCEL                VALUE "X".
               88  LT-IS-WRITE-OFF             VALUE "W".
           05  LT-LOAN-TYPE          PIC X(1).
           05  LT-DESCRIPTION        PIC X(20).
           05  LT-PRINCIPAL          PIC 9(7)V99.
           05  LT-PERIOD-AMT         PIC 9(5)V99.
           05  LT-CHANGED-BY         PIC X(10).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE            PIC X(80).

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-MAINT-EOF-SWITCH   PIC X(1) VALUE "N".
           88  MAINT-END-OF-FILE          VALUE "Y".
       01  WS-EDIT-SWITCH        PIC X(1) VALUE "Y".
           88  ENTRY-PASSES-EDIT          VALUE "Y".
           88  ENTRY-FAILS-EDIT           VALUE "N".
       01  WS-REJECT-TEXT        PIC X(40).
       01  WS-OLD-PERIOD-AMT     PIC 9(5)V99.
       01  WS-OLD-PRINCIPAL      PIC 9(7)V99.
       01  WS-RUN-DATE           PIC X(10).
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
       01  DISPLAY-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-OLD-AMOUNT    PIC Z,ZZZ,ZZ9.99.

      *> Lending an employee money out of payroll is maintain-role
      *> work through the shared AUTHCHK subprogram, exactly like
      *> EMPMAINT.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-MAINTENANCE
               PERFORM 2000-APPLY-TRANSACTIONS
                   UNTIL MAINT-END-OF-FILE
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1020-CHECK-AUTHORIZATION.
           MOVE "LOANMNT" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO MAINTENANCE "
                   "WILL BE APPLIED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "LOANMNT OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       1000-OPEN-FILES.
           OPEN I-O LOAN-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT MAINTENANCE-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1100-READ-MAINTENANCE.
           READ MAINTENANCE-FILE
               AT END SET MAINT-END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-TRANSACTIONS.
           EVALUATE TRUE
               WHEN LT-IS-ADD
                   PERFORM 2100-ADD-LOAN
               WHEN LT-IS-CHANGE
                   PERFORM 2200-CHANGE-LOAN
               WHEN LT-IS-CANCEL
                   PERFORM 2300-CANCEL-LOAN
               WHEN LT-IS-WRITE-OFF
                   PERFORM 2400-WRITE-OFF-LOAN
               WHEN OTHER
                   DISPLAY "*** UNKNOWN ACTION CODE FOR LOAN: "
                       LT-EMP-ID "/" LT-LOAN-ID " - SKIPPED ***"
           END-EVALUATE.
           PERFORM 1100-READ-MAINTENANCE.

      *> A loan goes only to an active employee, and it has to say
      *> how much and how fast it comes back - an open-ended loan is
      *> exactly the clipboard this ledger replaces.
       2100-ADD-LOAN.
           SET ENTRY-PASSES-EDIT TO TRUE.
           MOVE LT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET ENTRY-FAILS-EDIT TO TRUE
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF NOT EMP-IS-ACTIVE
                       SET ENTRY-FAILS-EDIT TO TRUE
                       MOVE "EMPLOYEE NOT ACTIVE" TO WS-REJECT-TEXT
                   END-IF
           END-READ.
           IF ENTRY-PASSES-EDIT
               AND LT-LOAN-TYPE NOT = "A" AND LT-LOAN-TYPE NOT = "L"
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "LOAN TYPE NOT A OR L" TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               AND (LT-PRINCIPAL NOT NUMERIC
                   OR LT-PRINCIPAL = ZERO)
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "PRINCIPAL MISSING OR NOT NUMERIC"
                   TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               AND (LT-PERIOD-AMT NOT NUMERIC
                   OR LT-PERIOD-AMT = ZERO)
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "REPAYMENT MISSING OR NOT NUMERIC"
                   TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               PERFORM 2150-WRITE-LOAN
           ELSE
               PERFORM 2900-DISPLAY-REJECT
           END-IF.

       2150-WRITE-LOAN.
           INITIALIZE LOAN-RECORD.
           MOVE LT-EMP-ID TO LN-EMP-ID.
           MOVE LT-LOAN-ID TO LN-LOAN-ID.
           MOVE LT-LOAN-TYPE TO LN-LOAN-TYPE.
           MOVE LT-DESCRIPTION TO LN-DESCRIPTION.
           MOVE LT-PRINCIPAL TO LN-PRINCIPAL.
           MOVE LT-PERIOD-AMT TO LN-PERIOD-AMT.
           MOVE ZERO TO LN-BALANCE.
           MOVE WS-RUN-DATE TO LN-OPENED-DATE.
           MOVE SPACES TO LN-DISBURSED-DATE.
           SET LN-IS-PENDING TO TRUE.
           WRITE LOAN-RECORD
               INVALID KEY
                   MOVE "LOAN ID ALREADY ON MASTER" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   PERFORM 2910-LOG-ADD
           END-WRITE.

      *> The repayment can be re-set on any live loan; the
      *> principal only until the off-cycle run has paid it out.
       2200-CHANGE-LOAN.
           MOVE LT-EMP-ID TO LN-EMP-ID.
           MOVE LT-LOAN-ID TO LN-LOAN-ID.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "LOAN NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   IF LN-IS-PENDING OR LN-IS-OPEN
                       PERFORM 2250-APPLY-CHANGE
                   ELSE
                       MOVE "LOAN IS CLOSED" TO WS-REJECT-TEXT
                       PERFORM 2900-DISPLAY-REJECT
                   END-IF
           END-READ.

       2250-APPLY-CHANGE.
           MOVE LN-PERIOD-AMT TO WS-OLD-PERIOD-AMT.
           MOVE LN-PRINCIPAL TO WS-OLD-PRINCIPAL.
           IF LT-PERIOD-AMT IS NUMERIC AND LT-PERIOD-AMT > ZERO
               MOVE LT-PERIOD-AMT TO LN-PERIOD-AMT
           END-IF.
           IF LN-IS-PENDING
               AND LT-PRINCIPAL IS NUMERIC AND LT-PRINCIPAL > ZERO
               MOVE LT-PRINCIPAL TO LN-PRINCIPAL
           END-IF.
           IF LT-DESCRIPTION NOT = SPACES
               MOVE LT-DESCRIPTION TO LN-DESCRIPTION
           END-IF.
           REWRITE LOAN-RECORD.
           PERFORM 2920-LOG-CHANGE.

       2300-CANCEL-LOAN.
           MOVE LT-EMP-ID TO LN-EMP-ID.
           MOVE LT-LOAN-ID TO LN-LOAN-ID.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "LOAN NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   IF LN-IS-PENDING
                       SET LN-IS-CANCELLED TO TRUE
                       REWRITE LOAN-RECORD
                       PERFORM 2930-LOG-CANCEL
                   ELSE
                       MOVE "LOAN ALREADY DISBURSED - USE W"
                           TO WS-REJECT-TEXT
                       PERFORM 2900-DISPLAY-REJECT
                   END-IF
           END-READ.

      *> The balance written off is on the audit line - accounting
      *> books it against the loan receivable from there.
       2400-WRITE-OFF-LOAN.
           MOVE LT-EMP-ID TO LN-EMP-ID.
           MOVE LT-LOAN-ID TO LN-LOAN-ID.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "LOAN NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   IF LN-IS-OPEN
                       PERFORM 2940-LOG-WRITE-OFF
                       MOVE ZERO TO LN-BALANCE
                       SET LN-IS-WRITTEN-OFF TO TRUE
                       REWRITE LOAN-RECORD
                   ELSE
                       MOVE "LOAN HAS NO OPEN BALANCE"
                           TO WS-REJECT-TEXT
                       PERFORM 2900-DISPLAY-REJECT
                   END-IF
           END-READ.

       2900-DISPLAY-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "*** " LT-ACTION-CODE " REJECTED FOR LOAN "
               LT-EMP-ID "/" LT-LOAN-ID " - " WS-REJECT-TEXT " ***".

       2910-LOG-ADD.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE LN-PRINCIPAL TO DISPLAY-AMOUNT.
           MOVE LN-PERIOD-AMT TO DISPLAY-OLD-AMOUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING LN-EMP-ID "/" LN-LOAN-ID " ADD " LN-LOAN-TYPE
               " AMT=" DISPLAY-AMOUNT
               " PER=" DISPLAY-OLD-AMOUNT
               " BY=" LT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2920-LOG-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WS-OLD-PERIOD-AMT TO DISPLAY-OLD-AMOUNT.
           MOVE LN-PERIOD-AMT TO DISPLAY-AMOUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING LN-EMP-ID "/" LN-LOAN-ID " CHANGE PER="
               DISPLAY-OLD-AMOUNT "/" DISPLAY-AMOUNT
               " BY=" LT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           IF LN-PRINCIPAL NOT = WS-OLD-PRINCIPAL
               MOVE WS-OLD-PRINCIPAL TO DISPLAY-OLD-AMOUNT
               MOVE LN-PRINCIPAL TO DISPLAY-AMOUNT
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING LN-EMP-ID "/" LN-LOAN-ID " CHANGE AMT="
                   DISPLAY-OLD-AMOUNT "/" DISPLAY-AMOUNT
                   " BY=" LT-CHANGED-BY " ON=" WS-RUN-DATE
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               WRITE AUDIT-LOG-LINE
           END-IF.

       2930-LOG-CANCEL.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING LN-EMP-ID "/" LN-LOAN-ID " CANCEL"
               " BY=" LT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2940-LOG-WRITE-OFF.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE LN-BALANCE TO DISPLAY-AMOUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING LN-EMP-ID "/" LN-LOAN-ID " WRITE-OFF BAL="
               DISPLAY-AMOUNT
               " BY=" LT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER EMPLOYEE-MASTER MAINTENANCE-FILE
               AUDIT-LOG-FILE RUN-LOG-FILE.
