       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTPOST.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Contractor payment posting. Each CNTRPAYT row is a payment
      ** accounts payable made to a contractor; it is posted against
      ** the CNTRMAST payee master into the calendar year of its
      ** payment date, so the year-end NEC1099 run has the year's
      ** nonemployee compensation without anyone rebuilding it from
      ** vendor ledgers. A payee under backup withholding has the
      ** backup rate taken from the gross and accumulated for box
      ** 4. Payments to an unknown payee, or into a year already
      ** rolled off the master, are refused and logged. The posting
      ** register CNTPOST.TXT lists every payment and the run's
      ** totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTOR-MASTER ASSIGN TO "CNTRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-PAYEE-ID.
           SELECT PAYMENT-FILE ASSIGN TO "CNTRPAYT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-REPORT-FILE ASSIGN TO "CNTPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTOR-MASTER.
       01  CONTRACTOR-RECORD.
           COPY CNTRREC.

      *> One payment per row: payee, payment date, gross amount of
      *> the payment, and the AP invoice it settled.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PT-PAYEE-ID           PIC X(6).
           05  PT-PAY-DATE           PIC X(10).
           05  PT-AMOUNT             PIC 9(7)V99.
           05  PT-INVOICE-NO         PIC X(10).

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-LINE       PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-PAY-EOF-SWITCH     PIC X(1) VALUE "N".
           88  PAY-END-OF-FILE            VALUE "Y".
       01  WS-POST-SWITCH        PIC X(1) VALUE "Y".
           88  PAYMENT-IS-POSTED          VALUE "Y".
           88  PAYMENT-IS-REJECTED        VALUE "N".
       01  WS-PAY-YEAR           PIC X(4).

      *> IRS backup withholding rate on nonemployee compensation.
       01  WS-BACKUP-RATE        PIC V99 VALUE .24.
       01  WS-BACKUP-AMT         PIC 9(7)V99.
       01  WS-NET-AMT            PIC 9(7)V99.

       01  WS-POSTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-GROSS        PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-BACKUP       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-NET          PIC 9(9)V99 VALUE ZERO.

       01  DISPLAY-AMOUNT        PIC $$,$$$,$$9.99.
       01  DISPLAY-BACKUP        PIC $$,$$$,$$9.99.
       01  DISPLAY-NET           PIC $$,$$$,$$9.99.
       01  DISPLAY-TOTAL         PIC $$$,$$$,$$9.99.
       01  DISPLAY-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-PRINT-HEADER.
           PERFORM 1200-READ-PAYMENT.
           PERFORM 2000-POST-ONE-PAYMENT UNTIL PAY-END-OF-FILE.
           PERFORM 8900-PRINT-TOTALS.
           DISPLAY "CNTPOST COMPLETE - POSTED: " WS-POSTED-COUNT
               " REJECTED: " WS-REJECT-COUNT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O CONTRACTOR-MASTER.
           OPEN INPUT PAYMENT-FILE.
           OPEN OUTPUT POSTING-REPORT-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1100-PRINT-HEADER.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "CONTRACTOR PAYMENT POSTING REGISTER   RUN DATE: "
               WS-RUN-DATE DELIMITED BY SIZE
               INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE "PAYEE  PAY DATE   INVOICE            GROSS"
               TO POSTING-REPORT-LINE.
           MOVE "    BACKUP WH           NET"
               TO POSTING-REPORT-LINE (44:27).
           WRITE POSTING-REPORT-LINE.

       1200-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END SET PAY-END-OF-FILE TO TRUE
           END-READ.

       2000-POST-ONE-PAYMENT.
           SET PAYMENT-IS-POSTED TO TRUE.
           MOVE ZERO TO WS-BACKUP-AMT.
           MOVE PT-PAY-DATE (1:4) TO WS-PAY-YEAR.
           MOVE PT-PAYEE-ID TO CN-PAYEE-ID.
           READ CONTRACTOR-MASTER
               INVALID KEY
                   SET PAYMENT-IS-REJECTED TO TRUE
                   MOVE "NFND" TO EXC-REASON-CODE
                   MOVE "PAYEE NOT ON CONTRACTOR MASTER"
                       TO EXC-REASON-TEXT
                   PERFORM 8100-LOG-EXCEPTION
           END-READ.
           IF PAYMENT-IS-POSTED
               PERFORM 2100-SELECT-YEAR-BUCKET
           END-IF.
           IF PAYMENT-IS-POSTED
               PERFORM 2200-APPLY-PAYMENT
           END-IF.
           PERFORM 1200-READ-PAYMENT.

      *> The first payment dated in a new year rolls the current
      *> bucket to prior; a payment into the prior year (a late
      *> December invoice keyed in January) still posts there. Any
      *> older year has already been filed and is refused. A payee
      *> deactivated since is still posted - the 1099 has to show
      *> what was actually paid.
       2100-SELECT-YEAR-BUCKET.
           IF CN-CURR-YEAR = SPACES OR CN-CURR-YEAR = ZERO
               MOVE WS-PAY-YEAR TO CN-CURR-YEAR
           END-IF.
           IF WS-PAY-YEAR > CN-CURR-YEAR
               MOVE CN-CURR-YEAR TO CN-PRIOR-YEAR
               MOVE CN-CURR-PAID TO CN-PRIOR-PAID
               MOVE CN-CURR-BACKUP-WH TO CN-PRIOR-BACKUP-WH
               MOVE WS-PAY-YEAR TO CN-CURR-YEAR
               MOVE ZERO TO CN-CURR-PAID CN-CURR-BACKUP-WH
           END-IF.
           IF WS-PAY-YEAR NOT = CN-CURR-YEAR
               AND WS-PAY-YEAR NOT = CN-PRIOR-YEAR
               SET PAYMENT-IS-REJECTED TO TRUE
               MOVE "PERD" TO EXC-REASON-CODE
               MOVE SPACES TO EXC-REASON-TEXT
               STRING "PAYMENT YEAR " WS-PAY-YEAR
                   " ALREADY CLOSED"
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
               PERFORM 8100-LOG-EXCEPTION
           END-IF.

       2200-APPLY-PAYMENT.
           IF CN-BACKUP-WITHHOLD
               COMPUTE WS-BACKUP-AMT ROUNDED =
                   PT-AMOUNT * WS-BACKUP-RATE
           END-IF.
           IF WS-PAY-YEAR = CN-CURR-YEAR
               ADD PT-AMOUNT TO CN-CURR-PAID
               ADD WS-BACKUP-AMT TO CN-CURR-BACKUP-WH
           ELSE
               ADD PT-AMOUNT TO CN-PRIOR-PAID
               ADD WS-BACKUP-AMT TO CN-PRIOR-BACKUP-WH
           END-IF.
           REWRITE CONTRACTOR-RECORD.
           COMPUTE WS-NET-AMT = PT-AMOUNT - WS-BACKUP-AMT.
           ADD 1 TO WS-POSTED-COUNT.
           ADD PT-AMOUNT TO WS-TOTAL-GROSS.
           ADD WS-BACKUP-AMT TO WS-TOTAL-BACKUP.
           ADD WS-NET-AMT TO WS-TOTAL-NET.
           MOVE PT-AMOUNT TO DISPLAY-AMOUNT.
           MOVE WS-BACKUP-AMT TO DISPLAY-BACKUP.
           MOVE WS-NET-AMT TO DISPLAY-NET.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING PT-PAYEE-ID " " PT-PAY-DATE " " PT-INVOICE-NO
               " " DISPLAY-AMOUNT " " DISPLAY-BACKUP
               " " DISPLAY-NET
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

       8100-LOG-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "CNTPOST" TO EXC-PROGRAM.
           MOVE PT-PAYEE-ID TO EXC-KEY.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           MOVE SPACES TO EXC-RESOLVED-BY.
           WRITE EXCEPTION-LOG-RECORD.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING PT-PAYEE-ID " " PT-PAY-DATE " " PT-INVOICE-NO
               " *** " EXC-REASON-TEXT " ***"
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

       8900-PRINT-TOTALS.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE WS-POSTED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "PAYMENTS POSTED:   " DISPLAY-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "PAYMENTS REJECTED: " DISPLAY-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE WS-TOTAL-GROSS TO DISPLAY-TOTAL.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "TOTAL GROSS:     " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE WS-TOTAL-BACKUP TO DISPLAY-TOTAL.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "TOTAL BACKUP WH: " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE WS-TOTAL-NET TO DISPLAY-TOTAL.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "TOTAL NET PAID:  " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE CONTRACTOR-MASTER PAYMENT-FILE POSTING-REPORT-FILE
               EXCEPTION-LOG.
