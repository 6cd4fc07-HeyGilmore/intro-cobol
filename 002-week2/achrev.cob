       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHREV.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** ACH reversal and overpayment recovery run. A deposit
      ** PAYCHECK2 sent for the wrong amount (a duplicated
      ** timesheet, a rate keyed with a slipped decimal) is named on
      ** REVTRAN by employee, pay period, and run type. The run
      ** finds every credit that paid it - the US-dollar ones on
      ** ACHBATCH and the Canadian-dollar ones on ACHCAD - and,
      ** while the bank's five-banking-day window from the check
      ** (effective) date is still open, writes the reversing debits
      ** for the US-dollar credits as a NACHA file (REVNACHA) in the
      ** pay run's own format. The payment is backed out of PAYHIST
      ** with an offsetting "V" row, out of the YTD master (YTDMAST
      ** to YTDMOUT for promotion, the pay run's convention), out of
      ** the federal deposit liability with a negative FEDLIAB row,
      ** and out of the GL with reversal lines on GLEXTRCT/GLPOSTDT
      ** - all in US dollars, a Canadian deposit at the US-dollar
      ** equivalent it was converted from. What the bank cannot pull
      ** back - a window already passed, a Canadian deposit (the
      ** Canadian bank takes no reversal from us), or a reversal the
      ** bank later returns uncollected ("U" entry) - becomes a
      ** receivable on the OVPYMAST recovery ledger, which PAYCHECK2
      ** draws down out of future pay a period at a time and shows
      ** on the stub. Loan repayments the payment took go back on
      ** the LOANMSTR balances, and a loan it disbursed returns to
      ** pending. Anything that cannot be matched or was already
      ** reversed is rejected to EXCPLOG and touches nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-TRAN-FILE ASSIGN TO "REVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-BATCH-FILE ASSIGN TO "ACHBATCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAD-ACH-FILE ASSIGN TO "ACHCAD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY.
           SELECT OPTIONAL OVERPAY-LEDGER ASSIGN TO "OVPYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OV-EMP-ID.
           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT YTD-MASTER-OUT ASSIGN TO "YTDMOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NACHA-FILE ASSIGN TO "REVNACHA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOSTDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-LIABILITY-FILE ASSIGN TO "FEDLIAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO "ACHREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> "R" reverses the named payment; "U" books a reversal the
      *> bank returned uncollected (RV-AMOUNT) to the receivable.
      *> RV-PERIOD-RECOVERY, when keyed, is what future pay runs
      *> take back each period - blank takes the whole balance.
       FD  REVERSAL-TRAN-FILE.
       01  REVERSAL-TRAN-RECORD.
           05  RV-ACTION           PIC X(1).
               88  RV-IS-REVERSAL          VALUE "R".
               88  RV-IS-UNCOLLECTED       VALUE "U".
           05  RV-EMP-ID           PIC X(6).
           05  RV-PERIOD-NO        PIC 9(3).
           05  RV-RUN-TYPE         PIC X(1).
           05  RV-AMOUNT           PIC 9(7)V99.
           05  RV-PERIOD-RECOVERY  PIC 9(5)V99.
           05  RV-REQUESTED-BY     PIC X(10).

       FD  ACH-BATCH-FILE.
       01  ACH-DETAIL-RECORD.
           COPY ACHREC.

      *> Same layout, Canadian-dollar deposits - read into the
      *> ACHBATCH record area.
       FD  CAD-ACH-FILE.
       01  CAD-ACH-RECORD          PIC X(99).

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD  OVERPAY-LEDGER.
       01  OVERPAY-LEDGER-RECORD.
           COPY OVPYREC.

       FD  LOAN-MASTER.
       01  LOAN-RECORD.
           COPY LOANREC.

      *> YTDREC's leading fields; the rest passes through whole -
      *> the record being updated is the output one.
       FD  YTD-MASTER-IN.
       01  YTD-IN-RECORD.
           05  YTD-IN-EMP-ID       PIC X(6).
           05  FILLER              PIC X(281).

       FD  YTD-MASTER-OUT.
       01  YTD-OUT-RECORD.
           COPY YTDREC.

       FD  NACHA-FILE.
       01  NACHA-RECORD            PIC X(94).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-LINE          PIC X(80).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           COPY GLPOSTRC.

      *> Same layout PAYCHECK2 appends per run; a reversal appends
      *> the payment's federal liability negated.
       FD  FED-LIABILITY-FILE.
       01  FED-LIABILITY-RECORD.
           05  FL-CHECK-DATE       PIC X(10).
           05  FL-FED-TAX          PIC S9(8)V99.
           05  FL-FICA-EE          PIC S9(8)V99.
           05  FL-FICA-ER          PIC S9(8)V99.
           05  FL-DEPOSIT-STATUS   PIC X(1).
               88  LIAB-IS-OPEN            VALUE "N".
               88  LIAB-IS-DEPOSITED       VALUE "Y".

       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-REPORT-LINE    PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-COMPANY-CODE       PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-ACH-ORIGIN-NAME    PIC X(20) VALUE SPACES.
       01  WS-ACH-ORIGIN-ROUTING PIC X(9)  VALUE SPACES.
       01  WS-ACH-COMPANY-ID     PIC X(10) VALUE SPACES.

       01  WS-TRAN-EOF-SWITCH    PIC X(1) VALUE "N".
           88  TRAN-END-OF-FILE           VALUE "Y".
       01  WS-ACH-EOF-SWITCH     PIC X(1) VALUE "N".
           88  ACH-END-OF-FILE            VALUE "Y".
       01  WS-CAD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAD-END-OF-FILE            VALUE "Y".
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-EDIT-SWITCH        PIC X(1) VALUE "Y".
           88  ENTRY-PASSES-EDIT          VALUE "Y".
           88  ENTRY-FAILS-EDIT           VALUE "N".
       01  WS-FOUND-SWITCH       PIC X(1) VALUE "N".
           88  RECORD-WAS-FOUND           VALUE "Y".
           88  RECORD-NOT-FOUND           VALUE "N".

       01  WS-REJECT-CODE        PIC X(4).
       01  WS-REJECT-TEXT        PIC X(40).

      *> The ACH credits we sent, loaded up front the way ACHRET
      *> does; a payment split across accounts has one row each.
      *> BT-AMOUNT is in the row's own currency, BT-USD-AMOUNT the
      *> US-dollar net it was converted from.
       01  WS-BATCH-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-BATCH-MAX          PIC 9(3) VALUE 500.
       01  WS-BATCH-IDX          PIC 9(3).
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES.
               10  BT-TRAN-CODE       PIC X(2).
               10  BT-EMP-ID          PIC X(6).
               10  BT-EMP-NAME        PIC A(20).
               10  BT-ROUTING-NO      PIC X(9).
               10  BT-ACCOUNT-NO      PIC X(17).
               10  BT-AMOUNT          PIC 9(7)V99.
               10  BT-RUN-TYPE        PIC X(1).
               10  BT-PERIOD-NO       PIC 9(3).
               10  BT-CHECK-DATE      PIC X(10).
               10  BT-CURRENCY        PIC X(3).
                   88  BT-IS-CAD              VALUE "CAD".
               10  BT-USD-AMOUNT      PIC 9(7)V99.

      *> Accepted entries, held until every transaction is edited so
      *> the YTD master is passed once for the whole batch.
       01  WS-RV-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-RV-MAX             PIC 9(2) VALUE 20.
       01  WS-RV-IDX             PIC 9(2).
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 20 TIMES.
               10  RVT-ACTION          PIC X(1).
               10  RVT-EMP-ID          PIC X(6).
               10  RVT-PERIOD-NO       PIC 9(3).
               10  RVT-RUN-TYPE        PIC X(1).
               10  RVT-DEPT            PIC X(4).
               10  RVT-WORK-STATE      PIC X(2).
               10  RVT-RES-STATE       PIC X(2).
               10  RVT-QTR             PIC 9(1).
               10  RVT-CHECK-DATE      PIC X(10).
               10  RVT-BANK-DAYS       PIC 9(5).
               10  RVT-DEPOSITED       PIC 9(7)V99.
               10  RVT-DEBITED         PIC 9(7)V99.
               10  RVT-RECEIVABLE      PIC 9(7)V99.
               10  RVT-PERIOD-RECOVERY PIC 9(5)V99.
               10  RVT-REQUESTED-BY    PIC X(10).
               10  RVT-WINDOW-SWITCH   PIC X(1).
                   88  RVT-IN-WINDOW           VALUE "Y".
                   88  RVT-WINDOW-PASSED       VALUE "N".
               10  RVT-HISTORY         PIC X(200).

      *> Banking days from the check (effective) date to today -
      *> weekdays only; INTEGER-OF-DATE day 1 (1601-01-01) was a
      *> Monday, so the day number's remainder by 7 is 1 through 5
      *> on a weekday.
       01  WS-REVERSAL-WINDOW    PIC 9(2) VALUE 5.
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-CHECK-INT          PIC 9(7).
       01  WS-TODAY-INT          PIC 9(7).
       01  WS-DAY-INT            PIC 9(7).
       01  WS-DAY-NEXT           PIC 9(7).
       01  WS-DAY-QUOTIENT       PIC 9(7).
       01  WS-DAY-OF-WEEK        PIC 9(1).
       01  WS-BANK-DAYS          PIC 9(5).

       01  WS-DEPOSITED          PIC 9(7)V99.
       01  WS-CAD-DEPOSITED      PIC 9(7)V99.
       01  WS-SETTLE-DATE        PIC X(10).
       01  WS-PERIOD-MONTH       PIC 9(2).
       01  WS-STATE-SLOT         PIC 9(1).
       01  WS-SLOT-IDX           PIC 9(1).
       01  WS-TOTAL-TAX          PIC 9(6)V99.
       01  WS-TOTAL-DEDUCT       PIC 9(6)V99.
       01  WS-TAXABLE            PIC 9(7)V99.
       01  WS-BACKOUT-AMT        PIC 9(7)V99.
       01  WS-BUCKET             PIC 9(7)V99.
       01  WS-LEDGER-ADD         PIC 9(7)V99.
       01  WS-LOAN-SCAN-SWITCH   PIC X(1) VALUE "N".
           88  LOAN-SCAN-DONE             VALUE "Y".
       01  WS-LOAN-RESTORE       PIC 9(5)V99.
       01  WS-LOAN-ROOM          PIC 9(7)V99.

       01  WS-REVERSED-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-RECEIVABLE-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-UNCOLLECTED-COUNT  PIC 9(3) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-REVERSED     PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-RECEIVABLE   PIC 9(8)V99 VALUE ZERO.

      *> GL account map - PAYCHECK2's defaults, overridden from the
      *> company control record.
       01 GL-ACCT-WAGES-EXPENSE PIC X(10) VALUE "5000-WAGES".
       01 GL-ACCT-CASH          PIC X(10) VALUE "1000-CASH ".
       01 GL-ACCT-WITHHOLDING   PIC X(10) VALUE "2100-WHPAY".
       01 GL-ACCT-TAX-WH        PIC X(10) VALUE "2200-TAXWH".
       01 GL-ACCT-LOCAL-TAX     PIC X(10) VALUE "2250-LOCTX".
       01 GL-ACCT-OVERPAY-RCV   PIC X(10) VALUE "1300-OVPAY".
       01 GL-ACCT-LOAN-RCV      PIC X(10) VALUE "1310-LOANS".
       01 GL-ACCT-ER-TAX-EXP    PIC X(10) VALUE "5100-ERTAX".
       01 GL-ACCT-ER-TAX-LIAB   PIC X(10) VALUE "2300-ERTXP".
       01 WS-GP-DEPT            PIC X(4).
       01 WS-GP-DRCR            PIC X(2).
       01 WS-GP-ACCOUNT         PIC X(10).
       01 WS-GP-AMOUNT          PIC 9(8)V99.

      *> NACHA RECORD LAYOUTS - PAYCHECK2's, with the batch as
      *> service class 225 (debits only) and entry description
      *> REVERSAL, which is how the receiving bank knows to treat
      *> the debits as reversals of the named credits.
       01 NACHA-FILE-HEADER.
           05  FILLER            PIC X(3)  VALUE "101".
           05  NFH-IMMED-DEST    PIC X(10).
           05  NFH-IMMED-ORIGIN  PIC X(10).
           05  NFH-FILE-DATE     PIC X(6).
           05  NFH-FILE-TIME     PIC X(4).
           05  FILLER            PIC X(1)  VALUE "A".
           05  FILLER            PIC X(3)  VALUE "094".
           05  FILLER            PIC X(2)  VALUE "10".
           05  FILLER            PIC X(1)  VALUE "1".
           05  NFH-DEST-NAME     PIC X(23).
           05  NFH-ORIGIN-NAME   PIC X(23).
           05  FILLER            PIC X(8)  VALUE SPACES.
       01 NACHA-BATCH-HEADER.
           05  FILLER            PIC X(4)  VALUE "5225".
           05  NBH-COMPANY-NAME  PIC X(16).
           05  FILLER            PIC X(20) VALUE SPACES.
           05  NBH-COMPANY-ID    PIC X(10).
           05  FILLER            PIC X(3)  VALUE "PPD".
           05  FILLER            PIC X(10) VALUE "REVERSAL".
           05  NBH-DESC-DATE     PIC X(6).
           05  NBH-EFF-DATE      PIC X(6).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE "1".
           05  NBH-ODFI-ID       PIC X(8).
           05  NBH-BATCH-NO      PIC 9(7)  VALUE 1.
       01 NACHA-ENTRY-DETAIL.
           05  FILLER            PIC X(1)  VALUE "6".
           05  NED-TRAN-CODE     PIC X(2).
           05  NED-ROUTING       PIC X(9).
           05  NED-ACCOUNT       PIC X(17).
           05  NED-AMOUNT        PIC 9(10).
           05  NED-INDIV-ID      PIC X(15).
           05  NED-INDIV-NAME    PIC X(22).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE "0".
           05  NED-TRACE-ODFI    PIC X(8).
           05  NED-TRACE-SEQ     PIC 9(7).
       01 NACHA-BATCH-CONTROL.
           05  FILLER            PIC X(4)  VALUE "8225".
           05  NBC-ENTRY-COUNT   PIC 9(6).
           05  NBC-ENTRY-HASH    PIC 9(10).
           05  NBC-DEBIT-TOTAL   PIC 9(12).
           05  NBC-CREDIT-TOTAL  PIC 9(12) VALUE ZERO.
           05  NBC-COMPANY-ID    PIC X(10).
           05  FILLER            PIC X(25) VALUE SPACES.
           05  NBC-ODFI-ID       PIC X(8).
           05  NBC-BATCH-NO      PIC 9(7)  VALUE 1.
       01 NACHA-FILE-CONTROL.
           05  FILLER            PIC X(1)  VALUE "9".
           05  NFC-BATCH-COUNT   PIC 9(6)  VALUE 1.
           05  NFC-BLOCK-COUNT   PIC 9(6).
           05  NFC-ENTRY-COUNT   PIC 9(8).
           05  NFC-ENTRY-HASH    PIC 9(10).
           05  NFC-DEBIT-TOTAL   PIC 9(12).
           05  NFC-CREDIT-TOTAL  PIC 9(12) VALUE ZERO.
           05  FILLER            PIC X(39) VALUE SPACES.
       01 WS-NACHA-ENTRY-COUNT  PIC 9(8)  VALUE ZERO.
       01 WS-NACHA-HASH         PIC 9(10) VALUE ZERO.
       01 WS-NACHA-DEBIT-CENTS  PIC 9(12) VALUE ZERO.
       01 WS-NACHA-REC-COUNT    PIC 9(8)  VALUE ZERO.
       01 WS-NACHA-SEQ          PIC 9(7)  VALUE ZERO.
       01 WS-ROUTING-PREFIX     PIC 9(8).
       01 WS-NACHA-BLOCKS       PIC 9(8).
       01 WS-NACHA-FILL         PIC 9(8).
       01 WS-NACHA-SWITCH       PIC X(1)  VALUE "N".
           88  NACHA-IS-OPEN              VALUE "Y".

       01  DISPLAY-AMOUNT        PIC $$,$$$,$$9.99.
       01  DISPLAY-GL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-BANK-DAYS     PIC ZZZZ9.

      *> Reversing a payment is payroll-run work, the same role the
      *> pay run itself requires.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-READ-COMPANY-CONTROL
               PERFORM 1100-LOAD-ACH-BATCH
               PERFORM 1200-PRINT-HEADING
               PERFORM 1300-READ-TRANSACTION
               PERFORM 2000-EDIT-ONE-ENTRY
                   UNTIL TRAN-END-OF-FILE
               IF WS-RV-COUNT > ZERO
                   PERFORM 3000-POST-YTD
                   PERFORM 4010-OPEN-POSTING-FILES
                   PERFORM 4000-POST-ONE-ENTRY
                       VARYING WS-RV-IDX FROM 1 BY 1
                       UNTIL WS-RV-IDX > WS-RV-COUNT
                   PERFORM 4090-CLOSE-POSTING-FILES
               END-IF
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT REVERSAL-TRAN-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN I-O PAY-HISTORY-FILE.
           OPEN I-O LOAN-MASTER.
           OPEN OUTPUT REVERSAL-REPORT-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-DATE-RAW TO WS-DATE-DIGITS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS).

       1020-CHECK-AUTHORIZATION.
           MOVE "ACHREV" TO AUTH-PROGRAM-NAME.
           MOVE "R" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO PAYMENTS "
                   "WILL BE REVERSED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> The company's GL account map and ACH originator identity,
      *> the way PAYCHECK2 loads them.
       1050-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   DISPLAY "*** NO COMPCTL CONTROL RECORD - COMPANY "
                       "UNKNOWN ***"
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE CO-ACH-ORIGIN-NAME TO WS-ACH-ORIGIN-NAME
                   MOVE CO-ACH-ORIGIN-ROUTING
                       TO WS-ACH-ORIGIN-ROUTING
                   MOVE CO-ACH-COMPANY-ID TO WS-ACH-COMPANY-ID
                   MOVE CO-GL-WAGES-ACCT TO GL-ACCT-WAGES-EXPENSE
                   MOVE CO-GL-CASH-ACCT TO GL-ACCT-CASH
                   MOVE CO-GL-WHPAY-ACCT TO GL-ACCT-WITHHOLDING
                   MOVE CO-GL-TAXWH-ACCT TO GL-ACCT-TAX-WH
                   MOVE CO-GL-ERTAX-ACCT TO GL-ACCT-ER-TAX-EXP
                   MOVE CO-GL-ERLIAB-ACCT TO GL-ACCT-ER-TAX-LIAB
                   IF CO-GL-LOCALTAX-ACCT NOT = SPACES
                       MOVE CO-GL-LOCALTAX-ACCT TO GL-ACCT-LOCAL-TAX
                   END-IF
                   IF CO-GL-OVPAY-ACCT NOT = SPACES
                       MOVE CO-GL-OVPAY-ACCT TO GL-ACCT-OVERPAY-RCV
                   END-IF
                   IF CO-GL-LOAN-ACCT NOT = SPACES
                       MOVE CO-GL-LOAN-ACCT TO GL-ACCT-LOAN-RCV
                   END-IF
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

      *> Live credits only (22 checking, 32 savings) - a prenote
      *> moved no money and has nothing to reverse. The Canadian
      *> deposits on ACHCAD load behind the US-dollar ones.
       1100-LOAD-ACH-BATCH.
           OPEN INPUT ACH-BATCH-FILE.
           OPEN INPUT CAD-ACH-FILE.
           PERFORM UNTIL ACH-END-OF-FILE
               READ ACH-BATCH-FILE
                   AT END
                       SET ACH-END-OF-FILE TO TRUE
                   NOT AT END
                       IF (ACH-TRAN-CODE = "22" OR "32")
                           AND ACH-AMOUNT > ZERO
                           AND WS-BATCH-COUNT < WS-BATCH-MAX
                           PERFORM 1110-KEEP-BATCH-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM UNTIL CAD-END-OF-FILE
               READ CAD-ACH-FILE INTO ACH-DETAIL-RECORD
                   AT END
                       SET CAD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF (ACH-TRAN-CODE = "22" OR "32")
                           AND ACH-AMOUNT > ZERO
                           AND WS-BATCH-COUNT < WS-BATCH-MAX
                           PERFORM 1110-KEEP-BATCH-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACH-BATCH-FILE CAD-ACH-FILE.

      *> A row written before the currency fields were carried is a
      *> US-dollar row.
       1110-KEEP-BATCH-ENTRY.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE ACH-TRAN-CODE TO BT-TRAN-CODE (WS-BATCH-COUNT).
           MOVE ACH-EMP-ID TO BT-EMP-ID (WS-BATCH-COUNT).
           MOVE ACH-EMP-NAME TO BT-EMP-NAME (WS-BATCH-COUNT).
           MOVE ACH-ROUTING-NO TO BT-ROUTING-NO (WS-BATCH-COUNT).
           MOVE ACH-ACCOUNT-NO TO BT-ACCOUNT-NO (WS-BATCH-COUNT).
           MOVE ACH-AMOUNT TO BT-AMOUNT (WS-BATCH-COUNT).
           MOVE ACH-RUN-TYPE TO BT-RUN-TYPE (WS-BATCH-COUNT).
           MOVE ACH-PERIOD-NO TO BT-PERIOD-NO (WS-BATCH-COUNT).
           MOVE ACH-CHECK-DATE TO BT-CHECK-DATE (WS-BATCH-COUNT).
           IF ACH-CURRENCY-CODE = "CAD"
               MOVE "CAD" TO BT-CURRENCY (WS-BATCH-COUNT)
               MOVE ACH-USD-AMOUNT TO BT-USD-AMOUNT (WS-BATCH-COUNT)
           ELSE
               MOVE "USD" TO BT-CURRENCY (WS-BATCH-COUNT)
               MOVE ACH-AMOUNT TO BT-USD-AMOUNT (WS-BATCH-COUNT)
           END-IF.

       1200-PRINT-HEADING.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - ACH REVERSAL REGISTER   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           MOVE "EMP-ID PER RT ACT" TO REVERSAL-REPORT-LINE (1:17).
           MOVE "AMOUNT" TO REVERSAL-REPORT-LINE (26:6).
           MOVE "DISPOSITION" TO REVERSAL-REPORT-LINE (34:11).
           WRITE REVERSAL-REPORT-LINE.

       1300-READ-TRANSACTION.
           READ REVERSAL-TRAN-FILE
               AT END SET TRAN-END-OF-FILE TO TRUE
           END-READ.

      *> Every edit runs before anything is written; the first one
      *> failed is the one logged.
       2000-EDIT-ONE-ENTRY.
           SET ENTRY-PASSES-EDIT TO TRUE.
           MOVE SPACES TO WS-REJECT-CODE WS-REJECT-TEXT.
           IF RV-RUN-TYPE = SPACE
               MOVE "R" TO RV-RUN-TYPE
           END-IF.
           IF RV-PERIOD-RECOVERY NOT NUMERIC
               MOVE ZERO TO RV-PERIOD-RECOVERY
           END-IF.
           PERFORM 2100-EDIT-EMPLOYEE.
           IF ENTRY-PASSES-EDIT
               EVALUATE TRUE
                   WHEN RV-IS-REVERSAL
                       PERFORM 2200-EDIT-REVERSAL
                   WHEN RV-IS-UNCOLLECTED
                       PERFORM 2300-EDIT-UNCOLLECTED
                   WHEN OTHER
                       SET ENTRY-FAILS-EDIT TO TRUE
                       MOVE "VALX" TO WS-REJECT-CODE
                       MOVE SPACES TO WS-REJECT-TEXT
                       STRING "UNKNOWN REVERSAL ACTION=" RV-ACTION
                           DELIMITED BY SIZE INTO WS-REJECT-TEXT
               END-EVALUATE
           END-IF.
           IF ENTRY-PASSES-EDIT AND WS-RV-COUNT NOT < WS-RV-MAX
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "VALX" TO WS-REJECT-CODE
               MOVE "REVERSAL TABLE FULL - RESUBMIT"
                   TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               PERFORM 2400-ACCEPT-ENTRY
           ELSE
               PERFORM 2900-REJECT-ENTRY
           END-IF.
           PERFORM 1300-READ-TRANSACTION.

       2100-EDIT-EMPLOYEE.
           MOVE RV-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET ENTRY-FAILS-EDIT TO TRUE
                   MOVE "NFND" TO WS-REJECT-CODE
                   MOVE "NOT FOUND IN EMPLOYEE-MASTER"
                       TO WS-REJECT-TEXT
           END-READ.

      *> The payment has to be in this year's history, not reversed
      *> already, paid by ACH, and the credits sent have to add up
      *> to the net it recorded - otherwise the reversal would back
      *> out something other than what the bank holds.
       2200-EDIT-REVERSAL.
           IF RV-PERIOD-NO NOT NUMERIC OR RV-PERIOD-NO = ZERO
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "EDIT" TO WS-REJECT-CODE
               MOVE "PERIOD NUMBER NOT NUMERIC"
                   TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               PERFORM 2210-EDIT-NOT-REVERSED
           END-IF.
           IF ENTRY-PASSES-EDIT
               MOVE RV-EMP-ID TO PH-EMP-ID
               MOVE RV-PERIOD-NO TO PH-PERIOD-NO
               MOVE RV-RUN-TYPE TO PH-RUN-TYPE
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       SET ENTRY-FAILS-EDIT TO TRUE
                       MOVE "NFND" TO WS-REJECT-CODE
                       MOVE "NO PAY HISTORY FOR PERIOD/RUN TYPE"
                           TO WS-REJECT-TEXT
               END-READ
           END-IF.
           IF ENTRY-PASSES-EDIT
               AND PH-CHECK-DATE (1:4) NOT = WS-RUN-DATE (1:4)
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "PERD" TO WS-REJECT-CODE
               MOVE "PAYMENT IS IN A CLOSED TAX YEAR"
                   TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               PERFORM 2220-SUM-DEPOSITS
               IF WS-DEPOSITED = ZERO
                   SET ENTRY-FAILS-EDIT TO TRUE
                   MOVE "NFND" TO WS-REJECT-CODE
                   MOVE "NO ACH CREDIT SENT FOR PERIOD/RUN TYPE"
                       TO WS-REJECT-TEXT
               ELSE
                   IF WS-DEPOSITED NOT = PH-NET-PAY
                       SET ENTRY-FAILS-EDIT TO TRUE
                       MOVE "CTLX" TO WS-REJECT-CODE
                       MOVE "ACH CREDITS DO NOT TIE TO HISTORY NET"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-PASSES-EDIT AND PH-LOAN-ADVANCE > ZERO
               PERFORM 2230-EDIT-LOAN-UNTOUCHED
           END-IF.

      *> A "V" row on file, or an earlier entry in this batch for
      *> the same payment, means it has already been backed out.
       2210-EDIT-NOT-REVERSED.
           MOVE RV-EMP-ID TO PH-EMP-ID.
           MOVE RV-PERIOD-NO TO PH-PERIOD-NO.
           MOVE "V" TO PH-RUN-TYPE.
           SET RECORD-WAS-FOUND TO TRUE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   SET RECORD-NOT-FOUND TO TRUE
           END-READ.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF RVT-ACTION (WS-RV-IDX) = "R"
                   AND RVT-EMP-ID (WS-RV-IDX) = RV-EMP-ID
                   AND RVT-PERIOD-NO (WS-RV-IDX) = RV-PERIOD-NO
                   SET RECORD-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF RECORD-WAS-FOUND
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "DUPX" TO WS-REJECT-CODE
               MOVE "PERIOD ALREADY REVERSED FOR EMPLOYEE"
                   TO WS-REJECT-TEXT
           END-IF.

      *> In US dollars - a Canadian deposit counts at the US-dollar
      *> net it was converted from, which is what history carries.
       2220-SUM-DEPOSITS.
           MOVE ZERO TO WS-DEPOSITED WS-CAD-DEPOSITED.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF BT-EMP-ID (WS-BATCH-IDX) = RV-EMP-ID
                   AND BT-PERIOD-NO (WS-BATCH-IDX) = RV-PERIOD-NO
                   AND BT-RUN-TYPE (WS-BATCH-IDX) = RV-RUN-TYPE
                   ADD BT-USD-AMOUNT (WS-BATCH-IDX) TO WS-DEPOSITED
                   IF BT-IS-CAD (WS-BATCH-IDX)
                       ADD BT-USD-AMOUNT (WS-BATCH-IDX)
                           TO WS-CAD-DEPOSITED
                   END-IF
                   MOVE BT-CHECK-DATE (WS-BATCH-IDX)
                       TO WS-SETTLE-DATE
               END-IF
           END-PERFORM.

      *> A payment that disbursed a loan can only be backed out
      *> while the loan is still whole - once repayments have come
      *> out of later pay, undoing the disbursement would strand
      *> them, and the loan has to be settled by hand.
       2230-EDIT-LOAN-UNTOUCHED.
           MOVE "N" TO WS-LOAN-SCAN-SWITCH.
           MOVE RV-EMP-ID TO LN-EMP-ID.
           MOVE LOW-VALUES TO LN-LOAN-ID.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-KEY
               INVALID KEY
                   SET LOAN-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL LOAN-SCAN-DONE
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET LOAN-SCAN-DONE TO TRUE
                   NOT AT END
                       IF LN-EMP-ID NOT = RV-EMP-ID
                           SET LOAN-SCAN-DONE TO TRUE
                       ELSE
                           IF LN-DISBURSED-PERIOD = RV-PERIOD-NO
                               AND NOT LN-IS-PENDING
                               AND LN-BALANCE < LN-PRINCIPAL
                               SET ENTRY-FAILS-EDIT TO TRUE
                               MOVE "EDIT" TO WS-REJECT-CODE
                               MOVE "DISBURSED LOAN IS IN REPAYMENT"
                                   TO WS-REJECT-TEXT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2300-EDIT-UNCOLLECTED.
           IF RV-AMOUNT NOT NUMERIC OR RV-AMOUNT = ZERO
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "EDIT" TO WS-REJECT-CODE
               MOVE "UNCOLLECTED AMOUNT MISSING OR NON-NUMERIC"
                   TO WS-REJECT-TEXT
           END-IF.

       2400-ACCEPT-ENTRY.
           ADD 1 TO WS-RV-COUNT.
           MOVE RV-ACTION TO RVT-ACTION (WS-RV-COUNT).
           MOVE RV-EMP-ID TO RVT-EMP-ID (WS-RV-COUNT).
           MOVE RV-PERIOD-NO TO RVT-PERIOD-NO (WS-RV-COUNT).
           MOVE RV-RUN-TYPE TO RVT-RUN-TYPE (WS-RV-COUNT).
           MOVE EMP-DEPT TO RVT-DEPT (WS-RV-COUNT).
           MOVE EMP-WORK-STATE TO RVT-WORK-STATE (WS-RV-COUNT).
           MOVE EMP-RES-STATE TO RVT-RES-STATE (WS-RV-COUNT).
           MOVE RV-PERIOD-RECOVERY
               TO RVT-PERIOD-RECOVERY (WS-RV-COUNT).
           MOVE RV-REQUESTED-BY TO RVT-REQUESTED-BY (WS-RV-COUNT).
           MOVE ZERO TO RVT-DEPOSITED (WS-RV-COUNT)
               RVT-DEBITED (WS-RV-COUNT).
           IF RV-IS-UNCOLLECTED
               MOVE RV-AMOUNT TO RVT-RECEIVABLE (WS-RV-COUNT)
               MOVE SPACES TO RVT-HISTORY (WS-RV-COUNT)
               MOVE SPACES TO RVT-CHECK-DATE (WS-RV-COUNT)
               MOVE ZERO TO RVT-BANK-DAYS (WS-RV-COUNT)
               SET RVT-WINDOW-PASSED (WS-RV-COUNT) TO TRUE
           ELSE
               PERFORM 2410-ACCEPT-REVERSAL
           END-IF.

      *> The settlement date the window runs from is the one the
      *> credits carried; the history row is kept whole so the "V"
      *> row and the YTD back-out copy the payment exactly. Only
      *> the US-dollar credits can be debited back through
      *> REVNACHA - a Canadian deposit went through the Canadian
      *> bank, which takes no reversal from us, so its US-dollar
      *> equivalent goes to the receivable whatever the window.
       2410-ACCEPT-REVERSAL.
           MOVE WS-SETTLE-DATE TO RVT-CHECK-DATE (WS-RV-COUNT).
           MOVE WS-SETTLE-DATE (1:4) TO WS-DATE-DIGITS (1:4).
           MOVE WS-SETTLE-DATE (6:2) TO WS-DATE-DIGITS (5:2).
           MOVE WS-SETTLE-DATE (9:2) TO WS-DATE-DIGITS (7:2).
           MOVE PAY-HISTORY-RECORD TO RVT-HISTORY (WS-RV-COUNT).
           MOVE PH-PERIOD-END (6:2) TO WS-PERIOD-MONTH.
           COMPUTE RVT-QTR (WS-RV-COUNT) =
               (WS-PERIOD-MONTH + 2) / 3.
           MOVE WS-DEPOSITED TO RVT-DEPOSITED (WS-RV-COUNT).
           PERFORM 2420-COUNT-BANK-DAYS.
           MOVE WS-BANK-DAYS TO RVT-BANK-DAYS (WS-RV-COUNT).
           IF WS-BANK-DAYS > WS-REVERSAL-WINDOW
               SET RVT-WINDOW-PASSED (WS-RV-COUNT) TO TRUE
               MOVE WS-DEPOSITED TO RVT-RECEIVABLE (WS-RV-COUNT)
               MOVE ZERO TO RVT-DEBITED (WS-RV-COUNT)
           ELSE
               SET RVT-IN-WINDOW (WS-RV-COUNT) TO TRUE
               MOVE WS-CAD-DEPOSITED TO RVT-RECEIVABLE (WS-RV-COUNT)
               SUBTRACT WS-CAD-DEPOSITED FROM WS-DEPOSITED
                   GIVING RVT-DEBITED (WS-RV-COUNT)
           END-IF.

       2420-COUNT-BANK-DAYS.
           MOVE ZERO TO WS-BANK-DAYS.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS).
           PERFORM VARYING WS-DAY-INT FROM WS-CHECK-INT BY 1
                   UNTIL WS-DAY-INT NOT < WS-TODAY-INT
               ADD 1 TO WS-DAY-INT GIVING WS-DAY-NEXT
               DIVIDE WS-DAY-NEXT BY 7 GIVING WS-DAY-QUOTIENT
                   REMAINDER WS-DAY-OF-WEEK
               IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
                   ADD 1 TO WS-BANK-DAYS
               END-IF
           END-PERFORM.

       2900-REJECT-ENTRY.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           STRING RV-EMP-ID " " RV-PERIOD-NO " " RV-RUN-TYPE "  "
               RV-ACTION "  *** REJECTED: " WS-REJECT-TEXT
               DELIMITED BY SIZE INTO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "ACHREV" TO EXC-PROGRAM.
           MOVE RV-EMP-ID TO EXC-KEY.
           MOVE WS-REJECT-CODE TO EXC-REASON-CODE.
           MOVE WS-REJECT-TEXT TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> One pass of the YTD master for the batch, old-master to
      *> new-master: each record carries through with every
      *> reversed payment for its employee backed out of the same
      *> buckets PAYCHECK2's 2200 posted it to.
       3000-POST-YTD.
           OPEN INPUT YTD-MASTER-IN.
           OPEN OUTPUT YTD-MASTER-OUT.
           PERFORM UNTIL YTD-END-OF-FILE
               READ YTD-MASTER-IN
                   AT END
                       SET YTD-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE YTD-IN-RECORD TO YTD-OUT-RECORD
                       PERFORM 3100-APPLY-REVERSALS
                       WRITE YTD-OUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE YTD-MASTER-IN YTD-MASTER-OUT.

       3100-APPLY-REVERSALS.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF RVT-ACTION (WS-RV-IDX) = "R"
                   AND RVT-EMP-ID (WS-RV-IDX) = YTD-EMP-ID
                   PERFORM 3200-BACK-OUT-ONE-PAYMENT
               END-IF
           END-PERFORM.

      *> Every bucket is unsigned, so each back-out floors at zero
      *> rather than letting a short bucket flip its sign.
       3200-BACK-OUT-ONE-PAYMENT.
           MOVE RVT-HISTORY (WS-RV-IDX) TO PAY-HISTORY-RECORD.
           ADD PH-FEDERAL-TAX PH-STATE-TAX PH-FICA-TAX PH-LOCAL-TAX
               GIVING WS-TOTAL-TAX.
           ADD PH-HEALTH-PREMIUM PH-RETIREMENT-401K PH-GARNISHMENT
               PH-ARREARS-TAKE PH-OVERPAY-RECOVERY PH-LOAN-REPAYMENT
               GIVING WS-TOTAL-DEDUCT.
           IF PH-PRETAX-DEDUCT < PH-GROSS-PAY
               SUBTRACT PH-PRETAX-DEDUCT FROM PH-GROSS-PAY
                   GIVING WS-TAXABLE
           ELSE
               MOVE ZERO TO WS-TAXABLE
           END-IF.
           ADD PH-IMPUTED-INCOME TO WS-TAXABLE.
           ADD PH-GROSS-PAY PH-IMPUTED-INCOME GIVING WS-BACKOUT-AMT.
           MOVE YTD-GROSS TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-GROSS.
           MOVE YTD-QTR-GROSS (RVT-QTR (WS-RV-IDX)) TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-QTR-GROSS (RVT-QTR (WS-RV-IDX)).
           MOVE PH-NET-PAY TO WS-BACKOUT-AMT.
           MOVE YTD-NET TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-NET.
           MOVE WS-TOTAL-TAX TO WS-BACKOUT-AMT.
           MOVE YTD-TAX TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-TAX.
           MOVE YTD-QTR-TAX (RVT-QTR (WS-RV-IDX)) TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-QTR-TAX (RVT-QTR (WS-RV-IDX)).
           MOVE PH-FEDERAL-TAX TO WS-BACKOUT-AMT.
           MOVE YTD-QTR-FED-TAX (RVT-QTR (WS-RV-IDX)) TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-QTR-FED-TAX (RVT-QTR (WS-RV-IDX)).
           MOVE PH-FICA-TAX TO WS-BACKOUT-AMT.
           MOVE YTD-QTR-FICA (RVT-QTR (WS-RV-IDX)) TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-QTR-FICA (RVT-QTR (WS-RV-IDX)).
           MOVE WS-TOTAL-DEDUCT TO WS-BACKOUT-AMT.
           MOVE YTD-DEDUCTIONS TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-DEDUCTIONS.
           MOVE WS-TAXABLE TO WS-BACKOUT-AMT.
           MOVE YTD-TAXABLE TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-TAXABLE.
           MOVE PH-RETIREMENT-401K TO WS-BACKOUT-AMT.
           MOVE YTD-401K-EE TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-401K-EE.
           MOVE PH-401K-MATCH TO WS-BACKOUT-AMT.
           MOVE YTD-401K-MATCH TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-401K-MATCH.
           PERFORM 3300-BACK-OUT-STATE.
           IF PH-LOCAL-TAX > ZERO
               MOVE WS-TAXABLE TO WS-BACKOUT-AMT
               MOVE YTD-LOCAL-GROSS TO WS-BUCKET
               PERFORM 3900-BACK-OUT-BUCKET
               MOVE WS-BUCKET TO YTD-LOCAL-GROSS
               MOVE PH-LOCAL-TAX TO WS-BACKOUT-AMT
               MOVE YTD-LOCAL-TAX TO WS-BUCKET
               PERFORM 3900-BACK-OUT-BUCKET
               MOVE WS-BUCKET TO YTD-LOCAL-TAX
           END-IF.

      *> The history row does not name the state withheld for, so
      *> the slot is the work state's, else the resident state's,
      *> else the first - the same order TAXCALC picks them in.
       3300-BACK-OUT-STATE.
           MOVE ZERO TO WS-STATE-SLOT.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 2
               IF YTD-STATE-CODE (WS-SLOT-IDX)
                       = RVT-WORK-STATE (WS-RV-IDX)
                   MOVE WS-SLOT-IDX TO WS-STATE-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-STATE-SLOT = ZERO
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 2
                   IF YTD-STATE-CODE (WS-SLOT-IDX)
                           = RVT-RES-STATE (WS-RV-IDX)
                       MOVE WS-SLOT-IDX TO WS-STATE-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-STATE-SLOT = ZERO
               MOVE 1 TO WS-STATE-SLOT
           END-IF.
           MOVE WS-TAXABLE TO WS-BACKOUT-AMT.
           MOVE YTD-STATE-GROSS (WS-STATE-SLOT) TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-STATE-GROSS (WS-STATE-SLOT).
           MOVE PH-STATE-TAX TO WS-BACKOUT-AMT.
           MOVE YTD-STATE-TAX (WS-STATE-SLOT) TO WS-BUCKET.
           PERFORM 3900-BACK-OUT-BUCKET.
           MOVE WS-BUCKET TO YTD-STATE-TAX (WS-STATE-SLOT).

       3900-BACK-OUT-BUCKET.
           IF WS-BACKOUT-AMT > WS-BUCKET
               MOVE ZERO TO WS-BUCKET
           ELSE
               SUBTRACT WS-BACKOUT-AMT FROM WS-BUCKET
           END-IF.

      *> Everything else the reversal touches, one accepted entry
      *> at a time.
       4000-POST-ONE-ENTRY.
           IF RVT-ACTION (WS-RV-IDX) = "R"
               PERFORM 4100-WRITE-REVERSAL-HISTORY
               PERFORM 4150-WRITE-LIABILITY-OFFSET
               IF RVT-DEBITED (WS-RV-IDX) > ZERO
                   PERFORM 4200-WRITE-NACHA-DEBITS
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD RVT-DEBITED (WS-RV-IDX) TO WS-TOTAL-REVERSED
               END-IF
               IF RVT-RECEIVABLE (WS-RV-IDX) > ZERO
                   ADD 1 TO WS-RECEIVABLE-COUNT
               END-IF
               PERFORM 4500-WRITE-REVERSAL-GL
           ELSE
               ADD 1 TO WS-UNCOLLECTED-COUNT
               PERFORM 4600-WRITE-UNCOLLECTED-GL
           END-IF.
           PERFORM 4300-POST-RECEIVABLE.
           IF RVT-ACTION (WS-RV-IDX) = "R"
               PERFORM 4400-RESTORE-LOANS
           END-IF.
           PERFORM 4700-PRINT-ENTRY.

       4010-OPEN-POSTING-FILES.
           OPEN I-O OVERPAY-LEDGER.
           OPEN EXTEND GL-EXTRACT-FILE.
           OPEN EXTEND GL-POSTING-FILE.
           OPEN EXTEND FED-LIABILITY-FILE.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " (" WS-COMPANY-CODE ") GL ACH REVERSAL POSTING "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.

       4090-CLOSE-POSTING-FILES.
           IF NACHA-IS-OPEN
               PERFORM 4290-WRITE-NACHA-CONTROLS
               CLOSE NACHA-FILE
           END-IF.
           CLOSE OVERPAY-LEDGER GL-EXTRACT-FILE GL-POSTING-FILE
               FED-LIABILITY-FILE.

      *> The offsetting row: same amounts as the payment, run type
      *> "V", so every history reader subtracts it.
       4100-WRITE-REVERSAL-HISTORY.
           MOVE RVT-HISTORY (WS-RV-IDX) TO PAY-HISTORY-RECORD.
           MOVE "V" TO PH-RUN-TYPE.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE.

      *> The payment's federal deposit obligation taken back off
      *> FEDLIAB: a negative row under its check date, which
      *> DEPSCHED and FED941 net against the pay run's row. The
      *> employer FICA half mirrors the employee's, as MANCHECK's
      *> row does - history carries no employer FICA of its own.
       4150-WRITE-LIABILITY-OFFSET.
           MOVE RVT-HISTORY (WS-RV-IDX) TO PAY-HISTORY-RECORD.
           MOVE PH-CHECK-DATE TO FL-CHECK-DATE.
           COMPUTE FL-FED-TAX = ZERO - PH-FEDERAL-TAX.
           COMPUTE FL-FICA-EE = ZERO - PH-FICA-TAX.
           COMPUTE FL-FICA-ER = ZERO - PH-FICA-TAX.
           SET LIAB-IS-OPEN TO TRUE.
           WRITE FED-LIABILITY-RECORD.

      *> Each US-dollar credit that paid the period is debited back
      *> from the same account: 22 checking credit reverses as 27,
      *> 32 savings as 37.
       4200-WRITE-NACHA-DEBITS.
           IF NOT NACHA-IS-OPEN
               OPEN OUTPUT NACHA-FILE
               SET NACHA-IS-OPEN TO TRUE
               PERFORM 4210-WRITE-NACHA-HEADERS
           END-IF.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF BT-EMP-ID (WS-BATCH-IDX) = RVT-EMP-ID (WS-RV-IDX)
                   AND BT-PERIOD-NO (WS-BATCH-IDX)
                       = RVT-PERIOD-NO (WS-RV-IDX)
                   AND BT-RUN-TYPE (WS-BATCH-IDX)
                       = RVT-RUN-TYPE (WS-RV-IDX)
                   AND NOT BT-IS-CAD (WS-BATCH-IDX)
                   PERFORM 4220-WRITE-NACHA-ENTRY
               END-IF
           END-PERFORM.

      *> PAYCHECK2's 1096 headers; the reversal settles as soon as
      *> the bank can take it, so today is its effective date.
       4210-WRITE-NACHA-HEADERS.
           MOVE SPACES TO NFH-IMMED-DEST.
           MOVE WS-ACH-ORIGIN-ROUTING TO NFH-IMMED-DEST (2:9).
           MOVE WS-ACH-COMPANY-ID TO NFH-IMMED-ORIGIN.
           STRING WS-RUN-DATE (3:2) WS-RUN-DATE (6:2)
               WS-RUN-DATE (9:2)
               DELIMITED BY SIZE INTO NFH-FILE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:4) TO NFH-FILE-TIME.
           MOVE "BANK" TO NFH-DEST-NAME.
           MOVE WS-ACH-ORIGIN-NAME TO NFH-ORIGIN-NAME.
           MOVE NACHA-FILE-HEADER TO NACHA-RECORD.
           WRITE NACHA-RECORD.
           ADD 1 TO WS-NACHA-REC-COUNT.
           MOVE WS-COMPANY-NAME TO NBH-COMPANY-NAME.
           MOVE WS-ACH-COMPANY-ID TO NBH-COMPANY-ID.
           MOVE NFH-FILE-DATE TO NBH-DESC-DATE.
           MOVE NFH-FILE-DATE TO NBH-EFF-DATE.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO NBH-ODFI-ID.
           MOVE NACHA-BATCH-HEADER TO NACHA-RECORD.
           WRITE NACHA-RECORD.
           ADD 1 TO WS-NACHA-REC-COUNT.

       4220-WRITE-NACHA-ENTRY.
           IF BT-TRAN-CODE (WS-BATCH-IDX) = "32"
               MOVE "37" TO NED-TRAN-CODE
           ELSE
               MOVE "27" TO NED-TRAN-CODE
           END-IF.
           MOVE BT-ROUTING-NO (WS-BATCH-IDX) TO NED-ROUTING.
           MOVE BT-ACCOUNT-NO (WS-BATCH-IDX) TO NED-ACCOUNT.
           COMPUTE NED-AMOUNT = BT-AMOUNT (WS-BATCH-IDX) * 100.
           MOVE BT-EMP-ID (WS-BATCH-IDX) TO NED-INDIV-ID.
           MOVE BT-EMP-NAME (WS-BATCH-IDX) TO NED-INDIV-NAME.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO NED-TRACE-ODFI.
           ADD 1 TO WS-NACHA-SEQ.
           MOVE WS-NACHA-SEQ TO NED-TRACE-SEQ.
           MOVE NACHA-ENTRY-DETAIL TO NACHA-RECORD.
           WRITE NACHA-RECORD.
           ADD 1 TO WS-NACHA-REC-COUNT.
           ADD 1 TO WS-NACHA-ENTRY-COUNT.
           IF BT-ROUTING-NO (WS-BATCH-IDX) (1:8) IS NUMERIC
               MOVE BT-ROUTING-NO (WS-BATCH-IDX) (1:8)
                   TO WS-ROUTING-PREFIX
               ADD WS-ROUTING-PREFIX TO WS-NACHA-HASH
           END-IF.
           COMPUTE WS-NACHA-DEBIT-CENTS = WS-NACHA-DEBIT-CENTS
               + (BT-AMOUNT (WS-BATCH-IDX) * 100).

      *> PAYCHECK2's 8970 controls, carrying debits instead of
      *> credits.
       4290-WRITE-NACHA-CONTROLS.
           MOVE WS-NACHA-ENTRY-COUNT TO NBC-ENTRY-COUNT.
           MOVE WS-NACHA-HASH TO NBC-ENTRY-HASH.
           MOVE WS-NACHA-DEBIT-CENTS TO NBC-DEBIT-TOTAL.
           MOVE WS-ACH-COMPANY-ID TO NBC-COMPANY-ID.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO NBC-ODFI-ID.
           MOVE NACHA-BATCH-CONTROL TO NACHA-RECORD.
           WRITE NACHA-RECORD.
           ADD 1 TO WS-NACHA-REC-COUNT.
           MOVE WS-NACHA-ENTRY-COUNT TO NFC-ENTRY-COUNT.
           MOVE WS-NACHA-HASH TO NFC-ENTRY-HASH.
           MOVE WS-NACHA-DEBIT-CENTS TO NFC-DEBIT-TOTAL.
           ADD 1 TO WS-NACHA-REC-COUNT.
           COMPUTE WS-NACHA-BLOCKS =
               (WS-NACHA-REC-COUNT + 9) / 10.
           MOVE WS-NACHA-BLOCKS TO NFC-BLOCK-COUNT.
           MOVE NACHA-FILE-CONTROL TO NACHA-RECORD.
           WRITE NACHA-RECORD.
           COMPUTE WS-NACHA-FILL =
               (WS-NACHA-BLOCKS * 10) - WS-NACHA-REC-COUNT.
           PERFORM WS-NACHA-FILL TIMES
               MOVE ALL "9" TO NACHA-RECORD
               WRITE NACHA-RECORD
           END-PERFORM.

      *> The receivable grows by whatever the bank cannot pull back,
      *> plus any earlier overpayment this payment had recovered -
      *> backing the payment out un-recovers it.
       4300-POST-RECEIVABLE.
           MOVE RVT-RECEIVABLE (WS-RV-IDX) TO WS-LEDGER-ADD.
           IF RVT-ACTION (WS-RV-IDX) = "R"
               MOVE RVT-HISTORY (WS-RV-IDX) TO PAY-HISTORY-RECORD
               ADD PH-OVERPAY-RECOVERY TO WS-LEDGER-ADD
           END-IF.
           IF WS-LEDGER-ADD > ZERO
               PERFORM 4310-UPDATE-LEDGER
           END-IF.

       4310-UPDATE-LEDGER.
           MOVE RVT-EMP-ID (WS-RV-IDX) TO OV-EMP-ID.
           READ OVERPAY-LEDGER
               INVALID KEY
                   INITIALIZE OVERPAY-LEDGER-RECORD
                   MOVE RVT-EMP-ID (WS-RV-IDX) TO OV-EMP-ID
                   MOVE WS-RUN-DATE TO OV-OPENED-DATE
                   MOVE WS-LEDGER-ADD TO OV-ORIGINAL-AMT OV-BALANCE
                   MOVE RVT-PERIOD-RECOVERY (WS-RV-IDX)
                       TO OV-PERIOD-AMT
                   SET OV-IS-OPEN TO TRUE
                   WRITE OVERPAY-LEDGER-RECORD
               NOT INVALID KEY
                   IF OV-IS-RECOVERED
                       MOVE WS-RUN-DATE TO OV-OPENED-DATE
                       MOVE ZERO TO OV-ORIGINAL-AMT
                   END-IF
                   ADD WS-LEDGER-ADD TO OV-ORIGINAL-AMT OV-BALANCE
                   IF RVT-PERIOD-RECOVERY (WS-RV-IDX) > ZERO
                       MOVE RVT-PERIOD-RECOVERY (WS-RV-IDX)
                           TO OV-PERIOD-AMT
                   END-IF
                   SET OV-IS-OPEN TO TRUE
                   REWRITE OVERPAY-LEDGER-RECORD
           END-READ.

      *> The loan ledger as it stood before the payment. Repayments
      *> the payment took go back on the employee's loans in the
      *> loan-ID order the pay run took them, never past a loan's
      *> principal, and the period is cleared so the corrected run
      *> takes them again. A loan the payment disbursed goes back
      *> to pending when the bank pulls the whole net back (the
      *> next off-cycle run pays it out again); once any of the
      *> net - a window passed, a Canadian deposit - is on the
      *> overpayment receivable, the loan is cancelled instead.
       4400-RESTORE-LOANS.
           MOVE RVT-HISTORY (WS-RV-IDX) TO PAY-HISTORY-RECORD.
           MOVE PH-LOAN-REPAYMENT TO WS-LOAN-RESTORE.
           IF WS-LOAN-RESTORE > ZERO OR PH-LOAN-ADVANCE > ZERO
               MOVE "N" TO WS-LOAN-SCAN-SWITCH
               MOVE RVT-EMP-ID (WS-RV-IDX) TO LN-EMP-ID
               MOVE LOW-VALUES TO LN-LOAN-ID
               START LOAN-MASTER KEY IS NOT LESS THAN LN-KEY
                   INVALID KEY
                       SET LOAN-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL LOAN-SCAN-DONE
                   READ LOAN-MASTER NEXT RECORD
                       AT END
                           SET LOAN-SCAN-DONE TO TRUE
                       NOT AT END
                           IF LN-EMP-ID NOT = RVT-EMP-ID (WS-RV-IDX)
                               SET LOAN-SCAN-DONE TO TRUE
                           ELSE
                               PERFORM 4410-RESTORE-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       4410-RESTORE-ONE-LOAN.
           IF PH-LOAN-ADVANCE > ZERO AND LN-IS-OPEN
               AND LN-DISBURSED-PERIOD = RVT-PERIOD-NO (WS-RV-IDX)
               MOVE ZERO TO LN-BALANCE LN-DISBURSED-PERIOD
               IF RVT-RECEIVABLE (WS-RV-IDX) = ZERO
                   MOVE SPACES TO LN-DISBURSED-DATE
                   SET LN-IS-PENDING TO TRUE
               ELSE
                   SET LN-IS-CANCELLED TO TRUE
               END-IF
               REWRITE LOAN-RECORD
           ELSE
               IF WS-LOAN-RESTORE > ZERO
                   AND (LN-IS-OPEN OR LN-IS-PAID)
                   AND LN-LAST-PERIOD-NO
                       NOT < RVT-PERIOD-NO (WS-RV-IDX)
                   AND LN-BALANCE < LN-PRINCIPAL
                   SUBTRACT LN-BALANCE FROM LN-PRINCIPAL
                       GIVING WS-LOAN-ROOM
                   IF WS-LOAN-ROOM > WS-LOAN-RESTORE
                       MOVE WS-LOAN-RESTORE TO WS-LOAN-ROOM
                   END-IF
                   ADD WS-LOAN-ROOM TO LN-BALANCE
                   SUBTRACT WS-LOAN-ROOM FROM WS-LOAN-RESTORE
                   IF LN-LAST-PERIOD-NO = RVT-PERIOD-NO (WS-RV-IDX)
                       MOVE ZERO TO LN-LAST-PERIOD-NO
                   END-IF
                   SET LN-IS-OPEN TO TRUE
                   REWRITE LOAN-RECORD
               END-IF
           END-IF.

      *> The pay run's wage entry turned around: wages credited
      *> back, every withholding liability relieved, and the net
      *> due back from the bank (cash, what REVNACHA debits) and
      *> from the employee (the overpayment receivable, the rest).
      *> The employer FICA half comes off with the FEDLIAB row;
      *> FUTA, SUTA and the match stay as posted until the
      *> corrected payment is run.
       4500-WRITE-REVERSAL-GL.
           MOVE RVT-HISTORY (WS-RV-IDX) TO PAY-HISTORY-RECORD.
           MOVE RVT-DEPT (WS-RV-IDX) TO WS-GP-DEPT.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "ACH REVERSAL EMP " RVT-EMP-ID (WS-RV-IDX)
               " PERIOD " RVT-PERIOD-NO (WS-RV-IDX)
               " RUN " RVT-RUN-TYPE (WS-RV-IDX)
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE "DR" TO WS-GP-DRCR.
           IF RVT-DEBITED (WS-RV-IDX) > ZERO
               MOVE GL-ACCT-CASH TO WS-GP-ACCOUNT
               MOVE RVT-DEBITED (WS-RV-IDX) TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.
           IF RVT-RECEIVABLE (WS-RV-IDX) > ZERO
               MOVE GL-ACCT-OVERPAY-RCV TO WS-GP-ACCOUNT
               MOVE RVT-RECEIVABLE (WS-RV-IDX) TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.
           MOVE GL-ACCT-WITHHOLDING TO WS-GP-ACCOUNT.
           ADD PH-HEALTH-PREMIUM PH-RETIREMENT-401K PH-GARNISHMENT
               PH-ARREARS-TAKE GIVING WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           IF PH-OVERPAY-RECOVERY > ZERO
               MOVE GL-ACCT-OVERPAY-RCV TO WS-GP-ACCOUNT
               MOVE PH-OVERPAY-RECOVERY TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.
           IF PH-LOAN-REPAYMENT > ZERO
               MOVE GL-ACCT-LOAN-RCV TO WS-GP-ACCOUNT
               MOVE PH-LOAN-REPAYMENT TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.
           MOVE GL-ACCT-TAX-WH TO WS-GP-ACCOUNT.
           ADD PH-FEDERAL-TAX PH-STATE-TAX PH-FICA-TAX
               GIVING WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           IF PH-LOCAL-TAX > ZERO
               MOVE GL-ACCT-LOCAL-TAX TO WS-GP-ACCOUNT
               MOVE PH-LOCAL-TAX TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.
           IF PH-FICA-TAX > ZERO
               MOVE GL-ACCT-ER-TAX-LIAB TO WS-GP-ACCOUNT
               MOVE PH-FICA-TAX TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.
           MOVE "CR" TO WS-GP-DRCR.
           MOVE GL-ACCT-WAGES-EXPENSE TO WS-GP-ACCOUNT.
           MOVE PH-GROSS-PAY TO WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           IF PH-FICA-TAX > ZERO
               MOVE GL-ACCT-ER-TAX-EXP TO WS-GP-ACCOUNT
               MOVE PH-FICA-TAX TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.
           IF PH-LOAN-ADVANCE > ZERO
               MOVE GL-ACCT-LOAN-RCV TO WS-GP-ACCOUNT
               MOVE PH-LOAN-ADVANCE TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.

      *> Printable extract line and its fixed-field posting row for
      *> GLACK, the pair PAYCHECK2's 8920/8926 write.
       4550-WRITE-ONE-GL-LINE.
           MOVE WS-GP-AMOUNT TO DISPLAY-GL-AMOUNT.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING WS-GP-DEPT " " WS-GP-DRCR " "
               WS-GP-ACCOUNT " " DISPLAY-GL-AMOUNT
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE WS-RUN-DATE TO GP-POST-DATE.
           MOVE RVT-PERIOD-NO (WS-RV-IDX) TO GP-PERIOD-NO.
           MOVE WS-GP-DEPT TO GP-DEPT.
           MOVE WS-GP-DRCR TO GP-DRCR.
           MOVE WS-GP-ACCOUNT TO GP-ACCOUNT.
           MOVE WS-GP-AMOUNT TO GP-AMOUNT.
           MOVE "USD" TO GP-CURRENCY.
           MOVE 1 TO GP-FX-RATE.
           MOVE WS-GP-AMOUNT TO GP-FOREIGN-AMOUNT.
           SET POSTING-IS-OPEN TO TRUE.
           MOVE SPACES TO GP-ACK-REASON.
           WRITE GL-POSTING-RECORD.

      *> A reversal the bank returned uncollected: the cash the
      *> reversal was expected to bring back becomes the
      *> employee's receivable instead.
       4600-WRITE-UNCOLLECTED-GL.
           MOVE RVT-DEPT (WS-RV-IDX) TO WS-GP-DEPT.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "ACH REVERSAL UNCOLLECTED EMP "
               RVT-EMP-ID (WS-RV-IDX)
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE "DR" TO WS-GP-DRCR.
           MOVE GL-ACCT-OVERPAY-RCV TO WS-GP-ACCOUNT.
           MOVE RVT-RECEIVABLE (WS-RV-IDX) TO WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           MOVE "CR" TO WS-GP-DRCR.
           MOVE GL-ACCT-CASH TO WS-GP-ACCOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.

       4700-PRINT-ENTRY.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           IF RVT-ACTION (WS-RV-IDX) = "R"
               MOVE RVT-DEPOSITED (WS-RV-IDX) TO DISPLAY-AMOUNT
           ELSE
               MOVE RVT-RECEIVABLE (WS-RV-IDX) TO DISPLAY-AMOUNT
           END-IF.
           STRING RVT-EMP-ID (WS-RV-IDX) " "
               RVT-PERIOD-NO (WS-RV-IDX) " "
               RVT-RUN-TYPE (WS-RV-IDX) "  "
               RVT-ACTION (WS-RV-IDX) "  " DISPLAY-AMOUNT " "
               DELIMITED BY SIZE INTO REVERSAL-REPORT-LINE.
           EVALUATE TRUE
               WHEN RVT-ACTION (WS-RV-IDX) = "U"
                   MOVE "UNCOLLECTED - TO RECEIVABLE"
                       TO REVERSAL-REPORT-LINE (34:40)
               WHEN RVT-IN-WINDOW (WS-RV-IDX)
                   AND RVT-RECEIVABLE (WS-RV-IDX) = ZERO
                   MOVE "REVERSED - DEBIT IN REVNACHA"
                       TO REVERSAL-REPORT-LINE (34:40)
               WHEN RVT-IN-WINDOW (WS-RV-IDX)
                   AND RVT-DEBITED (WS-RV-IDX) > ZERO
                   MOVE "REVERSED - CAD PART TO RECEIVABLE"
                       TO REVERSAL-REPORT-LINE (34:40)
               WHEN RVT-IN-WINDOW (WS-RV-IDX)
                   MOVE "CAD DEPOSIT - TO RECEIVABLE"
                       TO REVERSAL-REPORT-LINE (34:40)
               WHEN OTHER
                   MOVE RVT-BANK-DAYS (WS-RV-IDX) TO DISPLAY-BANK-DAYS
                   STRING "WINDOW PASSED (" DISPLAY-BANK-DAYS
                       " DAYS) - TO RECEIVABLE"
                       DELIMITED BY SIZE
                       INTO REVERSAL-REPORT-LINE (34:40)
           END-EVALUATE.
           WRITE REVERSAL-REPORT-LINE.
           ADD RVT-RECEIVABLE (WS-RV-IDX) TO WS-TOTAL-RECEIVABLE.

       8700-PRINT-TOTALS.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           STRING "REVERSED: " WS-REVERSED-COUNT
               "   TO RECEIVABLE: " WS-RECEIVABLE-COUNT
               "   UNCOLLECTED: " WS-UNCOLLECTED-COUNT
               "   REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE WS-TOTAL-REVERSED TO DISPLAY-AMOUNT.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           STRING "DEBITED BACK: " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE WS-TOTAL-RECEIVABLE TO DISPLAY-AMOUNT.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           STRING "NEW RECEIVABLES: " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           IF WS-REVERSED-COUNT > ZERO OR WS-RECEIVABLE-COUNT > ZERO
               MOVE "YTDMOUT WRITTEN - PROMOTE TO YTDMAST"
                   TO REVERSAL-REPORT-LINE
               WRITE REVERSAL-REPORT-LINE
           END-IF.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "ACHREV OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " REVERSED=" WS-REVERSED-COUNT
               " RECEIVABLE=" WS-RECEIVABLE-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE REVERSAL-TRAN-FILE EMPLOYEE-MASTER PAY-HISTORY-FILE
               LOAN-MASTER REVERSAL-REPORT-FILE EXCEPTION-LOG
               RUN-LOG-FILE.
