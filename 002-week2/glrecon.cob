       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Month-end payroll subledger-to-ledger reconciliation. GLACK
      ** proves each GLPOSTDT posting was accepted or rejected; this
      ** run proves the accepted postings for a month add up to
      ** what PAYHIST says was paid that month. The month's PAYHIST
      ** rows (by check date, an ACHREV "V" row backing its payment
      ** out) total gross, taxes, deductions, net, and the employer
      ** match; the GLPOSTDT rows the ledger accepted (by posting
      ** date) total by account through the COMPCTL account map,
      ** the ACCRUED-ACCT accrual and reversal lines included. Each
      ** account prints its subledger balance, its ledger balance,
      ** and the difference, debits plus and credits minus; any
      ** account that does not tie, and any accepted posting to an
      ** account off the map, is an open EXCPLOG item. CURRCONV's
      ** month-end revaluation lines (FX gain/loss and the foreign-
      ** currency receivable and payable accounts) share GLPOSTDT
      ** and print as ledger-only lines. The month
      ** comes from MNTHPARM (YYYY-MM); left off, it is the month
      ** before the run date. Read-only over both files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY.
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOSTDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MONTH-PARM-FILE ASSIGN TO "MNTHPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE ASSIGN TO "GLRECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           COPY GLPOSTRC.

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

      *> The accounting month to reconcile, YYYY-MM.
       FD  MONTH-PARM-FILE.
       01  MONTH-PARM-RECORD.
           05  MP-RECON-MONTH      PIC X(7).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE       PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-EXCEPTION-DATE     PIC X(10).
       01  WS-COMPANY-CODE       PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-PH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  PH-END-OF-FILE             VALUE "Y".
       01  WS-GP-EOF-SWITCH      PIC X(1) VALUE "N".
           88  GP-END-OF-FILE             VALUE "Y".

       01  WS-RECON-MONTH        PIC X(7).
       01  WS-YEAR-NUM           PIC 9(4).
       01  WS-MONTH-NUM          PIC 9(2).
       01  WS-EXC-KEY            PIC X(6).
       01  WS-FLAG-COUNT         PIC 9(3) VALUE ZERO.

      *> Chart-of-accounts codes - PAYCHECK2's fallbacks, which the
      *> COMPCTL account map overrides at open, the same way the pay
      *> run takes them. The Canadian cash account has no line of
      *> its own; its postings reconcile with the US cash account,
      *> as one net-pay figure covers both.
       01  GL-ACCT-WAGES-EXPENSE PIC X(10) VALUE "5000-WAGES".
       01  GL-ACCT-CASH          PIC X(10) VALUE "1000-CASH ".
       01  GL-ACCT-CASH-CAD      PIC X(10) VALUE "1020-CASHC".
       01  GL-ACCT-WITHHOLDING   PIC X(10) VALUE "2100-WHPAY".
       01  GL-ACCT-TAX-WH        PIC X(10) VALUE "2200-TAXWH".
       01  GL-ACCT-LOCAL-TAX     PIC X(10) VALUE "2250-LOCTX".
       01  GL-ACCT-MATCH-EXP     PIC X(10) VALUE "5200-401KM".
       01  GL-ACCT-MATCH-LIAB    PIC X(10) VALUE "2400-401KP".
       01  GL-ACCT-OVERPAY-RCV   PIC X(10) VALUE "1300-OVPAY".
       01  GL-ACCT-LOAN-RCV      PIC X(10) VALUE "1310-LOANS".
       01  GL-ACCT-ACCRUED       PIC X(10) VALUE "2600-ACCRP".
       01  GL-ACCT-ER-TAX-EXP    PIC X(10) VALUE "5100-ERTAX".
       01  GL-ACCT-ER-TAX-LIAB   PIC X(10) VALUE "2300-ERTXP".
       01  GL-ACCT-FX-GAIN-LOSS  PIC X(10) VALUE "7900-FXGL ".
       01  GL-ACCT-RECEIVABLE    PIC X(10) VALUE "1200-AR   ".
       01  GL-ACCT-PAYABLE       PIC X(10) VALUE "2000-AP   ".

      *> One reconciliation line per mapped account, balances held
      *> debit-plus / credit-minus on both sides. The employer-tax
      *> accounts are ledger-only - PAYHIST carries no employer FICA,
      *> FUTA or SUTA to total against them - and so are the FX
      *> revaluation accounts, which no payment touches.
       01  WS-RC-COUNT           PIC 9(2) VALUE 15.
       01  WS-RC-IDX             PIC 9(2).
       01  WS-RECON-TABLE.
           05  WS-RC-ENTRY OCCURS 15 TIMES.
               10  RCT-ACCOUNT         PIC X(10).
               10  RCT-ALT-ACCOUNT     PIC X(10).
               10  RCT-LABEL           PIC X(20).
               10  RCT-LEDGER-ONLY     PIC X(1).
               10  RCT-SUBLEDGER       PIC S9(9)V99.
               10  RCT-LEDGER          PIC S9(9)V99.

      *> PAYHIST side, one row's amounts signed for a reversal.
       01  WS-ROW-SIGN           PIC S9(1).
       01  WS-PH-ROW-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-PH-REVERSAL-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-SL-AMOUNT          PIC S9(9)V99.
       01  WS-SL-GROSS           PIC S9(9)V99 VALUE ZERO.
       01  WS-SL-TAXES           PIC S9(9)V99 VALUE ZERO.
       01  WS-SL-DEDUCTIONS      PIC S9(9)V99 VALUE ZERO.
       01  WS-SL-NET             PIC S9(9)V99 VALUE ZERO.
       01  WS-SL-EMPLOYER        PIC S9(9)V99 VALUE ZERO.

      *> Ledger side: the month's postings by acknowledgment, and
      *> the accrual and reversal lines on their own.
       01  WS-GL-AMOUNT          PIC S9(9)V99.
       01  WS-GL-ACCEPTED-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-GL-OPEN-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-GL-REJECTED-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-GL-OFFMAP-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-GL-OFFMAP-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCRUAL-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-REVERSAL-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-DIFFERENCE         PIC S9(9)V99.
       01  WS-SUBLEDGER-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-LEDGER-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01  DISPLAY-AMOUNT        PIC $$$,$$$,$$9.99-.
       01  DISPLAY-AMOUNT-2      PIC $$$,$$$,$$9.99-.
       01  DISPLAY-DIFFERENCE    PIC $$$,$$$,$$9.99-.
       01  DISPLAY-COUNT         PIC ZZZZ9.
       01  DISPLAY-COUNT-2       PIC ZZZZ9.
       01  DISPLAY-COUNT-3       PIC ZZZZ9.
       01  DISPLAY-FLAG-COUNT    PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-COMPANY-CONTROL.
           PERFORM 1200-READ-MONTH-PARM.
           IF WS-RECON-MONTH NOT = SPACES
               PERFORM 1300-BUILD-ACCOUNT-MAP
               PERFORM 2000-TOTAL-PAY-HISTORY
               PERFORM 3000-TOTAL-GL-POSTINGS
               PERFORM 4000-PRINT-HEADING
               PERFORM 5000-PRINT-SUBLEDGER-TOTALS
               PERFORM 6000-PRINT-RECONCILIATION
               PERFORM 7000-PRINT-LEDGER-STATUS
               MOVE WS-FLAG-COUNT TO DISPLAY-FLAG-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "ITEMS FLAGGED TO EXCPLOG: " DISPLAY-FLAG-COUNT
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               IF WS-FLAG-COUNT > ZERO
                   MOVE 1 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** MNTHPARM NOT A YYYY-MM MONTH - NOTHING "
                   "TO RECONCILE ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "GLRECON COMPLETE - MONTH " WS-RECON-MONTH
               " FLAGGED: " WS-FLAG-COUNT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PAY-HISTORY-FILE.
           OPEN INPUT GL-POSTING-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-EXCEPTION-DATE.

      *> The account map stays on the fallbacks for any field the
      *> control record leaves blank, as the pay run's does.
       1100-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   IF CO-GL-WAGES-ACCT NOT = SPACES
                       MOVE CO-GL-WAGES-ACCT TO GL-ACCT-WAGES-EXPENSE
                   END-IF
                   IF CO-GL-CASH-ACCT NOT = SPACES
                       MOVE CO-GL-CASH-ACCT TO GL-ACCT-CASH
                   END-IF
                   IF CO-GL-WHPAY-ACCT NOT = SPACES
                       MOVE CO-GL-WHPAY-ACCT TO GL-ACCT-WITHHOLDING
                   END-IF
                   IF CO-GL-TAXWH-ACCT NOT = SPACES
                       MOVE CO-GL-TAXWH-ACCT TO GL-ACCT-TAX-WH
                   END-IF
                   IF CO-GL-ERTAX-ACCT NOT = SPACES
                       MOVE CO-GL-ERTAX-ACCT TO GL-ACCT-ER-TAX-EXP
                   END-IF
                   IF CO-GL-ERLIAB-ACCT NOT = SPACES
                       MOVE CO-GL-ERLIAB-ACCT TO GL-ACCT-ER-TAX-LIAB
                   END-IF
                   IF CO-GL-MATCH-ACCT NOT = SPACES
                       MOVE CO-GL-MATCH-ACCT TO GL-ACCT-MATCH-EXP
                       MOVE CO-GL-MATCHPAY-ACCT TO GL-ACCT-MATCH-LIAB
                   END-IF
                   IF CO-GL-ACCRUED-ACCT NOT = SPACES
                       MOVE CO-GL-ACCRUED-ACCT TO GL-ACCT-ACCRUED
                   END-IF
                   IF CO-GL-LOCALTAX-ACCT NOT = SPACES
                       MOVE CO-GL-LOCALTAX-ACCT TO GL-ACCT-LOCAL-TAX
                   END-IF
                   IF CO-GL-OVPAY-ACCT NOT = SPACES
                       MOVE CO-GL-OVPAY-ACCT TO GL-ACCT-OVERPAY-RCV
                   END-IF
                   IF CO-GL-LOAN-ACCT NOT = SPACES
                       MOVE CO-GL-LOAN-ACCT TO GL-ACCT-LOAN-RCV
                   END-IF
                   IF CO-GL-CASHCAD-ACCT NOT = SPACES
                       MOVE CO-GL-CASHCAD-ACCT TO GL-ACCT-CASH-CAD
                   END-IF
                   IF CO-GL-FXGL-ACCT NOT = SPACES
                       MOVE CO-GL-FXGL-ACCT TO GL-ACCT-FX-GAIN-LOSS
                   END-IF
                   IF CO-GL-AR-ACCT NOT = SPACES
                       MOVE CO-GL-AR-ACCT TO GL-ACCT-RECEIVABLE
                   END-IF
                   IF CO-GL-AP-ACCT NOT = SPACES
                       MOVE CO-GL-AP-ACCT TO GL-ACCT-PAYABLE
                   END-IF
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

      *> A missing MNTHPARM (SELECT OPTIONAL) reads as an immediate
      *> AT END: the month just closed is the one reconciled. A
      *> parm that is not YYYY-MM blanks the month and stops the
      *> run rather than reconcile the wrong one.
       1200-READ-MONTH-PARM.
           MOVE SPACES TO MONTH-PARM-RECORD.
           OPEN INPUT MONTH-PARM-FILE.
           READ MONTH-PARM-FILE
               AT END
                   MOVE SPACES TO MP-RECON-MONTH
           END-READ.
           CLOSE MONTH-PARM-FILE.
           IF MP-RECON-MONTH = SPACES
               MOVE WS-DATE-RAW (1:4) TO WS-YEAR-NUM
               MOVE WS-DATE-RAW (5:2) TO WS-MONTH-NUM
               IF WS-MONTH-NUM = 1
                   SUBTRACT 1 FROM WS-YEAR-NUM
                   MOVE 12 TO WS-MONTH-NUM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-NUM
               END-IF
               MOVE WS-YEAR-NUM TO WS-RECON-MONTH (1:4)
               MOVE "-" TO WS-RECON-MONTH (5:1)
               MOVE WS-MONTH-NUM TO WS-RECON-MONTH (6:2)
           ELSE
               IF MP-RECON-MONTH (1:4) IS NUMERIC
                   AND MP-RECON-MONTH (5:1) = "-"
                   AND MP-RECON-MONTH (6:2) IS NUMERIC
                   AND MP-RECON-MONTH (6:2) >= "01"
                   AND MP-RECON-MONTH (6:2) <= "12"
                   MOVE MP-RECON-MONTH TO WS-RECON-MONTH
               ELSE
                   MOVE SPACES TO WS-RECON-MONTH
               END-IF
           END-IF.

      *> The lines in the order the pay run posts them. The account
      *> an amount lands in is all the ledger side knows, so each
      *> line is one account (cash takes its Canadian twin too).
       1300-BUILD-ACCOUNT-MAP.
           INITIALIZE WS-RECON-TABLE.
           MOVE GL-ACCT-WAGES-EXPENSE TO RCT-ACCOUNT (1).
           MOVE "WAGES EXPENSE" TO RCT-LABEL (1).
           MOVE GL-ACCT-CASH TO RCT-ACCOUNT (2).
           MOVE GL-ACCT-CASH-CAD TO RCT-ALT-ACCOUNT (2).
           MOVE "CASH - NET PAY" TO RCT-LABEL (2).
           MOVE GL-ACCT-WITHHOLDING TO RCT-ACCOUNT (3).
           MOVE "DEDUCTIONS PAYABLE" TO RCT-LABEL (3).
           MOVE GL-ACCT-TAX-WH TO RCT-ACCOUNT (4).
           MOVE "TAX WITHHOLDING" TO RCT-LABEL (4).
           MOVE GL-ACCT-LOCAL-TAX TO RCT-ACCOUNT (5).
           MOVE "LOCAL TAX PAYABLE" TO RCT-LABEL (5).
           MOVE GL-ACCT-MATCH-EXP TO RCT-ACCOUNT (6).
           MOVE "401K MATCH EXPENSE" TO RCT-LABEL (6).
           MOVE GL-ACCT-MATCH-LIAB TO RCT-ACCOUNT (7).
           MOVE "401K MATCH PAYABLE" TO RCT-LABEL (7).
           MOVE GL-ACCT-OVERPAY-RCV TO RCT-ACCOUNT (8).
           MOVE "OVERPAY RECEIVABLE" TO RCT-LABEL (8).
           MOVE GL-ACCT-LOAN-RCV TO RCT-ACCOUNT (9).
           MOVE "LOAN RECEIVABLE" TO RCT-LABEL (9).
           MOVE GL-ACCT-ACCRUED TO RCT-ACCOUNT (10).
           MOVE "ACCRUED PAYROLL" TO RCT-LABEL (10).
           MOVE GL-ACCT-ER-TAX-EXP TO RCT-ACCOUNT (11).
           MOVE "EMPLOYER TAX EXPENSE" TO RCT-LABEL (11).
           MOVE "Y" TO RCT-LEDGER-ONLY (11).
           MOVE GL-ACCT-ER-TAX-LIAB TO RCT-ACCOUNT (12).
           MOVE "EMPLOYER TAX PAYABLE" TO RCT-LABEL (12).
           MOVE "Y" TO RCT-LEDGER-ONLY (12).
           MOVE GL-ACCT-FX-GAIN-LOSS TO RCT-ACCOUNT (13).
           MOVE "FX GAIN/LOSS" TO RCT-LABEL (13).
           MOVE "Y" TO RCT-LEDGER-ONLY (13).
           MOVE GL-ACCT-RECEIVABLE TO RCT-ACCOUNT (14).
           MOVE "FX REVAL RECEIVABLE" TO RCT-LABEL (14).
           MOVE "Y" TO RCT-LEDGER-ONLY (14).
           MOVE GL-ACCT-PAYABLE TO RCT-ACCOUNT (15).
           MOVE "FX REVAL PAYABLE" TO RCT-LABEL (15).
           MOVE "Y" TO RCT-LEDGER-ONLY (15).

      *> Every payment whose check date falls in the month, signed
      *> onto the accounts its GL lines post to: wages debited at
      *> gross, cash credited at net, the deductions and
      *> withholding credited to their payables, the overpayment
      *> and loan takes credited to their receivables (the pay run
      *> reclasses them off deductions payable), a loan advance
      *> debited to the loan receivable, and the match debited to
      *> expense and credited to its payable. The accrued-payroll
      *> account belongs to no payment - its accrual and reversal
      *> net to nothing here.
       2000-TOTAL-PAY-HISTORY.
           PERFORM UNTIL PH-END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET PH-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PH-CHECK-DATE (1:7) = WS-RECON-MONTH
                           PERFORM 2100-POST-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

       2100-POST-ONE-PAYMENT.
           ADD 1 TO WS-PH-ROW-COUNT.
           IF PH-IS-REVERSAL
               MOVE -1 TO WS-ROW-SIGN
               ADD 1 TO WS-PH-REVERSAL-COUNT
           ELSE
               MOVE 1 TO WS-ROW-SIGN
           END-IF.
           COMPUTE WS-SL-AMOUNT = PH-GROSS-PAY * WS-ROW-SIGN.
           ADD WS-SL-AMOUNT TO RCT-SUBLEDGER (1) WS-SL-GROSS.
           COMPUTE WS-SL-AMOUNT = PH-NET-PAY * WS-ROW-SIGN.
           SUBTRACT WS-SL-AMOUNT FROM RCT-SUBLEDGER (2).
           ADD WS-SL-AMOUNT TO WS-SL-NET.
           COMPUTE WS-SL-AMOUNT = (PH-HEALTH-PREMIUM
               + PH-RETIREMENT-401K + PH-GARNISHMENT
               + PH-ARREARS-TAKE) * WS-ROW-SIGN.
           SUBTRACT WS-SL-AMOUNT FROM RCT-SUBLEDGER (3).
           ADD WS-SL-AMOUNT TO WS-SL-DEDUCTIONS.
           COMPUTE WS-SL-AMOUNT = (PH-FEDERAL-TAX + PH-STATE-TAX
               + PH-FICA-TAX) * WS-ROW-SIGN.
           SUBTRACT WS-SL-AMOUNT FROM RCT-SUBLEDGER (4).
           ADD WS-SL-AMOUNT TO WS-SL-TAXES.
           COMPUTE WS-SL-AMOUNT = PH-LOCAL-TAX * WS-ROW-SIGN.
           SUBTRACT WS-SL-AMOUNT FROM RCT-SUBLEDGER (5).
           ADD WS-SL-AMOUNT TO WS-SL-TAXES.
           COMPUTE WS-SL-AMOUNT = PH-401K-MATCH * WS-ROW-SIGN.
           ADD WS-SL-AMOUNT TO RCT-SUBLEDGER (6) WS-SL-EMPLOYER.
           SUBTRACT WS-SL-AMOUNT FROM RCT-SUBLEDGER (7).
           COMPUTE WS-SL-AMOUNT = PH-OVERPAY-RECOVERY * WS-ROW-SIGN.
           SUBTRACT WS-SL-AMOUNT FROM RCT-SUBLEDGER (8).
           ADD WS-SL-AMOUNT TO WS-SL-DEDUCTIONS.
           COMPUTE WS-SL-AMOUNT = PH-LOAN-REPAYMENT * WS-ROW-SIGN.
           SUBTRACT WS-SL-AMOUNT FROM RCT-SUBLEDGER (9).
           ADD WS-SL-AMOUNT TO WS-SL-DEDUCTIONS.
           COMPUTE WS-SL-AMOUNT = PH-LOAN-ADVANCE * WS-ROW-SIGN.
           ADD WS-SL-AMOUNT TO RCT-SUBLEDGER (9).

      *> The month's postings by posting date. Only what the ledger
      *> accepted is on the books; open and rejected rows are
      *> counted for the footing, and chased by GLACK, not here.
       3000-TOTAL-GL-POSTINGS.
           PERFORM UNTIL GP-END-OF-FILE
               READ GL-POSTING-FILE
                   AT END
                       SET GP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GP-POST-DATE (1:7) = WS-RECON-MONTH
                           PERFORM 3100-POST-ONE-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM.

       3100-POST-ONE-LEDGER-ROW.
           EVALUATE TRUE
               WHEN POSTING-IS-ACCEPTED
                   ADD 1 TO WS-GL-ACCEPTED-COUNT
                   PERFORM 3200-APPLY-ACCEPTED-ROW
               WHEN POSTING-IS-REJECTED
                   ADD 1 TO WS-GL-REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-GL-OPEN-COUNT
           END-EVALUATE.

       3200-APPLY-ACCEPTED-ROW.
           IF GP-DRCR = "DR"
               MOVE GP-AMOUNT TO WS-GL-AMOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT = ZERO - GP-AMOUNT
           END-IF.
           IF GP-ACCOUNT = GL-ACCT-ACCRUED
               IF GP-DEPT = "REVR"
                   ADD GP-AMOUNT TO WS-REVERSAL-TOTAL
               ELSE
                   ADD GP-AMOUNT TO WS-ACCRUAL-TOTAL
               END-IF
           END-IF.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF GP-ACCOUNT = RCT-ACCOUNT (WS-RC-IDX)
                   OR (RCT-ALT-ACCOUNT (WS-RC-IDX) NOT = SPACES
                       AND GP-ACCOUNT = RCT-ALT-ACCOUNT (WS-RC-IDX))
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RC-IDX > WS-RC-COUNT
               ADD 1 TO WS-GL-OFFMAP-COUNT
               ADD WS-GL-AMOUNT TO WS-GL-OFFMAP-TOTAL
               MOVE "CTLX" TO EXC-REASON-CODE
               MOVE SPACES TO EXC-REASON-TEXT
               STRING "GL ACCT " GP-ACCOUNT " NOT ON ACCOUNT MAP"
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
               PERFORM 8100-LOG-EXCEPTION
           ELSE
               ADD WS-GL-AMOUNT TO RCT-LEDGER (WS-RC-IDX)
           END-IF.

       4000-PRINT-HEADING.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - PAYROLL SUBLEDGER TO LEDGER RECONCILIATION"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "MONTH: " WS-RECON-MONTH "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       5000-PRINT-SUBLEDGER-TOTALS.
           MOVE WS-PH-ROW-COUNT TO DISPLAY-COUNT.
           MOVE WS-PH-REVERSAL-COUNT TO DISPLAY-COUNT-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "PAYHIST BY CHECK DATE - " DISPLAY-COUNT
               " PAYMENTS (" DISPLAY-COUNT-2 " REVERSALS)"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-SL-GROSS TO DISPLAY-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  GROSS PAY                " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-SL-TAXES TO DISPLAY-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  TAXES WITHHELD           " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-SL-DEDUCTIONS TO DISPLAY-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  DEDUCTIONS               " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-SL-NET TO DISPLAY-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  NET PAY                  " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-SL-EMPLOYER TO DISPLAY-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  EMPLOYER 401K MATCH      " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       6000-PRINT-RECONCILIATION.
           MOVE "ACCOUNT    DESCRIPTION                 PAYHIST"
               TO RECON-REPORT-LINE.
           MOVE "LEDGER      DIFFERENCE" TO RECON-REPORT-LINE (57:22).
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               PERFORM 6100-RECONCILE-ONE-ACCOUNT
           END-PERFORM.
           IF WS-GL-OFFMAP-COUNT > ZERO
               MOVE WS-GL-OFFMAP-TOTAL TO DISPLAY-AMOUNT-2
               MOVE WS-GL-OFFMAP-COUNT TO DISPLAY-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "*** OFF MAP " DISPLAY-COUNT " POSTINGS"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               MOVE DISPLAY-AMOUNT-2 TO RECON-REPORT-LINE (48:15)
               WRITE RECON-REPORT-LINE
               ADD WS-GL-OFFMAP-TOTAL TO WS-LEDGER-TOTAL
           END-IF.
           MOVE WS-SUBLEDGER-TOTAL TO DISPLAY-AMOUNT.
           MOVE WS-LEDGER-TOTAL TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "           NET OF ALL LINES    " DISPLAY-AMOUNT
               " " DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-ACCRUAL-TOTAL TO DISPLAY-AMOUNT.
           MOVE WS-REVERSAL-TOTAL TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  ACCRUED PAYROLL - ACCRUAL " DISPLAY-AMOUNT
               "  REVERSAL " DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

      *> A ledger-only line prints its balance with no comparison;
      *> every other line that does not tie is an open exception
      *> keyed by the month.
       6100-RECONCILE-ONE-ACCOUNT.
           ADD RCT-LEDGER (WS-RC-IDX) TO WS-LEDGER-TOTAL.
           MOVE RCT-LEDGER (WS-RC-IDX) TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF RCT-LEDGER-ONLY (WS-RC-IDX) = "Y"
               ADD RCT-LEDGER (WS-RC-IDX) TO WS-SUBLEDGER-TOTAL
               STRING RCT-ACCOUNT (WS-RC-IDX) " "
                   RCT-LABEL (WS-RC-IDX) "     LEDGER ONLY"
                   DISPLAY-AMOUNT-2
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               ADD RCT-SUBLEDGER (WS-RC-IDX) TO WS-SUBLEDGER-TOTAL
               COMPUTE WS-DIFFERENCE = RCT-LEDGER (WS-RC-IDX)
                   - RCT-SUBLEDGER (WS-RC-IDX)
               MOVE RCT-SUBLEDGER (WS-RC-IDX) TO DISPLAY-AMOUNT
               MOVE WS-DIFFERENCE TO DISPLAY-DIFFERENCE
               STRING RCT-ACCOUNT (WS-RC-IDX) " "
                   RCT-LABEL (WS-RC-IDX) DISPLAY-AMOUNT " "
                   DISPLAY-AMOUNT-2 " " DISPLAY-DIFFERENCE
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               IF WS-DIFFERENCE NOT = ZERO
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "    *** DOES NOT RECONCILE ***"
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
                   MOVE "CTLX" TO EXC-REASON-CODE
                   MOVE SPACES TO EXC-REASON-TEXT
                   STRING "GL " RCT-ACCOUNT (WS-RC-IDX)
                       " OFF BY " DISPLAY-DIFFERENCE
                       DELIMITED BY SIZE INTO EXC-REASON-TEXT
                   PERFORM 8100-LOG-EXCEPTION
               END-IF
           END-IF.

      *> Postings not yet on the books - a reason the month will not
      *> tie until GLACK clears them.
       7000-PRINT-LEDGER-STATUS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-GL-ACCEPTED-COUNT TO DISPLAY-COUNT.
           MOVE WS-GL-OPEN-COUNT TO DISPLAY-COUNT-2.
           MOVE WS-GL-REJECTED-COUNT TO DISPLAY-COUNT-3.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "GLPOSTDT BY POSTING DATE - ACCEPTED " DISPLAY-COUNT
               "  UNACKNOWLEDGED " DISPLAY-COUNT-2
               "  REJECTED " DISPLAY-COUNT-3
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-GL-OPEN-COUNT > ZERO OR WS-GL-REJECTED-COUNT > ZERO
               MOVE "  UNACKNOWLEDGED AND REJECTED POSTINGS ARE NOT IN"
                   TO RECON-REPORT-LINE
               MOVE " THE LEDGER COLUMN" TO RECON-REPORT-LINE (50:18)
               WRITE RECON-REPORT-LINE
           END-IF.

      *> Reason code and text are staged by the caller; the key is
      *> the month, YYYYMM.
       8100-LOG-EXCEPTION.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE SPACES TO WS-EXC-KEY.
           STRING WS-RECON-MONTH (1:4) WS-RECON-MONTH (6:2)
               DELIMITED BY SIZE INTO WS-EXC-KEY.
           MOVE "GLRECON" TO EXC-PROGRAM.
           MOVE WS-EXC-KEY TO EXC-KEY.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           MOVE SPACES TO EXC-RESOLVED-BY.
           WRITE EXCEPTION-LOG-RECORD.

       9000-CLOSE-FILES.
           CLOSE PAY-HISTORY-FILE GL-POSTING-FILE RECON-REPORT-FILE
               EXCEPTION-LOG.
