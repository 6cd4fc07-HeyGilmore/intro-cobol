           END-IF.

      *> Every PAYHIST row for the employee/period reprints (a
      *> supplemental run in the same period is its own stub). A
      *> reversal row backs a payment out and was never a stub.
       2000-FIND-AND-REPRINT.
           IF NOT PH-IS-REVERSAL
               SET STUB-WAS-FOUND TO TRUE
               PERFORM 3000-PRINT-REPRINT-STUB
           END-IF.
           PERFORM 1200-READ-HISTORY.

       3000-PRINT-REPRINT-STUB.
           STRING "FICA:         " DISPLAY-SMALL-AMT
               DELIMITED BY SIZE INTO REPRINT-STUB-LINE.
           WRITE REPRINT-STUB-LINE.
           IF PH-LOCAL-TAX > ZERO
               MOVE PH-LOCAL-TAX TO DISPLAY-SMALL-AMT
               MOVE SPACES TO REPRINT-STUB-LINE
               STRING "Local Tax:    " DISPLAY-SMALL-AMT
                   DELIMITED BY SIZE INTO REPRINT-STUB-LINE
               WRITE REPRINT-STUB-LINE
           END-IF.
           ADD PH-FEDERAL-TAX PH-STATE-TAX PH-FICA-TAX PH-LOCAL-TAX
               GIVING WS-ROW-TAX.
           MOVE WS-ROW-TAX TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPRINT-STUB-LINE.
                   DELIMITED BY SIZE INTO REPRINT-STUB-LINE
               WRITE REPRINT-STUB-LINE
           END-IF.
           IF PH-OVERPAY-RECOVERY > ZERO
               MOVE PH-OVERPAY-RECOVERY TO DISPLAY-AMOUNT
               MOVE SPACES TO REPRINT-STUB-LINE
               STRING "Overpay Recov:" DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO REPRINT-STUB-LINE
               WRITE REPRINT-STUB-LINE
           END-IF.
           IF PH-LOAN-REPAYMENT > ZERO
               MOVE PH-LOAN-REPAYMENT TO DISPLAY-AMOUNT
               MOVE SPACES TO REPRINT-STUB-LINE
               STRING "Loan Repaid:  " DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO REPRINT-STUB-LINE
               WRITE REPRINT-STUB-LINE
           END-IF.
           IF PH-LOAN-ADVANCE > ZERO
               MOVE PH-LOAN-ADVANCE TO DISPLAY-AMOUNT
               MOVE SPACES TO REPRINT-STUB-LINE
               STRING "Loan Advance: " DISPLAY-AMOUNT
                   " (IN NET PAY)"
                   DELIMITED BY SIZE INTO REPRINT-STUB-LINE
               WRITE REPRINT-STUB-LINE
           END-IF.
           ADD PH-HEALTH-PREMIUM PH-RETIREMENT-401K PH-GARNISHMENT
               PH-ARREARS-TAKE PH-OVERPAY-RECOVERY PH-LOAN-REPAYMENT
               GIVING WS-ROW-DEDUCT.
           MOVE WS-ROW-DEDUCT TO DISPLAY-AMOUNT.
           MOVE SPACES TO REPRINT-STUB-LINE.
           STRING "Total Deduct: " DISPLAY-AMOUNT
