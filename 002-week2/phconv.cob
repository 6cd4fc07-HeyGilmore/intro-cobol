           MOVE OH-HOLIDAY-PAY TO PH-HOLIDAY-PAY.
           MOVE OH-ARREARS-TAKE TO PH-ARREARS-TAKE.
           MOVE OH-IMPUTED-INCOME TO PH-IMPUTED-INCOME.
      *> Severance and the later columns postdate the old layout -
      *> old rows carry none.
           MOVE ZERO TO PH-SEVERANCE PH-LOCAL-TAX
               PH-OVERPAY-RECOVERY PH-LOAN-REPAYMENT PH-LOAN-ADVANCE.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
