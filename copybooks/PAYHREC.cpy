           10  PH-EMP-ID       PIC X(6).
           10  PH-PERIOD-NO    PIC 9(3).
           10  PH-RUN-TYPE     PIC X(1).
      *> A "V" row is an ACHREV reversal: its amounts back out the
      *> period's payment, so every reader that totals history
      *> subtracts it instead of adding it.
               88  PH-IS-REVERSAL          VALUE "V".
       05  PH-PERIOD-END       PIC X(10).
       05  PH-CHECK-DATE       PIC X(10).
       05  PH-HOURS-WORKED     PIC 9(3).
      *> Severance paid on a final-pay run, staged by the TERMWKSH
      *> worksheet.
       05  PH-SEVERANCE        PIC 9(6)V99.
      *> Local (city / school-district) income tax withheld this
      *> period - already inside the employee's total tax.
       05  PH-LOCAL-TAX        PIC 9(5)V99.
      *> Overpayment recovered this period against the OVPYMAST
      *> receivable - a deduction out of net like the arrears take.
       05  PH-OVERPAY-RECOVERY PIC 9(5)V99.
      *> Loan / pay-advance repayment taken this period against
      *> LOANMSTR - a deduction out of net like the overpayment.
       05  PH-LOAN-REPAYMENT   PIC 9(5)V99.
      *> Loan principal an off-cycle run paid out this period -
      *> inside net pay, never in gross or the taxable wage.
       05  PH-LOAN-ADVANCE     PIC 9(7)V99.
