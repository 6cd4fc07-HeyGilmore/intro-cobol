      *> Federal employer identification number - the SSA's
      *> electronic W-2 submission is filed under it.
       05  CO-EIN              PIC X(9).
      *> Local income tax payable - what the city / school-district
      *> withholding credits until REMIT pays the jurisdiction.
       05  CO-GL-LOCALTAX-ACCT PIC X(10).
      *> Overpayment receivable - what an employee owes back for a
      *> deposit the bank could not pull back, drawn down as the
      *> pay run recovers it.
       05  CO-GL-OVPAY-ACCT    PIC X(10).
      *> Employee loan receivable - the advances and tool loans an
      *> off-cycle run pays out, drawn down by the repayments.
       05  CO-GL-LOAN-ACCT     PIC X(10).
      *> Month-end foreign-currency revaluation: the unrealized
      *> exchange gain/loss account, and the receivable and payable
      *> control accounts an open foreign-currency item is carried
      *> in. Blank takes CURRCONV's defaults.
       05  CO-GL-FXGL-ACCT     PIC X(10).
       05  CO-GL-AR-ACCT       PIC X(10).
       05  CO-GL-AP-ACCT       PIC X(10).
      *> Canadian-dollar cash account a CAD employee's net deposit is
      *> credited to. Blank takes 1020-CASHC.
       05  CO-GL-CASHCAD-ACCT  PIC X(10).
