      *> Employee loan and pay-advance ledger (LOANMSTR), keyed by
      *> employee and loan ID so one employee can carry a tool loan
      *> and an advance side by side. LOANMNT books a loan as
      *> pending; the next off-cycle ("O") PAYCHECK2 run pays the
      *> principal out in net and opens the balance; every later
      *> run takes the per-period repayment out of net until the
      *> balance reaches zero (a final-pay run takes all of it,
      *> room permitting). TERMWKSH lists what is still owed and
      *> LOANRPT reports the outstanding balances for accounting.
       05  LN-KEY.
           10  LN-EMP-ID       PIC X(6).
           10  LN-LOAN-ID      PIC X(4).
       05  LN-LOAN-TYPE        PIC X(1).
           88  LN-IS-ADVANCE           VALUE "A".
           88  LN-IS-LOAN              VALUE "L".
       05  LN-DESCRIPTION      PIC X(20).
       05  LN-PRINCIPAL        PIC 9(7)V99.
       05  LN-PERIOD-AMT       PIC 9(5)V99.
       05  LN-BALANCE          PIC 9(7)V99.
       05  LN-OPENED-DATE      PIC X(10).
       05  LN-DISBURSED-DATE   PIC X(10).
       05  LN-DISBURSED-PERIOD PIC 9(3).
       05  LN-LAST-PERIOD-NO   PIC 9(3).
       05  LN-STATUS           PIC X(1).
           88  LN-IS-PENDING           VALUE "P".
           88  LN-IS-OPEN              VALUE "O".
           88  LN-IS-PAID              VALUE "C".
           88  LN-IS-CANCELLED         VALUE "X".
           88  LN-IS-WRITTEN-OFF       VALUE "W".
