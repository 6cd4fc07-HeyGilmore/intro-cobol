      *> Overpayment recovery ledger (OVPYMAST), keyed by employee:
      *> what an employee owes back for pay the bank could not pull
      *> back - an ACH reversal sent too late, or one the bank
      *> returned uncollected. ACHREV opens or adds to the
      *> receivable; PAYCHECK2 draws it down every period (the
      *> per-period amount, or the whole balance when none is set,
      *> never more than the net has room for) and prints the
      *> remaining balance on the stub, the way ARRSMSTR carries
      *> shorted deductions.
       05  OV-EMP-ID           PIC X(6).
       05  OV-OPENED-DATE      PIC X(10).
       05  OV-ORIGINAL-AMT     PIC 9(7)V99.
       05  OV-BALANCE          PIC 9(7)V99.
       05  OV-PERIOD-AMT       PIC 9(5)V99.
       05  OV-LAST-PERIOD-NO   PIC 9(3).
       05  OV-STATUS           PIC X(1).
           88  OV-IS-OPEN              VALUE "O".
           88  OV-IS-RECOVERED         VALUE "C".
