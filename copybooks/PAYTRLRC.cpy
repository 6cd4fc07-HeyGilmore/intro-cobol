      *> Trial-run pay extract: one row per employee a regular TRIAL
      *> run of PAYCHECK2 paid. A trial writes no PAYHIST, so this
      *> is the only record of what the commit run is about to pay -
      *> NETVAR compares it against each employee's prior regular
      *> PAYHIST row before the controller releases the money. The
      *> adjustment amounts ride along so a variance can be
      *> explained by the retro, severance, bonus, or commission
      *> that caused it.
       05  PT-EMP-ID           PIC X(6).
       05  PT-EMP-NAME         PIC X(20).
       05  PT-COMPANY-CODE     PIC X(3).
       05  PT-PAY-GROUP        PIC X(1).
       05  PT-PERIOD-NO        PIC 9(3).
       05  PT-RUN-TYPE         PIC X(1).
       05  PT-PERIOD-END       PIC X(10).
       05  PT-HOURS-WORKED     PIC 9(3).
       05  PT-OVERTIME-HOURS   PIC 9(3).
       05  PT-HOURLY-RATE      PIC 9(3)V99.
       05  PT-GROSS-PAY        PIC 9(6)V99.
       05  PT-NET-PAY          PIC 9(6)V99.
       05  PT-RETRO-AMT        PIC 9(6)V99.
       05  PT-SEVERANCE        PIC 9(6)V99.
       05  PT-BONUS-AMT        PIC 9(6)V99.
       05  PT-COMMISSION-AMT   PIC 9(6)V99.
