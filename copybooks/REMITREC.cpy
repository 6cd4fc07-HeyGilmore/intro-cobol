       05  RD-PERIOD-NO        PIC 9(3).
       05  RD-EMP-ID           PIC X(6).
      *> What the money was withheld under: "G" plus the GARNMSTR
      *> order id, "D" plus the DEDMSTR plan code, or "L" plus the
      *> local tax jurisdiction code off the employee master.
       05  RD-SOURCE-TYPE      PIC X(1).
           88  REMIT-IS-GARNISHMENT    VALUE "G".
           88  REMIT-IS-DEDUCTION      VALUE "D".
           88  REMIT-IS-LOCAL-TAX      VALUE "L".
       05  RD-SOURCE-KEY       PIC X(10).
       05  RD-AMOUNT           PIC 9(5)V99.
       05  RD-REMIT-STATUS     PIC X(1).
