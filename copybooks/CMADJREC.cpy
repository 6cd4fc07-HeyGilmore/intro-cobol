      *> Staged S-run input written by COMMRUN (COMMADJ): one "D"
      *> row per rep with commission payable this month, then one
      *> "T" trailer carrying the row count and the control total.
      *> PAYCHECK2's supplemental run pays the D rows as their own
      *> earnings line and ties what it paid back to the trailer.
       05  CA-RECORD-TYPE      PIC X(1).
           88  CA-IS-DETAIL            VALUE "D".
           88  CA-IS-TRAILER           VALUE "T".
       05  CA-DETAIL.
           10  CA-EMP-ID       PIC X(6).
           10  CA-AMOUNT       PIC 9(6)V99.
           10  CA-MONTH        PIC X(7).
       05  CA-TRAILER REDEFINES CA-DETAIL.
           10  CA-ROW-COUNT    PIC 9(4).
           10  CA-CONTROL-TOTAL PIC 9(8)V99.
           10  FILLER          PIC X(7).
