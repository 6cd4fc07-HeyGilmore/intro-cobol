      *> Shared ACH detail record: one direct-deposit instruction per
      *> employee per run, written to ACHBATCH by both pay
      *> programs (tran code 22 live credit, 23 zero-dollar
      *> prenote) and read back by ACHRET when the bank's
      *> return/NOC file has to be matched against what was
      *> actually sent. Not full NACHA format - a
      *> small shop's bank can usually take a flat file like this.
      *> The same layout carries the Canadian-dollar deposits on the
      *> separate ACHCAD file for the Canadian bank: ACH-AMOUNT is
      *> always in the currency named beside it.
       05  ACH-TRAN-CODE       PIC X(2).
       05  ACH-EMP-ID          PIC X(6).
       05  ACH-EMP-NAME        PIC A(20).
      *> The company (COMPCTL code) whose run produced the detail -
      *> one batch never mixes two companies' employees.
       05  ACH-COMPANY-CODE    PIC X(3).
      *> Pay period and check (effective) date the detail paid -
      *> what ACHREV finds an erroneous deposit by, and what its
      *> five-banking-day reversal window runs from.
       05  ACH-PERIOD-NO       PIC 9(3).
       05  ACH-CHECK-DATE      PIC X(10).
      *> Currency of ACH-AMOUNT ("USD" or "CAD"), the US-dollar net
      *> it was converted from, and the RATEMSTR rate applied (1 on
      *> a US-dollar detail).
       05  ACH-CURRENCY-CODE   PIC X(3).
       05  ACH-USD-AMOUNT      PIC 9(7)V99.
       05  ACH-FX-RATE         PIC 9(3)V9999.
