           88  POSTING-IS-ACCEPTED     VALUE "A".
           88  POSTING-IS-REJECTED     VALUE "R".
       05  GP-ACK-REASON       PIC X(20).
      *> GP-AMOUNT is always US dollars. A posting of money that
      *> moved in another currency names it here with the rate used
      *> and the foreign amount, so accounting books the US-dollar
      *> equivalent as sent instead of recomputing it; a US-dollar
      *> posting carries "USD", rate 1 and the same amount.
       05  GP-CURRENCY         PIC X(3).
       05  GP-FX-RATE          PIC 9(3)V9999.
       05  GP-FOREIGN-AMOUNT   PIC 9(8)V99.
