      *> Sales commission plan master (COMMPLAN), one row per rep,
      *> keyed by employee. CPLNMNT maintains the plan terms; the
      *> monthly COMMRUN prices the rep's sales credits against them
      *> and carries the draw balance forward. The tiers are marginal
      *> bands sized as a percent of the monthly quota - band 1 pays
      *> its rate on sales up to its ceiling, band 2 on the next
      *> slice, and so on; a ceiling of 999 opens the band to every
      *> dollar above the one before it, and the bands after it are
      *> unused. The draw is a recoverable monthly advance: a month
      *> that earns less than the draw is paid the draw and the
      *> shortfall is owed back out of later months that earn more.
       05  CP-EMP-ID           PIC X(6).
       05  CP-PLAN-NAME        PIC X(20).
       05  CP-QUOTA            PIC 9(7)V99.
       05  CP-TIER OCCURS 3 TIMES.
           10  CP-TIER-UPTO-PCT PIC 9(3).
               88  CP-TIER-IS-OPEN-ENDED   VALUE 999.
           10  CP-TIER-RATE    PIC V9999.
       05  CP-DRAW-AMOUNT      PIC 9(5)V99.
       05  CP-DRAW-BALANCE     PIC 9(7)V99.
      *> The last month (YYYY-MM) COMMRUN priced for the rep - a
      *> second run of the same month finds it and pays nothing.
       05  CP-LAST-MONTH       PIC X(7).
       05  CP-STATUS           PIC X(1).
           88  CP-IS-ACTIVE            VALUE "A".
           88  CP-IS-RETIRED           VALUE "I".
       05  CP-CHANGED-DATE     PIC X(10).
