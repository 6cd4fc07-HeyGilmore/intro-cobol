      *> FMLA leave ledger record (FMLALDGR), one row per employee,
      *> week and source of the hours: vacation or sick drawn from
      *> approved PTOREQS requests, or unpaid leave for the rest of
      *> the scheduled week. LVPOST posts each week of an FMLA leave
      *> (a re-run of the same week replaces its rows); LVRPT sums
      *> the rows over the rolling twelve months against the
      *> twelve-week entitlement.
       05  FM-KEY.
           10  FM-EMP-ID       PIC X(6).
           10  FM-WEEK-END     PIC X(10).
           10  FM-SOURCE       PIC X(1).
               88  FM-FROM-VACATION    VALUE "V".
               88  FM-FROM-SICK        VALUE "S".
               88  FM-UNPAID           VALUE "U".
       05  FM-HOURS            PIC 9(3)V99.
       05  FM-LEAVE-START      PIC X(10).
       05  FM-POSTED-DATE      PIC X(10).
