      *> 401(k) recordkeeper contribution and census record (RKFILE)
      *> in the recordkeeper's fixed layout: one header naming the
      *> employer and pay period, one detail per participant paid in
      *> the period, and a trailer whose money totals the
      *> recordkeeper allocates against the remittance. The detail
      *> status is "A" active, "L" on leave or "T" terminated, with
      *> the date that status began; the change flag says the date
      *> fell inside the pay period.
       05  RK-RECORD-TYPE      PIC X(1).
           88  RK-IS-HEADER            VALUE "H".
           88  RK-IS-DETAIL            VALUE "D".
           88  RK-IS-TRAILER           VALUE "T".
       05  RK-DETAIL.
           10  RK-EMP-ID       PIC X(6).
           10  RK-SSN          PIC X(9).
           10  RK-EMP-NAME     PIC A(20).
           10  RK-HIRE-DATE    PIC X(10).
           10  RK-REHIRE-DATE  PIC X(10).
           10  RK-TERM-DATE    PIC X(10).
           10  RK-STATUS       PIC X(1).
           10  RK-STATUS-DATE  PIC X(10).
           10  RK-STATUS-CHANGED PIC X(1).
           10  RK-PLAN-COMP    PIC 9(7)V99.
           10  RK-HOURS        PIC 9(4).
           10  RK-DEFERRAL     PIC 9(5)V99.
           10  RK-MATCH        PIC 9(5)V99.
       05  RK-HEADER REDEFINES RK-DETAIL.
           10  RK-HDR-COMPANY-CODE PIC X(3).
           10  RK-HDR-EIN          PIC X(9).
           10  RK-HDR-PERIOD-NO    PIC 9(3).
           10  RK-HDR-PERIOD-END   PIC X(10).
           10  RK-HDR-CHECK-DATE   PIC X(10).
           10  RK-HDR-FILE-DATE    PIC X(10).
           10  FILLER              PIC X(59).
       05  RK-TRAILER REDEFINES RK-DETAIL.
           10  RK-TRL-COUNT        PIC 9(6).
           10  RK-TRL-DEFERRAL     PIC 9(9)V99.
           10  RK-TRL-MATCH        PIC 9(9)V99.
           10  RK-TRL-PLAN-COMP    PIC 9(9)V99.
           10  FILLER              PIC X(65).
