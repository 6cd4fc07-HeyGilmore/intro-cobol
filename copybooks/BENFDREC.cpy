      *> Carrier eligibility file record (BENFEED): the fixed
      *> enrollment layout every carrier takes. One header, one
      *> detail per add ("A"), change ("C") or termination ("T"),
      *> and a trailer whose counts the carrier balances the file
      *> against. A termination carries the last day of coverage.
       05  BF-RECORD-TYPE      PIC X(1).
           88  BF-IS-HEADER            VALUE "H".
           88  BF-IS-DETAIL            VALUE "D".
           88  BF-IS-TRAILER           VALUE "T".
       05  BF-DETAIL.
           10  BF-ACTION       PIC X(1).
               88  BF-IS-ADD           VALUE "A".
               88  BF-IS-CHANGE        VALUE "C".
               88  BF-IS-TERM          VALUE "T".
           10  BF-CARRIER-ID   PIC X(4).
           10  BF-EMP-ID       PIC X(6).
           10  BF-SSN          PIC X(9).
           10  BF-EMP-NAME     PIC A(20).
           10  BF-ADDRESS-1    PIC A(30).
           10  BF-CITY-ST-ZIP  PIC A(30).
           10  BF-PLAN-CODE    PIC X(4).
           10  BF-COV-START    PIC X(10).
           10  BF-COV-END      PIC X(10).
       05  BF-HEADER REDEFINES BF-DETAIL.
           10  BF-HDR-CARRIER-ID   PIC X(4).
           10  BF-HDR-CARRIER-NAME PIC X(20).
           10  BF-HDR-COMPANY-CODE PIC X(3).
           10  BF-HDR-COMPANY-NAME PIC X(30).
           10  BF-HDR-FILE-DATE    PIC X(10).
           10  FILLER              PIC X(57).
       05  BF-TRAILER REDEFINES BF-DETAIL.
           10  BF-TRL-CARRIER-ID   PIC X(4).
           10  BF-TRL-ADD-COUNT    PIC 9(6).
           10  BF-TRL-CHANGE-COUNT PIC 9(6).
           10  BF-TRL-TERM-COUNT   PIC 9(6).
           10  BF-TRL-RECORD-COUNT PIC 9(7).
           10  FILLER              PIC X(95).
