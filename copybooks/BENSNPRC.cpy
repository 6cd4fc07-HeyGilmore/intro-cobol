      *> Benefits carrier snapshot record (BENSNAP), keyed by
      *> carrier, employee and plan: the enrollment exactly as it
      *> was last sent to the carrier. BENFEED compares the current
      *> DEDMSTR enrollments and EMPMAST status against these rows
      *> to find the adds, changes and terminations owed, and banks
      *> the new picture only after the carrier's file is produced
      *> cleanly. A blank coverage end is coverage still in force.
       05  BS-KEY.
           10  BS-CARRIER-ID   PIC X(4).
           10  BS-EMP-ID       PIC X(6).
           10  BS-PLAN-CODE    PIC X(4).
       05  BS-EMP-NAME         PIC A(20).
       05  BS-SSN              PIC X(9).
       05  BS-ADDRESS-1        PIC A(30).
       05  BS-CITY-ST-ZIP      PIC A(30).
       05  BS-COV-START        PIC X(10).
       05  BS-COV-END          PIC X(10).
       05  BS-SENT-DATE        PIC X(10).
