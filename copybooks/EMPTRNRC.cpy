      *> Employee maintenance transaction (EMPTRAN), one action per
      *> employee per run: A adds a brand-new master record, C
      *> changes the fields that can legitimately change, D
      *> deactivates without removing history, R rehires an
      *> inactive employee onto the same master record with the full
      *> field set re-keyed and re-edited, L puts an employee on a
      *> leave of absence (or updates the leave), B brings them
      *> back from it. COPYed by EMPMAINT
      *> (which applies it) and RATESWP (which generates "C" rows
      *> for mass rate changes) so a generated transaction is
      *> byte-for-byte what the apply program reads - the usual
           88  MAINT-IS-ADD                VALUE "A".
           88  MAINT-IS-CHANGE              VALUE "C".
           88  MAINT-IS-DEACTIVATE          VALUE "D".
           88  MAINT-IS-REHIRE              VALUE "R".
           88  MAINT-IS-LEAVE               VALUE "L".
           88  MAINT-IS-RETURN              VALUE "B".
       05  MAINT-EMP-NAME        PIC A(20).
       05  MAINT-SSN             PIC X(9).
       05  MAINT-COMPANY-CODE    PIC X(3).
       05  MAINT-CITY-ST-ZIP     PIC A(30).
       05  MAINT-WORK-STATE      PIC X(2).
       05  MAINT-RES-STATE       PIC X(2).
       05  MAINT-LOCAL-CODE      PIC X(4).
       05  MAINT-ROUTING-NO      PIC X(9).
       05  MAINT-ACCOUNT-NO      PIC X(17).
       05  MAINT-HOURLY-RATE     PIC 9(3)V99.
      *> plant cycle).
       05  MAINT-PAY-GROUP       PIC X(1).
       05  MAINT-CHANGED-BY      PIC X(10).
      *> Leave action only: type, first day out, and expected return
      *> (L); on a B the return date is the actual first day back,
      *> blank meaning today.
       05  MAINT-LEAVE-TYPE      PIC X(1).
       05  MAINT-LEAVE-START     PIC X(10).
       05  MAINT-LEAVE-RETURN    PIC X(10).
      *> Pay currency, mirroring the master: blank or "USD", or
      *> "CAD". A CAD deposit goes to a Canadian institution and
      *> transit number, so the ABA check digit edit does not apply.
       05  MAINT-PAY-CURRENCY    PIC X(3).
