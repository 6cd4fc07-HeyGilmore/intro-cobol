      *> COBRA qualifying-event register (COBRAREG), one row per
      *> employee and event date. COBRANOT registers an event the
      *> first time any of its sources shows it - the EMPMAINT
      *> deactivation on EMPAUDIT, an "F" final-pay PAYHIST row, or
      *> a stopped HLTH enrollment on DEDMSTR - and the sources
      *> that turn up later for the same separation are only ticked
      *> on the row, so the election notice goes out once. The
      *> notice is due 44 days after the event (30 for the employer
      *> to tell the plan, 14 for the plan to tell the employee).
       05  CB-KEY.
           10  CB-EMP-ID       PIC X(6).
           10  CB-EVENT-DATE   PIC X(10).
       05  CB-EVENT-TYPE       PIC X(1).
           88  CB-IS-TERMINATION       VALUE "T".
           88  CB-IS-COVERAGE-LOSS     VALUE "C".
       05  CB-FROM-AUDIT       PIC X(1).
       05  CB-FROM-FINAL-PAY   PIC X(1).
       05  CB-FROM-DEDUCTION   PIC X(1).
       05  CB-DETECTED-DATE    PIC X(10).
       05  CB-NOTICE-DUE       PIC X(10).
       05  CB-NOTICE-DATE      PIC X(10).
       05  CB-NOTICE-LATE      PIC X(1).
           88  CB-WAS-LATE             VALUE "Y".
