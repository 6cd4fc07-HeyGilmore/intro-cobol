      *> Shift schedule master (SCHDMAST), one row per employee per
      *> scheduled work day, keyed employee + date. SCHDMNT keeps it
      *> from the supervisors' schedule transactions; ATTNRPT holds
      *> the PUNCHIN punches against it. Times are HHMM on the
      *> 24-hour clock, the same as a punch. The supervisor is the
      *> AUTHUSR operator who owns the shift - the one whose
      *> attendance report, and TSAPPR approval, the day lands on.
       05  SH-KEY.
           10  SH-EMP-ID       PIC X(6).
           10  SH-WORK-DATE    PIC X(10).
       05  SH-SCHED-IN.
           10  SH-IN-HH        PIC 9(2).
           10  SH-IN-MM        PIC 9(2).
       05  SH-SCHED-OUT.
           10  SH-OUT-HH       PIC 9(2).
           10  SH-OUT-MM       PIC 9(2).
      *> 1 first, 2 second, 3 third - TIMECLCK's shift numbering.
       05  SH-SHIFT-CODE       PIC 9(1).
       05  SH-SUPERVISOR-ID    PIC X(8).
       05  SH-CHANGED-DATE     PIC X(10).
