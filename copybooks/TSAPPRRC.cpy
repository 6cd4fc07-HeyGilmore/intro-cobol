      *> Timesheet approval file (TSAPPR), one row per employee per
      *> pay period once the supervisor signs off - PAYCHECK2 pays
      *> no timesheet transaction without one. The same file carries
      *> the attendance exceptions ATTNRPT finds for the period
      *> ("X" rows: late arrival, early out, missed shift, unscheduled
      *> work), so the supervisor sees them next to the hours before
      *> approving; an "X" row approves nothing and the pay run
      *> passes over it. Approval rows written before the record
      *> type existed read back blank and are approvals.
       05  TA-EMP-ID           PIC X(6).
       05  TA-PERIOD-NO        PIC 9(3).
       05  TA-APPROVED-BY      PIC X(8).
      *> Approval date - or, on an "X" row, the day it was posted.
       05  TA-APPROVE-DATE     PIC X(10).
       05  TA-RECORD-TYPE      PIC X(1).
           88  TA-IS-APPROVAL          VALUE " " "A".
           88  TA-IS-ATTENDANCE        VALUE "X".
       05  TA-ATTEND-DETAIL.
           10  TA-WORK-DATE    PIC X(10).
      *> LATE late arrival, EARL early out, MISS missed shift (no
      *> call/no show), UNSC unscheduled work.
           10  TA-ATTEND-CODE  PIC X(4).
           10  TA-SCHED-TIME   PIC X(4).
           10  TA-PUNCH-TIME   PIC X(4).
           10  TA-VARIANCE-MIN PIC 9(4).
           10  TA-SUPERVISOR-ID PIC X(8).
