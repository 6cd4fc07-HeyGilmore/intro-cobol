      ** master, and prints the variance with an *OVER* flag on any
      ** department over plan - the report plant managers used to
      ** get retyped from PAYREG.TXT.
      ** Each DEPTACT row carries the department the employee was
      ** in on the period end date (PAYCHECK2 takes it off the
      ** EMPHIST history), not the one on the master today, so a
      ** transfer lands in the month it took effect.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
