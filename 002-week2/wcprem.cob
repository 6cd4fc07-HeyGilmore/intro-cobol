      ** the rate per hundred from the WCCLASS map, and the
      ** computed premium - instead of a reconstruction from twelve
      ** months of PAYREG.TXT printouts.
      ** The comp class on each WCACCUM row follows the job class
      ** the employee held on the period end date (PAYCHECK2 takes
      ** it off the EMPHIST history), so a reclassified employee's
      ** earlier payroll stays under the class it was earned in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
