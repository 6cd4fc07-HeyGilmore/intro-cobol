      *> Master list of operators, their passcodes, and the roles
      *> they hold - any mix of "R" payroll-run, "M"
      *> payroll-maintain, "G" grading, "O" report-only, "S"
      *> timesheet-supervisor, "I" online employee inquiry. The
      *> operator's own employee number rides the record so
      *> approval programs can refuse an operator acting on their
      *> own pay.
       FD  AUTHORIZED-USERS-FILE.
       01  AUTH-USER-RECORD.
           05  AUTH-OPERATOR-ID      PIC X(8).
