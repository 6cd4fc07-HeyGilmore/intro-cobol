      *> COPYed by every program that gates its run on AUTHUSR. The
      *> caller names itself and the role its work requires
      *> ("R" payroll-run, "M" payroll-maintain, "G" grading,
      *> "O" report-only, "S" timesheet-supervisor, "I" employee
      *> inquiry, "T" registrar); AUTHCHK validates this run's
      *> AUTHPARM operator against AUTHUSR, enforces the lockout
      *> count, and hands back the verdict plus the operator ID for
      *> the caller's run-activity log entry.
       05  AUTH-PROGRAM-NAME   PIC X(9).
       05  AUTH-REQUIRED-ROLE  PIC X(1).
       05  AUTH-OPERATOR-OUT   PIC X(8).
