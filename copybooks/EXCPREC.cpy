      *>   GRUP employee not on run's pay group
      *>   MINW rate under minimum wage   GLRX GL rejected posting
      *>   ENRL enrollment/roster mismatch
      *>   UDEP federal deposit short     ODEP federal deposit over
      *>   LDEP federal deposit late      CNTR contractor on EMPMAST
      *>   TAXR manual check tax outside TAXCALC band
      *>   FMLA FMLA entitlement exhausted
      *>   BENX benefits carrier feed fault
      *>   CBRA COBRA notice past its deadline
      *>   FXRT no exchange rate in effect for a pay currency or
      *>        a month-end revaluation
      *>   NVAR net pay variance unexplained before ACH release
      *>   DUPA one bank account on two or more employees
      *>   OPBK an operator's own bank account on another employee
      *>   ADDR too many recent payees at one mailing address
      *>   NOPN hourly employee paid with no timeclock punches
      *>   DSSN one SSN on two or more employees
      *>   SSNX SSN fails the format rules
      *>   PINA paid for a period after the termination date
      *>   RCRT AUTHUSR roles to revoke or change on recertification
      *>   CONS student's transcript-release consent not on file
      *>   AWDX administrative withdrawal of a graded line refused
       05  EXC-PROGRAM         PIC X(9).
       05  EXC-KEY             PIC X(6).
       05  EXC-REASON-CODE     PIC X(4).
