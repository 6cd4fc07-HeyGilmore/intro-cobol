      *> Communication area for the EMPASOF as-of subprogram, COPYed
      *> by every program that needs an employee's master as it
      *> stood on a date rather than as it stands today. The caller
      *> fills the employee and the as-of date - and, to see only
      *> what had been keyed by some date, the known-by date (blank
      *> takes every row on file). EMPASOF hands back whether
      *> EMPHIST covers that date, the effective date of the row
      *> that answered, the fields the reports ask about, and the
      *> whole master image for a caller that wants the rest.
       05  ASOF-EMP-ID         PIC X(6).
       05  ASOF-DATE           PIC X(10).
       05  ASOF-KNOWN-BY-DATE  PIC X(10).
       05  ASOF-RESULT         PIC X(1).
           88  ASOF-FOUND              VALUE "Y".
           88  ASOF-NOT-FOUND          VALUE "N".
       05  ASOF-EFF-DATE       PIC X(10).
       05  ASOF-COMPANY-CODE   PIC X(3).
       05  ASOF-DEPT           PIC X(4).
       05  ASOF-JOB-CLASS      PIC X(4).
       05  ASOF-PAY-GROUP      PIC X(1).
       05  ASOF-PAY-BASIS      PIC X(1).
       05  ASOF-HOURLY-RATE    PIC 9(3)V99.
       05  ASOF-SALARY-AMOUNT  PIC 9(5)V99.
       05  ASOF-STATUS         PIC X(1).
       05  ASOF-MASTER-IMAGE   PIC X(300).
