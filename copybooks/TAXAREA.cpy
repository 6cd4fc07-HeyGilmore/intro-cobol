       05  TAX-WORK-STATE      PIC X(2).
       05  TAX-RES-STATE       PIC X(2).
       05  TAX-STATE-CODE      PIC X(2).
      *> Local (city / school-district) jurisdiction the employee
      *> works in, off the master. Blank means no local earned-
      *> income tax; a code with an "L" rate record on TAXTABLE
      *> withholds that flat rate on the same taxable wage the
      *> state sees.
       05  TAX-LOCAL-CODE      PIC X(4).
       05  TAX-FEDERAL-AMT     PIC 9(5)V99.
       05  TAX-STATE-AMT       PIC 9(5)V99.
       05  TAX-FICA-AMT        PIC 9(5)V99.
       05  TAX-LOCAL-AMT       PIC 9(5)V99.
       05  TAX-TOTAL-AMT       PIC 9(5)V99.
      *> Employer-side amounts computed alongside the employee
      *> withholding: the FICA match and the FUTA/SUTA unemployment
