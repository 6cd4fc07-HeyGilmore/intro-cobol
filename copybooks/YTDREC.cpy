       05  YTD-STATE-CODE      PIC X(2)    OCCURS 2 TIMES.
       05  YTD-STATE-GROSS     PIC 9(7)V99 OCCURS 2 TIMES.
       05  YTD-STATE-TAX       PIC 9(7)V99 OCCURS 2 TIMES.
      *> Local earned-income tax bucket: the jurisdiction withheld
      *> for, the taxable wages it taxed, and the local tax taken.
      *> One jurisdiction per employee per year - a move mid-year
      *> restamps the code, the amounts keep running.
       05  YTD-LOCAL-CODE      PIC X(4).
       05  YTD-LOCAL-GROSS     PIC 9(7)V99.
       05  YTD-LOCAL-TAX       PIC 9(7)V99.
      *> Per-quarter federal income tax and employee FICA withheld,
      *> by the same quarter index as the buckets above - the
      *> quarterly federal return reconciles the deposit liability
      *> to these. The employer's FICA half mirrors the employee's
      *> (TAXCALC prices it the same), so it is not carried twice.
       05  YTD-QTR-FED-TAX     PIC 9(7)V99 OCCURS 4 TIMES.
       05  YTD-QTR-FICA        PIC 9(7)V99 OCCURS 4 TIMES.
      *> Legal entity these figures were earned under - the W-2 is
      *> filed per employer EIN. A transfer between companies closes
      *> this record out to YTDXFER under the old code and restarts
      *> the employee at zero under the new one, so the FICA wage
      *> base restarts with the new employer the way the IRS has it.
       05  YTD-COMPANY-CODE    PIC X(3).
