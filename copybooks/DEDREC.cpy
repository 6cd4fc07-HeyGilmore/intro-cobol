       05  DE-TAX-STATUS       PIC X(1).
           88  PLAN-IS-PRETAX          VALUE "P".
           88  PLAN-IS-AFTER-TAX       VALUE "A" " ".
      *> The company's own share of the plan's premium each period,
      *> paid on top of what the employee's deduction covers. It is
      *> never withheld from pay - the year-end total compensation
      *> statement prices it. Zero for a plan the company puts
      *> nothing into (the 401K match is priced off YTDMAST).
       05  DE-ER-PERIOD-AMOUNT PIC 9(4)V99.
