      *> single flat state rate the system always applied.
       05  EMP-WORK-STATE      PIC X(2).
       05  EMP-RES-STATE       PIC X(2).
      *> Local earned-income tax jurisdiction (city or school
      *> district) the employee works in - the code TAXCALC looks
      *> up among the TAXTABLE "L" rate records and REMIT maps to
      *> the collecting jurisdiction. Blank for no local tax.
       05  EMP-LOCAL-CODE      PIC X(4).
       05  EMP-ROUTING-NO      PIC X(9).
       05  EMP-ACCOUNT-NO      PIC X(17).
      *> Prenote cycle for the bank data above: a new or changed
      *> groups with their own calendars. A run only pays the
      *> employees of the group whose period it opened.
       05  EMP-PAY-GROUP       PIC X(1).
      *> "L" is on an approved leave of absence: still employed
      *> (carried into the new year, counted on the verification
      *> letter, given general increases) but not paid unless a
      *> timesheet or PTO draw says so, and never a final pay.
       05  EMP-STATUS          PIC X(1).
           88  EMP-IS-ACTIVE           VALUE "A".
           88  EMP-IS-INACTIVE         VALUE "I".
           88  EMP-IS-ON-LEAVE         VALUE "L".
           88  EMP-IS-EMPLOYED         VALUE "A" "L".
      *> Separation history: EMPMAINT stamps the termination date on
      *> a deactivate, and the rehire date when a rehire brings the
      *> same master (same EMP-ID, same YTD) back to active.
      *> EMP-HIRE-DATE stays the original hire so service credit
      *> carries across the break.
       05  EMP-TERM-DATE       PIC X(10).
       05  EMP-REHIRE-DATE     PIC X(10).
      *> Leave of absence: type, first day out, and expected return
      *> (blank when not yet known) while EMP-STATUS is "L". The
      *> return action puts the employee back to "A" and leaves the
      *> type and start with the actual return date in place, so
      *> LVPOST can still post the partial last week. "F" is
      *> FMLA-designated leave, counted against the 12-week
      *> entitlement on the FMLALDGR ledger; "M" medical outside
      *> FMLA, "P" personal, "U" military (USERRA), "W" workers'
      *> compensation.
       05  EMP-LEAVE-TYPE      PIC X(1).
           88  LEAVE-IS-FMLA           VALUE "F".
           88  LEAVE-TYPE-IS-VALID     VALUE "F" "M" "P" "U" "W".
       05  EMP-LEAVE-START     PIC X(10).
       05  EMP-LEAVE-RETURN    PIC X(10).
      *> Currency the net deposit is paid in. Blank (every master
      *> keyed before the field existed) or "USD" is US dollars;
      *> "CAD" is an employee of the Canadian operation whose pay is
      *> figured in US dollars like everyone else's and whose net
      *> deposit PAYCHECK2 converts at the RATEMSTR rate in effect
      *> on the check date.
       05  EMP-PAY-CURRENCY    PIC X(3).
           88  PAID-IN-USD             VALUE "USD" "   ".
           88  PAID-IN-CAD             VALUE "CAD".
