       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-09-02.
      ** Third-party remittance run. PAYCHECK2 withholds the
      ** court's, the provider's, the carrier's, and the city's
      ** money and appends one REMITDTL row per withheld amount;
      ** this run rolls the STILL-PENDING rows up by payee through
      ** the PAYEEMST payee master (a garnishment order, deduction
      ** plan code, or local tax jurisdiction maps to the payee who
      ** gets the money), prints the per-payee remittance register
      ** - garnishment remittances with the employee-level detail
      ** the court requires, local tax by jurisdiction and employee
      ** for the city's return - and writes the REMITPAY payment
      ** file accounts payable cuts from. The detail copies through
      ** old-master/new-master (the DEPSCHED/GLACK pattern) with
      ** each paid-out row marked remitted, so the next REMIT run
      ** can never re-pay a prior period's withholdings. A withheld
                                       ==RDI-IS-GARNISHMENT==
                                   ==REMIT-IS-DEDUCTION== BY
                                       ==RDI-IS-DEDUCTION==
                                   ==REMIT-IS-LOCAL-TAX== BY
                                       ==RDI-IS-LOCAL-TAX==
                                   ==RD-SOURCE-KEY== BY
                                       ==RDI-SOURCE-KEY==
                                   ==RD-AMOUNT== BY ==RDI-AMOUNT==
                                       ==RDO-IS-GARNISHMENT==
                                   ==REMIT-IS-DEDUCTION== BY
                                       ==RDO-IS-DEDUCTION==
                                   ==REMIT-IS-LOCAL-TAX== BY
                                       ==RDO-IS-LOCAL-TAX==
                                   ==RD-SOURCE-KEY== BY
                                       ==RDO-SOURCE-KEY==
                                   ==RD-AMOUNT== BY ==RDO-AMOUNT==
                       DELIMITED BY SIZE INTO REMIT-REGISTER-LINE
                   WRITE REMIT-REGISTER-LINE
               END-IF
               IF RDI-IS-LOCAL-TAX
                   MOVE SPACES TO REMIT-REGISTER-LINE
                   STRING PET-PAYEE-ID (WS-PAYEE-IDX)
                       " LOCAL " RDI-SOURCE-KEY
                       " EMP " RDI-EMP-ID
                       " PERIOD " DISPLAY-PERIOD-NO
                       " " DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO REMIT-REGISTER-LINE
                   WRITE REMIT-REGISTER-LINE
               END-IF
           END-IF.

       2100-FIND-PAYEE.
