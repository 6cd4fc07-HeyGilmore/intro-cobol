      ** across the stream the way 8940-RECONCILE-ACH-TOTAL checks
      ** the money: transactions read must equal paid plus rejected,
      ** the YTD file out must equal the YTD file in plus new hires,
      ** and (for both pay programs) everyone paid must have exactly one
      ** stub and exactly one ACH detail or physical check. Any
      ** mismatch prints, logs, and sets a non-zero return code -
      ** a truncated input file can no longer pay half the company
           WRITE BALANCE-REPORT-LINE.
           PERFORM 2100-CHECK-READ-EQUATION.
           PERFORM 2200-CHECK-YTD-EQUATION.
           IF RC-PROGRAM = "PAYCHECK1" OR "PAYCHECK2"
               PERFORM 2300-CHECK-PAY-CHANNELS
           END-IF.
           PERFORM 1100-READ-RUN-CONTROL.
