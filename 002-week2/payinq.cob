           PERFORM 1200-READ-HISTORY.

       2100-PRINT-DETAIL-LINE.
           ADD PH-FEDERAL-TAX PH-STATE-TAX PH-FICA-TAX PH-LOCAL-TAX
               GIVING WS-ROW-TAX.
           ADD PH-HEALTH-PREMIUM PH-RETIREMENT-401K PH-GARNISHMENT
               PH-OVERPAY-RECOVERY PH-LOAN-REPAYMENT
               GIVING WS-ROW-DEDUCT.
           MOVE PH-HOURS-WORKED TO DISPLAY-HOURS.
           MOVE PH-HOURLY-RATE TO DISPLAY-RATE.
               " " DISPLAY-GROSS " " DISPLAY-TAX " " DISPLAY-DEDUCT
               " " DISPLAY-NET
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
      *> A reversal row backs its period's payment out of the
      *> totals rather than adding to them.
           IF PH-IS-REVERSAL
               MOVE "REV" TO INQUIRY-REPORT-LINE (67:3)
               SUBTRACT PH-GROSS-PAY FROM WS-TOT-GROSS
               SUBTRACT WS-ROW-TAX FROM WS-TOT-TAX
               SUBTRACT WS-ROW-DEDUCT FROM WS-TOT-DEDUCT
               SUBTRACT PH-NET-PAY FROM WS-TOT-NET
           ELSE
               ADD PH-GROSS-PAY TO WS-TOT-GROSS
               ADD WS-ROW-TAX TO WS-TOT-TAX
               ADD WS-ROW-DEDUCT TO WS-TOT-DEDUCT
               ADD PH-NET-PAY TO WS-TOT-NET
           END-IF.
           WRITE INQUIRY-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       8900-PRINT-TOTALS.
           MOVE WS-TOT-GROSS TO DISPLAY-TOT-GROSS.
