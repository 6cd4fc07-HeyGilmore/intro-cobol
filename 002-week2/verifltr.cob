                           COMPUTE WS-ROW-INT = FUNCTION
                               INTEGER-OF-DATE (WS-DATE-DIGITS)
                           IF WS-TODAY-INT - WS-ROW-INT <= 365
                               PERFORM 2110-ADD-TRAILING-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> A reversal row carries its payment's check date, so it
      *> backs out exactly what the payment's row put in.
       2110-ADD-TRAILING-ROW.
           IF PH-IS-REVERSAL
               SUBTRACT PH-GROSS-PAY FROM WS-TTM-EARNINGS
           ELSE
               ADD PH-GROSS-PAY TO WS-TTM-EARNINGS
           END-IF.

       3000-PRINT-LETTER.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
           STRING "THIS CONFIRMS THAT " EMP-NAME
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           IF EMP-IS-EMPLOYED
               MOVE SPACES TO LETTER-LINE
               STRING "IS CURRENTLY EMPLOYED BY THIS COMPANY, "
                   "JOB CLASS " EMP-JOB-CLASS ","
