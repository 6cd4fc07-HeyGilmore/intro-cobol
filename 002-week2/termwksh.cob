      ** against the hire date on the master, shows the PTO payout
      ** the final-pay run will make, lists every DEDMSTR
      ** enrollment and GARNMSTR order that needs a stop date keyed
      ** before the run, lists the LOANMSTR balances the final
      ** check will try to recover, and STAGES the F-run inputs it
      ** computed: the severance amount on SEVERADJ and a zero-hours
      ** timesheet row on TERMSHT (stamped with the employee's
      ** group's open period) for the operator to stage as TIMESHT.
      ** Nothing here pays anybody - PAYCHECK2's F run does, off
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY.
           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY.
           SELECT TERM-PARM-FILE ASSIGN TO "TERMPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEV-RULE-FILE ASSIGN TO "SEVRULE"
       01  GARNISHMENT-ORDER-RECORD.
           COPY GARNREC.

       FD  LOAN-MASTER.
       01  LOAN-RECORD.
           COPY LOANREC.

      *> Whose termination, effective when, and who asked.
       FD  TERM-PARM-FILE.
       01  TERM-PARM-RECORD.
       01  WS-PTO-HOURS          PIC 9(4)V99.
       01  WS-PTO-PAYOUT         PIC 9(6)V99.
       01  WS-STOP-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-LOAN-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01  DISPLAY-AMOUNT        PIC $$$,$$9.99.
       01  DISPLAY-BAL           PIC ZZ9.99.

           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN INPUT GARNISHMENT-MASTER.
           OPEN INPUT LOAN-MASTER.
           OPEN OUTPUT SEVERANCE-FILE.
           OPEN OUTPUT TERM-TIMESHEET-FILE.
           OPEN OUTPUT WORKSHEET-FILE.
               PERFORM 3000-PRINT-WORKSHEET-HEAD
               PERFORM 3100-LIST-ENROLLMENT-STOPS
               PERFORM 3200-LIST-GARNISHMENT-STOPS
               PERFORM 3300-LIST-LOAN-BALANCES
               PERFORM 4000-LOCATE-OPEN-PERIOD
               PERFORM 4100-STAGE-F-RUN-INPUTS
               PERFORM 8800-WRITE-RUN-LOG
               END-READ
           END-PERFORM.

      *> An open loan is company money the final check takes back
      *> in full, as far as its net will stretch; whatever the F
      *> run cannot recover stays on LOANMSTR for collection or
      *> write-off. A loan never paid out should be cancelled on
      *> LOANTRAN before an off-cycle run disburses it.
       3300-LIST-LOAN-BALANCES.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "LOANS TO RECOVER FROM FINAL PAY:" TO
               WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE ZERO TO WS-LOAN-TOTAL.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE TP-EMP-ID TO LN-EMP-ID.
           MOVE LOW-VALUES TO LN-LOAN-ID.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-IS-DONE
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET SCAN-IS-DONE TO TRUE
                   NOT AT END
                       IF LN-EMP-ID NOT = TP-EMP-ID
                           SET SCAN-IS-DONE TO TRUE
                       ELSE
                           IF LN-IS-OPEN
                               ADD LN-BALANCE TO WS-LOAN-TOTAL
                               MOVE LN-BALANCE TO DISPLAY-AMOUNT
                               MOVE SPACES TO WORKSHEET-LINE
                               STRING "  LOAN " LN-LOAN-ID
                                   " " LN-DESCRIPTION
                                   " BALANCE " DISPLAY-AMOUNT
                                   DELIMITED BY SIZE
                                   INTO WORKSHEET-LINE
                               WRITE WORKSHEET-LINE
                           END-IF
                           IF LN-IS-PENDING
                               MOVE SPACES TO WORKSHEET-LINE
                               STRING "  LOAN " LN-LOAN-ID
                                   " " LN-DESCRIPTION
                                   " NOT DISBURSED - CANCEL (X)"
                                   DELIMITED BY SIZE
                                   INTO WORKSHEET-LINE
                               WRITE WORKSHEET-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-LOAN-TOTAL TO DISPLAY-AMOUNT.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "  TOTAL LOAN BALANCE TO RECOVER: " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

      *> The employee's own group's open period stamps the staged
      *> timesheet row, so the F run's freshness guard accepts it.
       4000-LOCATE-OPEN-PERIOD.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER DEDUCTION-MASTER GARNISHMENT-MASTER
               LOAN-MASTER SEVERANCE-FILE TERM-TIMESHEET-FILE
               WORKSHEET-FILE RUN-LOG-FILE.
