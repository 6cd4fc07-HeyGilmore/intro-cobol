       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Monthly outstanding-loans report for accounting. Lists
      ** every open LOANMSTR loan and pay advance - employee,
      ** principal, what has come back, and the balance still owed
      ** - with totals by loan type that tie to the loan receivable
      ** in the GL, then the month named in LOANPARM's activity off
      ** PAYHIST: principal the off-cycle runs paid out and the
      ** repayments the pay runs took (an ACHREV "V" row nets its
      ** payment back out). Loans booked but not yet disbursed are
      ** totalled apart - they are commitments, not receivables.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-KEY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY.
           SELECT LOAN-PARM-FILE ASSIGN TO "LOANPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-REPORT-FILE ASSIGN TO "LOANRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

      *> Which month (YYYY-MM) to report the activity for.
       FD  LOAN-PARM-FILE.
       01  LOAN-PARM-RECORD.
           05  PARM-REPORT-MONTH   PIC X(7).

       FD  LOAN-REPORT-FILE.
       01  LOAN-REPORT-LINE        PIC X(80).

      *> Company identity for the report heading.
       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-LOAN-EOF-SWITCH    PIC X(1) VALUE "N".
           88  LOAN-END-OF-FILE           VALUE "Y".
       01  WS-HIST-EOF-SWITCH    PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE           VALUE "Y".
       01  WS-PARM-SWITCH        PIC X(1) VALUE "N".
           88  PARM-WAS-READ              VALUE "Y".

       01  WS-RUN-DATE           PIC X(10).
       01  WS-REPORT-MONTH       PIC X(7) VALUE SPACES.
       01  WS-EMP-NAME           PIC X(18).
       01  WS-REPAID             PIC 9(7)V99.

      *> Open balances by type, and the commitments not yet paid.
       01  WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-OPEN-PRINCIPAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-OPEN-BALANCE       PIC 9(9)V99 VALUE ZERO.
       01  WS-ADV-BALANCE        PIC 9(9)V99 VALUE ZERO.
       01  WS-LOAN-BALANCE       PIC 9(9)V99 VALUE ZERO.
       01  WS-PENDING-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-PENDING-PRINCIPAL  PIC 9(9)V99 VALUE ZERO.

      *> The month's activity off pay history.
       01  WS-MONTH-ADVANCED     PIC S9(9)V99 VALUE ZERO.
       01  WS-MONTH-REPAID       PIC S9(9)V99 VALUE ZERO.

       01  DISPLAY-PRINCIPAL     PIC $$$$,$$9.99.
       01  DISPLAY-REPAID        PIC $$$$,$$9.99.
       01  DISPLAY-BALANCE       PIC $$$$,$$9.99.
       01  DISPLAY-TOTAL         PIC $$$,$$$,$$9.99-.
       01  DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           IF PARM-WAS-READ
               PERFORM 2000-PRINT-HEADING
               PERFORM 2100-LIST-OPEN-LOANS
               PERFORM 2500-PRINT-OPEN-TOTALS
               PERFORM 3000-SUM-MONTH-ACTIVITY
               PERFORM 3500-PRINT-MONTH-ACTIVITY
           ELSE
               DISPLAY "*** NO LOANPARM SUPPLIED - NOTHING TO "
                   "REPORT ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT LOAN-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT PAY-HISTORY-FILE.
           OPEN INPUT LOAN-PARM-FILE.
           OPEN OUTPUT LOAN-REPORT-FILE.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           READ LOAN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
                   SET PARM-WAS-READ TO TRUE
           END-READ.

       2000-PRINT-HEADING.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - OUTSTANDING EMPLOYEE LOANS" DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "   MONTH: "
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE SPACES TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE SPACES TO LOAN-REPORT-LINE.
           MOVE "EMP-ID NAME               LOAN T DISBURSED"
               TO LOAN-REPORT-LINE (1:43).
           MOVE "PRINCIPAL" TO LOAN-REPORT-LINE (47:9).
           MOVE "REPAID" TO LOAN-REPORT-LINE (62:6).
           MOVE "BALANCE" TO LOAN-REPORT-LINE (73:7).
           WRITE LOAN-REPORT-LINE.

      *> The master is read end to end in employee/loan order; the
      *> repaid column is principal less balance.
       2100-LIST-OPEN-LOANS.
           PERFORM UNTIL LOAN-END-OF-FILE
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET LOAN-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LN-IS-OPEN
                               PERFORM 2200-PRINT-OPEN-LOAN
                           WHEN LN-IS-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                               ADD LN-PRINCIPAL
                                   TO WS-PENDING-PRINCIPAL
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2200-PRINT-OPEN-LOAN.
           MOVE SPACES TO WS-EMP-NAME.
           MOVE LN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER" TO WS-EMP-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-EMP-NAME
           END-READ.
           ADD 1 TO WS-OPEN-COUNT.
           ADD LN-PRINCIPAL TO WS-OPEN-PRINCIPAL.
           ADD LN-BALANCE TO WS-OPEN-BALANCE.
           IF LN-IS-ADVANCE
               ADD LN-BALANCE TO WS-ADV-BALANCE
           ELSE
               ADD LN-BALANCE TO WS-LOAN-BALANCE
           END-IF.
           SUBTRACT LN-BALANCE FROM LN-PRINCIPAL GIVING WS-REPAID.
           MOVE LN-PRINCIPAL TO DISPLAY-PRINCIPAL.
           MOVE WS-REPAID TO DISPLAY-REPAID.
           MOVE LN-BALANCE TO DISPLAY-BALANCE.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING LN-EMP-ID " " WS-EMP-NAME " " LN-LOAN-ID " "
               LN-LOAN-TYPE " " LN-DISBURSED-DATE " "
               DISPLAY-PRINCIPAL " " DISPLAY-REPAID " "
               DISPLAY-BALANCE
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

       2500-PRINT-OPEN-TOTALS.
           MOVE SPACES TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE WS-OPEN-COUNT TO DISPLAY-COUNT.
           MOVE WS-OPEN-BALANCE TO DISPLAY-TOTAL.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "OPEN LOANS: " DISPLAY-COUNT
               "   TOTAL OUTSTANDING: " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE WS-ADV-BALANCE TO DISPLAY-TOTAL.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "  PAY ADVANCES (A):        " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE WS-LOAN-BALANCE TO DISPLAY-TOTAL.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "  LOANS (L):               " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE WS-OPEN-PRINCIPAL TO DISPLAY-TOTAL.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "  ORIGINAL PRINCIPAL:      " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE WS-PENDING-COUNT TO DISPLAY-COUNT.
           MOVE WS-PENDING-PRINCIPAL TO DISPLAY-TOTAL.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "BOOKED, NOT YET DISBURSED: " DISPLAY-TOTAL
               " (" DISPLAY-COUNT " LOANS)"
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

      *> The month is the check date's - that is the day the money
      *> moved, and the day the GL posted it.
       3000-SUM-MONTH-ACTIVITY.
           PERFORM UNTIL HIST-END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PH-CHECK-DATE (1:7) = WS-REPORT-MONTH
                           PERFORM 3100-POST-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       3100-POST-ONE-ROW.
           IF PH-IS-REVERSAL
               SUBTRACT PH-LOAN-ADVANCE FROM WS-MONTH-ADVANCED
               SUBTRACT PH-LOAN-REPAYMENT FROM WS-MONTH-REPAID
           ELSE
               ADD PH-LOAN-ADVANCE TO WS-MONTH-ADVANCED
               ADD PH-LOAN-REPAYMENT TO WS-MONTH-REPAID
           END-IF.

       3500-PRINT-MONTH-ACTIVITY.
           MOVE SPACES TO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "ACTIVITY FOR " WS-REPORT-MONTH
               " (PAY HISTORY, BY CHECK DATE):"
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE WS-MONTH-ADVANCED TO DISPLAY-TOTAL.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "  DISBURSED IN NET PAY:    " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.
           MOVE WS-MONTH-REPAID TO DISPLAY-TOTAL.
           MOVE SPACES TO LOAN-REPORT-LINE.
           STRING "  REPAID FROM PAY:         " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
           WRITE LOAN-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE LOAN-MASTER EMPLOYEE-MASTER PAY-HISTORY-FILE
               LOAN-PARM-FILE LOAN-REPORT-FILE.
