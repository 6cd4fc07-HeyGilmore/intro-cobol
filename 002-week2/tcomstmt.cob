       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCOMSTMT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Year-end total compensation statement, one per employee,
      ** run in the year-end stream beside W2SUMMARY and off the
      ** same YTDMAST. For each of this COMPCTL company's employees
      ** still on the payroll it adds up what the job cost the
      ** company for the year: gross wages, the employer 401(k)
      ** match, the employer's FICA (TAXCALC prices it equal to the
      ** employee's) and FUTA/SUTA (on the YTD gross up to the wage
      ** bases on the TAXTABLE "E" record, the arithmetic TAXCALC
      ** runs each period), the employer share of every DEDMSTR
      ** plan premium for each closed PAYCAL period the enrollment
      ** covered, and the cash value of the vacation and sick hours
      ** on the master at the employee's rate. Each statement
      ** carries the mailing address block; TCOMPSTM.TXT is entered
      ** in the report catalog under the run's identity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-KEY.
           SELECT PAY-CALENDAR-IN ASSIGN TO "PAYCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-TABLE-FILE ASSIGN TO "TAXTABLE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "TCOMPSTM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER-IN.
       01  YTD-MASTER-RECORD.
           COPY YTDREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           COPY DEDREC.

       FD  PAY-CALENDAR-IN.
       01  CAL-IN-RECORD.
           COPY PAYCAL.

      *> Only the "E" employer-rate record matters here; the other
      *> TAXTABLE record shapes are TAXCALC's and are skipped.
       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           05  TT-RECORD-TYPE      PIC X(1).
               88  TT-IS-EMPLOYER          VALUE "E".
           05  TT-EMPLOYER-FIELDS.
               10  TT-FUTA-RATE        PIC V999.
               10  TT-FUTA-WAGE-BASE   PIC 9(7)V99.
               10  TT-SUTA-RATE        PIC V999.
               10  TT-SUTA-WAGE-BASE   PIC 9(7)V99.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE          PIC X(80).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

      *> This run's identity and the report catalog it enters
      *> TCOMPSTM.TXT in.
       FD  RUN-ID-FILE.
       01  RUN-ID-RECORD           PIC X(19).

       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           COPY RPTCATRC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-RUN-ID             PIC X(19) VALUE SPACES.
       01  WS-COMPANY-CODE       PIC X(3) VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.

       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-CAL-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE            VALUE "Y".
       01  WS-TT-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TT-END-OF-FILE             VALUE "Y".
       01  WS-DED-EOF-SWITCH     PIC X(1).
           88  DED-END-OF-FILE            VALUE "Y".
       01  WS-EMP-FOUND-SWITCH   PIC X(1).
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
           88  EMPLOYEE-NOT-FOUND         VALUE "N".

      *> TAXCALC's defaults, overridden by the TAXTABLE "E" record.
       01  WS-FUTA-RATE          PIC V999    VALUE .006.
       01  WS-FUTA-WAGE-BASE     PIC 9(7)V99 VALUE 7000.
       01  WS-SUTA-RATE          PIC V999    VALUE .027.
       01  WS-SUTA-WAGE-BASE     PIC 9(7)V99 VALUE 9000.

      *> The year's paid (closed) periods by pay group - an
      *> enrollment's employer premium is owed for each one its
      *> start/stop window covers.
       01  WS-CP-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CP-MAX             PIC 9(3) VALUE 80.
       01  WS-CP-IDX             PIC 9(3).
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 80 TIMES.
               10  CPT-PAY-GROUP       PIC X(1).
               10  CPT-START-DATE      PIC X(10).
               10  CPT-END-DATE        PIC X(10).

       01  WS-QTR-IDX            PIC 9(1).
       01  WS-PLAN-PERIODS       PIC 9(3).
       01  WS-PLAN-COST          PIC 9(6)V99.
       01  WS-UI-WAGES           PIC 9(7)V99.

       01  WS-ER-FICA            PIC 9(6)V99.
       01  WS-ER-FUTA            PIC 9(6)V99.
       01  WS-ER-SUTA            PIC 9(6)V99.
       01  WS-ER-PREMIUMS        PIC 9(6)V99.
       01  WS-PTO-HOURS          PIC 9(4)V99.
       01  WS-PTO-VALUE          PIC 9(6)V99.
       01  WS-TOTAL-COMP         PIC 9(8)V99.

       01  WS-STATEMENT-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-GRAND-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01  DISPLAY-AMOUNT        PIC $$$$,$$9.99.
       01  DISPLAY-TOTAL         PIC $$,$$$,$$9.99.
       01  DISPLAY-GRAND         PIC $$$$,$$$,$$9.99.
       01  DISPLAY-HOURS         PIC ZZZ9.99.
       01  DISPLAY-PERIODS       PIC ZZ9.
       01  WS-ITEM-LABEL         PIC X(36).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1050-LOAD-EMPLOYER-RATES.
           PERFORM 1100-LOAD-CLOSED-PERIODS.
           PERFORM 1200-READ-YTD.
           PERFORM 2000-PROCESS-YTD UNTIL YTD-END-OF-FILE.
           PERFORM 8900-PRINT-TOTALS.
           PERFORM 8870-CATALOG-REPORT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT YTD-MASTER-IN.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           OPEN INPUT RUN-ID-FILE.
           READ RUN-ID-FILE
               AT END MOVE SPACES TO WS-RUN-ID
               NOT AT END MOVE RUN-ID-RECORD TO WS-RUN-ID
           END-READ.
           CLOSE RUN-ID-FILE.

      *> The rates and wage bases TAXCALC priced the year's
      *> unemployment taxes at.
       1050-LOAD-EMPLOYER-RATES.
           OPEN INPUT TAX-TABLE-FILE.
           PERFORM UNTIL TT-END-OF-FILE
               READ TAX-TABLE-FILE
                   AT END
                       SET TT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TT-IS-EMPLOYER
                           MOVE TT-FUTA-RATE TO WS-FUTA-RATE
                           MOVE TT-FUTA-WAGE-BASE
                               TO WS-FUTA-WAGE-BASE
                           MOVE TT-SUTA-RATE TO WS-SUTA-RATE
                           MOVE TT-SUTA-WAGE-BASE
                               TO WS-SUTA-WAGE-BASE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-TABLE-FILE.

       1100-LOAD-CLOSED-PERIODS.
           OPEN INPUT PAY-CALENDAR-IN.
           PERFORM UNTIL CAL-END-OF-FILE
               READ PAY-CALENDAR-IN
                   AT END
                       SET CAL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAL-PERIOD-IS-CLOSED
                           PERFORM 1150-ADD-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.

       1150-ADD-CLOSED-PERIOD.
           IF WS-CP-COUNT < WS-CP-MAX
               ADD 1 TO WS-CP-COUNT
               MOVE CAL-PAY-GROUP TO CPT-PAY-GROUP (WS-CP-COUNT)
               MOVE CAL-START-DATE TO CPT-START-DATE (WS-CP-COUNT)
               MOVE CAL-END-DATE TO CPT-END-DATE (WS-CP-COUNT)
           ELSE
               DISPLAY "*** TCOMSTMT: OVER " WS-CP-MAX
                   " CLOSED PERIODS - PREMIUMS UNDERSTATED ***"
           END-IF.

       1200-READ-YTD.
           READ YTD-MASTER-IN
               AT END
                   SET YTD-END-OF-FILE TO TRUE
           END-READ.

      *> A YTD record written before the company code was carried
      *> belongs to the company the employee's master names. Anyone
      *> no longer employed gets no statement.
       2000-PROCESS-YTD.
           PERFORM 2050-LOOKUP-EMPLOYEE-MASTER.
           IF EMPLOYEE-WAS-FOUND
               IF YTD-COMPANY-CODE = SPACES
                   MOVE EMP-COMPANY-CODE TO YTD-COMPANY-CODE
               END-IF
               IF YTD-COMPANY-CODE = WS-COMPANY-CODE
                   AND EMP-IS-EMPLOYED
                   PERFORM 3000-PRINT-STATEMENT
               END-IF
           END-IF.
           PERFORM 1200-READ-YTD.

       2050-LOOKUP-EMPLOYEE-MASTER.
           SET EMPLOYEE-WAS-FOUND TO TRUE.
           MOVE YTD-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
           END-READ.

      *> The employer's FICA mirrors the employee's withheld FICA
      *> dollar for dollar; FUTA and SUTA tax the YTD gross up to
      *> their wage bases.
       2100-PRICE-EMPLOYER-TAXES.
           MOVE ZERO TO WS-ER-FICA.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                   UNTIL WS-QTR-IDX > 4
               ADD YTD-QTR-FICA (WS-QTR-IDX) TO WS-ER-FICA
           END-PERFORM.
           MOVE YTD-GROSS TO WS-UI-WAGES.
           IF WS-UI-WAGES > WS-FUTA-WAGE-BASE
               MOVE WS-FUTA-WAGE-BASE TO WS-UI-WAGES
           END-IF.
           MULTIPLY WS-UI-WAGES BY WS-FUTA-RATE
               GIVING WS-ER-FUTA ROUNDED.
           MOVE YTD-GROSS TO WS-UI-WAGES.
           IF WS-UI-WAGES > WS-SUTA-WAGE-BASE
               MOVE WS-SUTA-WAGE-BASE TO WS-UI-WAGES
           END-IF.
           MULTIPLY WS-UI-WAGES BY WS-SUTA-RATE
               GIVING WS-ER-SUTA ROUNDED.

      *> The same payout arithmetic PAYCHECK2's final-pay path
      *> runs: every remaining vacation and sick hour at the rate.
       2200-PRICE-PTO-BALANCE.
           ADD EMP-VAC-BALANCE EMP-SICK-BALANCE
               GIVING WS-PTO-HOURS.
           COMPUTE WS-PTO-VALUE ROUNDED =
               WS-PTO-HOURS * HOURLY-RATE.

       3000-PRINT-STATEMENT.
           PERFORM 2100-PRICE-EMPLOYER-TAXES.
           PERFORM 2200-PRICE-PTO-BALANCE.
           MOVE ZERO TO WS-ER-PREMIUMS.
           PERFORM 3100-PRINT-STATEMENT-HEADING.
           MOVE "GROSS WAGES" TO WS-ITEM-LABEL.
           MOVE YTD-GROSS TO DISPLAY-AMOUNT.
           PERFORM 3900-PRINT-ITEM.
           MOVE "EMPLOYER 401(K) MATCH" TO WS-ITEM-LABEL.
           MOVE YTD-401K-MATCH TO DISPLAY-AMOUNT.
           PERFORM 3900-PRINT-ITEM.
           MOVE "EMPLOYER SOCIAL SECURITY/MEDICARE" TO WS-ITEM-LABEL.
           MOVE WS-ER-FICA TO DISPLAY-AMOUNT.
           PERFORM 3900-PRINT-ITEM.
           MOVE "FEDERAL UNEMPLOYMENT TAX (FUTA)" TO WS-ITEM-LABEL.
           MOVE WS-ER-FUTA TO DISPLAY-AMOUNT.
           PERFORM 3900-PRINT-ITEM.
           MOVE "STATE UNEMPLOYMENT TAX (SUTA)" TO WS-ITEM-LABEL.
           MOVE WS-ER-SUTA TO DISPLAY-AMOUNT.
           PERFORM 3900-PRINT-ITEM.
           PERFORM 3200-PRINT-PLAN-PREMIUMS.
           MOVE WS-PTO-HOURS TO DISPLAY-HOURS.
           MOVE SPACES TO WS-ITEM-LABEL.
           STRING "PTO BALANCE (" DISPLAY-HOURS " HRS)"
               DELIMITED BY SIZE INTO WS-ITEM-LABEL.
           MOVE WS-PTO-VALUE TO DISPLAY-AMOUNT.
           PERFORM 3900-PRINT-ITEM.
           ADD YTD-GROSS YTD-401K-MATCH WS-ER-FICA WS-ER-FUTA
               WS-ER-SUTA WS-ER-PREMIUMS WS-PTO-VALUE
               GIVING WS-TOTAL-COMP.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "-------------" TO STATEMENT-LINE (44:13).
           WRITE STATEMENT-LINE.
           MOVE WS-TOTAL-COMP TO DISPLAY-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "TOTAL COMPENSATION" TO STATEMENT-LINE (6:18).
           MOVE DISPLAY-TOTAL TO STATEMENT-LINE (44:13).
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "YOUR PAY IS ONLY PART OF WHAT YOUR JOB IS WORTH."
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-STATEMENT-COUNT.
           ADD WS-TOTAL-COMP TO WS-GRAND-TOTAL.

       3100-PRINT-STATEMENT-HEADING.
           MOVE "------------------------------------------" TO
               STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - TOTAL COMPENSATION STATEMENT " WS-RUN-DATE (1:4)
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "TO: " EMP-NAME " (" EMP-ID ")"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "    " EMP-ADDRESS-1
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "    " EMP-CITY-ST-ZIP
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "WHAT THE COMPANY SPENT ON YOUR JOB THIS YEAR:"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *> Every enrollment the company shares the premium of, priced
      *> at its employer amount for each paid period of the
      *> employee's pay group inside the enrollment's window.
       3200-PRINT-PLAN-PREMIUMS.
           MOVE "N" TO WS-DED-EOF-SWITCH.
           MOVE EMP-ID TO DE-EMP-ID.
           MOVE LOW-VALUES TO DE-PLAN-CODE.
           START DEDUCTION-MASTER KEY IS NOT LESS THAN DE-KEY
               INVALID KEY
                   SET DED-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL DED-END-OF-FILE
               READ DEDUCTION-MASTER NEXT RECORD
                   AT END
                       SET DED-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DE-EMP-ID NOT = EMP-ID
                           SET DED-END-OF-FILE TO TRUE
                       ELSE
                           IF DE-ER-PERIOD-AMOUNT IS NUMERIC
                               AND DE-ER-PERIOD-AMOUNT > ZERO
                               PERFORM 3300-PRICE-ONE-PLAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3300-PRICE-ONE-PLAN.
           MOVE ZERO TO WS-PLAN-PERIODS.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF CPT-PAY-GROUP (WS-CP-IDX) = EMP-PAY-GROUP
                   AND DE-START-DATE NOT > CPT-END-DATE (WS-CP-IDX)
                   AND (DE-STOP-DATE = SPACES
                       OR DE-STOP-DATE NOT < CPT-START-DATE (WS-CP-IDX))
                   ADD 1 TO WS-PLAN-PERIODS
               END-IF
           END-PERFORM.
           MULTIPLY DE-ER-PERIOD-AMOUNT BY WS-PLAN-PERIODS
               GIVING WS-PLAN-COST.
           ADD WS-PLAN-COST TO WS-ER-PREMIUMS.
           MOVE WS-PLAN-PERIODS TO DISPLAY-PERIODS.
           MOVE SPACES TO WS-ITEM-LABEL.
           STRING "EMPLOYER " DE-PLAN-CODE " PREMIUM ("
               DISPLAY-PERIODS " PERIODS)"
               DELIMITED BY SIZE INTO WS-ITEM-LABEL.
           MOVE WS-PLAN-COST TO DISPLAY-AMOUNT.
           PERFORM 3900-PRINT-ITEM.

       3900-PRINT-ITEM.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-ITEM-LABEL TO STATEMENT-LINE (6:36).
           MOVE DISPLAY-AMOUNT TO STATEMENT-LINE (46:11).
           WRITE STATEMENT-LINE.

       8900-PRINT-TOTALS.
           MOVE "------------------------------------------" TO
               STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENTS PRINTED: " WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-GRAND-TOTAL TO DISPLAY-GRAND.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "TOTAL COMPENSATION, ALL STATEMENTS: " DISPLAY-GRAND
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *> One page per statement.
       8870-CATALOG-REPORT.
           MOVE "TCOMPSTM.TXT" TO RP-REPORT-NAME.
           MOVE WS-RUN-DATE TO RP-RUN-DATE.
           MOVE WS-RUN-ID TO RP-RUN-ID.
           MOVE ZERO TO RP-PERIOD-NO.
           MOVE WS-STATEMENT-COUNT TO RP-PAGE-COUNT.
           MOVE "TCOMSTMT" TO RP-PROGRAM.
           WRITE REPORT-CATALOG-RECORD.

       9000-CLOSE-FILES.
           CLOSE YTD-MASTER-IN EMPLOYEE-MASTER DEDUCTION-MASTER
               STATEMENT-FILE REPORT-CATALOG-FILE.
