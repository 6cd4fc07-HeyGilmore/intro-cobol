       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCOMP.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Parallel-run comparison. Two pay runs banked under
      ** jcl/rptlib - the production run and the parallel (or
      ** re-run) that shadows it - are staged side by side by
      ** jcl/PARCOMP.sh under fixed OLD/NEW names, and their outputs
      ** are matched: the pay-history rows each run produced
      ** (PAYHDTL) employee by employee and field by field, the ACH
      ** details (ACHBATCH and ACHCAD) by employee and bank account,
      ** and the GL extract (GLEXTRCT) posting line by posting line.
      ** Every amount that moved by more than the CMPPARM tolerance
      ** is listed with the field name, the old value, and the new
      ** value; so is every row only one of the runs has. Summary
      ** counts and old/new totals close the report, PARCOMP.TXT,
      ** which is entered in the report catalog under the new
      ** run's identity. A trial run writes no ACH or GL, so a
      ** trial parallel compares on its pay-history rows alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-PAY-DETAIL ASSIGN TO "OLDPHDTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NEW-PAY-DETAIL ASSIGN TO "NEWPHDTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OLD-ACH-FILE ASSIGN TO "OLDACH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEW-ACH-FILE ASSIGN TO "NEWACH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OLD-GL-EXTRACT ASSIGN TO "OLDGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEW-GL-EXTRACT ASSIGN TO "NEWGLEX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMPARE-PARM-FILE ASSIGN TO "CMPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPARE-REPORT ASSIGN TO "PARCOMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The old run's pay-history rows are only tabled, so the file
      *> record stays a flat image; the new run's are read through
      *> the PAYHREC layout and compared against the tabled image
      *> moved into the OPH- copy in working storage.
       FD  OLD-PAY-DETAIL.
       01  OLD-PAY-DETAIL-RECORD   PIC X(170).

       FD  NEW-PAY-DETAIL.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

      *> ACHBATCH and ACHCAD are concatenated into one file per run
      *> by the script - the currency on each detail keeps them
      *> apart.
       FD  OLD-ACH-FILE.
       01  OLD-ACH-RECORD          PIC X(99).

       FD  NEW-ACH-FILE.
       01  ACH-DETAIL-RECORD.
           COPY ACHREC.

       FD  OLD-GL-EXTRACT.
       01  OLD-GL-LINE             PIC X(80).

       FD  NEW-GL-EXTRACT.
       01  NEW-GL-LINE             PIC X(80).

      *> The two run identities being compared and the tolerance:
      *> a difference of this many dollars or less is not reported.
       FD  COMPARE-PARM-FILE.
       01  COMPARE-PARM-RECORD.
           05  CP-OLD-RUN-ID       PIC X(19).
           05  CP-NEW-RUN-ID       PIC X(19).
           05  CP-TOLERANCE        PIC 9(5)V99.

       FD  COMPARE-REPORT.
       01  REPORT-LINE             PIC X(80).

       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           COPY RPTCATRC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW           PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-OLD-RUN-ID         PIC X(19) VALUE SPACES.
       01  WS-NEW-RUN-ID         PIC X(19) VALUE SPACES.
       01  WS-TOLERANCE          PIC 9(5)V99 VALUE ZERO.

       01  WS-EOF-SWITCH         PIC X(1) VALUE "N".
           88  END-OF-FILE                VALUE "Y".
       01  WS-FOUND-SWITCH       PIC X(1).
           88  MATCH-WAS-FOUND            VALUE "Y".
       01  WS-ROW-DIFF-SWITCH    PIC X(1).
           88  ROW-HAS-DIFFERENCE         VALUE "Y".

      *> The old run's pay-history rows, matched off as the new
      *> run's rows find them - what is left unmatched at the end
      *> is only in the old run.
       01  WS-PH-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-PH-MAX             PIC 9(4) VALUE 1000.
       01  WS-PH-IDX             PIC 9(4).
       01  WS-PH-FOUND-IDX       PIC 9(4).
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY OCCURS 1000 TIMES.
               10  PHT-RECORD          PIC X(170).
               10  PHT-MATCHED         PIC X(1).

       01  OLD-PAY-HISTORY-RECORD.
           COPY PAYHREC REPLACING LEADING ==PH-== BY ==OPH-==.

      *> The amount fields compared, in PAYHREC order, with the
      *> count of rows that differed on each.
       01  WS-FIELD-NAME-VALUES.
           05  FILLER  PIC X(18) VALUE "HOURS-WORKED".
           05  FILLER  PIC X(18) VALUE "HOURLY-RATE".
           05  FILLER  PIC X(18) VALUE "GROSS-PAY".
           05  FILLER  PIC X(18) VALUE "FEDERAL-TAX".
           05  FILLER  PIC X(18) VALUE "STATE-TAX".
           05  FILLER  PIC X(18) VALUE "FICA-TAX".
           05  FILLER  PIC X(18) VALUE "HEALTH-PREMIUM".
           05  FILLER  PIC X(18) VALUE "RETIREMENT-401K".
           05  FILLER  PIC X(18) VALUE "GARNISHMENT".
           05  FILLER  PIC X(18) VALUE "NET-PAY".
           05  FILLER  PIC X(18) VALUE "PRETAX-DEDUCT".
           05  FILLER  PIC X(18) VALUE "401K-MATCH".
           05  FILLER  PIC X(18) VALUE "SHIFT-PREMIUM".
           05  FILLER  PIC X(18) VALUE "HOLIDAY-PAY".
           05  FILLER  PIC X(18) VALUE "ARREARS-TAKE".
           05  FILLER  PIC X(18) VALUE "IMPUTED-INCOME".
           05  FILLER  PIC X(18) VALUE "SEVERANCE".
           05  FILLER  PIC X(18) VALUE "LOCAL-TAX".
           05  FILLER  PIC X(18) VALUE "OVERPAY-RECOVERY".
           05  FILLER  PIC X(18) VALUE "LOAN-REPAYMENT".
           05  FILLER  PIC X(18) VALUE "LOAN-ADVANCE".
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           05  WS-FIELD-NAME OCCURS 21 TIMES PIC X(18).
       01  WS-FIELD-COUNT        PIC 9(2) VALUE 21.
       01  WS-FIELD-IDX          PIC 9(2).
       01  WS-FIELD-DIFFS.
           05  WS-FIELD-DIFF-COUNT OCCURS 21 TIMES PIC 9(5).
       01  WS-DATE-DIFF-COUNT    PIC 9(5) VALUE ZERO.

      *> One run's ACH details, summed by employee, bank account,
      *> and currency - an employee split across two accounts is
      *> two entries.
       01  WS-ACH-MAX            PIC 9(4) VALUE 1000.
       01  WS-ACH-IDX            PIC 9(4).
       01  WS-ACH-FOUND-IDX      PIC 9(4).
       01  WS-OLD-ACH-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-OLD-ACH-TABLE.
           05  WS-OLD-ACH-ENTRY OCCURS 1000 TIMES.
               10  OAT-KEY.
                   15  OAT-EMP-ID      PIC X(6).
                   15  OAT-ROUTING-NO  PIC X(9).
                   15  OAT-ACCOUNT-NO  PIC X(17).
                   15  OAT-CURRENCY    PIC X(3).
               10  OAT-AMOUNT          PIC 9(7)V99.
               10  OAT-MATCHED         PIC X(1).
       01  WS-NEW-ACH-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-NEW-ACH-TABLE.
           05  WS-NEW-ACH-ENTRY OCCURS 1000 TIMES.
               10  NAT-KEY.
                   15  NAT-EMP-ID      PIC X(6).
                   15  NAT-ROUTING-NO  PIC X(9).
                   15  NAT-ACCOUNT-NO  PIC X(17).
                   15  NAT-CURRENCY    PIC X(3).
               10  NAT-AMOUNT          PIC 9(7)V99.
       01  WS-ACH-KEY.
           05  WS-ACH-EMP-ID     PIC X(6).
           05  WS-ACH-ROUTING-NO PIC X(9).
           05  WS-ACH-ACCOUNT-NO PIC X(17).
           05  WS-ACH-CURRENCY   PIC X(3).
       01  WS-ACH-AMOUNT         PIC 9(7)V99.

      *> One run's GL posting lines, summed by the line with its
      *> amount taken off: department (or ALL), DR/CR, and account
      *> on a posting line; the month, DR/CR, and account on an
      *> accrual or reversal line. Heading lines are not compared.
       01  WS-GL-MAX             PIC 9(4) VALUE 500.
       01  WS-GL-IDX             PIC 9(4).
       01  WS-GL-FOUND-IDX       PIC 9(4).
       01  WS-OLD-GL-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-OLD-GL-TABLE.
           05  WS-OLD-GL-ENTRY OCCURS 500 TIMES.
               10  OGT-KEY             PIC X(29).
               10  OGT-AMOUNT          PIC 9(8)V99.
               10  OGT-MATCHED         PIC X(1).
       01  WS-NEW-GL-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-NEW-GL-TABLE.
           05  WS-NEW-GL-ENTRY OCCURS 500 TIMES.
               10  NGT-KEY             PIC X(29).
               10  NGT-AMOUNT          PIC 9(8)V99.
       01  WS-GL-LINE            PIC X(80).
       01  WS-GL-KEY             PIC X(29).
       01  WS-GL-DRCR            PIC X(2).
       01  WS-GL-EDITED          PIC ZZZ,ZZ9.99.
       01  WS-GL-EDITED-X REDEFINES WS-GL-EDITED PIC X(10).
       01  WS-GL-AMOUNT          PIC 9(8)V99.
       01  WS-GL-SIDE            PIC X(1).
           88  GL-SIDE-IS-OLD             VALUE "O".
           88  GL-SIDE-IS-NEW             VALUE "N".

      *> The pair of values in hand and what they differ by.
       01  WS-OLD-VALUE          PIC 9(8)V99.
       01  WS-NEW-VALUE          PIC 9(8)V99.
       01  WS-DIFFERENCE         PIC S9(8)V99.
       01  WS-ABS-DIFFERENCE     PIC 9(8)V99.
       01  WS-SIGNED-AMOUNT      PIC S9(8)V99.

       01  WS-PH-OLD-ROWS        PIC 9(5) VALUE ZERO.
       01  WS-PH-NEW-ROWS        PIC 9(5) VALUE ZERO.
       01  WS-PH-MATCHED         PIC 9(5) VALUE ZERO.
       01  WS-PH-DIFFERING       PIC 9(5) VALUE ZERO.
       01  WS-PH-ONLY-OLD        PIC 9(5) VALUE ZERO.
       01  WS-PH-ONLY-NEW        PIC 9(5) VALUE ZERO.
       01  WS-PH-FIELD-DIFFS     PIC 9(5) VALUE ZERO.
       01  WS-ACH-OLD-DETAILS    PIC 9(5) VALUE ZERO.
       01  WS-ACH-NEW-DETAILS    PIC 9(5) VALUE ZERO.
       01  WS-ACH-MATCHED        PIC 9(5) VALUE ZERO.
       01  WS-ACH-DIFFERING      PIC 9(5) VALUE ZERO.
       01  WS-ACH-ONLY-OLD       PIC 9(5) VALUE ZERO.
       01  WS-ACH-ONLY-NEW       PIC 9(5) VALUE ZERO.
       01  WS-GL-OLD-LINES       PIC 9(5) VALUE ZERO.
       01  WS-GL-NEW-LINES       PIC 9(5) VALUE ZERO.
       01  WS-GL-MATCHED         PIC 9(5) VALUE ZERO.
       01  WS-GL-DIFFERING       PIC 9(5) VALUE ZERO.
       01  WS-GL-ONLY-OLD        PIC 9(5) VALUE ZERO.
       01  WS-GL-ONLY-NEW        PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-DIFFERENCES  PIC 9(5) VALUE ZERO.

      *> Old/new run totals. A "V" reversal row backs its amounts
      *> out, the same as every other reader of pay history.
       01  WS-OLD-GROSS-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-GROSS-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-OLD-TAX-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-TAX-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-OLD-NET-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-NET-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-OLD-USD-ACH-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-USD-ACH-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-OLD-CAD-ACH-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-CAD-ACH-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-OLD-GL-DR-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-GL-DR-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-OLD-GL-CR-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-GL-CR-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-LABEL        PIC X(22).
       01  WS-OLD-TOTAL          PIC S9(9)V99.
       01  WS-NEW-TOTAL          PIC S9(9)V99.

       01  DISPLAY-PERIOD-NO     PIC ZZ9.
       01  DISPLAY-OLD-VALUE     PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-NEW-VALUE     PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-DIFFERENCE    PIC -Z,ZZZ,ZZ9.99.
       01  DISPLAY-OLD-TOTAL     PIC -ZZ,ZZZ,ZZ9.99.
       01  DISPLAY-NEW-TOTAL     PIC -ZZ,ZZZ,ZZ9.99.
       01  DISPLAY-TOLERANCE     PIC ZZ,ZZ9.99.
       01  DISPLAY-COUNT         PIC ZZZZ9.
       01  DISPLAY-COUNT-2       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1050-READ-COMPARE-PARM.
           PERFORM 8100-PRINT-HEADINGS.
           PERFORM 2000-COMPARE-PAY-HISTORY.
           PERFORM 3000-COMPARE-ACH.
           PERFORM 4000-COMPARE-GL-EXTRACT.
           PERFORM 8900-PRINT-SUMMARY.
           PERFORM 8870-CATALOG-REPORT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN OUTPUT COMPARE-REPORT.
           OPEN EXTEND REPORT-CATALOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE ZERO TO WS-FIELD-DIFFS.

      *> A missing CMPPARM (SELECT OPTIONAL) compares to the penny
      *> and leaves the run identities blank on the headings.
       1050-READ-COMPARE-PARM.
           OPEN INPUT COMPARE-PARM-FILE.
           READ COMPARE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CP-OLD-RUN-ID TO WS-OLD-RUN-ID
                   MOVE CP-NEW-RUN-ID TO WS-NEW-RUN-ID
                   IF CP-TOLERANCE IS NUMERIC
                       MOVE CP-TOLERANCE TO WS-TOLERANCE
                   END-IF
           END-READ.
           CLOSE COMPARE-PARM-FILE.

      *> ------------------------------------------------------------
      *> Pay-history rows: table the old run's, then match each of
      *> the new run's by employee, period, and run type.
      *> ------------------------------------------------------------
       2000-COMPARE-PAY-HISTORY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PAY HISTORY ROWS (PAYHDTL)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "EMP ID PER T FIELD" TO REPORT-LINE (1:18).
           MOVE "OLD VALUE" TO REPORT-LINE (36:9).
           MOVE "NEW VALUE" TO REPORT-LINE (49:9).
           MOVE "DIFFERENCE" TO REPORT-LINE (62:10).
           WRITE REPORT-LINE.
           PERFORM 2100-LOAD-OLD-PAY-DETAIL.
           OPEN INPUT NEW-PAY-DETAIL.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ NEW-PAY-DETAIL
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PH-NEW-ROWS
                       PERFORM 2200-MATCH-NEW-PAY-ROW
               END-READ
           END-PERFORM.
           CLOSE NEW-PAY-DETAIL.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF PHT-MATCHED (WS-PH-IDX) = "N"
                   MOVE PHT-RECORD (WS-PH-IDX)
                       TO OLD-PAY-HISTORY-RECORD
                   ADD 1 TO WS-PH-ONLY-OLD
                   MOVE OPH-NET-PAY TO DISPLAY-OLD-VALUE
                   MOVE OPH-PERIOD-NO TO DISPLAY-PERIOD-NO
                   MOVE SPACES TO REPORT-LINE
                   STRING OPH-EMP-ID " " DISPLAY-PERIOD-NO " "
                       OPH-RUN-TYPE " ONLY IN OLD RUN - NET "
                       DISPLAY-OLD-VALUE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       2100-LOAD-OLD-PAY-DETAIL.
           OPEN INPUT OLD-PAY-DETAIL.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ OLD-PAY-DETAIL
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2150-ADD-OLD-PAY-ROW
               END-READ
           END-PERFORM.
           CLOSE OLD-PAY-DETAIL.

       2150-ADD-OLD-PAY-ROW.
           ADD 1 TO WS-PH-OLD-ROWS.
           MOVE OLD-PAY-DETAIL-RECORD TO OLD-PAY-HISTORY-RECORD.
           PERFORM 2160-ADD-OLD-PAY-TOTALS.
           IF WS-PH-COUNT < WS-PH-MAX
               ADD 1 TO WS-PH-COUNT
               MOVE OLD-PAY-DETAIL-RECORD TO PHT-RECORD (WS-PH-COUNT)
               MOVE "N" TO PHT-MATCHED (WS-PH-COUNT)
           ELSE
               DISPLAY "*** PARCOMP: OVER " WS-PH-MAX
                   " OLD PAY ROWS - " OPH-EMP-ID " NOT COMPARED ***"
           END-IF.

       2160-ADD-OLD-PAY-TOTALS.
           IF OPH-IS-REVERSAL
               SUBTRACT OPH-GROSS-PAY FROM WS-OLD-GROSS-TOTAL
               SUBTRACT OPH-FEDERAL-TAX OPH-STATE-TAX OPH-FICA-TAX
                   OPH-LOCAL-TAX FROM WS-OLD-TAX-TOTAL
               SUBTRACT OPH-NET-PAY FROM WS-OLD-NET-TOTAL
           ELSE
               ADD OPH-GROSS-PAY TO WS-OLD-GROSS-TOTAL
               ADD OPH-FEDERAL-TAX OPH-STATE-TAX OPH-FICA-TAX
                   OPH-LOCAL-TAX TO WS-OLD-TAX-TOTAL
               ADD OPH-NET-PAY TO WS-OLD-NET-TOTAL
           END-IF.

       2200-MATCH-NEW-PAY-ROW.
           IF PH-IS-REVERSAL
               SUBTRACT PH-GROSS-PAY FROM WS-NEW-GROSS-TOTAL
               SUBTRACT PH-FEDERAL-TAX PH-STATE-TAX PH-FICA-TAX
                   PH-LOCAL-TAX FROM WS-NEW-TAX-TOTAL
               SUBTRACT PH-NET-PAY FROM WS-NEW-NET-TOTAL
           ELSE
               ADD PH-GROSS-PAY TO WS-NEW-GROSS-TOTAL
               ADD PH-FEDERAL-TAX PH-STATE-TAX PH-FICA-TAX
                   PH-LOCAL-TAX TO WS-NEW-TAX-TOTAL
               ADD PH-NET-PAY TO WS-NEW-NET-TOTAL
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF PHT-MATCHED (WS-PH-IDX) = "N"
                   AND PHT-RECORD (WS-PH-IDX) (1:10) = PH-KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE WS-PH-IDX TO WS-PH-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE PH-PERIOD-NO TO DISPLAY-PERIOD-NO.
           IF NOT MATCH-WAS-FOUND
               ADD 1 TO WS-PH-ONLY-NEW
               MOVE PH-NET-PAY TO DISPLAY-NEW-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING PH-EMP-ID " " DISPLAY-PERIOD-NO " "
                   PH-RUN-TYPE " ONLY IN NEW RUN - NET "
                   DISPLAY-NEW-VALUE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "Y" TO PHT-MATCHED (WS-PH-FOUND-IDX)
               MOVE PHT-RECORD (WS-PH-FOUND-IDX)
                   TO OLD-PAY-HISTORY-RECORD
               ADD 1 TO WS-PH-MATCHED
               MOVE "N" TO WS-ROW-DIFF-SWITCH
               PERFORM 2300-COMPARE-PAY-FIELD
                   VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               PERFORM 2400-COMPARE-PAY-DATES
               IF ROW-HAS-DIFFERENCE
                   ADD 1 TO WS-PH-DIFFERING
               END-IF
           END-IF.

       2300-COMPARE-PAY-FIELD.
           EVALUATE WS-FIELD-IDX
               WHEN 1
                   MOVE OPH-HOURS-WORKED TO WS-OLD-VALUE
                   MOVE PH-HOURS-WORKED TO WS-NEW-VALUE
               WHEN 2
                   MOVE OPH-HOURLY-RATE TO WS-OLD-VALUE
                   MOVE PH-HOURLY-RATE TO WS-NEW-VALUE
               WHEN 3
                   MOVE OPH-GROSS-PAY TO WS-OLD-VALUE
                   MOVE PH-GROSS-PAY TO WS-NEW-VALUE
               WHEN 4
                   MOVE OPH-FEDERAL-TAX TO WS-OLD-VALUE
                   MOVE PH-FEDERAL-TAX TO WS-NEW-VALUE
               WHEN 5
                   MOVE OPH-STATE-TAX TO WS-OLD-VALUE
                   MOVE PH-STATE-TAX TO WS-NEW-VALUE
               WHEN 6
                   MOVE OPH-FICA-TAX TO WS-OLD-VALUE
                   MOVE PH-FICA-TAX TO WS-NEW-VALUE
               WHEN 7
                   MOVE OPH-HEALTH-PREMIUM TO WS-OLD-VALUE
                   MOVE PH-HEALTH-PREMIUM TO WS-NEW-VALUE
               WHEN 8
                   MOVE OPH-RETIREMENT-401K TO WS-OLD-VALUE
                   MOVE PH-RETIREMENT-401K TO WS-NEW-VALUE
               WHEN 9
                   MOVE OPH-GARNISHMENT TO WS-OLD-VALUE
                   MOVE PH-GARNISHMENT TO WS-NEW-VALUE
               WHEN 10
                   MOVE OPH-NET-PAY TO WS-OLD-VALUE
                   MOVE PH-NET-PAY TO WS-NEW-VALUE
               WHEN 11
                   MOVE OPH-PRETAX-DEDUCT TO WS-OLD-VALUE
                   MOVE PH-PRETAX-DEDUCT TO WS-NEW-VALUE
               WHEN 12
                   MOVE OPH-401K-MATCH TO WS-OLD-VALUE
                   MOVE PH-401K-MATCH TO WS-NEW-VALUE
               WHEN 13
                   MOVE OPH-SHIFT-PREMIUM TO WS-OLD-VALUE
                   MOVE PH-SHIFT-PREMIUM TO WS-NEW-VALUE
               WHEN 14
                   MOVE OPH-HOLIDAY-PAY TO WS-OLD-VALUE
                   MOVE PH-HOLIDAY-PAY TO WS-NEW-VALUE
               WHEN 15
                   MOVE OPH-ARREARS-TAKE TO WS-OLD-VALUE
                   MOVE PH-ARREARS-TAKE TO WS-NEW-VALUE
               WHEN 16
                   MOVE OPH-IMPUTED-INCOME TO WS-OLD-VALUE
                   MOVE PH-IMPUTED-INCOME TO WS-NEW-VALUE
               WHEN 17
                   MOVE OPH-SEVERANCE TO WS-OLD-VALUE
                   MOVE PH-SEVERANCE TO WS-NEW-VALUE
               WHEN 18
                   MOVE OPH-LOCAL-TAX TO WS-OLD-VALUE
                   MOVE PH-LOCAL-TAX TO WS-NEW-VALUE
               WHEN 19
                   MOVE OPH-OVERPAY-RECOVERY TO WS-OLD-VALUE
                   MOVE PH-OVERPAY-RECOVERY TO WS-NEW-VALUE
               WHEN 20
                   MOVE OPH-LOAN-REPAYMENT TO WS-OLD-VALUE
                   MOVE PH-LOAN-REPAYMENT TO WS-NEW-VALUE
               WHEN 21
                   MOVE OPH-LOAN-ADVANCE TO WS-OLD-VALUE
                   MOVE PH-LOAN-ADVANCE TO WS-NEW-VALUE
           END-EVALUATE.
           PERFORM 7000-MEASURE-DIFFERENCE.
           IF WS-ABS-DIFFERENCE > WS-TOLERANCE
               MOVE "Y" TO WS-ROW-DIFF-SWITCH
               ADD 1 TO WS-PH-FIELD-DIFFS
               ADD 1 TO WS-FIELD-DIFF-COUNT (WS-FIELD-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING PH-EMP-ID " " DISPLAY-PERIOD-NO " "
                   PH-RUN-TYPE " " WS-FIELD-NAME (WS-FIELD-IDX)
                   " " DISPLAY-OLD-VALUE " " DISPLAY-NEW-VALUE
                   " " DISPLAY-DIFFERENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *> The dates are not amounts - any change at all is reported.
       2400-COMPARE-PAY-DATES.
           IF OPH-PERIOD-END NOT = PH-PERIOD-END
               MOVE "Y" TO WS-ROW-DIFF-SWITCH
               ADD 1 TO WS-PH-FIELD-DIFFS WS-DATE-DIFF-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING PH-EMP-ID " " DISPLAY-PERIOD-NO " "
                   PH-RUN-TYPE " PERIOD-END           "
                   OPH-PERIOD-END "   " PH-PERIOD-END
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF OPH-CHECK-DATE NOT = PH-CHECK-DATE
               MOVE "Y" TO WS-ROW-DIFF-SWITCH
               ADD 1 TO WS-PH-FIELD-DIFFS WS-DATE-DIFF-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING PH-EMP-ID " " DISPLAY-PERIOD-NO " "
                   PH-RUN-TYPE " CHECK-DATE           "
                   OPH-CHECK-DATE "   " PH-CHECK-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *> ------------------------------------------------------------
      *> ACH details: sum each run's by employee/account/currency,
      *> then match the new run's entries against the old run's.
      *> ------------------------------------------------------------
       3000-COMPARE-ACH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACH DETAILS (ACHBATCH/ACHCAD)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "EMP ID ROUTING   ACCOUNT           CUR"
               TO REPORT-LINE (1:38).
           MOVE "OLD AMOUNT" TO REPORT-LINE (42:10).
           MOVE "NEW AMOUNT" TO REPORT-LINE (55:10).
           MOVE "DIFFERENCE" TO REPORT-LINE (69:10).
           WRITE REPORT-LINE.
           OPEN INPUT OLD-ACH-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ OLD-ACH-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-ACH-RECORD TO ACH-DETAIL-RECORD
                       ADD 1 TO WS-ACH-OLD-DETAILS
                       PERFORM 3100-ADD-OLD-ACH-DETAIL
               END-READ
           END-PERFORM.
           CLOSE OLD-ACH-FILE.
           OPEN INPUT NEW-ACH-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ NEW-ACH-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACH-NEW-DETAILS
                       PERFORM 3200-ADD-NEW-ACH-DETAIL
               END-READ
           END-PERFORM.
           CLOSE NEW-ACH-FILE.
           PERFORM 3300-MATCH-NEW-ACH-ENTRY
               VARYING WS-ACH-IDX FROM 1 BY 1
               UNTIL WS-ACH-IDX > WS-NEW-ACH-COUNT.
           PERFORM VARYING WS-ACH-IDX FROM 1 BY 1
                   UNTIL WS-ACH-IDX > WS-OLD-ACH-COUNT
               IF OAT-MATCHED (WS-ACH-IDX) = "N"
                   ADD 1 TO WS-ACH-ONLY-OLD
                   MOVE OAT-AMOUNT (WS-ACH-IDX) TO DISPLAY-OLD-VALUE
                   MOVE SPACES TO REPORT-LINE
                   STRING OAT-EMP-ID (WS-ACH-IDX) " "
                       OAT-ROUTING-NO (WS-ACH-IDX) " "
                       OAT-ACCOUNT-NO (WS-ACH-IDX) " "
                       OAT-CURRENCY (WS-ACH-IDX) " "
                       DISPLAY-OLD-VALUE "  ONLY IN OLD RUN"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       3050-BUILD-ACH-KEY.
           MOVE ACH-EMP-ID TO WS-ACH-EMP-ID.
           MOVE ACH-ROUTING-NO TO WS-ACH-ROUTING-NO.
           MOVE ACH-ACCOUNT-NO TO WS-ACH-ACCOUNT-NO.
           MOVE ACH-CURRENCY-CODE TO WS-ACH-CURRENCY.
           IF WS-ACH-CURRENCY = SPACES
               MOVE "USD" TO WS-ACH-CURRENCY
           END-IF.
           MOVE ACH-AMOUNT TO WS-ACH-AMOUNT.

       3100-ADD-OLD-ACH-DETAIL.
           PERFORM 3050-BUILD-ACH-KEY.
           IF WS-ACH-CURRENCY = "CAD"
               ADD WS-ACH-AMOUNT TO WS-OLD-CAD-ACH-TOTAL
           ELSE
               ADD WS-ACH-AMOUNT TO WS-OLD-USD-ACH-TOTAL
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ACH-IDX FROM 1 BY 1
                   UNTIL WS-ACH-IDX > WS-OLD-ACH-COUNT
               IF OAT-KEY (WS-ACH-IDX) = WS-ACH-KEY
                   ADD WS-ACH-AMOUNT TO OAT-AMOUNT (WS-ACH-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT MATCH-WAS-FOUND
               IF WS-OLD-ACH-COUNT < WS-ACH-MAX
                   ADD 1 TO WS-OLD-ACH-COUNT
                   MOVE WS-ACH-KEY TO OAT-KEY (WS-OLD-ACH-COUNT)
                   MOVE WS-ACH-AMOUNT TO OAT-AMOUNT (WS-OLD-ACH-COUNT)
                   MOVE "N" TO OAT-MATCHED (WS-OLD-ACH-COUNT)
               ELSE
                   DISPLAY "*** PARCOMP: OVER " WS-ACH-MAX
                       " OLD ACH ENTRIES - " WS-ACH-EMP-ID
                       " NOT COMPARED ***"
               END-IF
           END-IF.

       3200-ADD-NEW-ACH-DETAIL.
           PERFORM 3050-BUILD-ACH-KEY.
           IF WS-ACH-CURRENCY = "CAD"
               ADD WS-ACH-AMOUNT TO WS-NEW-CAD-ACH-TOTAL
           ELSE
               ADD WS-ACH-AMOUNT TO WS-NEW-USD-ACH-TOTAL
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ACH-IDX FROM 1 BY 1
                   UNTIL WS-ACH-IDX > WS-NEW-ACH-COUNT
               IF NAT-KEY (WS-ACH-IDX) = WS-ACH-KEY
                   ADD WS-ACH-AMOUNT TO NAT-AMOUNT (WS-ACH-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT MATCH-WAS-FOUND
               IF WS-NEW-ACH-COUNT < WS-ACH-MAX
                   ADD 1 TO WS-NEW-ACH-COUNT
                   MOVE WS-ACH-KEY TO NAT-KEY (WS-NEW-ACH-COUNT)
                   MOVE WS-ACH-AMOUNT TO NAT-AMOUNT (WS-NEW-ACH-COUNT)
               ELSE
                   DISPLAY "*** PARCOMP: OVER " WS-ACH-MAX
                       " NEW ACH ENTRIES - " WS-ACH-EMP-ID
                       " NOT COMPARED ***"
               END-IF
           END-IF.

       3300-MATCH-NEW-ACH-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ACH-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-ACH-FOUND-IDX > WS-OLD-ACH-COUNT
               IF OAT-KEY (WS-ACH-FOUND-IDX) = NAT-KEY (WS-ACH-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT MATCH-WAS-FOUND
               ADD 1 TO WS-ACH-ONLY-NEW
               MOVE NAT-AMOUNT (WS-ACH-IDX) TO DISPLAY-NEW-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING NAT-EMP-ID (WS-ACH-IDX) " "
                   NAT-ROUTING-NO (WS-ACH-IDX) " "
                   NAT-ACCOUNT-NO (WS-ACH-IDX) " "
                   NAT-CURRENCY (WS-ACH-IDX) " "
                   DISPLAY-NEW-VALUE "  ONLY IN NEW RUN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "Y" TO OAT-MATCHED (WS-ACH-FOUND-IDX)
               ADD 1 TO WS-ACH-MATCHED
               MOVE OAT-AMOUNT (WS-ACH-FOUND-IDX) TO WS-OLD-VALUE
               MOVE NAT-AMOUNT (WS-ACH-IDX) TO WS-NEW-VALUE
               PERFORM 7000-MEASURE-DIFFERENCE
               IF WS-ABS-DIFFERENCE > WS-TOLERANCE
                   ADD 1 TO WS-ACH-DIFFERING
                   MOVE SPACES TO REPORT-LINE
                   STRING NAT-EMP-ID (WS-ACH-IDX) " "
                       NAT-ROUTING-NO (WS-ACH-IDX) " "
                       NAT-ACCOUNT-NO (WS-ACH-IDX) " "
                       NAT-CURRENCY (WS-ACH-IDX) " "
                       DISPLAY-OLD-VALUE " " DISPLAY-NEW-VALUE " "
                       DISPLAY-DIFFERENCE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> GL extract: the same sum-and-match over the posting lines.
      *> ------------------------------------------------------------
       4000-COMPARE-GL-EXTRACT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GL EXTRACT (GLEXTRCT)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "POSTING" TO REPORT-LINE (1:7).
           MOVE "OLD AMOUNT" TO REPORT-LINE (33:10).
           MOVE "NEW AMOUNT" TO REPORT-LINE (46:10).
           MOVE "DIFFERENCE" TO REPORT-LINE (60:10).
           WRITE REPORT-LINE.
           SET GL-SIDE-IS-OLD TO TRUE.
           OPEN INPUT OLD-GL-EXTRACT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ OLD-GL-EXTRACT
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-GL-LINE TO WS-GL-LINE
                       PERFORM 4100-ADD-GL-LINE
               END-READ
           END-PERFORM.
           CLOSE OLD-GL-EXTRACT.
           SET GL-SIDE-IS-NEW TO TRUE.
           OPEN INPUT NEW-GL-EXTRACT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ NEW-GL-EXTRACT
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE NEW-GL-LINE TO WS-GL-LINE
                       PERFORM 4100-ADD-GL-LINE
               END-READ
           END-PERFORM.
           CLOSE NEW-GL-EXTRACT.
           PERFORM 4300-MATCH-NEW-GL-ENTRY
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-NEW-GL-COUNT.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-OLD-GL-COUNT
               IF OGT-MATCHED (WS-GL-IDX) = "N"
                   ADD 1 TO WS-GL-ONLY-OLD
                   MOVE OGT-AMOUNT (WS-GL-IDX) TO DISPLAY-OLD-VALUE
                   MOVE SPACES TO REPORT-LINE
                   STRING OGT-KEY (WS-GL-IDX) " "
                       DISPLAY-OLD-VALUE "  ONLY IN OLD RUN"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

      *> Same line shapes PAYCHECK2's 8920 writes: a posting line is
      *> department (or "ALL ") in 1-4, DR/CR in 6-7, the account in
      *> 9-18, and the amount in 20-29; an accrual or reversal line
      *> carries the month after the word and the amount in 31-40.
      *> Anything after the amount (the CAD cash note) is not keyed.
       4100-ADD-GL-LINE.
           MOVE SPACES TO WS-GL-KEY.
           EVALUATE TRUE
               WHEN WS-GL-LINE (1:8) = "ACCRUAL "
                 OR WS-GL-LINE (1:8) = "REVERSE "
                   MOVE WS-GL-LINE (1:29) TO WS-GL-KEY
                   MOVE WS-GL-LINE (17:2) TO WS-GL-DRCR
                   MOVE WS-GL-LINE (31:10) TO WS-GL-EDITED-X
               WHEN WS-GL-LINE (5:1) = SPACE
                 AND WS-GL-LINE (8:1) = SPACE
                 AND (WS-GL-LINE (6:2) = "DR"
                   OR WS-GL-LINE (6:2) = "CR")
                   MOVE WS-GL-LINE (1:18) TO WS-GL-KEY
                   MOVE WS-GL-LINE (6:2) TO WS-GL-DRCR
                   MOVE WS-GL-LINE (20:10) TO WS-GL-EDITED-X
           END-EVALUATE.
           IF WS-GL-KEY NOT = SPACES
               MOVE WS-GL-EDITED TO WS-GL-AMOUNT
               IF GL-SIDE-IS-OLD
                   PERFORM 4150-ADD-OLD-GL-ENTRY
               ELSE
                   PERFORM 4200-ADD-NEW-GL-ENTRY
               END-IF
           END-IF.

       4150-ADD-OLD-GL-ENTRY.
           ADD 1 TO WS-GL-OLD-LINES.
           IF WS-GL-DRCR = "DR"
               ADD WS-GL-AMOUNT TO WS-OLD-GL-DR-TOTAL
           ELSE
               ADD WS-GL-AMOUNT TO WS-OLD-GL-CR-TOTAL
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-OLD-GL-COUNT
               IF OGT-KEY (WS-GL-IDX) = WS-GL-KEY
                   ADD WS-GL-AMOUNT TO OGT-AMOUNT (WS-GL-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT MATCH-WAS-FOUND
               IF WS-OLD-GL-COUNT < WS-GL-MAX
                   ADD 1 TO WS-OLD-GL-COUNT
                   MOVE WS-GL-KEY TO OGT-KEY (WS-OLD-GL-COUNT)
                   MOVE WS-GL-AMOUNT TO OGT-AMOUNT (WS-OLD-GL-COUNT)
                   MOVE "N" TO OGT-MATCHED (WS-OLD-GL-COUNT)
               ELSE
                   DISPLAY "*** PARCOMP: OVER " WS-GL-MAX
                       " OLD GL LINES - " WS-GL-KEY
                       " NOT COMPARED ***"
               END-IF
           END-IF.

       4200-ADD-NEW-GL-ENTRY.
           ADD 1 TO WS-GL-NEW-LINES.
           IF WS-GL-DRCR = "DR"
               ADD WS-GL-AMOUNT TO WS-NEW-GL-DR-TOTAL
           ELSE
               ADD WS-GL-AMOUNT TO WS-NEW-GL-CR-TOTAL
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-NEW-GL-COUNT
               IF NGT-KEY (WS-GL-IDX) = WS-GL-KEY
                   ADD WS-GL-AMOUNT TO NGT-AMOUNT (WS-GL-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT MATCH-WAS-FOUND
               IF WS-NEW-GL-COUNT < WS-GL-MAX
                   ADD 1 TO WS-NEW-GL-COUNT
                   MOVE WS-GL-KEY TO NGT-KEY (WS-NEW-GL-COUNT)
                   MOVE WS-GL-AMOUNT TO NGT-AMOUNT (WS-NEW-GL-COUNT)
               ELSE
                   DISPLAY "*** PARCOMP: OVER " WS-GL-MAX
                       " NEW GL LINES - " WS-GL-KEY
                       " NOT COMPARED ***"
               END-IF
           END-IF.

       4300-MATCH-NEW-GL-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-GL-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-GL-FOUND-IDX > WS-OLD-GL-COUNT
               IF OGT-KEY (WS-GL-FOUND-IDX) = NGT-KEY (WS-GL-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT MATCH-WAS-FOUND
               ADD 1 TO WS-GL-ONLY-NEW
               MOVE NGT-AMOUNT (WS-GL-IDX) TO DISPLAY-NEW-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING NGT-KEY (WS-GL-IDX) " "
                   DISPLAY-NEW-VALUE "  ONLY IN NEW RUN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "Y" TO OGT-MATCHED (WS-GL-FOUND-IDX)
               ADD 1 TO WS-GL-MATCHED
               MOVE OGT-AMOUNT (WS-GL-FOUND-IDX) TO WS-OLD-VALUE
               MOVE NGT-AMOUNT (WS-GL-IDX) TO WS-NEW-VALUE
               PERFORM 7000-MEASURE-DIFFERENCE
               IF WS-ABS-DIFFERENCE > WS-TOLERANCE
                   ADD 1 TO WS-GL-DIFFERING
                   MOVE SPACES TO REPORT-LINE
                   STRING NGT-KEY (WS-GL-IDX) " "
                       DISPLAY-OLD-VALUE " " DISPLAY-NEW-VALUE " "
                       DISPLAY-DIFFERENCE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      *> New minus old, its size, and the edited forms every detail
      *> line prints.
       7000-MEASURE-DIFFERENCE.
           COMPUTE WS-DIFFERENCE = WS-NEW-VALUE - WS-OLD-VALUE.
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.
           MOVE WS-OLD-VALUE TO DISPLAY-OLD-VALUE.
           MOVE WS-NEW-VALUE TO DISPLAY-NEW-VALUE.
           MOVE WS-DIFFERENCE TO DISPLAY-DIFFERENCE.

       8100-PRINT-HEADINGS.
           MOVE "PARALLEL RUN COMPARISON" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OLD RUN: " WS-OLD-RUN-ID "   NEW RUN: "
               WS-NEW-RUN-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOLERANCE TO DISPLAY-TOLERANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMPARED ON: " WS-RUN-DATE
               "   TOLERANCE: " DISPLAY-TOLERANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       8870-CATALOG-REPORT.
           MOVE "PARCOMP.TXT" TO RP-REPORT-NAME.
           MOVE WS-RUN-DATE TO RP-RUN-DATE.
           MOVE WS-NEW-RUN-ID TO RP-RUN-ID.
           MOVE ZERO TO RP-PERIOD-NO.
           MOVE WS-TOTAL-DIFFERENCES TO RP-PAGE-COUNT.
           MOVE "PARCOMP" TO RP-PROGRAM.
           WRITE REPORT-CATALOG-RECORD.

       8900-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SUMMARY" TO REPORT-LINE (1:7).
           MOVE "OLD RUN" TO REPORT-LINE (31:7).
           MOVE "NEW RUN" TO REPORT-LINE (46:7).
           WRITE REPORT-LINE.
           MOVE "PAY HISTORY ROWS" TO WS-TOTAL-LABEL.
           MOVE WS-PH-OLD-ROWS TO DISPLAY-COUNT.
           MOVE WS-PH-NEW-ROWS TO DISPLAY-COUNT-2.
           PERFORM 8910-PRINT-COUNT-PAIR.
           MOVE "ACH DETAILS" TO WS-TOTAL-LABEL.
           MOVE WS-ACH-OLD-DETAILS TO DISPLAY-COUNT.
           MOVE WS-ACH-NEW-DETAILS TO DISPLAY-COUNT-2.
           PERFORM 8910-PRINT-COUNT-PAIR.
           MOVE "GL POSTING LINES" TO WS-TOTAL-LABEL.
           MOVE WS-GL-OLD-LINES TO DISPLAY-COUNT.
           MOVE WS-GL-NEW-LINES TO DISPLAY-COUNT-2.
           PERFORM 8910-PRINT-COUNT-PAIR.
           MOVE "GROSS PAY" TO WS-TOTAL-LABEL.
           MOVE WS-OLD-GROSS-TOTAL TO WS-OLD-TOTAL.
           MOVE WS-NEW-GROSS-TOTAL TO WS-NEW-TOTAL.
           PERFORM 8920-PRINT-TOTAL-PAIR.
           MOVE "TAXES WITHHELD" TO WS-TOTAL-LABEL.
           MOVE WS-OLD-TAX-TOTAL TO WS-OLD-TOTAL.
           MOVE WS-NEW-TAX-TOTAL TO WS-NEW-TOTAL.
           PERFORM 8920-PRINT-TOTAL-PAIR.
           MOVE "NET PAY" TO WS-TOTAL-LABEL.
           MOVE WS-OLD-NET-TOTAL TO WS-OLD-TOTAL.
           MOVE WS-NEW-NET-TOTAL TO WS-NEW-TOTAL.
           PERFORM 8920-PRINT-TOTAL-PAIR.
           MOVE "ACH USD DEPOSITS" TO WS-TOTAL-LABEL.
           MOVE WS-OLD-USD-ACH-TOTAL TO WS-OLD-TOTAL.
           MOVE WS-NEW-USD-ACH-TOTAL TO WS-NEW-TOTAL.
           PERFORM 8920-PRINT-TOTAL-PAIR.
           MOVE "ACH CAD DEPOSITS" TO WS-TOTAL-LABEL.
           MOVE WS-OLD-CAD-ACH-TOTAL TO WS-OLD-TOTAL.
           MOVE WS-NEW-CAD-ACH-TOTAL TO WS-NEW-TOTAL.
           PERFORM 8920-PRINT-TOTAL-PAIR.
           MOVE "GL DEBITS" TO WS-TOTAL-LABEL.
           MOVE WS-OLD-GL-DR-TOTAL TO WS-OLD-TOTAL.
           MOVE WS-NEW-GL-DR-TOTAL TO WS-NEW-TOTAL.
           PERFORM 8920-PRINT-TOTAL-PAIR.
           MOVE "GL CREDITS" TO WS-TOTAL-LABEL.
           MOVE WS-OLD-GL-CR-TOTAL TO WS-OLD-TOTAL.
           MOVE WS-NEW-GL-CR-TOTAL TO WS-NEW-TOTAL.
           PERFORM 8920-PRINT-TOTAL-PAIR.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MATCHED   DIFFERING   ONLY OLD   ONLY NEW"
               TO REPORT-LINE (25:41).
           WRITE REPORT-LINE.
           MOVE "PAY HISTORY ROWS" TO WS-TOTAL-LABEL.
           MOVE WS-PH-MATCHED TO WS-OLD-VALUE.
           MOVE WS-PH-DIFFERING TO WS-NEW-VALUE.
           MOVE WS-PH-ONLY-OLD TO WS-OLD-TOTAL.
           MOVE WS-PH-ONLY-NEW TO WS-NEW-TOTAL.
           PERFORM 8930-PRINT-MATCH-COUNTS.
           MOVE "ACH ENTRIES" TO WS-TOTAL-LABEL.
           MOVE WS-ACH-MATCHED TO WS-OLD-VALUE.
           MOVE WS-ACH-DIFFERING TO WS-NEW-VALUE.
           MOVE WS-ACH-ONLY-OLD TO WS-OLD-TOTAL.
           MOVE WS-ACH-ONLY-NEW TO WS-NEW-TOTAL.
           PERFORM 8930-PRINT-MATCH-COUNTS.
           MOVE "GL POSTINGS" TO WS-TOTAL-LABEL.
           MOVE WS-GL-MATCHED TO WS-OLD-VALUE.
           MOVE WS-GL-DIFFERING TO WS-NEW-VALUE.
           MOVE WS-GL-ONLY-OLD TO WS-OLD-TOTAL.
           MOVE WS-GL-ONLY-NEW TO WS-NEW-TOTAL.
           PERFORM 8930-PRINT-MATCH-COUNTS.
           IF WS-PH-FIELD-DIFFS > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PAY HISTORY FIELD DIFFERENCES" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 8940-PRINT-FIELD-COUNT
                   VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-DATE-DIFF-COUNT > ZERO
                   MOVE WS-DATE-DIFF-COUNT TO DISPLAY-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  PERIOD/CHECK DATES " DISPLAY-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           COMPUTE WS-TOTAL-DIFFERENCES = WS-PH-FIELD-DIFFS
               + WS-PH-ONLY-OLD + WS-PH-ONLY-NEW
               + WS-ACH-DIFFERING + WS-ACH-ONLY-OLD + WS-ACH-ONLY-NEW
               + WS-GL-DIFFERING + WS-GL-ONLY-OLD + WS-GL-ONLY-NEW.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-DIFFERENCES = ZERO
               MOVE "RESULT: RUNS AGREE WITHIN TOLERANCE"
                   TO REPORT-LINE
           ELSE
               MOVE WS-TOTAL-DIFFERENCES TO DISPLAY-COUNT
               STRING "RESULT: " DISPLAY-COUNT
                   " DIFFERENCES OVER TOLERANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           DISPLAY "PARCOMP: " REPORT-LINE.

       8910-PRINT-COUNT-PAIR.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-TOTAL-LABEL "          " DISPLAY-COUNT
               "          " DISPLAY-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       8920-PRINT-TOTAL-PAIR.
           MOVE WS-OLD-TOTAL TO DISPLAY-OLD-TOTAL.
           MOVE WS-NEW-TOTAL TO DISPLAY-NEW-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-TOTAL-LABEL " " DISPLAY-OLD-TOTAL " "
               DISPLAY-NEW-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *> Matched / differing / only-old / only-new for one source,
      *> passed in the four value fields.
       8930-PRINT-MATCH-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LABEL TO REPORT-LINE (1:22).
           MOVE WS-OLD-VALUE TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-LINE (27:5).
           MOVE WS-NEW-VALUE TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-LINE (39:5).
           MOVE WS-OLD-TOTAL TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-LINE (50:5).
           MOVE WS-NEW-TOTAL TO DISPLAY-COUNT.
           MOVE DISPLAY-COUNT TO REPORT-LINE (61:5).
           WRITE REPORT-LINE.

       8940-PRINT-FIELD-COUNT.
           IF WS-FIELD-DIFF-COUNT (WS-FIELD-IDX) > ZERO
               MOVE WS-FIELD-DIFF-COUNT (WS-FIELD-IDX)
                   TO DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-FIELD-NAME (WS-FIELD-IDX) " "
                   DISPLAY-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-CLOSE-FILES.
           CLOSE COMPARE-REPORT REPORT-CATALOG-FILE.
