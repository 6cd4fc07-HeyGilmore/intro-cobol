       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACAMEAS.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Affordable Care Act full-time measurement and 1095-C data
      ** file. Who is ACA full-time is decided by the look-back
      ** method: hours worked over a measurement period, averaged
      ** per month, against the 130-hours-per-month threshold. For
      ** every employee on EMPMAST this run STARTs the indexed
      ** PAYHIST at the employee and sums PH-HOURS-WORKED into the
      ** month of each row's period end over the ACAPARM
      ** measurement period; a salaried ("S" pay basis) employee is
      ** credited the standard monthly hours for every month they
      ** were paid instead, since their rows carry no real hours.
      ** It prints the full-time roster and builds the year-end
      ** 1095-C data file for the full-time employees - the
      ** month-by-month offer, employee share, and safe-harbor
      ** codes following the employee's HLTH enrollment on DEDMSTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-KEY.
           SELECT OPTIONAL ACA-PARM-FILE ASSIGN TO "ACAPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-REPORT-FILE ASSIGN TO "ACAROST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACA-EFILE ASSIGN TO "ACA1095C"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-ENROLLMENT-RECORD.
           COPY DEDREC.

      *> The measurement period (first month and how many months),
      *> the standard monthly hours a salaried employee is credited,
      *> the 1095-C plan year, and the pay periods per year the
      *> per-period premium is annualized over. Any field left
      *> blank takes the default set in 1050.
       FD  ACA-PARM-FILE.
       01  ACA-PARM-RECORD.
           05  PARM-MEAS-START     PIC X(7).
           05  PARM-MEAS-MONTHS    PIC X(2).
           05  PARM-STD-HOURS      PIC X(3).
           05  PARM-PLAN-YEAR      PIC X(4).
           05  PARM-PAY-PERIODS    PIC X(2).

       FD  ROSTER-REPORT-FILE.
       01  ROSTER-REPORT-LINE      PIC X(80).

      *> The 1095-C data file: a CA employer record, one CE row per
      *> full-time employee with the twelve monthly line 14/15/16
      *> entries, and a CT count trailer.
       FD  ACA-EFILE.
       01  ACA-EFILE-RECORD        PIC X(210).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-EIN                PIC X(9)  VALUE SPACES.
       01  WS-RUN-DATE           PIC X(10).
       01  WS-EMP-EOF-SWITCH     PIC X(1) VALUE "N".
           88  EMP-END-OF-FILE            VALUE "Y".
       01  WS-PH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  PH-END-OF-FILE             VALUE "Y".
       01  WS-HEALTH-SWITCH      PIC X(1) VALUE "N".
           88  HEALTH-IS-ENROLLED         VALUE "Y".
           88  HEALTH-NOT-ENROLLED        VALUE "N".
       01  WS-FT-SWITCH          PIC X(1) VALUE "N".
           88  EMPLOYEE-IS-FULL-TIME      VALUE "Y".
           88  EMPLOYEE-IS-PART-TIME      VALUE "N".

      *> ACA's full-time line: 130 hours of service a month.
       01  WS-FT-THRESHOLD       PIC 9(3) VALUE 130.

      *> Working copies of the parm, defaulted: a twelve-month
      *> look-back over last calendar year, 173 standard hours (40
      *> a week), that year's 1095-C, biweekly pay.
       01  WS-MEAS-START         PIC X(7).
       01  WS-MEAS-YEAR          PIC 9(4).
       01  WS-MEAS-MONTH         PIC 9(2).
       01  WS-MEAS-MONTHS        PIC 9(2) VALUE 12.
       01  WS-STD-HOURS          PIC 9(3) VALUE 173.
       01  WS-PLAN-YEAR          PIC X(4).
       01  WS-PAY-PERIODS        PIC 9(2) VALUE 26.
       01  WS-YEAR-NUM           PIC 9(4).

      *> Month arithmetic: a month's serial is year * 12 + month,
      *> so the measurement offset is a plain subtraction.
       01  WS-START-SERIAL       PIC 9(6).
       01  WS-ROW-SERIAL         PIC 9(6).
       01  WS-ROW-YEAR           PIC 9(4).
       01  WS-ROW-MONTH          PIC 9(2).
       01  WS-MONTH-OFFSET       PIC S9(6).

      *> One employee's measurement, month by month.
       01  WS-MEAS-TABLE.
           05  WS-MEAS-ENTRY OCCURS 12 TIMES.
               10  MSR-HOURS          PIC 9(5).
               10  MSR-PAID-SWITCH    PIC X(1).
                   88  MSR-WAS-PAID           VALUE "Y".
       01  WS-MSR-IDX            PIC 9(2).
       01  WS-TOTAL-HOURS        PIC 9(6).
       01  WS-AVG-HOURS          PIC 9(4)V9.
       01  WS-FT-MONTHS          PIC 9(2).

      *> The year's 1095-C months, and the HLTH enrollment behind
      *> them.
       01  WS-PLAN-MONTH         PIC X(7).
       01  WS-PLAN-IDX           PIC 9(2).
       01  WS-MONTHLY-SHARE      PIC 9(5)V99.
       01  WS-COVERED-MONTHS     PIC 9(2).

       01  ACA-CA-RECORD.
           05  FILLER            PIC X(2)  VALUE "CA".
           05  CA-EIN            PIC X(9).
           05  CA-COMPANY-NAME   PIC X(30).
           05  CA-PLAN-YEAR      PIC X(4).
           05  FILLER            PIC X(165) VALUE SPACES.
       01  ACA-CE-RECORD.
           05  FILLER            PIC X(2)  VALUE "CE".
           05  CE-SSN            PIC X(9).
           05  CE-NAME           PIC X(20).
           05  CE-ADDRESS-1      PIC X(30).
           05  CE-CITY-ST-ZIP    PIC X(30).
           05  CE-PLAN-YEAR      PIC X(4).
      *> Line 14 offer code, line 15 employee share in cents, line
      *> 16 safe-harbor code - January through December.
           05  CE-MONTH OCCURS 12 TIMES.
               10  CE-OFFER-CODE     PIC X(2).
               10  CE-EE-SHARE       PIC 9(5).
               10  CE-HARBOR-CODE    PIC X(2).
           05  FILLER            PIC X(7)  VALUE SPACES.
       01  ACA-CT-RECORD.
           05  FILLER            PIC X(2)  VALUE "CT".
           05  CT-EMPLOYEE-COUNT PIC 9(7).
           05  FILLER            PIC X(201) VALUE SPACES.

       01  WS-EMPLOYEE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-FULL-TIME-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-PART-TIME-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-1095C-COUNT        PIC 9(7) VALUE ZERO.

       01  DISPLAY-HOURS         PIC ZZZ,ZZ9.
       01  DISPLAY-AVG-HOURS     PIC Z,ZZ9.9.
       01  DISPLAY-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-PRINT-HEADER.
           PERFORM 1200-WRITE-EMPLOYER-RECORD.
           PERFORM 1300-READ-EMPLOYEE.
           PERFORM 2000-MEASURE-ONE-EMPLOYEE UNTIL EMP-END-OF-FILE.
           PERFORM 8900-PRINT-TOTALS.
           DISPLAY "ACAMEAS COMPLETE - MEASURED: " WS-EMPLOYEE-COUNT
               " FULL-TIME: " WS-FULL-TIME-COUNT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT PAY-HISTORY-FILE.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN OUTPUT ROSTER-REPORT-FILE.
           OPEN OUTPUT ACA-EFILE.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE CO-EIN TO WS-EIN
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM 1050-READ-ACA-PARM.

      *> A missing ACAPARM (SELECT OPTIONAL) reads as an immediate
      *> AT END and measures last calendar year for that year's
      *> 1095-C.
       1050-READ-ACA-PARM.
           MOVE WS-DATE-RAW (1:4) TO WS-YEAR-NUM.
           SUBTRACT 1 FROM WS-YEAR-NUM.
           MOVE WS-YEAR-NUM TO WS-PLAN-YEAR.
           MOVE SPACES TO WS-MEAS-START.
           STRING WS-PLAN-YEAR "-01" DELIMITED BY SIZE
               INTO WS-MEAS-START.
           MOVE SPACES TO ACA-PARM-RECORD.
           OPEN INPUT ACA-PARM-FILE.
           READ ACA-PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE ACA-PARM-FILE.
           IF PARM-MEAS-START (1:4) IS NUMERIC
               AND PARM-MEAS-START (6:2) IS NUMERIC
               MOVE PARM-MEAS-START TO WS-MEAS-START
           END-IF.
           IF PARM-MEAS-MONTHS IS NUMERIC
               AND PARM-MEAS-MONTHS >= "01"
               AND PARM-MEAS-MONTHS <= "12"
               MOVE PARM-MEAS-MONTHS TO WS-MEAS-MONTHS
           END-IF.
           IF PARM-STD-HOURS IS NUMERIC
               MOVE PARM-STD-HOURS TO WS-STD-HOURS
           END-IF.
           IF PARM-PLAN-YEAR IS NUMERIC
               MOVE PARM-PLAN-YEAR TO WS-PLAN-YEAR
           END-IF.
           IF PARM-PAY-PERIODS IS NUMERIC
               AND PARM-PAY-PERIODS > "00"
               MOVE PARM-PAY-PERIODS TO WS-PAY-PERIODS
           END-IF.
           MOVE WS-MEAS-START (1:4) TO WS-MEAS-YEAR.
           MOVE WS-MEAS-START (6:2) TO WS-MEAS-MONTH.
           COMPUTE WS-START-SERIAL = WS-MEAS-YEAR * 12
               + WS-MEAS-MONTH.

       1100-PRINT-HEADER.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - ACA FULL-TIME MEASUREMENT" DELIMITED BY SIZE
               INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "   MEASURED FROM "
               WS-MEAS-START " FOR " WS-MEAS-MONTHS " MONTHS"
               "   PLAN YEAR: " WS-PLAN-YEAR
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "THRESHOLD: " WS-FT-THRESHOLD
               " HOURS/MONTH   SALARIED CREDIT: " WS-STD-HOURS
               " HOURS/MONTH"
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE "EMP-ID NAME                 BASIS   HOURS  AVG/MO"
               TO ROSTER-REPORT-LINE.
           MOVE "  FT-MOS STATUS    HEALTH"
               TO ROSTER-REPORT-LINE (51:25).
           WRITE ROSTER-REPORT-LINE.

       1200-WRITE-EMPLOYER-RECORD.
           MOVE WS-EIN TO CA-EIN.
           MOVE WS-COMPANY-NAME TO CA-COMPANY-NAME.
           MOVE WS-PLAN-YEAR TO CA-PLAN-YEAR.
           MOVE ACA-CA-RECORD TO ACA-EFILE-RECORD.
           WRITE ACA-EFILE-RECORD.

       1300-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET EMP-END-OF-FILE TO TRUE
           END-READ.

      *> Every employee on the master is measured - a terminated
      *> employee who was full-time in the year still gets a
      *> 1095-C.
       2000-MEASURE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           INITIALIZE WS-MEAS-TABLE.
           PERFORM 2100-START-AT-EMPLOYEE.
           PERFORM 2150-READ-HISTORY.
           PERFORM UNTIL PH-END-OF-FILE
                   OR PH-EMP-ID NOT = EMP-ID
               PERFORM 2200-POST-ONE-ROW
               PERFORM 2150-READ-HISTORY
           END-PERFORM.
           PERFORM 2300-CLASSIFY-EMPLOYEE.
           PERFORM 2400-LOOKUP-HEALTH.
           PERFORM 2500-PRINT-ROSTER-LINE.
           IF EMPLOYEE-IS-FULL-TIME
               PERFORM 3000-WRITE-1095C-ROW
           END-IF.
           PERFORM 1300-READ-EMPLOYEE.

      *> PAYHIST is keyed by employee, so the measurement STARTs
      *> at the employee's first row - PAYINQ's approach.
       2100-START-AT-EMPLOYEE.
           MOVE "N" TO WS-PH-EOF-SWITCH.
           MOVE EMP-ID TO PH-EMP-ID.
           MOVE ZERO TO PH-PERIOD-NO.
           MOVE LOW-VALUES TO PH-RUN-TYPE.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET PH-END-OF-FILE TO TRUE
           END-START.

       2150-READ-HISTORY.
           IF PH-END-OF-FILE
               CONTINUE
           ELSE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET PH-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *> Hours land in the month the pay period ended in. A
      *> salaried employee's month is credited the standard hours
      *> once, however many times they were paid in it.
       2200-POST-ONE-ROW.
           MOVE PH-PERIOD-END (1:4) TO WS-ROW-YEAR.
           MOVE PH-PERIOD-END (6:2) TO WS-ROW-MONTH.
           COMPUTE WS-ROW-SERIAL = WS-ROW-YEAR * 12 + WS-ROW-MONTH.
           COMPUTE WS-MONTH-OFFSET = WS-ROW-SERIAL - WS-START-SERIAL
               + 1.
           IF WS-MONTH-OFFSET >= 1
               AND WS-MONTH-OFFSET <= WS-MEAS-MONTHS
               MOVE WS-MONTH-OFFSET TO WS-MSR-IDX
               IF PH-IS-REVERSAL
                   PERFORM 2210-BACK-OUT-REVERSAL
               ELSE
                   IF PAY-BASIS-SALARIED
                       IF NOT MSR-WAS-PAID (WS-MSR-IDX)
                           MOVE WS-STD-HOURS
                               TO MSR-HOURS (WS-MSR-IDX)
                       END-IF
                   ELSE
                       ADD PH-HOURS-WORKED TO MSR-HOURS (WS-MSR-IDX)
                   END-IF
                   SET MSR-WAS-PAID (WS-MSR-IDX) TO TRUE
               END-IF
           END-IF.

      *> A reversed payment's hours come back out of the month; a
      *> salaried month stays credited - the employee still worked
      *> it, only the deposit was wrong.
       2210-BACK-OUT-REVERSAL.
           IF NOT PAY-BASIS-SALARIED
               IF PH-HOURS-WORKED > MSR-HOURS (WS-MSR-IDX)
                   MOVE ZERO TO MSR-HOURS (WS-MSR-IDX)
               ELSE
                   SUBTRACT PH-HOURS-WORKED
                       FROM MSR-HOURS (WS-MSR-IDX)
               END-IF
           END-IF.

      *> The look-back test: average monthly hours over the whole
      *> measurement period at or above the threshold.
       2300-CLASSIFY-EMPLOYEE.
           MOVE ZERO TO WS-TOTAL-HOURS WS-FT-MONTHS.
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
                   UNTIL WS-MSR-IDX > WS-MEAS-MONTHS
               ADD MSR-HOURS (WS-MSR-IDX) TO WS-TOTAL-HOURS
               IF MSR-HOURS (WS-MSR-IDX) >= WS-FT-THRESHOLD
                   ADD 1 TO WS-FT-MONTHS
               END-IF
           END-PERFORM.
           COMPUTE WS-AVG-HOURS ROUNDED =
               WS-TOTAL-HOURS / WS-MEAS-MONTHS.
           IF WS-AVG-HOURS >= WS-FT-THRESHOLD
               SET EMPLOYEE-IS-FULL-TIME TO TRUE
               ADD 1 TO WS-FULL-TIME-COUNT
           ELSE
               SET EMPLOYEE-IS-PART-TIME TO TRUE
               ADD 1 TO WS-PART-TIME-COUNT
           END-IF.

       2400-LOOKUP-HEALTH.
           SET HEALTH-IS-ENROLLED TO TRUE.
           MOVE EMP-ID TO DE-EMP-ID.
           MOVE "HLTH" TO DE-PLAN-CODE.
           READ DEDUCTION-MASTER
               INVALID KEY
                   SET HEALTH-NOT-ENROLLED TO TRUE
           END-READ.

       2500-PRINT-ROSTER-LINE.
           MOVE WS-TOTAL-HOURS TO DISPLAY-HOURS.
           MOVE WS-AVG-HOURS TO DISPLAY-AVG-HOURS.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING EMP-ID " " EMP-NAME " " DELIMITED BY SIZE
               INTO ROSTER-REPORT-LINE.
           IF PAY-BASIS-SALARIED
               MOVE "SAL" TO ROSTER-REPORT-LINE (29:3)
           ELSE
               MOVE "HRLY" TO ROSTER-REPORT-LINE (29:4)
           END-IF.
           MOVE DISPLAY-HOURS TO ROSTER-REPORT-LINE (34:7).
           MOVE DISPLAY-AVG-HOURS TO ROSTER-REPORT-LINE (42:7).
           MOVE WS-FT-MONTHS TO ROSTER-REPORT-LINE (55:2).
           IF EMPLOYEE-IS-FULL-TIME
               MOVE "FULL-TIME" TO ROSTER-REPORT-LINE (59:9)
           ELSE
               MOVE "PART-TIME" TO ROSTER-REPORT-LINE (59:9)
           END-IF.
           IF HEALTH-IS-ENROLLED
               MOVE "ENROLLED" TO ROSTER-REPORT-LINE (69:8)
           ELSE
               MOVE "NONE" TO ROSTER-REPORT-LINE (69:4)
           END-IF.
           WRITE ROSTER-REPORT-LINE.

      *> Month by month through the plan year: a month inside the
      *> HLTH enrollment's start/stop dates is an offer of coverage
      *> the employee took (1E, enrolled 2C) with the annualized
      *> per-period premium as the employee's monthly share; any
      *> other month is coded no offer (1H).
       3000-WRITE-1095C-ROW.
           MOVE EMP-SSN TO CE-SSN.
           MOVE EMP-NAME TO CE-NAME.
           MOVE EMP-ADDRESS-1 TO CE-ADDRESS-1.
           MOVE EMP-CITY-ST-ZIP TO CE-CITY-ST-ZIP.
           MOVE WS-PLAN-YEAR TO CE-PLAN-YEAR.
           MOVE ZERO TO WS-MONTHLY-SHARE WS-COVERED-MONTHS.
           IF HEALTH-IS-ENROLLED
               COMPUTE WS-MONTHLY-SHARE ROUNDED =
                   DE-PERIOD-AMOUNT * WS-PAY-PERIODS / 12
           END-IF.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > 12
               MOVE SPACES TO WS-PLAN-MONTH
               STRING WS-PLAN-YEAR "-" DELIMITED BY SIZE
                   INTO WS-PLAN-MONTH
               MOVE WS-PLAN-IDX TO WS-PLAN-MONTH (6:2)
               IF HEALTH-IS-ENROLLED
                   AND DE-START-DATE (1:7) <= WS-PLAN-MONTH
                   AND (DE-STOP-DATE = SPACES
                       OR DE-STOP-DATE (1:7) >= WS-PLAN-MONTH)
                   MOVE "1E" TO CE-OFFER-CODE (WS-PLAN-IDX)
                   COMPUTE CE-EE-SHARE (WS-PLAN-IDX) =
                       WS-MONTHLY-SHARE * 100
                   MOVE "2C" TO CE-HARBOR-CODE (WS-PLAN-IDX)
                   ADD 1 TO WS-COVERED-MONTHS
               ELSE
                   MOVE "1H" TO CE-OFFER-CODE (WS-PLAN-IDX)
                   MOVE ZERO TO CE-EE-SHARE (WS-PLAN-IDX)
                   MOVE SPACES TO CE-HARBOR-CODE (WS-PLAN-IDX)
               END-IF
           END-PERFORM.
           MOVE ACA-CE-RECORD TO ACA-EFILE-RECORD.
           WRITE ACA-EFILE-RECORD.
           ADD 1 TO WS-1095C-COUNT.

       8900-PRINT-TOTALS.
           MOVE WS-1095C-COUNT TO CT-EMPLOYEE-COUNT.
           MOVE ACA-CT-RECORD TO ACA-EFILE-RECORD.
           WRITE ACA-EFILE-RECORD.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE WS-EMPLOYEE-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "EMPLOYEES MEASURED: " DISPLAY-COUNT
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE WS-FULL-TIME-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "FULL-TIME:          " DISPLAY-COUNT
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE WS-PART-TIME-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "PART-TIME:          " DISPLAY-COUNT
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE WS-1095C-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "1095-C ROWS WRITTEN:" DISPLAY-COUNT
               DELIMITED BY SIZE INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER PAY-HISTORY-FILE DEDUCTION-MASTER
               ROSTER-REPORT-FILE ACA-EFILE.
