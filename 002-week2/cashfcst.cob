       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Payroll cash-requirements forecast for treasury. Walks
      ** every pay group's OPEN PAYCAL periods whose check date
      ** falls inside the FCSTPARM horizon and prices each active
      ** employee of this company off EMPMAST the way the pay run
      ** would: hourly employees at their average hours over the
      ** last FCSTPARM regular periods on PAYHIST (the default
      ** hours when there is no history yet), salaried employees at
      ** EMP-SALARY-AMOUNT, a parked EMP-NEW-RATE from the first
      ** period whose end date reaches its effective date. The
      ** DEDMSTR enrollments, the employer 401k match under the
      ** COMPCTL rule, TAXCALC's withholding and employer taxes,
      ** and the GARNMSTR orders under their shared legal cap then
      ** split each period's cash into what leaves when:
      **   ACH direct deposit and physical checks on the check date
      **   the federal deposit (withholding plus both FICA halves)
      **        on DEPSCHED's semiweekly due date
      **   state withholding and FUTA/SUTA, shown at the check date
      **   the REMIT payees (health carrier, 401k provider, courts,
      **        local tax jurisdictions) through the PAYEEMST map
      ** and totals it by date across the horizon. Straight time
      ** only - overtime and one-off pay are not forecast. Nothing
      ** is updated; the report is CASHFCST.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-CALENDAR-IN ASSIGN TO "PAYCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY.
           SELECT OPTIONAL DEDUCTION-MASTER ASSIGN TO "DEDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-KEY.
           SELECT OPTIONAL GARNISHMENT-MASTER ASSIGN TO "GARNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY.
           SELECT OPTIONAL PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FORECAST-PARM-FILE ASSIGN TO "FCSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "CASHFCST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  YTD-MASTER-IN.
       01  YTD-MASTER-IN-RECORD.
           COPY YTDREC.

       FD  PAY-CALENDAR-IN.
       01  CAL-IN-RECORD.
           COPY PAYCAL.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           COPY DEDREC.

       FD  GARNISHMENT-MASTER.
       01  GARNISHMENT-RECORD.
           COPY GARNREC.

      *> REMIT's payee map: the source (order, plan, or local tax
      *> code) and the payee the money goes to.
       FD  PAYEE-MASTER-FILE.
       01  PAYEE-MASTER-RECORD.
           05  PE-SOURCE-TYPE      PIC X(1).
           05  PE-SOURCE-KEY       PIC X(10).
           05  PE-PAYEE-ID         PIC X(6).
           05  PE-PAYEE-NAME       PIC X(30).

      *> Days ahead of the run date to forecast, the regular
      *> periods of history an hourly employee's hours average
      *> over, and the hours to assume when there is no history.
       FD  FORECAST-PARM-FILE.
       01  FORECAST-PARM-RECORD.
           05  FP-HORIZON-DAYS     PIC 9(3).
           05  FP-HIST-PERIODS     PIC 9(2).
           05  FP-DEFAULT-HOURS    PIC 9(3).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE    PIC X(80).

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-COMPANY-CODE       PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.

      *> FCSTPARM's defaults when the dataset is not supplied.
       01  WS-HORIZON-DAYS       PIC 9(3) VALUE 31.
       01  WS-HIST-PERIODS       PIC 9(2) VALUE 4.
       01  WS-DEFAULT-HOURS      PIC 9(3) VALUE 80.
       01  WS-HORIZON-END        PIC X(10).

      *> The employer 401k match rule - PAYCHECK2's fallbacks, which
      *> COMPCTL overrides at open.
       01  WS-MATCH-RATE         PIC V99     VALUE .50.
       01  WS-MATCH-PCT-CAP      PIC V99     VALUE .06.
       01  WS-MATCH-ANNUAL-CAP   PIC 9(5)V99 VALUE 23500.

      *> Day-number arithmetic for the horizon end and the
      *> semiweekly due date: day 1 (1601-01-01) was a Monday, so
      *> REM(day-1, 7) is 0 Monday through 6 Sunday.
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-DATE-INT           PIC 9(8).
       01  WS-DUE-INT            PIC 9(8).
       01  WS-DAY-OF-WEEK        PIC 9(1).
       01  WS-DAYS-TO-DUE        PIC 9(1).
       01  WS-DUE-DIGITS         PIC 9(8).
       01  WS-DUE-DATE           PIC X(10).

       01  WS-EOF-SWITCH         PIC X(1) VALUE "N".
           88  END-OF-FILE                VALUE "Y".
       01  WS-EMP-EOF-SWITCH     PIC X(1) VALUE "N".
           88  EMP-END-OF-FILE            VALUE "Y".
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-SCAN-SWITCH        PIC X(1).
           88  SCAN-DONE                  VALUE "Y".
       01  WS-PRICED-SWITCH      PIC X(1).
           88  EMPLOYEE-WAS-PRICED        VALUE "Y".
       01  WS-FOUND-SWITCH       PIC X(1).
           88  ENTRY-WAS-FOUND            VALUE "Y".

      *> The open periods inside the horizon, in check-date order,
      *> with each one's cash buckets.
       01  WS-FP-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-FP-MAX             PIC 9(2) VALUE 40.
       01  WS-FP-IDX             PIC 9(2).
       01  WS-FP-JDX             PIC 9(2).
       01  WS-FP-TABLE.
           05  WS-FP-ENTRY OCCURS 40 TIMES.
               10  FPT-PAY-GROUP       PIC X(1).
               10  FPT-PERIOD-NO       PIC 9(3).
               10  FPT-START-DATE      PIC X(10).
               10  FPT-END-DATE        PIC X(10).
               10  FPT-CHECK-DATE      PIC X(10).
               10  FPT-DUE-DATE        PIC X(10).
               10  FPT-EMP-COUNT       PIC 9(5).
               10  FPT-GROSS           PIC 9(8)V99.
               10  FPT-ACH             PIC 9(8)V99.
               10  FPT-CHECKS          PIC 9(8)V99.
               10  FPT-FED-DEPOSIT     PIC 9(8)V99.
               10  FPT-OTHER-TAX       PIC 9(8)V99.
               10  FPT-REMIT           PIC 9(8)V99.
       01  WS-FP-SWAP            PIC X(109).

      *> Cash out the door by date across the horizon: net pay and
      *> the state/unemployment taxes and REMIT payees on the check
      *> date, the federal deposit on its due date.
       01  WS-CD-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CD-MAX             PIC 9(3) VALUE 100.
       01  WS-CD-IDX             PIC 9(3).
       01  WS-CD-JDX             PIC 9(3).
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY OCCURS 100 TIMES.
               10  CDT-DATE            PIC X(10).
               10  CDT-NET-PAY         PIC 9(9)V99.
               10  CDT-TAXES           PIC 9(9)V99.
               10  CDT-REMIT           PIC 9(9)V99.
       01  WS-CD-SWAP            PIC X(43).
       01  WS-CD-DATE            PIC X(10).
       01  WS-CD-NET-PAY         PIC 9(9)V99.
       01  WS-CD-TAXES           PIC 9(9)V99.
       01  WS-CD-REMIT           PIC 9(9)V99.
       01  WS-CD-DAY-TOTAL       PIC 9(9)V99.
       01  WS-CD-RUNNING         PIC 9(9)V99.

      *> What the forecast withholds for third parties, by the
      *> source REMITDTL would carry, and REMIT's payee map.
       01  WS-RS-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-RS-MAX             PIC 9(2) VALUE 50.
       01  WS-RS-IDX             PIC 9(2).
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 50 TIMES.
               10  RST-SOURCE-TYPE     PIC X(1).
               10  RST-SOURCE-KEY      PIC X(10).
               10  RST-AMOUNT          PIC 9(8)V99.
       01  WS-RS-SOURCE-TYPE     PIC X(1).
       01  WS-RS-SOURCE-KEY      PIC X(10).
       01  WS-RS-AMOUNT          PIC 9(6)V99.

       01  WS-PAYEE-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-PAYEE-IDX          PIC 9(2).
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 30 TIMES.
               10  PET-SOURCE-TYPE     PIC X(1).
               10  PET-SOURCE-KEY      PIC X(10).
               10  PET-PAYEE-ID        PIC X(6).
               10  PET-PAYEE-NAME      PIC X(30).

       01  WS-SUM-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SUM-IDX            PIC 9(2).
       01  WS-PAYEE-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 30 TIMES.
               10  SUM-PAYEE-ID        PIC X(6).
               10  SUM-PAYEE-NAME      PIC X(30).
               10  SUM-AMOUNT          PIC 9(8)V99.
       01  WS-UNMAPPED-TOTAL     PIC 9(8)V99 VALUE ZERO.

      *> The employee's recent regular-period hours, kept round-
      *> robin so the last FCSTPARM periods are the ones left.
       01  WS-HH-COUNT           PIC 9(3).
       01  WS-HH-SLOT            PIC 9(2).
       01  WS-HH-USED            PIC 9(2).
       01  WS-HH-SUM             PIC 9(5).
       01  WS-HH-TABLE.
           05  HHT-HOURS         PIC 9(3) OCCURS 26 TIMES.
       01  WS-AVG-HOURS          PIC 9(3)V99.

      *> The employee's enrollments and court orders.
       01  WS-DE-COUNT           PIC 9(2).
       01  WS-DE-IDX             PIC 9(2).
       01  WS-DE-TABLE.
           05  WS-DE-ENTRY OCCURS 10 TIMES.
               10  DET-PLAN-CODE       PIC X(4).
               10  DET-AMOUNT          PIC 9(4)V99.
               10  DET-START-DATE      PIC X(10).
               10  DET-STOP-DATE       PIC X(10).
               10  DET-TAX-STATUS      PIC X(1).

       01  WS-GARN-COUNT         PIC 9(1).
       01  WS-GARN-IDX           PIC 9(1).
       01  WS-GARN-JDX           PIC 9(1).
       01  WS-GARN-TABLE.
           05  WS-GARN-ENTRY OCCURS 5 TIMES.
               10  GT-ORDER-ID         PIC X(10).
               10  GT-PRIORITY         PIC 9(1).
               10  GT-PERIOD-AMT       PIC 9(4)V99.
               10  GT-DISP-PCT         PIC V99.
               10  GT-REMAINING        PIC 9(6)V99.
       01  WS-GARN-SWAP          PIC X(27).
       01  WS-GARN-MAX-PCT       PIC V99.
       01  WS-DISPOSABLE-PAY     PIC 9(6)V99.
       01  WS-GARN-CAP           PIC 9(6)V99.
       01  WS-GARN-ROOM          PIC 9(6)V99.
       01  WS-GARN-TAKE          PIC 9(6)V99.

      *> One employee's one forecast period.
       01  WS-FC-RATE            PIC 9(3)V99.
       01  WS-FC-GROSS           PIC 9(6)V99.
       01  WS-FC-HEALTH          PIC 9(4)V99.
       01  WS-FC-401K            PIC 9(4)V99.
       01  WS-FC-PRETAX          PIC 9(5)V99.
       01  WS-FC-MATCH           PIC 9(4)V99.
       01  WS-FC-GARNISH         PIC 9(5)V99.
       01  WS-FC-WITHHELD        PIC 9(6)V99.
       01  WS-FC-NET             PIC 9(6)V99.
       01  WS-FC-FED-DEPOSIT     PIC 9(6)V99.
       01  WS-FC-OTHER-TAX       PIC 9(6)V99.
       01  WS-FC-REMIT           PIC 9(6)V99.
       01  WS-401K-PRETAX-SWITCH PIC X(1).
           88  THE-401K-IS-PRETAX         VALUE "Y".
       01  WS-401K-CLAMP-AMT     PIC 9(4)V99.
       01  WS-401K-CAP-ROOM      PIC 9(7)V99.
       01  WS-MATCH-GROSS-CAP    PIC 9(6)V99.
      *> Year-to-date carried forward period by period, so the
      *> wage-base and 401k caps bind where the pay run's would.
       01  WS-FC-YTD-GROSS       PIC 9(7)V99.
       01  WS-FC-401K-YTD        PIC 9(7)V99.

       01  WS-TOT-GROSS          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-ACH            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-CHECKS         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-FED-DEPOSIT    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-OTHER-TAX      PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-REMIT          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-CASH           PIC 9(9)V99 VALUE ZERO.
       01  WS-PERIOD-CASH        PIC 9(9)V99.
       01  WS-EMP-PRICED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-EMP-DEFAULT-COUNT  PIC 9(5) VALUE ZERO.

       01  DISPLAY-AMOUNT        PIC $$$,$$$,$$9.99.
       01  DISPLAY-AMOUNT-2      PIC $$$,$$$,$$9.99.
       01  DISPLAY-COUNT         PIC ZZZZ9.
       01  DISPLAY-COUNT-2       PIC ZZZZ9.
       01  DISPLAY-PERIOD-NO     PIC ZZ9.
       01  DISPLAY-DAYS          PIC ZZ9.
       01  DISPLAY-HOURS         PIC ZZ9.

       01  TAX-CALC-AREA.
           COPY TAXAREA.

      *> The forecast prices every employee's pay - report-role
      *> work, through the shared AUTHCHK subprogram.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-READ-FORECAST-PARM
               PERFORM 1100-READ-COMPANY-CONTROL
               PERFORM 1200-LOAD-OPEN-PERIODS
               PERFORM 1300-LOAD-PAYEES
               PERFORM 1400-PRINT-HEADING
               IF WS-FP-COUNT = ZERO
                   MOVE "NO OPEN PAY PERIOD CHECKS INSIDE THE HORIZON"
                       TO FORECAST-REPORT-LINE
                   WRITE FORECAST-REPORT-LINE
               ELSE
                   PERFORM 1500-READ-YTD
                   PERFORM 1600-READ-EMPLOYEE
                   PERFORM 2000-PRICE-ONE-EMPLOYEE
                       UNTIL EMP-END-OF-FILE
                   PERFORM 8100-PRINT-PERIODS
                   PERFORM 8200-PRINT-CASH-BY-DATE
                   PERFORM 8300-PRINT-REMIT-PAYEES
               END-IF
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT YTD-MASTER-IN.
           OPEN INPUT PAY-HISTORY-FILE.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN INPUT GARNISHMENT-MASTER.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "CASHFCST" TO AUTH-PROGRAM-NAME.
           MOVE "O" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO CASH FORECAST "
                   "WILL BE RUN ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> A missing FCSTPARM (SELECT OPTIONAL) reads as an immediate
      *> AT END and leaves the defaults. The horizon end is the run
      *> date plus the horizon days.
       1050-READ-FORECAST-PARM.
           OPEN INPUT FORECAST-PARM-FILE.
           READ FORECAST-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FP-HORIZON-DAYS IS NUMERIC
                       AND FP-HORIZON-DAYS > ZERO
                       MOVE FP-HORIZON-DAYS TO WS-HORIZON-DAYS
                   END-IF
                   IF FP-HIST-PERIODS IS NUMERIC
                       AND FP-HIST-PERIODS > ZERO
                       MOVE FP-HIST-PERIODS TO WS-HIST-PERIODS
                   END-IF
                   IF FP-DEFAULT-HOURS IS NUMERIC
                       AND FP-DEFAULT-HOURS > ZERO
                       MOVE FP-DEFAULT-HOURS TO WS-DEFAULT-HOURS
                   END-IF
           END-READ.
           CLOSE FORECAST-PARM-FILE.
           IF WS-HIST-PERIODS > 26
               MOVE 26 TO WS-HIST-PERIODS
           END-IF.
           MOVE WS-DATE-RAW TO WS-DATE-DIGITS.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS)
               + WS-HORIZON-DAYS.
           COMPUTE WS-DUE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           STRING WS-DUE-DIGITS (1:4) "-" WS-DUE-DIGITS (5:2)
               "-" WS-DUE-DIGITS (7:2)
               DELIMITED BY SIZE INTO WS-HORIZON-END.

       1100-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   IF CO-MATCH-RATE IS NUMERIC
                       AND CO-MATCH-RATE > ZERO
                       MOVE CO-MATCH-RATE TO WS-MATCH-RATE
                       MOVE CO-MATCH-PCT-CAP TO WS-MATCH-PCT-CAP
                       MOVE CO-MATCH-ANNUAL-CAP
                           TO WS-MATCH-ANNUAL-CAP
                   END-IF
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

      *> Every group's open periods checking on or before the
      *> horizon end - an open period whose check date has already
      *> gone by is a late run still to pull its cash - then a
      *> straight bubble into check-date order.
       1200-LOAD-OPEN-PERIODS.
           OPEN INPUT PAY-CALENDAR-IN.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ PAY-CALENDAR-IN
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAL-PERIOD-IS-OPEN
                           AND CAL-CHECK-DATE NOT > WS-HORIZON-END
                           PERFORM 1210-ADD-OPEN-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX >= WS-FP-COUNT
               PERFORM VARYING WS-FP-JDX FROM 1 BY 1
                       UNTIL WS-FP-JDX >= WS-FP-COUNT
                   IF FPT-CHECK-DATE (WS-FP-JDX)
                       > FPT-CHECK-DATE (WS-FP-JDX + 1)
                       MOVE WS-FP-ENTRY (WS-FP-JDX) TO WS-FP-SWAP
                       MOVE WS-FP-ENTRY (WS-FP-JDX + 1)
                           TO WS-FP-ENTRY (WS-FP-JDX)
                       MOVE WS-FP-SWAP
                           TO WS-FP-ENTRY (WS-FP-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1210-ADD-OPEN-PERIOD.
           IF WS-FP-COUNT < WS-FP-MAX
               ADD 1 TO WS-FP-COUNT
               MOVE CAL-PAY-GROUP TO FPT-PAY-GROUP (WS-FP-COUNT)
               MOVE CAL-PERIOD-NO TO FPT-PERIOD-NO (WS-FP-COUNT)
               MOVE CAL-START-DATE TO FPT-START-DATE (WS-FP-COUNT)
               MOVE CAL-END-DATE TO FPT-END-DATE (WS-FP-COUNT)
               MOVE CAL-CHECK-DATE TO FPT-CHECK-DATE (WS-FP-COUNT)
               PERFORM 1220-COMPUTE-DUE-DATE
               MOVE WS-DUE-DATE TO FPT-DUE-DATE (WS-FP-COUNT)
               MOVE ZERO TO FPT-EMP-COUNT (WS-FP-COUNT)
                   FPT-GROSS (WS-FP-COUNT) FPT-ACH (WS-FP-COUNT)
                   FPT-CHECKS (WS-FP-COUNT)
                   FPT-FED-DEPOSIT (WS-FP-COUNT)
                   FPT-OTHER-TAX (WS-FP-COUNT)
                   FPT-REMIT (WS-FP-COUNT)
           ELSE
               DISPLAY "*** CASHFCST: OVER " WS-FP-MAX
                   " OPEN PERIODS IN THE HORIZON - PERIOD "
                   CAL-PERIOD-NO " GROUP " CAL-PAY-GROUP
                   " NOT FORECAST ***"
           END-IF.

      *> DEPSCHED's semiweekly rule: a check dated Wednesday,
      *> Thursday, or Friday deposits by the FOLLOWING WEDNESDAY;
      *> anything else (Saturday through Tuesday) by the FOLLOWING
      *> FRIDAY.
       1220-COMPUTE-DUE-DATE.
           MOVE CAL-CHECK-DATE (1:4) TO WS-DATE-DIGITS (1:4).
           MOVE CAL-CHECK-DATE (6:2) TO WS-DATE-DIGITS (5:2).
           MOVE CAL-CHECK-DATE (9:2) TO WS-DATE-DIGITS (7:2).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION REM (WS-DATE-INT - 1, 7).
           EVALUATE WS-DAY-OF-WEEK
               WHEN 2
                   MOVE 7 TO WS-DAYS-TO-DUE
               WHEN 3
                   MOVE 6 TO WS-DAYS-TO-DUE
               WHEN 4
                   MOVE 5 TO WS-DAYS-TO-DUE
               WHEN 5
                   MOVE 6 TO WS-DAYS-TO-DUE
               WHEN 6
                   MOVE 5 TO WS-DAYS-TO-DUE
               WHEN 0
                   MOVE 4 TO WS-DAYS-TO-DUE
               WHEN OTHER
                   MOVE 3 TO WS-DAYS-TO-DUE
           END-EVALUATE.
           COMPUTE WS-DUE-INT = WS-DATE-INT + WS-DAYS-TO-DUE.
           COMPUTE WS-DUE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INT).
           MOVE SPACES TO WS-DUE-DATE.
           STRING WS-DUE-DIGITS (1:4) "-" WS-DUE-DIGITS (5:2)
               "-" WS-DUE-DIGITS (7:2)
               DELIMITED BY SIZE INTO WS-DUE-DATE.

      *> A missing PAYEEMST (SELECT OPTIONAL) leaves every REMIT
      *> amount unmapped - still cash, just without a payee name.
       1300-LOAD-PAYEES.
           OPEN INPUT PAYEE-MASTER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ PAYEE-MASTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-PAYEE-COUNT < 30
                           ADD 1 TO WS-PAYEE-COUNT
                           MOVE PE-SOURCE-TYPE
                               TO PET-SOURCE-TYPE (WS-PAYEE-COUNT)
                           MOVE PE-SOURCE-KEY
                               TO PET-SOURCE-KEY (WS-PAYEE-COUNT)
                           MOVE PE-PAYEE-ID
                               TO PET-PAYEE-ID (WS-PAYEE-COUNT)
                           MOVE PE-PAYEE-NAME
                               TO PET-PAYEE-NAME (WS-PAYEE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYEE-MASTER-FILE.

       1400-PRINT-HEADING.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - PAYROLL CASH REQUIREMENTS FORECAST"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-HORIZON-DAYS TO DISPLAY-DAYS.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "   HORIZON:" DISPLAY-DAYS
               " DAYS THROUGH " WS-HORIZON-END
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-HIST-PERIODS TO DISPLAY-PERIOD-NO.
           MOVE WS-DEFAULT-HOURS TO DISPLAY-HOURS.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "HOURLY AT AVERAGE HOURS OF LAST" DISPLAY-PERIOD-NO
               " REGULAR PERIODS (" DISPLAY-HOURS
               " WITH NO HISTORY)"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE "STRAIGHT TIME ONLY - NO OVERTIME OR ONE-OFF PAY"
               TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

       1500-READ-YTD.
           READ YTD-MASTER-IN
               AT END
                   SET YTD-END-OF-FILE TO TRUE
           END-READ.

       1600-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET EMP-END-OF-FILE TO TRUE
           END-READ.

      *> An active employee of this company, priced into every
      *> forecast period of their own pay group. On leave is not
      *> forecast - leave is paid only when a timesheet says so.
       2000-PRICE-ONE-EMPLOYEE.
           IF EMP-IS-ACTIVE
               AND EMP-COMPANY-CODE = WS-COMPANY-CODE
               PERFORM 2100-MATCH-YTD
               IF PAY-BASIS-HOURLY
                   PERFORM 2200-FIND-AVERAGE-HOURS
               END-IF
               PERFORM 2300-LOAD-DEDUCTIONS
               PERFORM 2400-LOAD-GARNISHMENTS
               MOVE "N" TO WS-PRICED-SWITCH
               PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                       UNTIL WS-FP-IDX > WS-FP-COUNT
                   IF FPT-PAY-GROUP (WS-FP-IDX) = EMP-PAY-GROUP
                       PERFORM 3000-PRICE-ONE-PERIOD
                   END-IF
               END-PERFORM
               IF EMPLOYEE-WAS-PRICED
                   ADD 1 TO WS-EMP-PRICED-COUNT
               END-IF
           END-IF.
           PERFORM 1600-READ-EMPLOYEE.

      *> YTDMAST is in employee order like the master, so the two
      *> match-merge the way the pay run's do.
       2100-MATCH-YTD.
           PERFORM UNTIL YTD-END-OF-FILE OR YTD-EMP-ID NOT < EMP-ID
               PERFORM 1500-READ-YTD
           END-PERFORM.
           IF NOT YTD-END-OF-FILE AND YTD-EMP-ID = EMP-ID
               MOVE YTD-GROSS TO WS-FC-YTD-GROSS
               ADD YTD-401K-EE YTD-401K-MATCH GIVING WS-FC-401K-YTD
           ELSE
               MOVE ZERO TO WS-FC-YTD-GROSS WS-FC-401K-YTD
           END-IF.

      *> The last FCSTPARM regular-run rows on PAYHIST (the key
      *> runs in period order, so the rows kept round-robin are the
      *> most recent); with no history, the default hours.
       2200-FIND-AVERAGE-HOURS.
           MOVE ZERO TO WS-HH-COUNT WS-HH-SUM.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE EMP-ID TO PH-EMP-ID.
           MOVE ZERO TO PH-PERIOD-NO.
           MOVE LOW-VALUES TO PH-RUN-TYPE.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF PH-EMP-ID NOT = EMP-ID
                           SET SCAN-DONE TO TRUE
                       ELSE
                           IF PH-RUN-TYPE = "R"
                               AND PH-HOURS-WORKED > ZERO
                               ADD 1 TO WS-HH-COUNT
                               COMPUTE WS-HH-SLOT = FUNCTION MOD
                                   (WS-HH-COUNT - 1, WS-HIST-PERIODS)
                                   + 1
                               MOVE PH-HOURS-WORKED
                                   TO HHT-HOURS (WS-HH-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HH-COUNT = ZERO
               MOVE WS-DEFAULT-HOURS TO WS-AVG-HOURS
               ADD 1 TO WS-EMP-DEFAULT-COUNT
           ELSE
               IF WS-HH-COUNT > WS-HIST-PERIODS
                   MOVE WS-HIST-PERIODS TO WS-HH-USED
               ELSE
                   MOVE WS-HH-COUNT TO WS-HH-USED
               END-IF
               PERFORM VARYING WS-HH-SLOT FROM 1 BY 1
                       UNTIL WS-HH-SLOT > WS-HH-USED
                   ADD HHT-HOURS (WS-HH-SLOT) TO WS-HH-SUM
               END-PERFORM
               COMPUTE WS-AVG-HOURS ROUNDED = WS-HH-SUM / WS-HH-USED
           END-IF.

      *> The two plans the pay run draws (HLTH, 401K); whether each
      *> covers a given period is decided period by period.
       2300-LOAD-DEDUCTIONS.
           MOVE ZERO TO WS-DE-COUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE EMP-ID TO DE-EMP-ID.
           MOVE LOW-VALUES TO DE-PLAN-CODE.
           START DEDUCTION-MASTER KEY IS NOT LESS THAN DE-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ DEDUCTION-MASTER NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF DE-EMP-ID NOT = EMP-ID
                           SET SCAN-DONE TO TRUE
                       ELSE
                           IF (DE-PLAN-CODE = "HLTH"
                               OR DE-PLAN-CODE = "401K")
                               AND WS-DE-COUNT < 10
                               ADD 1 TO WS-DE-COUNT
                               MOVE DE-PLAN-CODE
                                   TO DET-PLAN-CODE (WS-DE-COUNT)
                               MOVE DE-PERIOD-AMOUNT
                                   TO DET-AMOUNT (WS-DE-COUNT)
                               MOVE DE-START-DATE
                                   TO DET-START-DATE (WS-DE-COUNT)
                               MOVE DE-STOP-DATE
                                   TO DET-STOP-DATE (WS-DE-COUNT)
                               MOVE DE-TAX-STATUS
                                   TO DET-TAX-STATUS (WS-DE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Every active order with a balance left, bubbled into
      *> GO-PRIORITY order; the balances then run down through the
      *> forecast periods the way the pay run would run them down.
       2400-LOAD-GARNISHMENTS.
           MOVE ZERO TO WS-GARN-COUNT WS-GARN-MAX-PCT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE EMP-ID TO GO-EMP-ID.
           MOVE LOW-VALUES TO GO-ORDER-ID.
           START GARNISHMENT-MASTER KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ GARNISHMENT-MASTER NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF GO-EMP-ID NOT = EMP-ID
                           SET SCAN-DONE TO TRUE
                       ELSE
                           IF ORDER-IS-ACTIVE
                               AND GO-REMAINING-BAL > ZERO
                               AND WS-GARN-COUNT < 5
                               ADD 1 TO WS-GARN-COUNT
                               MOVE GO-ORDER-ID
                                   TO GT-ORDER-ID (WS-GARN-COUNT)
                               MOVE GO-PRIORITY
                                   TO GT-PRIORITY (WS-GARN-COUNT)
                               MOVE GO-PERIOD-AMOUNT
                                   TO GT-PERIOD-AMT (WS-GARN-COUNT)
                               MOVE GO-DISPOSABLE-PCT
                                   TO GT-DISP-PCT (WS-GARN-COUNT)
                               MOVE GO-REMAINING-BAL
                                   TO GT-REMAINING (WS-GARN-COUNT)
                               IF GO-DISPOSABLE-PCT
                                   > WS-GARN-MAX-PCT
                                   MOVE GO-DISPOSABLE-PCT
                                       TO WS-GARN-MAX-PCT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX >= WS-GARN-COUNT
               PERFORM VARYING WS-GARN-JDX FROM 1 BY 1
                       UNTIL WS-GARN-JDX >= WS-GARN-COUNT
                   IF GT-PRIORITY (WS-GARN-JDX)
                       > GT-PRIORITY (WS-GARN-JDX + 1)
                       MOVE WS-GARN-ENTRY (WS-GARN-JDX)
                           TO WS-GARN-SWAP
                       MOVE WS-GARN-ENTRY (WS-GARN-JDX + 1)
                           TO WS-GARN-ENTRY (WS-GARN-JDX)
                       MOVE WS-GARN-SWAP
                           TO WS-GARN-ENTRY (WS-GARN-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One employee, one forecast period: the rate in effect at
      *> the period end (the pay run promotes a parked rate the
      *> first period whose end reaches its effective date), the
      *> gross, then what the gross turns into.
       3000-PRICE-ONE-PERIOD.
           IF EMP-RATE-EFF-DATE NOT = SPACES
               AND EMP-RATE-EFF-DATE <= FPT-END-DATE (WS-FP-IDX)
               MOVE EMP-NEW-RATE TO WS-FC-RATE
           ELSE
               MOVE HOURLY-RATE TO WS-FC-RATE
           END-IF.
           IF PAY-BASIS-SALARIED
               MOVE EMP-SALARY-AMOUNT TO WS-FC-GROSS
           ELSE
               COMPUTE WS-FC-GROSS ROUNDED =
                   WS-AVG-HOURS * WS-FC-RATE
           END-IF.
           IF WS-FC-GROSS > ZERO
               SET EMPLOYEE-WAS-PRICED TO TRUE
               PERFORM 3100-APPLY-DEDUCTIONS
               PERFORM 3150-APPLY-401K-LIMITS
               PERFORM 3200-CALC-TAXES
               PERFORM 3300-CALC-GARNISHMENT
               PERFORM 3400-SPLIT-CASH
           END-IF.

       3100-APPLY-DEDUCTIONS.
           MOVE ZERO TO WS-FC-HEALTH WS-FC-401K WS-FC-PRETAX
               WS-FC-MATCH.
           MOVE "N" TO WS-401K-PRETAX-SWITCH.
           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                   UNTIL WS-DE-IDX > WS-DE-COUNT
               IF DET-START-DATE (WS-DE-IDX)
                       <= FPT-END-DATE (WS-FP-IDX)
                   AND (DET-STOP-DATE (WS-DE-IDX) = SPACES
                       OR DET-STOP-DATE (WS-DE-IDX)
                           >= FPT-START-DATE (WS-FP-IDX))
                   IF DET-PLAN-CODE (WS-DE-IDX) = "HLTH"
                       ADD DET-AMOUNT (WS-DE-IDX) TO WS-FC-HEALTH
                   ELSE
                       ADD DET-AMOUNT (WS-DE-IDX) TO WS-FC-401K
                       IF DET-TAX-STATUS (WS-DE-IDX) = "P"
                           SET THE-401K-IS-PRETAX TO TRUE
                       END-IF
                   END-IF
                   IF DET-TAX-STATUS (WS-DE-IDX) = "P"
                       ADD DET-AMOUNT (WS-DE-IDX) TO WS-FC-PRETAX
                   END-IF
               END-IF
           END-PERFORM.

      *> PAYCHECK2's 401k limits: the deferral clamped to the room
      *> left under the annual cap on employee-plus-match, then the
      *> match at the match rate under the percent-of-gross cap and
      *> whatever room the deferral left.
       3150-APPLY-401K-LIMITS.
           IF WS-FC-401K > ZERO
               IF WS-FC-401K-YTD >= WS-MATCH-ANNUAL-CAP
                   MOVE ZERO TO WS-401K-CAP-ROOM
               ELSE
                   SUBTRACT WS-FC-401K-YTD FROM WS-MATCH-ANNUAL-CAP
                       GIVING WS-401K-CAP-ROOM
               END-IF
               IF WS-FC-401K > WS-401K-CAP-ROOM
                   SUBTRACT WS-401K-CAP-ROOM FROM WS-FC-401K
                       GIVING WS-401K-CLAMP-AMT
                   MOVE WS-401K-CAP-ROOM TO WS-FC-401K
                   IF THE-401K-IS-PRETAX
                       IF WS-401K-CLAMP-AMT > WS-FC-PRETAX
                           MOVE ZERO TO WS-FC-PRETAX
                       ELSE
                           SUBTRACT WS-401K-CLAMP-AMT
                               FROM WS-FC-PRETAX
                       END-IF
                   END-IF
                   MOVE ZERO TO WS-401K-CAP-ROOM
               ELSE
                   SUBTRACT WS-FC-401K FROM WS-401K-CAP-ROOM
               END-IF
               COMPUTE WS-FC-MATCH ROUNDED =
                   WS-FC-401K * WS-MATCH-RATE
               COMPUTE WS-MATCH-GROSS-CAP ROUNDED =
                   WS-FC-GROSS * WS-MATCH-PCT-CAP
               IF WS-FC-MATCH > WS-MATCH-GROSS-CAP
                   MOVE WS-MATCH-GROSS-CAP TO WS-FC-MATCH
               END-IF
               IF WS-FC-MATCH > WS-401K-CAP-ROOM
                   MOVE WS-401K-CAP-ROOM TO WS-FC-MATCH
               END-IF
           END-IF.

       3200-CALC-TAXES.
           IF WS-FC-PRETAX > WS-FC-GROSS
               MOVE ZERO TO TAX-GROSS-PAY
           ELSE
               SUBTRACT WS-FC-PRETAX FROM WS-FC-GROSS
                   GIVING TAX-GROSS-PAY
           END-IF.
           MOVE WS-FC-YTD-GROSS TO TAX-YTD-GROSS.
           MOVE EMP-FILING-STATUS TO TAX-FILING-STATUS.
           MOVE EMP-ALLOWANCES TO TAX-ALLOWANCES.
           MOVE EMP-WORK-STATE TO TAX-WORK-STATE.
           MOVE EMP-RES-STATE TO TAX-RES-STATE.
           MOVE EMP-LOCAL-CODE TO TAX-LOCAL-CODE.
           CALL "TAXCALC" USING TAX-CALC-AREA.

      *> PAYCHECK2's garnishment rule: one shared legal cap (the
      *> widest percent of gross less taxes any order carries),
      *> taken in priority order, each order also held to its
      *> remaining balance.
       3300-CALC-GARNISHMENT.
           MOVE ZERO TO WS-FC-GARNISH.
           IF WS-GARN-COUNT > ZERO
               IF TAX-TOTAL-AMT > WS-FC-GROSS
                   MOVE ZERO TO WS-DISPOSABLE-PAY
               ELSE
                   SUBTRACT TAX-TOTAL-AMT FROM WS-FC-GROSS
                       GIVING WS-DISPOSABLE-PAY
               END-IF
               COMPUTE WS-GARN-CAP ROUNDED =
                   WS-DISPOSABLE-PAY * WS-GARN-MAX-PCT
               MOVE WS-GARN-CAP TO WS-GARN-ROOM
               PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                       UNTIL WS-GARN-IDX > WS-GARN-COUNT
                   MOVE GT-PERIOD-AMT (WS-GARN-IDX) TO WS-GARN-TAKE
                   IF WS-GARN-TAKE > GT-REMAINING (WS-GARN-IDX)
                       MOVE GT-REMAINING (WS-GARN-IDX)
                           TO WS-GARN-TAKE
                   END-IF
                   IF WS-GARN-TAKE > WS-GARN-ROOM
                       MOVE WS-GARN-ROOM TO WS-GARN-TAKE
                   END-IF
                   IF WS-GARN-TAKE > ZERO
                       SUBTRACT WS-GARN-TAKE FROM WS-GARN-ROOM
                       SUBTRACT WS-GARN-TAKE
                           FROM GT-REMAINING (WS-GARN-IDX)
                       ADD WS-GARN-TAKE TO WS-FC-GARNISH
                       MOVE "G" TO WS-RS-SOURCE-TYPE
                       MOVE GT-ORDER-ID (WS-GARN-IDX)
                           TO WS-RS-SOURCE-KEY
                       MOVE WS-GARN-TAKE TO WS-RS-AMOUNT
                       PERFORM 3500-ADD-REMIT-SOURCE
                   END-IF
               END-PERFORM
           END-IF.

      *> Net pay by its channel (a verified account takes ACH, the
      *> pay run's rule; anything else a check), the federal
      *> deposit, the other taxes, and the REMIT payees' money -
      *> which together with net are the period's whole cash call.
      *> Deductions the net cannot cover are held to the net, the
      *> way the pay run shorts them into arrears.
       3400-SPLIT-CASH.
           ADD TAX-TOTAL-AMT WS-FC-HEALTH WS-FC-401K WS-FC-GARNISH
               GIVING WS-FC-WITHHELD.
           IF WS-FC-WITHHELD > WS-FC-GROSS
               MOVE ZERO TO WS-FC-NET
           ELSE
               SUBTRACT WS-FC-WITHHELD FROM WS-FC-GROSS
                   GIVING WS-FC-NET
           END-IF.
           ADD TAX-FEDERAL-AMT TAX-FICA-AMT TAX-ER-FICA-AMT
               GIVING WS-FC-FED-DEPOSIT.
           ADD TAX-STATE-AMT TAX-ER-FUTA-AMT TAX-ER-SUTA-AMT
               GIVING WS-FC-OTHER-TAX.
           ADD TAX-LOCAL-AMT WS-FC-HEALTH WS-FC-401K WS-FC-MATCH
               WS-FC-GARNISH GIVING WS-FC-REMIT.
           ADD 1 TO FPT-EMP-COUNT (WS-FP-IDX).
           ADD WS-FC-GROSS TO FPT-GROSS (WS-FP-IDX).
           IF BANK-IS-VERIFIED
               AND EMP-ROUTING-NO NOT = SPACES
               AND EMP-ACCOUNT-NO NOT = SPACES
               ADD WS-FC-NET TO FPT-ACH (WS-FP-IDX)
           ELSE
               ADD WS-FC-NET TO FPT-CHECKS (WS-FP-IDX)
           END-IF.
           ADD WS-FC-FED-DEPOSIT TO FPT-FED-DEPOSIT (WS-FP-IDX).
           ADD WS-FC-OTHER-TAX TO FPT-OTHER-TAX (WS-FP-IDX).
           ADD WS-FC-REMIT TO FPT-REMIT (WS-FP-IDX).
           IF WS-FC-HEALTH > ZERO
               MOVE "D" TO WS-RS-SOURCE-TYPE
               MOVE "HLTH" TO WS-RS-SOURCE-KEY
               MOVE WS-FC-HEALTH TO WS-RS-AMOUNT
               PERFORM 3500-ADD-REMIT-SOURCE
           END-IF.
           IF WS-FC-401K > ZERO OR WS-FC-MATCH > ZERO
               MOVE "D" TO WS-RS-SOURCE-TYPE
               MOVE "401K" TO WS-RS-SOURCE-KEY
               ADD WS-FC-401K WS-FC-MATCH GIVING WS-RS-AMOUNT
               PERFORM 3500-ADD-REMIT-SOURCE
           END-IF.
           IF TAX-LOCAL-AMT > ZERO
               MOVE "L" TO WS-RS-SOURCE-TYPE
               MOVE EMP-LOCAL-CODE TO WS-RS-SOURCE-KEY
               MOVE TAX-LOCAL-AMT TO WS-RS-AMOUNT
               PERFORM 3500-ADD-REMIT-SOURCE
           END-IF.
           ADD WS-FC-GROSS TO WS-FC-YTD-GROSS.
           ADD WS-FC-401K WS-FC-MATCH TO WS-FC-401K-YTD.

       3500-ADD-REMIT-SOURCE.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               IF RST-SOURCE-TYPE (WS-RS-IDX) = WS-RS-SOURCE-TYPE
                   AND RST-SOURCE-KEY (WS-RS-IDX) = WS-RS-SOURCE-KEY
                   SET ENTRY-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-WAS-FOUND
               IF WS-RS-COUNT < WS-RS-MAX
                   ADD 1 TO WS-RS-COUNT
                   MOVE WS-RS-COUNT TO WS-RS-IDX
                   MOVE WS-RS-SOURCE-TYPE
                       TO RST-SOURCE-TYPE (WS-RS-IDX)
                   MOVE WS-RS-SOURCE-KEY
                       TO RST-SOURCE-KEY (WS-RS-IDX)
                   MOVE ZERO TO RST-AMOUNT (WS-RS-IDX)
                   SET ENTRY-WAS-FOUND TO TRUE
               ELSE
                   DISPLAY "*** CASHFCST: OVER " WS-RS-MAX
                       " REMIT SOURCES - " WS-RS-SOURCE-TYPE
                       WS-RS-SOURCE-KEY " LEFT OFF THE PAYEE LIST ***"
               END-IF
           END-IF.
           IF ENTRY-WAS-FOUND
               ADD WS-RS-AMOUNT TO RST-AMOUNT (WS-RS-IDX)
           END-IF.

      *> One block per period, in check-date order, and the run
      *> totals and the cash-by-date table filled on the way past.
       8100-PRINT-PERIODS.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                   UNTIL WS-FP-IDX > WS-FP-COUNT
               PERFORM 8110-PRINT-ONE-PERIOD
           END-PERFORM.

       8110-PRINT-ONE-PERIOD.
           ADD FPT-ACH (WS-FP-IDX) FPT-CHECKS (WS-FP-IDX)
               FPT-FED-DEPOSIT (WS-FP-IDX) FPT-OTHER-TAX (WS-FP-IDX)
               FPT-REMIT (WS-FP-IDX) GIVING WS-PERIOD-CASH.
           MOVE FPT-PERIOD-NO (WS-FP-IDX) TO DISPLAY-PERIOD-NO.
           MOVE FPT-EMP-COUNT (WS-FP-IDX) TO DISPLAY-COUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "GROUP " FPT-PAY-GROUP (WS-FP-IDX)
               "  PERIOD " DISPLAY-PERIOD-NO
               "  CHECK DATE " FPT-CHECK-DATE (WS-FP-IDX)
               "  EMPLOYEES " DISPLAY-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE FPT-GROSS (WS-FP-IDX) TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  GROSS PAY                  " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE FPT-ACH (WS-FP-IDX) TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  ACH DIRECT DEPOSIT         " DISPLAY-AMOUNT
               "  ON  " FPT-CHECK-DATE (WS-FP-IDX)
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE FPT-CHECKS (WS-FP-IDX) TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  PHYSICAL CHECKS            " DISPLAY-AMOUNT
               "  ON  " FPT-CHECK-DATE (WS-FP-IDX)
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE FPT-FED-DEPOSIT (WS-FP-IDX) TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  FEDERAL TAX DEPOSIT        " DISPLAY-AMOUNT
               "  DUE " FPT-DUE-DATE (WS-FP-IDX)
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE FPT-OTHER-TAX (WS-FP-IDX) TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  STATE AND UNEMPLOYMENT TAX " DISPLAY-AMOUNT
               "  ON  " FPT-CHECK-DATE (WS-FP-IDX)
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE FPT-REMIT (WS-FP-IDX) TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  REMIT PAYEES               " DISPLAY-AMOUNT
               "  ON  " FPT-CHECK-DATE (WS-FP-IDX)
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-PERIOD-CASH TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  PERIOD CASH REQUIRED       " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD FPT-GROSS (WS-FP-IDX) TO WS-TOT-GROSS.
           ADD FPT-ACH (WS-FP-IDX) TO WS-TOT-ACH.
           ADD FPT-CHECKS (WS-FP-IDX) TO WS-TOT-CHECKS.
           ADD FPT-FED-DEPOSIT (WS-FP-IDX) TO WS-TOT-FED-DEPOSIT.
           ADD FPT-OTHER-TAX (WS-FP-IDX) TO WS-TOT-OTHER-TAX.
           ADD FPT-REMIT (WS-FP-IDX) TO WS-TOT-REMIT.
           ADD WS-PERIOD-CASH TO WS-TOT-CASH.
           MOVE FPT-CHECK-DATE (WS-FP-IDX) TO WS-CD-DATE.
           ADD FPT-ACH (WS-FP-IDX) FPT-CHECKS (WS-FP-IDX)
               GIVING WS-CD-NET-PAY.
           MOVE FPT-OTHER-TAX (WS-FP-IDX) TO WS-CD-TAXES.
           MOVE FPT-REMIT (WS-FP-IDX) TO WS-CD-REMIT.
           PERFORM 8150-ADD-CASH-DATE.
           MOVE FPT-DUE-DATE (WS-FP-IDX) TO WS-CD-DATE.
           MOVE ZERO TO WS-CD-NET-PAY WS-CD-REMIT.
           MOVE FPT-FED-DEPOSIT (WS-FP-IDX) TO WS-CD-TAXES.
           PERFORM 8150-ADD-CASH-DATE.

       8150-ADD-CASH-DATE.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF CDT-DATE (WS-CD-IDX) = WS-CD-DATE
                   SET ENTRY-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-WAS-FOUND AND WS-CD-COUNT < WS-CD-MAX
               ADD 1 TO WS-CD-COUNT
               MOVE WS-CD-COUNT TO WS-CD-IDX
               MOVE WS-CD-DATE TO CDT-DATE (WS-CD-IDX)
               MOVE ZERO TO CDT-NET-PAY (WS-CD-IDX)
                   CDT-TAXES (WS-CD-IDX) CDT-REMIT (WS-CD-IDX)
               SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
           IF ENTRY-WAS-FOUND
               ADD WS-CD-NET-PAY TO CDT-NET-PAY (WS-CD-IDX)
               ADD WS-CD-TAXES TO CDT-TAXES (WS-CD-IDX)
               ADD WS-CD-REMIT TO CDT-REMIT (WS-CD-IDX)
           END-IF.

      *> What leaves the bank each day, with the running total
      *> treasury funds against.
       8200-PRINT-CASH-BY-DATE.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX >= WS-CD-COUNT
               PERFORM VARYING WS-CD-JDX FROM 1 BY 1
                       UNTIL WS-CD-JDX >= WS-CD-COUNT
                   IF CDT-DATE (WS-CD-JDX) > CDT-DATE (WS-CD-JDX + 1)
                       MOVE WS-CD-ENTRY (WS-CD-JDX) TO WS-CD-SWAP
                       MOVE WS-CD-ENTRY (WS-CD-JDX + 1)
                           TO WS-CD-ENTRY (WS-CD-JDX)
                       MOVE WS-CD-SWAP
                           TO WS-CD-ENTRY (WS-CD-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "CASH BY DATE" TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE "DATE           NET PAY + TAXES + REMIT    RUNNING"
               TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE ZERO TO WS-CD-RUNNING.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               ADD CDT-NET-PAY (WS-CD-IDX) CDT-TAXES (WS-CD-IDX)
                   CDT-REMIT (WS-CD-IDX) GIVING WS-CD-DAY-TOTAL
               ADD WS-CD-DAY-TOTAL TO WS-CD-RUNNING
               MOVE WS-CD-DAY-TOTAL TO DISPLAY-AMOUNT
               MOVE WS-CD-RUNNING TO DISPLAY-AMOUNT-2
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING CDT-DATE (WS-CD-IDX) "   " DISPLAY-AMOUNT
                   "       " DISPLAY-AMOUNT-2
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

      *> The REMIT money by payee through the PAYEEMST map, the
      *> way the REMIT run will pay it; a source with no payee
      *> mapped prints on its own line.
       8300-PRINT-REMIT-PAYEES.
           MOVE "REMIT PAYEES OVER THE HORIZON" TO
               FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               PERFORM 8310-SUM-ONE-SOURCE
           END-PERFORM.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE SUM-AMOUNT (WS-SUM-IDX) TO DISPLAY-AMOUNT
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "  " SUM-PAYEE-ID (WS-SUM-IDX) " "
                   SUM-PAYEE-NAME (WS-SUM-IDX) " " DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-PERFORM.
           IF WS-RS-COUNT = ZERO
               MOVE "  NONE" TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.

       8310-SUM-ONE-SOURCE.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               IF PET-SOURCE-TYPE (WS-PAYEE-IDX)
                       = RST-SOURCE-TYPE (WS-RS-IDX)
                   AND PET-SOURCE-KEY (WS-PAYEE-IDX)
                       = RST-SOURCE-KEY (WS-RS-IDX)
                   SET ENTRY-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND
               PERFORM 8320-ADD-PAYEE-SUM
           ELSE
               ADD RST-AMOUNT (WS-RS-IDX) TO WS-UNMAPPED-TOTAL
               MOVE RST-AMOUNT (WS-RS-IDX) TO DISPLAY-AMOUNT
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "  *** NO PAYEE FOR " RST-SOURCE-TYPE (WS-RS-IDX)
                   " " RST-SOURCE-KEY (WS-RS-IDX) " ***"
                   "          " DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.

       8320-ADD-PAYEE-SUM.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               IF SUM-PAYEE-ID (WS-SUM-IDX)
                       = PET-PAYEE-ID (WS-PAYEE-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SUM-IDX > WS-SUM-COUNT
               IF WS-SUM-COUNT < 30
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-IDX
                   MOVE PET-PAYEE-ID (WS-PAYEE-IDX)
                       TO SUM-PAYEE-ID (WS-SUM-IDX)
                   MOVE PET-PAYEE-NAME (WS-PAYEE-IDX)
                       TO SUM-PAYEE-NAME (WS-SUM-IDX)
                   MOVE ZERO TO SUM-AMOUNT (WS-SUM-IDX)
               ELSE
                   MOVE 30 TO WS-SUM-IDX
               END-IF
           END-IF.
           ADD RST-AMOUNT (WS-RS-IDX) TO SUM-AMOUNT (WS-SUM-IDX).

       8700-PRINT-TOTALS.
           MOVE "HORIZON TOTALS" TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-EMP-PRICED-COUNT TO DISPLAY-COUNT.
           MOVE WS-EMP-DEFAULT-COUNT TO DISPLAY-COUNT-2.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  EMPLOYEES FORECAST         " DISPLAY-COUNT
               "  (" DISPLAY-COUNT-2 " AT DEFAULT HOURS)"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TOT-GROSS TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  GROSS PAY                  " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TOT-ACH TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  ACH DIRECT DEPOSIT         " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TOT-CHECKS TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  PHYSICAL CHECKS            " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TOT-FED-DEPOSIT TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  FEDERAL TAX DEPOSITS       " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TOT-OTHER-TAX TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  STATE AND UNEMPLOYMENT TAX " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TOT-REMIT TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  REMIT PAYEES               " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TOT-CASH TO DISPLAY-AMOUNT.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           STRING "  TOTAL CASH REQUIRED        " DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           IF WS-UNMAPPED-TOTAL > ZERO
               MOVE WS-UNMAPPED-TOTAL TO DISPLAY-AMOUNT
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "  *** REMIT WITH NO PAYEE ON FILE "
                   DISPLAY-AMOUNT " ***"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.
           MOVE WS-TOT-CASH TO DISPLAY-AMOUNT.
           DISPLAY "CASHFCST COMPLETE - " WS-FP-COUNT
               " PERIOD(S), CASH REQUIRED " DISPLAY-AMOUNT.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "CASHFCST OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " PERIODS=" WS-FP-COUNT
               " EMPLOYEES=" WS-EMP-PRICED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER YTD-MASTER-IN PAY-HISTORY-FILE
               DEDUCTION-MASTER GARNISHMENT-MASTER
               FORECAST-REPORT-FILE RUN-LOG-FILE.
