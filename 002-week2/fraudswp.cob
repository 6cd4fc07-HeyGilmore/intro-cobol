       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDSWP.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Payroll fraud and ghost-employee sweep for internal audit.
      ** Every other control in the system looks at one employee at
      ** a time; this run looks across them. It reads EMPMAST,
      ** ALLOCMST, AUTHUSR, PUNCHIN, PAYCAL, and PAYHIST and reports:
      **   DUPA one bank account on two or more employees (master
      **        account or an active ALLOCMST split alike)
      **   OPBK an operator's own account (the AUTHUSR employee
      **        number's master and splits) on someone else's record
      **   ADDR the SWEEPPRM number of recent payees or more at one
      **        EMP-ADDRESS-1 / city line
      **   NOPN an hourly plant-cycle employee paid the SWEEPPRM
      **        number of regular periods in the look-back window
      **        with not one PUNCHIN punch
      **   DSSN one SSN on two or more employees
      **   SSNX an SSN that fails the format rules (not nine digits,
      **        area 000/666/9xx, group 00, serial 0000, one repeated
      **        digit, or the 123456789 specimen)
      **   PINA a paycheck for a period that started after an
      **        inactive employee's termination date
      ** Every hit is an open EXCPLOG item for internal audit to
      ** work through EXCPRVW; a hit already open from an earlier
      ** sweep is reported again but not logged twice. Account
      ** numbers and SSNs print masked to the last four digits.
      ** Run on demand by an operator with the report role; the
      ** report is FRAUDSWP.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-KEY.
           SELECT AUTHORIZED-USERS-FILE ASSIGN TO "AUTHUSR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PUNCH-FILE ASSIGN TO "PUNCHIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-CALENDAR-IN ASSIGN TO "PAYCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY.
           SELECT OPTIONAL SWEEP-PARM-FILE ASSIGN TO "SWEEPPRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "FRAUDSWP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-SORT-FILE ASSIGN TO "SWEEPSRT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  ALLOCATION-MASTER.
       01  ALLOCATION-RECORD.
           COPY ALLOCREC.

      *> The operator's own employee number rides the AUTHUSR record
      *> - it is what ties an operator to a bank account.
       FD  AUTHORIZED-USERS-FILE.
       01  AUTH-USER-RECORD.
           05  AUTH-OPERATOR-ID    PIC X(8).
           05  AUTH-PASSCODE       PIC X(8).
           05  AUTH-ROLES          PIC X(4).
           05  AUTH-EMP-ID         PIC X(6).

      *> TIMECLCK's punch layout; only who punched matters here.
       FD  PUNCH-FILE.
       01  PUNCH-RECORD.
           05  PN-EMP-ID           PIC X(6).
           05  PN-WORK-DATE        PIC X(10).
           05  PN-PUNCH-TYPE       PIC X(1).
           05  PN-PUNCH-TIME       PIC X(4).

       FD  PAY-CALENDAR-IN.
       01  CAL-IN-RECORD.
           COPY PAYCAL.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

      *> Look-back window in months, the paid regular periods in it
      *> that make a no-punch employee worth a look, and how many
      *> recent payees at one address make a hit.
       FD  SWEEP-PARM-FILE.
       01  SWEEP-PARM-RECORD.
           05  SP-LOOKBACK-MONTHS  PIC 9(2).
           05  SP-MIN-PAID-PERIODS PIC 9(2).
           05  SP-ADDRESS-LIMIT    PIC 9(2).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-LINE       PIC X(80).

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

      *> Sort work file: one row per value two employees must not
      *> share - "B" a routing/account pair, "S" an SSN, "D" a
      *> mailing address - so equal values land side by side.
       SD  SWEEP-SORT-FILE.
       01  SWEEP-SORT-RECORD.
           05  SK-TYPE              PIC X(1).
           05  SK-VALUE             PIC X(60).
           05  SK-EMP-ID            PIC X(6).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).

      *> SWEEPPRM's defaults when the dataset is not supplied.
       01  WS-LOOKBACK-MONTHS    PIC 9(2) VALUE 3.
       01  WS-MIN-PAID-PERIODS   PIC 9(2) VALUE 3.
       01  WS-ADDRESS-LIMIT      PIC 9(2) VALUE 3.

      *> First day of the look-back window: the run date less the
      *> look-back months.
       01  WS-CUTOFF-DATE        PIC X(10).
       01  WS-CUT-YEAR           PIC 9(4).
       01  WS-CUT-MONTH          PIC 9(2).
       01  WS-CUT-MONTHS-BACK    PIC 9(2).

       01  WS-EOF-SWITCH         PIC X(1) VALUE "N".
           88  END-OF-FILE                VALUE "Y".
       01  WS-SORT-EOF-SWITCH    PIC X(1) VALUE "N".
           88  SORT-END-OF-FILE           VALUE "Y".
       01  WS-EMP-FOUND-SWITCH   PIC X(1).
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
           88  EMPLOYEE-NOT-FOUND         VALUE "N".
       01  WS-FOUND-SWITCH       PIC X(1).
           88  ENTRY-WAS-FOUND            VALUE "Y".
       01  WS-POSTED-SWITCH      PIC X(1).
           88  HIT-ALREADY-OPEN           VALUE "Y".

      *> Operators with an employee number on AUTHUSR.
       01  WS-OP-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-OP-IDX             PIC 9(3).
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 100 TIMES.
               10  OPT-OPERATOR-ID     PIC X(8).
               10  OPT-EMP-ID          PIC X(6).

      *> Everyone with a punch on PUNCHIN (it is in employee order,
      *> so each employee is added once).
       01  WS-PN-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-PN-MAX             PIC 9(4) VALUE 1000.
       01  WS-PN-IDX             PIC 9(4).
       01  WS-PN-TABLE.
           05  WS-PN-ENTRY OCCURS 1000 TIMES.
               10  PNT-EMP-ID          PIC X(6).

      *> Pay periods by group and end date, for the start date of
      *> the period a PAYHIST row paid.
       01  WS-CP-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CP-MAX             PIC 9(3) VALUE 200.
       01  WS-CP-IDX             PIC 9(3).
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 200 TIMES.
               10  CPT-PAY-GROUP       PIC X(1).
               10  CPT-START-DATE      PIC X(10).
               10  CPT-END-DATE        PIC X(10).

      *> Employees PAYHIST shows paid inside the window, with the
      *> regular periods among those payments.
       01  WS-PD-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-PD-MAX             PIC 9(4) VALUE 1000.
       01  WS-PD-IDX             PIC 9(4).
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 1000 TIMES.
               10  PDT-EMP-ID          PIC X(6).
               10  PDT-REG-PERIODS     PIC 9(3).

      *> Hits still open on the log from an earlier sweep.
       01  WS-OI-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-OI-MAX             PIC 9(4) VALUE 1000.
       01  WS-OI-IDX             PIC 9(4).
       01  WS-OI-TABLE.
           05  WS-OI-ENTRY OCCURS 1000 TIMES.
               10  OIT-EMP-ID          PIC X(6).
               10  OIT-REASON-CODE     PIC X(4).

      *> The PAYHIST employee in hand for the after-termination test.
       01  WS-PH-LAST-EMP-ID     PIC X(6) VALUE SPACES.
       01  WS-PH-TERM-DATE       PIC X(10).
       01  WS-PH-PAY-GROUP       PIC X(1).
       01  WS-PH-PINA-SWITCH     PIC X(1).
           88  PINA-ALREADY-HIT           VALUE "Y".
       01  WS-PERIOD-START       PIC X(10).

      *> One group of equal sort values.
       01  WS-GROUP-TYPE         PIC X(1).
       01  WS-GROUP-VALUE        PIC X(60).
       01  WS-GROUP-EMPS         PIC 9(3).
       01  WS-GM-COUNT           PIC 9(3).
       01  WS-GM-IDX             PIC 9(3).
       01  WS-GROUP-TABLE.
           05  WS-GM-ENTRY OCCURS 50 TIMES.
               10  GMT-EMP-ID          PIC X(6).
       01  WS-GROUP-OPERATOR     PIC X(8).
       01  WS-GROUP-OP-EMP-ID    PIC X(6).

      *> The hit being reported.
       01  WS-HIT-CODE           PIC X(4).
       01  WS-HIT-EMP-ID         PIC X(6).
       01  WS-HIT-TEXT           PIC X(40).
       01  WS-HIT-NAME           PIC X(20).
       01  WS-SSN-REASON         PIC X(13).
       01  WS-LAST-FOUR          PIC X(4).
       01  WS-ACCOUNT-NO         PIC X(17).
       01  WS-SCAN-IDX           PIC 9(2).
       01  DISPLAY-COUNT-2       PIC 99.

       01  WS-DUPA-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-OPBK-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-ADDR-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-NOPN-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-DSSN-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SSNX-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-PINA-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-HIT-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-LOGGED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-EMP-SWEPT-COUNT    PIC 9(5) VALUE ZERO.
       01  DISPLAY-COUNT         PIC ZZZ9.
       01  DISPLAY-SWEPT         PIC ZZZZ9.

      *> The sweep reads every master and writes audit items -
      *> report-role work, through the shared AUTHCHK subprogram.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-READ-SWEEP-PARM
               PERFORM 1100-LOAD-OPERATORS
               PERFORM 1150-LOAD-PUNCHES
               PERFORM 1200-LOAD-CALENDAR
               PERFORM 1250-LOAD-OPEN-ITEMS
               OPEN EXTEND EXCEPTION-LOG
               PERFORM 1300-PRINT-HEADING
               PERFORM 1400-SWEEP-PAY-HISTORY
               SORT SWEEP-SORT-FILE
                   ON ASCENDING KEY SK-TYPE SK-VALUE SK-EMP-ID
                   INPUT PROCEDURE IS 2000-SWEEP-MASTERS
                   OUTPUT PROCEDURE IS 5000-CHECK-SHARED-VALUES
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
               CLOSE EXCEPTION-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT SWEEP-REPORT-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "FRAUDSWP" TO AUTH-PROGRAM-NAME.
           MOVE "O" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO FRAUD SWEEP "
                   "WILL BE RUN ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> A missing SWEEPPRM (SELECT OPTIONAL) reads as an immediate
      *> AT END and leaves the defaults.
       1050-READ-SWEEP-PARM.
           OPEN INPUT SWEEP-PARM-FILE.
           READ SWEEP-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SP-LOOKBACK-MONTHS IS NUMERIC
                       AND SP-LOOKBACK-MONTHS > ZERO
                       MOVE SP-LOOKBACK-MONTHS TO WS-LOOKBACK-MONTHS
                   END-IF
                   IF SP-MIN-PAID-PERIODS IS NUMERIC
                       AND SP-MIN-PAID-PERIODS > ZERO
                       MOVE SP-MIN-PAID-PERIODS
                           TO WS-MIN-PAID-PERIODS
                   END-IF
                   IF SP-ADDRESS-LIMIT IS NUMERIC
                       AND SP-ADDRESS-LIMIT > 1
                       MOVE SP-ADDRESS-LIMIT TO WS-ADDRESS-LIMIT
                   END-IF
           END-READ.
           CLOSE SWEEP-PARM-FILE.
           MOVE WS-RUN-DATE (1:4) TO WS-CUT-YEAR.
           MOVE WS-RUN-DATE (6:2) TO WS-CUT-MONTH.
           MOVE WS-LOOKBACK-MONTHS TO WS-CUT-MONTHS-BACK.
           PERFORM UNTIL WS-CUT-MONTHS-BACK = ZERO
               IF WS-CUT-MONTH = 1
                   MOVE 12 TO WS-CUT-MONTH
                   SUBTRACT 1 FROM WS-CUT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CUT-MONTH
               END-IF
               SUBTRACT 1 FROM WS-CUT-MONTHS-BACK
           END-PERFORM.
           STRING WS-CUT-YEAR "-" WS-CUT-MONTH "-" WS-RUN-DATE (9:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE.

       1100-LOAD-OPERATORS.
           OPEN INPUT AUTHORIZED-USERS-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ AUTHORIZED-USERS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUTH-EMP-ID NOT = SPACES
                           AND WS-OP-COUNT < 100
                           ADD 1 TO WS-OP-COUNT
                           MOVE AUTH-OPERATOR-ID
                               TO OPT-OPERATOR-ID (WS-OP-COUNT)
                           MOVE AUTH-EMP-ID TO OPT-EMP-ID (WS-OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHORIZED-USERS-FILE.

       1150-LOAD-PUNCHES.
           OPEN INPUT PUNCH-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ PUNCH-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-PN-COUNT = ZERO
                           OR PN-EMP-ID NOT = PNT-EMP-ID (WS-PN-COUNT)
                           PERFORM 1160-ADD-PUNCH-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PUNCH-FILE.

       1160-ADD-PUNCH-EMPLOYEE.
           IF WS-PN-COUNT < WS-PN-MAX
               ADD 1 TO WS-PN-COUNT
               MOVE PN-EMP-ID TO PNT-EMP-ID (WS-PN-COUNT)
           ELSE
               DISPLAY "*** FRAUDSWP: OVER " WS-PN-MAX
                   " PUNCHING EMPLOYEES - NOPN HITS OVERSTATED ***"
           END-IF.

       1200-LOAD-CALENDAR.
           OPEN INPUT PAY-CALENDAR-IN.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ PAY-CALENDAR-IN
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CP-COUNT < WS-CP-MAX
                           ADD 1 TO WS-CP-COUNT
                           MOVE CAL-PAY-GROUP
                               TO CPT-PAY-GROUP (WS-CP-COUNT)
                           MOVE CAL-START-DATE
                               TO CPT-START-DATE (WS-CP-COUNT)
                           MOVE CAL-END-DATE
                               TO CPT-END-DATE (WS-CP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.

       1250-LOAD-OPEN-ITEMS.
           OPEN INPUT EXCEPTION-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ EXCEPTION-LOG
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF EXC-PROGRAM = "FRAUDSWP"
                           AND EXCEPTION-IS-OPEN
                           AND WS-OI-COUNT < WS-OI-MAX
                           ADD 1 TO WS-OI-COUNT
                           MOVE EXC-KEY TO OIT-EMP-ID (WS-OI-COUNT)
                           MOVE EXC-REASON-CODE
                               TO OIT-REASON-CODE (WS-OI-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-LOG.

       1300-PRINT-HEADING.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "PAYROLL FRAUD AND GHOST-EMPLOYEE SWEEP - RUN "
               WS-RUN-DATE " BY " AUTH-OPERATOR-OUT
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE WS-MIN-PAID-PERIODS TO DISPLAY-COUNT-2.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "WINDOW FROM " WS-CUTOFF-DATE
               "  NO-PUNCH AFTER " DISPLAY-COUNT-2 " PERIODS"
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           MOVE WS-ADDRESS-LIMIT TO DISPLAY-COUNT-2.
           STRING "  ADDRESS LIMIT " DISPLAY-COUNT-2
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE (51:30).
           WRITE SWEEP-REPORT-LINE.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE "CODE EMP-ID NAME                 DETAIL"
               TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE ALL "-" TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.

      *> PAYHIST in key order - employee, then period. Who was paid
      *> inside the window, how many regular periods, and whether an
      *> inactive employee drew a check for a period that began
      *> after their termination date. A reversal is not a payment;
      *> a final-pay run is supposed to follow the termination.
       1400-SWEEP-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ PAY-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT PH-IS-REVERSAL
                           PERFORM 1450-CHECK-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

       1450-CHECK-HISTORY-ROW.
           IF PH-CHECK-DATE NOT < WS-CUTOFF-DATE
               IF WS-PD-COUNT = ZERO
                   OR PH-EMP-ID NOT = PDT-EMP-ID (WS-PD-COUNT)
                   IF WS-PD-COUNT < WS-PD-MAX
                       ADD 1 TO WS-PD-COUNT
                       MOVE PH-EMP-ID TO PDT-EMP-ID (WS-PD-COUNT)
                       MOVE ZERO TO PDT-REG-PERIODS (WS-PD-COUNT)
                   END-IF
               END-IF
               IF PH-RUN-TYPE = "R"
                   AND PH-EMP-ID = PDT-EMP-ID (WS-PD-COUNT)
                   ADD 1 TO PDT-REG-PERIODS (WS-PD-COUNT)
               END-IF
           END-IF.
           IF PH-EMP-ID NOT = WS-PH-LAST-EMP-ID
               PERFORM 1460-LOAD-HISTORY-EMPLOYEE
           END-IF.
           IF WS-PH-TERM-DATE NOT = SPACES
               AND NOT PINA-ALREADY-HIT
               AND PH-RUN-TYPE NOT = "F"
               AND PH-PERIOD-END > WS-PH-TERM-DATE
               PERFORM 1470-FIND-PERIOD-START
               IF WS-PERIOD-START > WS-PH-TERM-DATE
                   SET PINA-ALREADY-HIT TO TRUE
                   MOVE "PINA" TO WS-HIT-CODE
                   MOVE PH-EMP-ID TO WS-HIT-EMP-ID
                   MOVE SPACES TO WS-HIT-TEXT
                   STRING "PAID PERIOD END " PH-PERIOD-END
                       " > TERM DATE"
                       DELIMITED BY SIZE INTO WS-HIT-TEXT
                   PERFORM 6000-REPORT-HIT
               END-IF
           END-IF.

       1460-LOAD-HISTORY-EMPLOYEE.
           MOVE PH-EMP-ID TO WS-PH-LAST-EMP-ID.
           MOVE SPACES TO WS-PH-TERM-DATE WS-PH-PAY-GROUP.
           MOVE "N" TO WS-PH-PINA-SWITCH.
           MOVE PH-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET EMPLOYEE-WAS-FOUND TO TRUE
           END-READ.
           IF EMPLOYEE-WAS-FOUND AND EMP-IS-INACTIVE
               MOVE EMP-TERM-DATE TO WS-PH-TERM-DATE
               MOVE EMP-PAY-GROUP TO WS-PH-PAY-GROUP
           END-IF.

      *> The paid period's first day off the calendar. A period no
      *> longer on PAYCAL falls back to its end date, which still
      *> only flags a check for a period ending after termination.
       1470-FIND-PERIOD-START.
           MOVE PH-PERIOD-END TO WS-PERIOD-START.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF CPT-PAY-GROUP (WS-CP-IDX) = WS-PH-PAY-GROUP
                   AND CPT-END-DATE (WS-CP-IDX) = PH-PERIOD-END
                   MOVE CPT-START-DATE (WS-CP-IDX) TO WS-PERIOD-START
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Sort input: the master sequentially (SSN format and punch
      *> checks on the way), then every active allocation split.
       2000-SWEEP-MASTERS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-SWEEP-EMPLOYEE
               END-READ
           END-PERFORM.
           OPEN INPUT ALLOCATION-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ ALLOCATION-MASTER
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ALLOC-IS-ACTIVE
                           AND AL-ACCOUNT-NO NOT = SPACES
                           MOVE "B" TO SK-TYPE
                           MOVE SPACES TO SK-VALUE
                           STRING AL-ROUTING-NO AL-ACCOUNT-NO
                               DELIMITED BY SIZE INTO SK-VALUE
                           MOVE AL-EMP-ID TO SK-EMP-ID
                           RELEASE SWEEP-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALLOCATION-MASTER.

       2100-SWEEP-EMPLOYEE.
           ADD 1 TO WS-EMP-SWEPT-COUNT.
           PERFORM 3000-CHECK-SSN-FORMAT.
           PERFORM 3100-CHECK-PUNCHES.
           IF EMP-SSN NOT = SPACES
               MOVE "S" TO SK-TYPE
               MOVE EMP-SSN TO SK-VALUE
               MOVE EMP-ID TO SK-EMP-ID
               RELEASE SWEEP-SORT-RECORD
           END-IF.
           IF EMP-ACCOUNT-NO NOT = SPACES
               MOVE "B" TO SK-TYPE
               MOVE SPACES TO SK-VALUE
               STRING EMP-ROUTING-NO EMP-ACCOUNT-NO
                   DELIMITED BY SIZE INTO SK-VALUE
               MOVE EMP-ID TO SK-EMP-ID
               RELEASE SWEEP-SORT-RECORD
           END-IF.
      *> Only the window's payees count toward a shared address - a
      *> family that all worked here years ago is not a mail drop.
           PERFORM 3200-FIND-PAID-ENTRY.
           IF ENTRY-WAS-FOUND AND EMP-ADDRESS-1 NOT = SPACES
               MOVE "D" TO SK-TYPE
               MOVE SPACES TO SK-VALUE
               STRING EMP-ADDRESS-1 EMP-CITY-ST-ZIP
                   DELIMITED BY SIZE INTO SK-VALUE
               MOVE EMP-ID TO SK-EMP-ID
               RELEASE SWEEP-SORT-RECORD
           END-IF.

       3000-CHECK-SSN-FORMAT.
           MOVE SPACES TO WS-SSN-REASON.
           EVALUATE TRUE
               WHEN EMP-SSN IS NOT NUMERIC
                   MOVE "NOT 9 DIGITS" TO WS-SSN-REASON
               WHEN EMP-SSN (1:3) = "000" OR EMP-SSN (1:3) = "666"
                   OR EMP-SSN (1:1) = "9"
                   MOVE "BAD AREA" TO WS-SSN-REASON
               WHEN EMP-SSN (4:2) = "00"
                   MOVE "ZERO GROUP" TO WS-SSN-REASON
               WHEN EMP-SSN (6:4) = "0000"
                   MOVE "ZERO SERIAL" TO WS-SSN-REASON
               WHEN EMP-SSN = "123456789"
                   MOVE "SPECIMEN" TO WS-SSN-REASON
               WHEN EMP-SSN (2:8) = EMP-SSN (1:8)
                   MOVE "ONE DIGIT" TO WS-SSN-REASON
           END-EVALUATE.
           IF WS-SSN-REASON NOT = SPACES
               MOVE "SSNX" TO WS-HIT-CODE
               MOVE EMP-ID TO WS-HIT-EMP-ID
               MOVE SPACES TO WS-HIT-TEXT
               STRING "SSN ***-**-" EMP-SSN (6:4) " FAILS: "
                   WS-SSN-REASON
                   DELIMITED BY SIZE INTO WS-HIT-TEXT
               PERFORM 6000-REPORT-HIT
           END-IF.

      *> The clocked population is the plant's hourly cycle - the
      *> blank pay group TIMECLCK feeds. A salaried employee or
      *> another group's hourly employee never punches.
       3100-CHECK-PUNCHES.
           IF PAY-BASIS-HOURLY AND EMP-PAY-GROUP = SPACE
               PERFORM 3200-FIND-PAID-ENTRY
               IF ENTRY-WAS-FOUND
                   AND PDT-REG-PERIODS (WS-PD-IDX)
                       NOT < WS-MIN-PAID-PERIODS
                   MOVE "N" TO WS-FOUND-SWITCH
                   PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                           UNTIL WS-PN-IDX > WS-PN-COUNT
                       IF PNT-EMP-ID (WS-PN-IDX) = EMP-ID
                           SET ENTRY-WAS-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT ENTRY-WAS-FOUND
                       MOVE "NOPN" TO WS-HIT-CODE
                       MOVE EMP-ID TO WS-HIT-EMP-ID
                       MOVE PDT-REG-PERIODS (WS-PD-IDX)
                           TO DISPLAY-COUNT-2
                       MOVE SPACES TO WS-HIT-TEXT
                       STRING "PAID " DISPLAY-COUNT-2
                           " PERIODS, NO TIMECLOCK PUNCHES"
                           DELIMITED BY SIZE INTO WS-HIT-TEXT
                       PERFORM 6000-REPORT-HIT
                   END-IF
               END-IF
           END-IF.

       3200-FIND-PAID-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF PDT-EMP-ID (WS-PD-IDX) = EMP-ID
                   SET ENTRY-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Sort output: control break on type and value. A group of
      *> rows for more than one employee is a shared value.
       5000-CHECK-SHARED-VALUES.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 5010-RETURN-SORT-RECORD.
           PERFORM UNTIL SORT-END-OF-FILE
               MOVE SK-TYPE TO WS-GROUP-TYPE
               MOVE SK-VALUE TO WS-GROUP-VALUE
               MOVE ZERO TO WS-GM-COUNT WS-GROUP-EMPS
               PERFORM UNTIL SORT-END-OF-FILE
                       OR SK-TYPE NOT = WS-GROUP-TYPE
                       OR SK-VALUE NOT = WS-GROUP-VALUE
                   PERFORM 5020-ADD-GROUP-MEMBER
                   PERFORM 5010-RETURN-SORT-RECORD
               END-PERFORM
               IF WS-GROUP-EMPS > 1
                   PERFORM 5100-REPORT-GROUP
               END-IF
           END-PERFORM.

       5010-RETURN-SORT-RECORD.
           RETURN SWEEP-SORT-FILE
               AT END
                   SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

      *> An employee whose master and split share one account is
      *> counted once.
       5020-ADD-GROUP-MEMBER.
           IF WS-GM-COUNT = ZERO
               OR SK-EMP-ID NOT = GMT-EMP-ID (WS-GM-COUNT)
               ADD 1 TO WS-GROUP-EMPS
               IF WS-GM-COUNT < 50
                   ADD 1 TO WS-GM-COUNT
                   MOVE SK-EMP-ID TO GMT-EMP-ID (WS-GM-COUNT)
               END-IF
           END-IF.

       5100-REPORT-GROUP.
           MOVE WS-GROUP-EMPS TO DISPLAY-COUNT-2.
           EVALUATE WS-GROUP-TYPE
               WHEN "B"
                   PERFORM 5200-REPORT-SHARED-ACCOUNT
               WHEN "S"
                   MOVE "DSSN" TO WS-HIT-CODE
                   MOVE SPACES TO WS-HIT-TEXT
                   STRING "SSN ***-**-" WS-GROUP-VALUE (6:4)
                       " SHARED BY " DISPLAY-COUNT-2 " EMPLOYEES"
                       DELIMITED BY SIZE INTO WS-HIT-TEXT
                   PERFORM 5150-REPORT-EACH-MEMBER
               WHEN "D"
                   IF WS-GROUP-EMPS NOT < WS-ADDRESS-LIMIT
                       MOVE "ADDR" TO WS-HIT-CODE
                       MOVE SPACES TO WS-HIT-TEXT
                       STRING DISPLAY-COUNT-2 " PAYEES AT "
                           WS-GROUP-VALUE (1:27)
                           DELIMITED BY SIZE INTO WS-HIT-TEXT
                       PERFORM 5150-REPORT-EACH-MEMBER
                   END-IF
           END-EVALUATE.

       5150-REPORT-EACH-MEMBER.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               MOVE GMT-EMP-ID (WS-GM-IDX) TO WS-HIT-EMP-ID
               PERFORM 6000-REPORT-HIT
           END-PERFORM.

      *> When one of the employees sharing the account is an
      *> operator's own record, the share is the operator's money
      *> reaching someone else's pay - every other member is an
      *> OPBK hit naming the operator, and so is the operator's own
      *> record. Otherwise each member is a plain DUPA.
       5200-REPORT-SHARED-ACCOUNT.
           MOVE SPACES TO WS-GROUP-OPERATOR WS-GROUP-OP-EMP-ID.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
                   OR WS-GROUP-OPERATOR NOT = SPACES
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
                   IF OPT-EMP-ID (WS-OP-IDX) = GMT-EMP-ID (WS-GM-IDX)
                       MOVE OPT-OPERATOR-ID (WS-OP-IDX)
                           TO WS-GROUP-OPERATOR
                       MOVE OPT-EMP-ID (WS-OP-IDX)
                           TO WS-GROUP-OP-EMP-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-GROUP-VALUE (10:17) TO WS-ACCOUNT-NO.
           PERFORM 5300-FIND-LAST-FOUR.
           IF WS-GROUP-OPERATOR = SPACES
               MOVE "DUPA" TO WS-HIT-CODE
               MOVE SPACES TO WS-HIT-TEXT
               STRING "ACCT ****" WS-LAST-FOUR " SHARED BY "
                   DISPLAY-COUNT-2 " EMPLOYEES"
                   DELIMITED BY SIZE INTO WS-HIT-TEXT
               PERFORM 5150-REPORT-EACH-MEMBER
           ELSE
               MOVE "OPBK" TO WS-HIT-CODE
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                       UNTIL WS-GM-IDX > WS-GM-COUNT
                   MOVE GMT-EMP-ID (WS-GM-IDX) TO WS-HIT-EMP-ID
                   MOVE SPACES TO WS-HIT-TEXT
                   IF WS-HIT-EMP-ID = WS-GROUP-OP-EMP-ID
                       STRING "OPERATOR " WS-GROUP-OPERATOR
                           " ACCT ****" WS-LAST-FOUR " SHARED"
                           DELIMITED BY SIZE INTO WS-HIT-TEXT
                   ELSE
                       STRING "ACCT ****" WS-LAST-FOUR
                           " IS OPERATOR " WS-GROUP-OPERATOR
                           DELIMITED BY SIZE INTO WS-HIT-TEXT
                   END-IF
                   PERFORM 6000-REPORT-HIT
               END-PERFORM
           END-IF.

      *> Account numbers are left-justified; the last four are the
      *> last four non-blank characters.
       5300-FIND-LAST-FOUR.
           MOVE SPACES TO WS-LAST-FOUR.
           PERFORM VARYING WS-SCAN-IDX FROM 17 BY -1
                   UNTIL WS-SCAN-IDX < 4
               IF WS-ACCOUNT-NO (WS-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-ACCOUNT-NO (WS-SCAN-IDX - 3:4)
                       TO WS-LAST-FOUR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> One report line per hit, and an open EXCPLOG item unless
      *> the same employee/code is still open from an earlier sweep.
       6000-REPORT-HIT.
           ADD 1 TO WS-HIT-COUNT.
           EVALUATE WS-HIT-CODE
               WHEN "DUPA" ADD 1 TO WS-DUPA-COUNT
               WHEN "OPBK" ADD 1 TO WS-OPBK-COUNT
               WHEN "ADDR" ADD 1 TO WS-ADDR-COUNT
               WHEN "NOPN" ADD 1 TO WS-NOPN-COUNT
               WHEN "DSSN" ADD 1 TO WS-DSSN-COUNT
               WHEN "SSNX" ADD 1 TO WS-SSNX-COUNT
               WHEN "PINA" ADD 1 TO WS-PINA-COUNT
           END-EVALUATE.
           MOVE SPACES TO WS-HIT-NAME.
           IF WS-HIT-EMP-ID = EMP-ID
               MOVE EMP-NAME TO WS-HIT-NAME
           ELSE
               PERFORM 6050-LOOKUP-HIT-NAME
           END-IF.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING WS-HIT-CODE " " WS-HIT-EMP-ID " " WS-HIT-NAME " "
               WS-HIT-TEXT
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE "N" TO WS-POSTED-SWITCH.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-COUNT
               IF OIT-EMP-ID (WS-OI-IDX) = WS-HIT-EMP-ID
                   AND OIT-REASON-CODE (WS-OI-IDX) = WS-HIT-CODE
                   SET HIT-ALREADY-OPEN TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT HIT-ALREADY-OPEN
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "FRAUDSWP" TO EXC-PROGRAM
               MOVE WS-HIT-EMP-ID TO EXC-KEY
               MOVE WS-HIT-CODE TO EXC-REASON-CODE
               MOVE WS-HIT-TEXT TO EXC-REASON-TEXT
               MOVE WS-RUN-DATE TO EXC-DATE
               SET EXCEPTION-IS-OPEN TO TRUE
               WRITE EXCEPTION-LOG-RECORD
               ADD 1 TO WS-LOGGED-COUNT
               IF WS-OI-COUNT < WS-OI-MAX
                   ADD 1 TO WS-OI-COUNT
                   MOVE WS-HIT-EMP-ID TO OIT-EMP-ID (WS-OI-COUNT)
                   MOVE WS-HIT-CODE TO OIT-REASON-CODE (WS-OI-COUNT)
               END-IF
           END-IF.

      *> Inside the sort output procedure the master is no longer
      *> positioned on the hit's employee - a random read finds the
      *> name. (The sweep is done with the sequential pass by then.)
       6050-LOOKUP-HIT-NAME.
           MOVE WS-HIT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER **" TO WS-HIT-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-HIT-NAME
           END-READ.

       8700-PRINT-TOTALS.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE WS-EMP-SWEPT-COUNT TO DISPLAY-SWEPT.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "EMPLOYEES SWEPT:            " DISPLAY-SWEPT
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE "DUPA SHARED BANK ACCOUNT" TO WS-HIT-TEXT.
           MOVE WS-DUPA-COUNT TO DISPLAY-COUNT.
           PERFORM 8750-PRINT-TOTAL-LINE.
           MOVE "OPBK OPERATOR'S OWN ACCOUNT" TO WS-HIT-TEXT.
           MOVE WS-OPBK-COUNT TO DISPLAY-COUNT.
           PERFORM 8750-PRINT-TOTAL-LINE.
           MOVE "ADDR PAYEES AT ONE ADDRESS" TO WS-HIT-TEXT.
           MOVE WS-ADDR-COUNT TO DISPLAY-COUNT.
           PERFORM 8750-PRINT-TOTAL-LINE.
           MOVE "NOPN PAID WITHOUT PUNCHES" TO WS-HIT-TEXT.
           MOVE WS-NOPN-COUNT TO DISPLAY-COUNT.
           PERFORM 8750-PRINT-TOTAL-LINE.
           MOVE "DSSN DUPLICATE SSN" TO WS-HIT-TEXT.
           MOVE WS-DSSN-COUNT TO DISPLAY-COUNT.
           PERFORM 8750-PRINT-TOTAL-LINE.
           MOVE "SSNX SSN FAILS FORMAT" TO WS-HIT-TEXT.
           MOVE WS-SSNX-COUNT TO DISPLAY-COUNT.
           PERFORM 8750-PRINT-TOTAL-LINE.
           MOVE "PINA PAID AFTER TERMINATION" TO WS-HIT-TEXT.
           MOVE WS-PINA-COUNT TO DISPLAY-COUNT.
           PERFORM 8750-PRINT-TOTAL-LINE.
           MOVE "NEW ITEMS ON EXCPLOG" TO WS-HIT-TEXT.
           MOVE WS-LOGGED-COUNT TO DISPLAY-COUNT.
           PERFORM 8750-PRINT-TOTAL-LINE.
           MOVE WS-HIT-COUNT TO DISPLAY-COUNT.
           DISPLAY "FRAUDSWP: " DISPLAY-COUNT " HIT(S), SEE "
               "FRAUDSWP.TXT".

       8750-PRINT-TOTAL-LINE.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING WS-HIT-TEXT (1:28) DISPLAY-COUNT
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "FRAUDSWP OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " HITS=" WS-HIT-COUNT
               " LOGGED=" WS-LOGGED-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER SWEEP-REPORT-FILE RUN-LOG-FILE.
