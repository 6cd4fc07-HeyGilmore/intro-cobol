               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-BATCH-FILE ASSIGN TO "ACHBATCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-BATCH-IN ASSIGN TO "ACHBATCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NACHA-FILE ASSIGN TO "ACHNACHA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAD-ACH-FILE ASSIGN TO "ACHCAD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HIST-DETAIL-FILE ASSIGN TO "PAYHDTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYROLL-REGISTER-FILE ASSIGN TO "PAYREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-SORT-FILE ASSIGN TO "REGSORT.TMP".
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-IN ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-TRIAL-FILE ASSIGN TO "PAYTRIAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SEVERANCE-FILE ASSIGN TO "SEVERADJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BONUS-ADJUST-FILE ASSIGN TO "BONUSADJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL COMMISSION-ADJUST-FILE ASSIGN TO "COMMADJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-EMP-ID.
           SELECT OPTIONAL OVERPAY-LEDGER ASSIGN TO "OVPYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OV-EMP-ID.
           SELECT OPTIONAL LOAN-MASTER ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY.
           SELECT OPTIONAL PTO-REQUEST-MASTER ASSIGN TO "PTOREQS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MIN-WAGE-FILE ASSIGN TO "MINWAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-MASTER ASSIGN TO "RATEMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WC-CLASS-FILE ASSIGN TO "WCCLASS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WC-ACCUM-FILE ASSIGN TO "WCACCUM"
                                     ==MST-WORK-STATE==
                                 ==EMP-RES-STATE== BY
                                     ==MST-RES-STATE==
                                 ==EMP-LOCAL-CODE== BY
                                     ==MST-LOCAL-CODE==
                                 ==EMP-ROUTING-NO== BY
                                     ==MST-ROUTING-NO==
                                 ==EMP-ACCOUNT-NO== BY
                                     ==MST-SICK-BALANCE==
                                 ==EMP-PAY-GROUP== BY
                                     ==MST-PAY-GROUP==
                                 ==EMP-STATUS== BY ==MST-EMP-STATUS==
                                 ==EMP-TERM-DATE== BY
                                     ==MST-TERM-DATE==
                                 ==EMP-REHIRE-DATE== BY
                                     ==MST-REHIRE-DATE==
                                 ==EMP-LEAVE-TYPE== BY
                                     ==MST-LEAVE-TYPE==
                                 ==EMP-LEAVE-START== BY
                                     ==MST-LEAVE-START==
                                 ==EMP-LEAVE-RETURN== BY
                                     ==MST-LEAVE-RETURN==
                                 ==EMP-PAY-CURRENCY== BY
                                     ==MST-PAY-CURRENCY==
                                 ==PAID-IN-USD== BY
                                     ==MST-PAID-IN-USD==
                                 ==PAID-IN-CAD== BY
                                     ==MST-PAID-IN-CAD==.

      *> One timesheet transaction per employee per pay period.
      *> Identity/bank/rate data no longer travels here - only what
       FD  NACHA-FILE.
       01  NACHA-RECORD            PIC X(94).

      *> The same batch read back when the NACHA file opens, for the
      *> deposits PAYCHECK1's hours run already put on it.
       FD  ACH-BATCH-IN.
       01  ACH-BATCH-IN-RECORD     PIC X(99).

      *> Canadian-dollar deposits, in the ACHREC layout, for the
      *> Canadian bank - a NACHA file moves US dollars only, so the
      *> CAD details never ride ACHBATCH or ACHNACHA.
       FD  CAD-ACH-FILE.
       01  CAD-ACH-RECORD          PIC X(99).

       FD  PAYROLL-REGISTER-FILE.
       01  PAYROLL-REGISTER-LINE   PIC X(80).

           05  RS-NET-PAY           PIC 9(6)V99.
           05  RS-TOTAL-DEDUCTIONS  PIC 9(5)V99.
           05  RS-TOTAL-TAX         PIC 9(5)V99.
           05  RS-LOCAL-TAX         PIC 9(5)V99.

      *> General ledger interface extract: one line per department
      *> per account, posted at the end of the run so the GL system
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> The same log read back, for the open net pay variance items
      *> NETVAR raised against this period on the trial run.
       FD  EXCEPTION-LOG-IN.
       01  EXCEPTION-LOG-IN-RECORD.
           COPY EXCPREC REPLACING ==EXC-PROGRAM== BY ==EXI-PROGRAM==
                                 ==EXC-KEY== BY ==EXI-KEY==
                                 ==EXC-REASON-CODE== BY
                                     ==EXI-REASON-CODE==
                                 ==EXC-REASON-TEXT== BY
                                     ==EXI-REASON-TEXT==
                                 ==EXC-DATE== BY ==EXI-DATE==
                                 ==EXC-STATUS== BY ==EXI-STATUS==
                                 ==EXCEPTION-IS-OPEN== BY
                                     ==EXI-IS-OPEN==
                                 ==EXCEPTION-IS-RESOLVED== BY
                                     ==EXI-IS-RESOLVED==
                                 ==EXC-RESOLVED-BY== BY
                                     ==EXI-RESOLVED-BY==.


      *> What a regular trial run would have paid each employee -
      *> the input to NETVAR's period-over-period variance review.
       FD  PAY-TRIAL-FILE.
       01  PAY-TRIAL-RECORD.
           COPY PAYTRLRC.

      *> Run-activity log shared by every gated program: one line
      *> per successful run with operator, program, date, and
      *> record counts.
                                 ==YTD-STATE-GROSS== BY
                                     ==YTD-IN-STATE-GROSS==
                                 ==YTD-STATE-TAX== BY
                                     ==YTD-IN-STATE-TAX==
                                 ==YTD-LOCAL-CODE== BY
                                     ==YTD-IN-LOCAL-CODE==
                                 ==YTD-LOCAL-GROSS== BY
                                     ==YTD-IN-LOCAL-GROSS==
                                 ==YTD-LOCAL-TAX== BY
                                     ==YTD-IN-LOCAL-TAX==
                                 ==YTD-QTR-FED-TAX== BY
                                     ==YTD-IN-QTR-FED-TAX==
                                 ==YTD-QTR-FICA== BY
                                     ==YTD-IN-QTR-FICA==
                                 ==YTD-COMPANY-CODE== BY
                                     ==YTD-IN-COMPANY-CODE==.

      *> The legal entity this run pays - name for the report
      *> headers, GL account map, ACH originator identity.
       FD  FED-LIABILITY-FILE.
       01  FED-LIABILITY-RECORD.
           05  FL-CHECK-DATE       PIC X(10).
           05  FL-FED-TAX          PIC S9(8)V99.
           05  FL-FICA-EE          PIC S9(8)V99.
           05  FL-FICA-ER          PIC S9(8)V99.
           05  FL-DEPOSIT-STATUS   PIC X(1).
               88  LIAB-IS-OPEN            VALUE "N".
               88  LIAB-IS-DEPOSITED       VALUE "Y".
           05  AR-EMP-ID           PIC X(6).
           05  AR-BALANCE          PIC 9(5)V99.

      *> Overpayment receivables ACHREV opened - recovered a period
      *> at a time out of net, after the arrears take.
       FD  OVERPAY-LEDGER.
       01  OVERPAY-LEDGER-RECORD.
           COPY OVPYREC.

      *> Employee loans and pay advances LOANMNT books - an
      *> off-cycle run pays the pending ones out in net, and every
      *> run takes the scheduled repayment after the overpayment.
       FD  LOAN-MASTER.
       01  LOAN-RECORD.
           COPY LOANREC.

      *> The PTO request ledger PTOMAINT decides - the period's
      *> taken hours now come from the APPROVED requests landing in
      *> the period, not from clerk-keyed timesheet fields, and the
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

      *> This run's own pay-history rows, in the PAYHREC layout, one
      *> per row 7700 builds - written on a trial run too, where
      *> PAYHIST itself is left alone. PAYHIST is cumulative and
      *> keyed, so it cannot show what one run produced; this file
      *> is banked with the run's reports so PARCOMP can compare a
      *> parallel run against the production run it shadows.
       FD  PAY-HIST-DETAIL-FILE.
       01  PAY-HIST-DETAIL-RECORD  PIC X(170).

      *> This run's type - same OPTIONAL one-record PARM-file shape
      *> as RESTART.PARM and AUTHPARM. A missing or blank RUNPARM is
      *> a regular run; supplemental ("S"), off-cycle ("O"), and
           05  SV-EMP-ID           PIC X(6).
           05  SV-AMOUNT           PIC 9(6)V99.

      *> Grossed-up bonus amounts staged by the GROSSUP worksheet -
      *> paid as their own earnings line on the supplemental ("S")
      *> run only.
       FD  BONUS-ADJUST-FILE.
       01  BONUS-ADJUST-RECORD.
           05  BN-EMP-ID           PIC X(6).
           05  BN-AMOUNT           PIC 9(6)V99.

      *> Sales commission staged by the COMMRUN monthly run - paid
      *> as its own earnings line on the supplemental ("S") run
      *> only, and tied back to the file's trailer control total.
       FD  COMMISSION-ADJUST-FILE.
       01  COMMISSION-ADJUST-RECORD.
           COPY CMADJREC.

      *> Pay-period calendar, one record per pay period of the year,
      *> maintained outside this program the way AUTHUSR is. The
      *> first record still marked open is the period this run pays.
      *> is staged unapproved until the supervisor signs off.
       FD  TIMESHEET-APPROVAL-FILE.
       01  TIMESHEET-APPROVAL-RECORD.
           COPY TSAPPRRC.

      *> Taxable non-cash benefits - group-term life over the
      *> threshold, personal use of the company truck - keyed one
           05  MW-EFF-DATE         PIC X(10).
           05  MW-RATE             PIC 9(3)V99.

      *> The same exchange-rate master CURRCONV converts from - the
      *> USDCAD row in effect on the check date prices the Canadian
      *> employees' deposits.
       FD  RATE-MASTER.
       01  RATE-MASTER-RECORD.
           COPY RATEREC.

      *> Workers' comp classification map: which comp class each
      *> job class reports under for the carrier's premium audit.
       FD  WC-CLASS-FILE.
                                 ==YTD-STATE-GROSS== BY
                                     ==YTD-OUT-STATE-GROSS==
                                 ==YTD-STATE-TAX== BY
                                     ==YTD-OUT-STATE-TAX==
                                 ==YTD-LOCAL-CODE== BY
                                     ==YTD-OUT-LOCAL-CODE==
                                 ==YTD-LOCAL-GROSS== BY
                                     ==YTD-OUT-LOCAL-GROSS==
                                 ==YTD-LOCAL-TAX== BY
                                     ==YTD-OUT-LOCAL-TAX==
                                 ==YTD-QTR-FED-TAX== BY
                                     ==YTD-OUT-QTR-FED-TAX==
                                 ==YTD-QTR-FICA== BY
                                     ==YTD-OUT-QTR-FICA==
                                 ==YTD-COMPANY-CODE== BY
                                     ==YTD-OUT-COMPANY-CODE==.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
       01 EMP-ACCOUNT-NO        PIC X(17).
       01 EMP-WORK-STATE        PIC X(2).
       01 EMP-RES-STATE         PIC X(2).
       01 EMP-LOCAL-CODE        PIC X(4).
      *> The state TAXCALC actually withheld for this period - what
      *> the per-state YTD buckets are slotted by.
       01 WS-STATE-WITHHELD     PIC X(2)  VALUE SPACES.
           88  BANK-IS-VERIFIED           VALUE "V".
           88  BANK-IS-PRENOTE            VALUE "P".
       01 EMP-PRENOTE-PERIOD    PIC 9(3).
       01 EMP-PAY-CURRENCY      PIC X(3).
           88  PAID-IN-CAD                VALUE "CAD".
       01 PAY-PERIOD-START      PIC X(10) VALUE SPACES.
       01 PAY-PERIOD-END        PIC X(10) VALUE SPACES.
       01 PAY-CHECK-DATE        PIC X(10) VALUE SPACES.
       01 FEDERAL-TAX-AMT         PIC 9(5)V99.
       01 STATE-TAX-AMT           PIC 9(5)V99.
       01 FICA-TAX-AMT            PIC 9(5)V99.
      *> City / school-district tax - inside TOTAL-TAX-AMT, broken
      *> out for the stub, the history row, YTD, GL, and REMIT.
       01 LOCAL-TAX-AMT           PIC 9(5)V99.
       01 TOTAL-TAX-AMT           PIC 9(5)V99.
      *> Employer-side amounts TAXCALC now hands back - the
      *> company's expense, never part of the employee's net.
       01 DISPLAY-FED-TAX      PIC $$$9.99.
       01 DISPLAY-STATE-TAX    PIC $$$9.99.
       01 DISPLAY-FICA-TAX     PIC $$$9.99.
       01 DISPLAY-LOCAL-TAX    PIC $$$9.99.
       01 DISPLAY-TOTAL-TAX    PIC $$$9.99.

       01 WS-TR-EOF-SWITCH      PIC X(1)  VALUE "N".
       01 WS-TR-READ-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-CARRIED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-ON-LEAVE-COUNT    PIC 9(5)  VALUE ZERO.
       01 WS-NEW-HIRE-COUNT    PIC 9(5)  VALUE ZERO.
       01 WS-YTD-IN-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-YTD-OUT-COUNT     PIC 9(5)  VALUE ZERO.
      *> Employer-tax run totals for the register and the GL lines.
       01 WS-TOTAL-FED-TAX     PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-FICA-TAX    PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-LOCAL-TAX   PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-ER-FICA     PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-ER-FUTA     PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-ER-SUTA     PIC 9(8)V99 VALUE ZERO.
               10  TBL-DEPT-GROSS      PIC 9(8)V99 VALUE ZERO.
               10  TBL-DEPT-DEDUCT     PIC 9(8)V99 VALUE ZERO.
               10  TBL-DEPT-TAX        PIC 9(8)V99 VALUE ZERO.
               10  TBL-DEPT-LOCAL      PIC 9(8)V99 VALUE ZERO.
               10  TBL-DEPT-NET        PIC 9(8)V99 VALUE ZERO.
       01 WS-DEPT-FOUND-IDX     PIC 9(2).
       01 DISPLAY-GL-AMOUNT     PIC ZZZ,ZZ9.99.
      *> record's account map overrides them at open time.
       01 GL-ACCT-WAGES-EXPENSE PIC X(10) VALUE "5000-WAGES".
       01 GL-ACCT-CASH          PIC X(10) VALUE "1000-CASH ".
       01 GL-ACCT-CASH-CAD      PIC X(10) VALUE "1020-CASHC".
       01 GL-ACCT-WITHHOLDING   PIC X(10) VALUE "2100-WHPAY".
       01 GL-ACCT-TAX-WH        PIC X(10) VALUE "2200-TAXWH".
       01 GL-ACCT-ER-TAX-EXP    PIC X(10) VALUE "5100-ERTAX".
       01 GL-ACCT-MATCH-EXP     PIC X(10) VALUE "5200-401KM".
       01 GL-ACCT-MATCH-LIAB    PIC X(10) VALUE "2400-401KP".
       01 GL-ACCT-ACCRUED       PIC X(10) VALUE "2600-ACCRP".
       01 GL-ACCT-LOCAL-TAX     PIC X(10) VALUE "2250-LOCTX".
       01 GL-ACCT-OVERPAY-RCV   PIC X(10) VALUE "1300-OVPAY".
       01 GL-ACCT-LOAN-RCV      PIC X(10) VALUE "1310-LOANS".

      *> MONTH-END ACCRUAL SPLIT - when the period starts in one
      *> month and ends in the next, the old month's share of the
       01 WS-GP-DRCR            PIC X(2).
       01 WS-GP-ACCOUNT         PIC X(10).
       01 WS-GP-AMOUNT          PIC 9(8)V99.
      *> Blank currency is an ordinary US-dollar posting.
       01 WS-GP-CURRENCY        PIC X(3)  VALUE SPACES.
       01 WS-GP-FX-RATE         PIC 9(3)V9999.
       01 WS-GP-FOREIGN-AMOUNT  PIC 9(8)V99.

      *> This run's company identity from the COMPCTL control
      *> record - stamped on every report, matched against each
       01 AUTH-CHECK-AREA.
           COPY AUTHAREA.

      *> Department and job class as of the period end, through the
      *> shared EMPASOF subprogram - a transfer keyed after the
      *> period closed is not this period's labor.
       01 AS-OF-AREA.
           COPY ASOFAREA.

      *> PTO ACCRUAL - hours earned per period processed, by job
      *> class (vacation, then sick), same FILLER/REDEFINES idiom as
      *> PAYCHECK1's OT-RULE-TABLE. Balances live on the employee
       01 WS-401K-DROP-AMT      PIC 9(4)V99.
       01 WS-MATCH-ADJ-AMT      PIC 9(4)V99.
       01 DISPLAY-ARREARS       PIC $$$9.99.
      *> Overpayment recovery this period and the receivable left.
       01 OVERPAY-TAKE-AMT      PIC 9(5)V99 VALUE ZERO.
       01 WS-OVERPAY-BAL        PIC 9(7)V99 VALUE ZERO.
       01 WS-OVERPAY-ROOM       PIC 9(6)V99.
       01 WS-OVERPAY-FOUND-SW   PIC 9(1).
       01 WS-TOTAL-OVERPAY      PIC 9(8)V99 VALUE ZERO.
       01 DISPLAY-OVERPAY       PIC $$,$$$,$$9.99.
      *> Loan repayment taken and principal paid out this period,
      *> the employee's open loan balance left, and the run totals
      *> the GL reclasses against the loan receivable.
       01 LOAN-TAKE-AMT         PIC 9(5)V99 VALUE ZERO.
       01 LOAN-ADVANCE-AMT      PIC 9(7)V99 VALUE ZERO.
       01 WS-LOAN-BAL           PIC 9(7)V99 VALUE ZERO.
       01 WS-LOAN-ROOM          PIC 9(6)V99.
       01 WS-LOAN-ONE-TAKE      PIC 9(5)V99.
       01 WS-LOAN-SCAN-SWITCH   PIC X(1)  VALUE "N".
           88  LOAN-SCAN-DONE             VALUE "Y".
       01 WS-TOTAL-LOAN-TAKE    PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-LOAN-ADV     PIC 9(8)V99 VALUE ZERO.

      *> IMPUTED INCOME loaded from IMPTRAN at open, this period's
      *> rows only - the current employee's total rides the taxable
       01 WS-FLOOR-RATE         PIC 9(3)V99.
       01 WS-FLOOR-EFF-DATE     PIC X(10).

      *> CANADIAN-DOLLAR PAY - pay is figured in US dollars for
      *> everyone; a CAD employee's net deposit converts at the
      *> USDCAD rate in effect on the check date (zero rate = none
      *> on file, and those employees fall back to a US-dollar
      *> check). The running USD/CAD pair per employee lets each
      *> split deposit convert off the cumulative amount, so the
      *> pieces re-add to the converted net shown on the stub.
       01 WS-RM-EOF-SWITCH      PIC X(1)  VALUE "N".
           88  RM-END-OF-FILE             VALUE "Y".
       01 WS-CAD-PAIR-CODE      PIC X(6)  VALUE "USDCAD".
       01 WS-CAD-RATE           PIC 9(3)V9999 VALUE ZERO.
       01 WS-CAD-RATE-DATE      PIC X(10) VALUE SPACES.
       01 WS-CAD-SWITCH         PIC X(1)  VALUE "N".
           88  DEPOSIT-IS-CAD             VALUE "Y".
           88  DEPOSIT-IS-USD             VALUE "N".
       01 WS-CAD-NET-PAY        PIC 9(7)V99 VALUE ZERO.
       01 WS-CAD-USD-SOFAR      PIC 9(6)V99 VALUE ZERO.
       01 WS-CAD-PAID-SOFAR     PIC 9(7)V99 VALUE ZERO.
       01 WS-CAD-CUM-AMOUNT     PIC 9(7)V99 VALUE ZERO.
       01 WS-DEP-CAD-AMOUNT     PIC 9(7)V99 VALUE ZERO.
       01 WS-CAD-ACH-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-CAD-ACH-TOTAL      PIC 9(8)V99 VALUE ZERO.
       01 WS-CAD-USD-TOTAL      PIC 9(8)V99 VALUE ZERO.
       01 DISPLAY-CAD-RATE      PIC ZZ9.9999.
       01 DISPLAY-CAD-AMOUNT    PIC ZZZ,ZZ9.99.

      *> WORKERS' COMP ACCUMULATION - job-class-to-comp-class map
      *> and the run's per-class gross / excludable-OT-premium
      *> totals (the premium half of time-and-a-half is excludable
       01 WS-SEVERANCE-AMT      PIC 9(6)V99 VALUE ZERO.
       01 DISPLAY-SEVERANCE     PIC $$,$$9.99.

      *> BONUS loaded from BONUSADJ at open - rides a supplemental
      *> check's gross as its own line.
       01 WS-BON-COUNT          PIC 9(2)  VALUE ZERO.
       01 WS-BON-TABLE.
           05  WS-BON-ENTRY OCCURS 20 TIMES.
               10  BNT-EMP-ID         PIC X(6).
               10  BNT-AMOUNT         PIC 9(6)V99.
       01 WS-BON-IDX            PIC 9(2).
       01 WS-BON-EOF-SWITCH     PIC X(1)  VALUE "N".
           88  BON-END-OF-FILE            VALUE "Y".
       01 WS-BONUS-AMT          PIC 9(6)V99 VALUE ZERO.
       01 DISPLAY-BONUS         PIC $$,$$9.99.

      *> COMMISSION loaded from COMMADJ at open - rides a
      *> supplemental check's gross as its own line. What the run
      *> pays is totalled against the trailer's control total.
       01 WS-COM-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-COM-TABLE.
           05  WS-COM-ENTRY OCCURS 200 TIMES.
               10  CMT-EMP-ID         PIC X(6).
               10  CMT-AMOUNT         PIC 9(6)V99.
       01 WS-COM-IDX            PIC 9(3).
       01 WS-COM-EOF-SWITCH     PIC X(1)  VALUE "N".
           88  COM-END-OF-FILE            VALUE "Y".
       01 WS-COM-TRAILER-SWITCH PIC X(1)  VALUE "N".
           88  COM-TRAILER-WAS-READ       VALUE "Y".
       01 WS-COM-CONTROL-COUNT  PIC 9(4)  VALUE ZERO.
       01 WS-COM-CONTROL-TOTAL  PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-COMMISSION   PIC 9(8)V99 VALUE ZERO.
       01 WS-COMMISSION-AMT     PIC 9(6)V99 VALUE ZERO.
       01 DISPLAY-COMMISSION    PIC $$,$$9.99.

      *> LABOR DISTRIBUTION ALLOCATION - per-line shares of the
      *> employee's figures, allocated in proportion to each line's
      *> hours; the last line takes whatever remains so the
           88  DISTRIBUTION-IS-INVALID    VALUE "N".
       01 WS-COMP-OK-SWITCH     PIC X(1)  VALUE "Y".
           88  COMPANY-MATCHES            VALUE "Y".
           88  COMPANY-MISMATCH           VALUE "N" "T".
           88  COMPANY-YTD-NOT-SPLIT      VALUE "T".
       01 WS-DIST-IDX           PIC 9(1).
       01 WS-DIST-HOURS-TOTAL   PIC 9(4).
       01 WS-ALLOC-GROSS        PIC 9(6)V99.
       01 WS-ALLOC-DEDUCT       PIC 9(5)V99.
       01 WS-ALLOC-TAX          PIC 9(5)V99.
       01 WS-ALLOC-LOCAL        PIC 9(5)V99.
       01 WS-ALLOC-NET          PIC 9(6)V99.
       01 WS-REM-GROSS          PIC 9(6)V99.
       01 WS-REM-DEDUCT         PIC 9(5)V99.
       01 WS-REM-TAX            PIC 9(5)V99.
       01 WS-REM-LOCAL          PIC 9(5)V99.
       01 WS-REM-NET            PIC 9(6)V99.

      *> RUN TYPE CONTROL
           88  NO-OPEN-PERIOD             VALUE "N".
       01 WS-CURRENT-PERIOD-NO  PIC 9(3)  VALUE ZERO.
       01 DISPLAY-PERIOD-NO     PIC ZZ9.

      *> VARIANCE HOLD - open NVAR items NETVAR raised on the trial
      *> run hold the period's regular commit run until the
      *> controller has resolved every one of them through EXCPRVW.
       01 WS-EXI-EOF-SWITCH     PIC X(1)  VALUE "N".
           88  EXI-END-OF-FILE            VALUE "Y".
       01 WS-ABI-EOF-SWITCH     PIC X(1)  VALUE "N".
           88  ABI-END-OF-FILE            VALUE "Y".
       01 WS-VARIANCE-HOLD-COUNT PIC 9(5) VALUE ZERO.
       01 DISPLAY-HOLD-COUNT    PIC ZZZZ9.
       01 WS-TRIAL-OPEN-SWITCH  PIC X(1)  VALUE "N".
           88  TRIAL-EXTRACT-IS-OPEN      VALUE "Y".
      *> Calendar quarter the period-end date lands in, for the
      *> per-quarter YTD buckets the quarterly filing reports from.
       01 WS-PERIOD-MONTH       PIC 9(2).
               PERFORM 1091-LOAD-APPROVALS
               PERFORM 1092-LOAD-IMPUTED-INCOME
               PERFORM 1093-LOAD-MIN-WAGE
               PERFORM 1094-FIND-CAD-RATE
               IF NACHA-IS-LIVE
                   PERFORM 1096-WRITE-NACHA-HEADERS
                   PERFORM 1088-CARRY-HOURS-RUN-DEPOSITS
               END-IF
               PERFORM 1200-READ-TIMESHEET
               PERFORM 1210-CHECK-DRIVER-PERIOD
                   INPUT PROCEDURE IS 2000-PROCESS-PAYROLL-DRIVER
                   OUTPUT PROCEDURE IS 8930-PRINT-SORTED-REGISTER
               PERFORM 8900-PRINT-REGISTER-TOTALS
               IF RUN-IS-SUPPLEMENTAL AND COM-TRAILER-WAS-READ
                   PERFORM 8942-RECONCILE-COMMISSION-TOTAL
               END-IF
               IF NOT RUN-IS-TRIAL
                   PERFORM 8920-WRITE-GL-EXTRACT
                   PERFORM 8925-WRITE-DEPT-ACTUALS
           OPEN INPUT DEDUCTION-MASTER.
           OPEN INPUT ALLOCATION-MASTER.
           OPEN I-O ARREARS-MASTER.
           OPEN I-O OVERPAY-LEDGER.
           OPEN I-O LOAN-MASTER.
           OPEN I-O PTO-REQUEST-MASTER.
           OPEN INPUT TIMESHEET-FILE.
           OPEN INPUT YTD-MASTER-IN.
               OPEN EXTEND CHECK-PRINT-FILE
           END-IF.
           OPEN EXTEND ACH-BATCH-FILE.
           OPEN EXTEND CAD-ACH-FILE.
           OPEN EXTEND PAY-HIST-DETAIL-FILE.
           OPEN EXTEND CHECK-REGISTER-FILE.
           OPEN EXTEND POSITIVE-PAY-FILE.
           OPEN EXTEND REMIT-DETAIL-FILE.
           PERFORM 1054-READ-RUN-ID.
           PERFORM 1055-READ-CHECK-NO.
           PERFORM 1058-READ-RUN-TYPE.
           IF RUN-IS-TRIAL AND RUN-IS-REGULAR
               OPEN OUTPUT PAY-TRIAL-FILE
               SET TRIAL-EXTRACT-IS-OPEN TO TRUE
           END-IF.
      *> The NACHA file opens only once the run type is known: a
      *> trial run writes no NACHA records, and OPEN OUTPUT here
      *> would truncate the commit run's file before the bank
           END-IF.
           PERFORM 1095-LOAD-RETRO-ADJUSTMENTS.
           PERFORM 1097-LOAD-SEVERANCE.
           PERFORM 1098-LOAD-BONUSES.
           PERFORM 1099-LOAD-COMMISSIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
           END-PERFORM.
           CLOSE SEVERANCE-FILE.

      *> A missing BONUSADJ (SELECT OPTIONAL) reads as an immediate
      *> AT END and simply leaves the table empty.
       1098-LOAD-BONUSES.
           OPEN INPUT BONUS-ADJUST-FILE.
           PERFORM UNTIL BON-END-OF-FILE
               READ BONUS-ADJUST-FILE
                   AT END
                       SET BON-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-BON-COUNT < 20
                           ADD 1 TO WS-BON-COUNT
                           MOVE BN-EMP-ID
                               TO BNT-EMP-ID (WS-BON-COUNT)
                           MOVE BN-AMOUNT
                               TO BNT-AMOUNT (WS-BON-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BONUS-ADJUST-FILE.

      *> A missing COMMADJ (SELECT OPTIONAL) reads as an immediate
      *> AT END and simply leaves the table empty. The trailer's
      *> count and total are kept for the register tie.
       1099-LOAD-COMMISSIONS.
           OPEN INPUT COMMISSION-ADJUST-FILE.
           PERFORM UNTIL COM-END-OF-FILE
               READ COMMISSION-ADJUST-FILE
                   AT END
                       SET COM-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CA-IS-TRAILER
                           SET COM-TRAILER-WAS-READ TO TRUE
                           MOVE CA-ROW-COUNT TO WS-COM-CONTROL-COUNT
                           MOVE CA-CONTROL-TOTAL
                               TO WS-COM-CONTROL-TOTAL
                       ELSE
                           IF WS-COM-COUNT < 200
                               ADD 1 TO WS-COM-COUNT
                               MOVE CA-EMP-ID
                                   TO CMT-EMP-ID (WS-COM-COUNT)
                               MOVE CA-AMOUNT
                                   TO CMT-AMOUNT (WS-COM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMMISSION-ADJUST-FILE.

      *> The company this run pays: name for the headers, the GL
      *> account map, and the ACH originator identity all come off
      *> the one control record instead of being program literals.
                   IF CO-GL-ACCRUED-ACCT NOT = SPACES
                       MOVE CO-GL-ACCRUED-ACCT TO GL-ACCT-ACCRUED
                   END-IF
                   IF CO-GL-LOCALTAX-ACCT NOT = SPACES
                       MOVE CO-GL-LOCALTAX-ACCT TO GL-ACCT-LOCAL-TAX
                   END-IF
                   IF CO-GL-OVPAY-ACCT NOT = SPACES
                       MOVE CO-GL-OVPAY-ACCT TO GL-ACCT-OVERPAY-RCV
                   END-IF
                   IF CO-GL-LOAN-ACCT NOT = SPACES
                       MOVE CO-GL-LOAN-ACCT TO GL-ACCT-LOAN-RCV
                   END-IF
                   IF CO-GL-CASHCAD-ACCT NOT = SPACES
                       MOVE CO-GL-CASHCAD-ACCT TO GL-ACCT-CASH-CAD
                   END-IF
                   MOVE CO-ACH-ORIGIN-NAME TO WS-ACH-ORIGIN-NAME
                   MOVE CO-ACH-ORIGIN-ROUTING
                       TO WS-ACH-ORIGIN-ROUTING
               DISPLAY "PAY PERIOD " DISPLAY-PERIOD-NO ": "
                   PAY-PERIOD-START " - " PAY-PERIOD-END
                   " CHECK DATE " PAY-CHECK-DATE
      *> A restart is finishing a commit already released, so only a
      *> fresh regular commit waits on the variance review.
               IF RUN-IS-REGULAR AND NOT RUN-IS-TRIAL
                   AND WS-RESTART-KEY = SPACES
                   PERFORM 1086-CHECK-VARIANCE-HOLDS
               END-IF
           END-IF.

      *> NETVAR keys its items by period in the first columns of the
      *> reason text ("PERIOD nnn ..."), so one open item for this
      *> period anywhere in the log holds the money. The period is
      *> turned back to not-open so nothing downstream runs.
       1086-CHECK-VARIANCE-HOLDS.
           MOVE ZERO TO WS-VARIANCE-HOLD-COUNT.
           MOVE "N" TO WS-EXI-EOF-SWITCH.
           OPEN INPUT EXCEPTION-LOG-IN.
           PERFORM UNTIL EXI-END-OF-FILE
               READ EXCEPTION-LOG-IN
                   AT END
                       SET EXI-END-OF-FILE TO TRUE
                   NOT AT END
                       IF EXI-REASON-CODE = "NVAR" AND EXI-IS-OPEN
                           AND EXI-REASON-TEXT (1:7) = "PERIOD "
                           AND EXI-REASON-TEXT (8:3)
                               = WS-CURRENT-PERIOD-NO
                           ADD 1 TO WS-VARIANCE-HOLD-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-LOG-IN.
           IF WS-VARIANCE-HOLD-COUNT > ZERO
               MOVE WS-VARIANCE-HOLD-COUNT TO DISPLAY-HOLD-COUNT
               DISPLAY "*** " DISPLAY-HOLD-COUNT " OPEN NET PAY "
                   "VARIANCE ITEM(S) FOR PERIOD " DISPLAY-PERIOD-NO
                   " - COMMIT RUN REFUSED ***"
               DISPLAY "*** RESOLVE THE NVAR ITEMS IN EXCPRVW, THEN "
                   "RESUBMIT ***"
               SET NO-OPEN-PERIOD TO TRUE
               MOVE 1 TO RETURN-CODE
           END-IF.

       1085-LOG-NO-OPEN-PERIOD.
           CLOSE HOLIDAY-CAL-FILE.

      *> Approvals for THIS period only - last period's sign-off
      *> approves nothing now, and an attendance exception row
      *> approves nothing ever.
       1091-LOAD-APPROVALS.
           OPEN INPUT TIMESHEET-APPROVAL-FILE.
           PERFORM UNTIL APPR-END-OF-FILE
                       SET APPR-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TA-PERIOD-NO = WS-CURRENT-PERIOD-NO
                           AND TA-IS-APPROVAL
                           AND WS-APPR-COUNT < 200
                           ADD 1 TO WS-APPR-COUNT
                           MOVE TA-EMP-ID
           WRITE NACHA-RECORD.
           ADD 1 TO WS-NACHA-REC-COUNT.

      *> PAYCHECK1 runs first in the stream and appends its ACH
      *> details to the same ACHBATCH, so whatever is on the batch
      *> before this run writes its own is the hours run's - those
      *> deposits ride the one NACHA file the bank takes. They count
      *> into the entry hash and credit total, not into WS-ACH-TOTAL:
      *> 8940 proves this run's channels against this run's register.
       1088-CARRY-HOURS-RUN-DEPOSITS.
           MOVE "N" TO WS-ABI-EOF-SWITCH.
           OPEN INPUT ACH-BATCH-IN.
           PERFORM UNTIL ABI-END-OF-FILE
               READ ACH-BATCH-IN INTO ACH-DETAIL-RECORD
                   AT END
                       SET ABI-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ACH-CURRENCY-CODE = "USD"
                           PERFORM 7525-WRITE-NACHA-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACH-BATCH-IN.

      *> A missing MINWAGE (SELECT OPTIONAL) leaves the table empty
      *> and the flagging inert.
       1093-LOAD-MIN-WAGE.
           END-PERFORM.
           CLOSE MIN-WAGE-FILE.

      *> The newest USDCAD row effective on or before the check
      *> date - the same rule CURRCONV converts by. A missing
      *> RATEMSTR (SELECT OPTIONAL) or no row in effect leaves the
      *> rate zero.
       1094-FIND-CAD-RATE.
           OPEN INPUT RATE-MASTER.
           PERFORM UNTIL RM-END-OF-FILE
               READ RATE-MASTER
                   AT END
                       SET RM-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RM-PAIR-CODE = WS-CAD-PAIR-CODE
                           AND RM-EFF-DATE NOT > PAY-CHECK-DATE
                           AND (WS-CAD-RATE-DATE = SPACES
                               OR RM-EFF-DATE NOT < WS-CAD-RATE-DATE)
                           MOVE RM-EFF-DATE TO WS-CAD-RATE-DATE
                           MOVE RM-RATE TO WS-CAD-RATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-MASTER.

       1200-READ-TIMESHEET.
           READ TIMESHEET-FILE
               AT END SET TR-END-OF-FILE TO TRUE
               AND MST-COMPANY-CODE NOT = WS-COMPANY-CODE
               SET COMPANY-MISMATCH TO TRUE
           END-IF.
      *> An employee moved to this company on the master whose
      *> year-to-date still sits under the old one has not been
      *> through COXFER - paying them here would carry the old
      *> employer's wages onto this company's W-2.
           IF EMPLOYEE-WAS-FOUND AND COMPANY-MATCHES
               AND YTD-RECORD-MATCHED
               AND YTD-IN-COMPANY-CODE NOT = SPACES
               AND YTD-IN-COMPANY-CODE NOT = MST-COMPANY-CODE
               SET COMPANY-YTD-NOT-SPLIT TO TRUE
           END-IF.
      *> Nor does an employee on some other GROUP's pay cycle -
      *> their period isn't the one this run opened.
           SET GROUP-MATCHES TO TRUE.
               MOVE MST-EMP-CITY-ST-ZIP TO EMP-CITY-ST-ZIP
               MOVE MST-WORK-STATE      TO EMP-WORK-STATE
               MOVE MST-RES-STATE       TO EMP-RES-STATE
               MOVE MST-LOCAL-CODE      TO EMP-LOCAL-CODE
               MOVE MST-EMP-DEPT        TO EMP-DEPT
               MOVE MST-ROUTING-NO      TO EMP-ROUTING-NO
               MOVE MST-ACCOUNT-NO      TO EMP-ACCOUNT-NO
               MOVE MST-ALLOWANCES     TO EMP-ALLOWANCES
               MOVE MST-BANK-STATUS     TO EMP-BANK-STATUS
               MOVE MST-PRENOTE-PERIOD  TO EMP-PRENOTE-PERIOD
               MOVE MST-PAY-CURRENCY    TO EMP-PAY-CURRENCY
               PERFORM 2056-APPLY-AS-OF-ASSIGNMENT
           END-IF.

      *> A prenote that went out in an earlier period and drew no
               END-IF
           END-IF.

      *> The master holds today's department and job class; the
      *> period is charged to the ones in force on its end date, off
      *> the EMPHIST history. That is what DEPTACT, WCACCUM and the
      *> register's department totals carry, so BUDGTRPT and WCPREM
      *> see a transfer in the period it took effect. No history on
      *> or before the end date keeps the master's values.
       2056-APPLY-AS-OF-ASSIGNMENT.
           MOVE MST-EMP-ID TO ASOF-EMP-ID.
           MOVE PAY-PERIOD-END TO ASOF-DATE.
           MOVE SPACES TO ASOF-KNOWN-BY-DATE.
           CALL "EMPASOF" USING AS-OF-AREA.
           IF ASOF-FOUND
               MOVE ASOF-DEPT TO EMP-DEPT
               MOVE ASOF-JOB-CLASS TO EMP-JOB-CLASS
           END-IF.

       2055-DISPLAY-REJECTION.
           DISPLAY "*** REJECTED TIMESHEET FOR EMP-ID: "
               TR-EMP-ID.
      *> bucket onto the rejected employee's YTD record.
               MOVE ZERO TO GROSS-PAY OVERTIME-PAY REGULAR-PAY
                   NET-PAY TOTAL-DEDUCTIONS FEDERAL-TAX-AMT
                   STATE-TAX-AMT FICA-TAX-AMT LOCAL-TAX-AMT
                   TOTAL-TAX-AMT TAXABLE-GROSS-PAY HEALTH-PREMIUM
                   RETIREMENT-401K
                   GARNISHMENT-AMT PRETAX-DEDUCT-AMT
                   ER-FICA-AMT ER-FUTA-AMT ER-SUTA-AMT
                   MATCH-401K-AMT SHIFT-PREMIUM-PAY
                   HOLIDAY-PREMIUM-PAY HOLIDAY-OBSERVED-PAY
                   ARREARS-NEW-AMT ARREARS-TAKE-AMT WS-IMPUTED-AMT
                   WS-SEVERANCE-AMT WS-BONUS-AMT WS-COMMISSION-AMT
                   OVERPAY-TAKE-AMT
                   LOAN-TAKE-AMT LOAN-ADVANCE-AMT WS-LOAN-BAL
               MOVE SPACES TO WS-STATE-WITHHELD
           ELSE
               MOVE TR-HOURS-WORKED    TO HOURS-WORKED
               END-IF

               PERFORM 2070-CHECK-MINIMUM-WAGE
               PERFORM 3125-FIND-STAGED-BONUS
               PERFORM 3126-FIND-STAGED-COMMISSION
               PERFORM 3000-CALC-GROSS-PAY
               PERFORM 3100-APPLY-RETRO-ADJUSTMENT
               PERFORM 3120-APPLY-SEVERANCE
               PERFORM 3130-APPLY-BONUS
               PERFORM 3135-APPLY-COMMISSION
               PERFORM 3150-UPDATE-PTO-BALANCES
               PERFORM 3180-APPLY-401K-LIMITS
               PERFORM 3190-APPLY-IMPUTED-INCOME
               DISPLAY "HOURLY RATE: " DISPLAY-HOURLY-RATE
               DISPLAY "GROSS PAY: " DISPLAY-GROSS-PAY

               PERFORM 7480-SET-DEPOSIT-CURRENCY
               PERFORM 7000-PRINT-PAY-STUB
               IF EMP-ROUTING-NO = SPACES OR EMP-ACCOUNT-NO = SPACES
                   OR (PAID-IN-CAD AND WS-CAD-RATE = ZERO)
                   PERFORM 7600-PRINT-PHYSICAL-CHECK
               ELSE
                   IF BANK-IS-VERIFIED
       2059-DISPLAY-COMPANY-REJECTION.
           DISPLAY "*** REJECTED TIMESHEET FOR EMP-ID: "
               TR-EMP-ID.
           IF COMPANY-YTD-NOT-SPLIT
               DISPLAY "    YTD STILL HELD UNDER COMPANY "
                   YTD-IN-COMPANY-CODE " - RUN COXFER"
                   " - SKIPPED ***"
           ELSE
               DISPLAY "    EMPLOYEE BELONGS TO COMPANY "
                   MST-COMPANY-CODE " NOT " WS-COMPANY-CODE
                   " - SKIPPED ***"
           END-IF.
           PERFORM 2063-LOG-COMPANY-EXCEPTION.

       2063-LOG-COMPANY-EXCEPTION.
           MOVE TR-EMP-ID TO EXC-KEY.
           MOVE "COMP" TO EXC-REASON-CODE.
           MOVE SPACES TO EXC-REASON-TEXT.
           IF COMPANY-YTD-NOT-SPLIT
               STRING "YTD UNDER COMPANY " YTD-IN-COMPANY-CODE
                   " - TRANSFER NOT RUN"
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
           ELSE
               STRING "EMPLOYEE COMPANY " MST-COMPANY-CODE
                   " NOT THIS RUN'S " WS-COMPANY-CODE
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
           END-IF.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.
                   GIVING YTD-OUT-401K-EE
               ADD MATCH-401K-AMT TO YTD-IN-401K-MATCH
                   GIVING YTD-OUT-401K-MATCH
               MOVE YTD-IN-LOCAL-CODE TO YTD-OUT-LOCAL-CODE
               MOVE YTD-IN-LOCAL-GROSS TO YTD-OUT-LOCAL-GROSS
               MOVE YTD-IN-LOCAL-TAX TO YTD-OUT-LOCAL-TAX
               MOVE YTD-IN-COMPANY-CODE TO YTD-OUT-COMPANY-CODE
               IF YTD-OUT-COMPANY-CODE = SPACES
                   MOVE MST-COMPANY-CODE TO YTD-OUT-COMPANY-CODE
               END-IF
               PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                       UNTIL WS-QTR-IDX > 4
                   MOVE YTD-IN-QTR-GROSS (WS-QTR-IDX)
                       TO YTD-OUT-QTR-GROSS (WS-QTR-IDX)
                   MOVE YTD-IN-QTR-TAX (WS-QTR-IDX)
                       TO YTD-OUT-QTR-TAX (WS-QTR-IDX)
                   MOVE YTD-IN-QTR-FED-TAX (WS-QTR-IDX)
                       TO YTD-OUT-QTR-FED-TAX (WS-QTR-IDX)
                   MOVE YTD-IN-QTR-FICA (WS-QTR-IDX)
                       TO YTD-OUT-QTR-FICA (WS-QTR-IDX)
               END-PERFORM
               PERFORM VARYING WS-STATE-SLOT FROM 1 BY 1
                       UNTIL WS-STATE-SLOT > 2
               MOVE TAXABLE-GROSS-PAY TO YTD-OUT-TAXABLE
               MOVE RETIREMENT-401K TO YTD-OUT-401K-EE
               MOVE MATCH-401K-AMT TO YTD-OUT-401K-MATCH
               MOVE SPACES TO YTD-OUT-LOCAL-CODE
               MOVE ZERO TO YTD-OUT-LOCAL-GROSS YTD-OUT-LOCAL-TAX
               MOVE MST-COMPANY-CODE TO YTD-OUT-COMPANY-CODE
               PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                       UNTIL WS-QTR-IDX > 4
                   MOVE ZERO TO YTD-OUT-QTR-GROSS (WS-QTR-IDX)
                   MOVE ZERO TO YTD-OUT-QTR-TAX (WS-QTR-IDX)
                   MOVE ZERO TO YTD-OUT-QTR-FED-TAX (WS-QTR-IDX)
                   MOVE ZERO TO YTD-OUT-QTR-FICA (WS-QTR-IDX)
               END-PERFORM
               PERFORM VARYING WS-STATE-SLOT FROM 1 BY 1
                       UNTIL WS-STATE-SLOT > 2
           ADD GROSS-PAY WS-IMPUTED-AMT
               TO YTD-OUT-QTR-GROSS (WS-CURRENT-QTR).
           ADD TOTAL-TAX-AMT TO YTD-OUT-QTR-TAX (WS-CURRENT-QTR).
           ADD FEDERAL-TAX-AMT TO YTD-OUT-QTR-FED-TAX (WS-CURRENT-QTR).
           ADD FICA-TAX-AMT TO YTD-OUT-QTR-FICA (WS-CURRENT-QTR).
           PERFORM 2210-POST-STATE-BUCKETS.
           PERFORM 2220-POST-LOCAL-BUCKET.
      *> A transaction whose EMP-ID is on nobody's master writes NO
      *> YTD record at all - a zero row keyed to a mis-keyed ID is
      *> an orphan that would fail MSTVRFY on every later stream.
               END-IF
           END-IF.

      *> The local jurisdiction's wages and tax ride one bucket; the
      *> code is restamped whenever local tax was actually taken so
      *> the year-end local filing names where it went.
       2220-POST-LOCAL-BUCKET.
           IF LOCAL-TAX-AMT > ZERO
               MOVE EMP-LOCAL-CODE TO YTD-OUT-LOCAL-CODE
               ADD TAXABLE-GROSS-PAY TO YTD-OUT-LOCAL-GROSS
               ADD LOCAL-TAX-AMT TO YTD-OUT-LOCAL-TAX
           END-IF.

       2215-LOG-STATE-SLOTS-FULL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)

      *> Only the period's regular run pays the no-timesheet salary
      *> - a supplemental or off-cycle run re-walking the same
      *> period would pay it a second time. A salaried employee on
      *> leave is not paid automatically - any paid leave comes in
      *> as a PTO timesheet - and is counted for the register.
       2310-CHECK-SALARIED-CARRY.
           MOVE "N" TO WS-SALARY-DUE-SWITCH.
           IF RUN-IS-REGULAR
                           AND MST-PAY-GROUP = WS-RUN-GROUP
                           SET SALARY-IS-DUE TO TRUE
                       END-IF
                       IF EMP-IS-ON-LEAVE
                           AND MST-COMPANY-CODE = WS-COMPANY-CODE
                           AND MST-PAY-GROUP = WS-RUN-GROUP
                           ADD 1 TO WS-ON-LEAVE-COUNT
                       END-IF
               END-READ
           END-IF.

      *> hours taken, never priced hours.
           MOVE ZERO TO SHIFT-PREMIUM-PAY HOLIDAY-PREMIUM-PAY
               HOLIDAY-OBSERVED-PAY.
      *> A staged bonus or commission IS the supplemental check -
      *> the salary was already paid on the period's regular run.
           IF PAYS-SALARIED
               MOVE HOURS-WORKED TO REGULAR-HOURS
               MOVE ZERO TO OVERTIME-HOURS
               MOVE EMP-SALARY-AMOUNT TO REGULAR-PAY
               IF WS-BONUS-AMT > ZERO OR WS-COMMISSION-AMT > ZERO
                   MOVE ZERO TO REGULAR-PAY
               END-IF
               MOVE ZERO TO OVERTIME-PAY
               MOVE REGULAR-PAY TO GROSS-PAY
           ELSE
               PERFORM 3010-CALC-HOURLY-GROSS
               PERFORM 3020-CALC-SHIFT-PREMIUM
               END-IF
           END-IF.

      *> A grossed-up bonus staged by GROSSUP rides ONLY a
      *> supplemental run, like severance on the final paycheck.
       3125-FIND-STAGED-BONUS.
           MOVE ZERO TO WS-BONUS-AMT.
           IF RUN-IS-SUPPLEMENTAL
               PERFORM VARYING WS-BON-IDX FROM 1 BY 1
                       UNTIL WS-BON-IDX > WS-BON-COUNT
                   IF BNT-EMP-ID (WS-BON-IDX) = EMP-ID
                       MOVE BNT-AMOUNT (WS-BON-IDX) TO WS-BONUS-AMT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       3130-APPLY-BONUS.
           IF WS-BONUS-AMT > ZERO
               ADD WS-BONUS-AMT TO GROSS-PAY
           END-IF.

      *> A commission staged by COMMRUN rides ONLY a supplemental
      *> run, the same as a staged bonus.
       3126-FIND-STAGED-COMMISSION.
           MOVE ZERO TO WS-COMMISSION-AMT.
           IF RUN-IS-SUPPLEMENTAL
               PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                       UNTIL WS-COM-IDX > WS-COM-COUNT
                   IF CMT-EMP-ID (WS-COM-IDX) = EMP-ID
                       MOVE CMT-AMOUNT (WS-COM-IDX)
                           TO WS-COMMISSION-AMT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       3135-APPLY-COMMISSION.
           IF WS-COMMISSION-AMT > ZERO
               ADD WS-COMMISSION-AMT TO GROSS-PAY
           END-IF.

      *> PTO bookkeeping rides every processed transaction: accrue
      *> this period's job-class hours, draw down the APPROVED
      *> requests landing in the period (the clerk-keyed
           MOVE EMP-ALLOWANCES TO TAX-ALLOWANCES.
           MOVE EMP-WORK-STATE TO TAX-WORK-STATE.
           MOVE EMP-RES-STATE TO TAX-RES-STATE.
           MOVE EMP-LOCAL-CODE TO TAX-LOCAL-CODE.
           CALL "TAXCALC" USING TAX-CALC-AREA.
           MOVE TAX-STATE-CODE TO WS-STATE-WITHHELD.
           MOVE TAX-FEDERAL-AMT TO FEDERAL-TAX-AMT.
           MOVE TAX-STATE-AMT TO STATE-TAX-AMT.
           MOVE TAX-FICA-AMT TO FICA-TAX-AMT.
           MOVE TAX-LOCAL-AMT TO LOCAL-TAX-AMT.
           MOVE TAX-TOTAL-AMT TO TOTAL-TAX-AMT.
           ADD FEDERAL-TAX-AMT TO WS-TOTAL-FED-TAX.
           ADD FICA-TAX-AMT TO WS-TOTAL-FICA-TAX.
           ADD LOCAL-TAX-AMT TO WS-TOTAL-LOCAL-TAX.
           MOVE TAX-ER-FICA-AMT TO ER-FICA-AMT.
           MOVE TAX-ER-FUTA-AMT TO ER-FUTA-AMT.
           MOVE TAX-ER-SUTA-AMT TO ER-SUTA-AMT.
       3500-CALC-DEDUCTIONS.
           PERFORM 3510-APPLY-TAKE-PRIORITY.
           PERFORM 3520-COLLECT-ARREARS.
           PERFORM 3530-COLLECT-OVERPAYMENT.
           PERFORM 3540-PROCESS-LOANS.
           ADD HEALTH-PREMIUM RETIREMENT-401K GARNISHMENT-AMT
               ARREARS-TAKE-AMT OVERPAY-TAKE-AMT LOAN-TAKE-AMT
               GIVING TOTAL-DEDUCTIONS.
      *> A disbursed loan is the employee's money to repay, not
      *> wages - it rides net only, after tax and deductions.
           COMPUTE NET-PAY ROUNDED = GROSS-PAY - TOTAL-DEDUCTIONS
               - TOTAL-TAX-AMT + LOAN-ADVANCE-AMT.

      *> Room left after taxes and the garnishment: the health
      *> premium takes what fits (its shortfall becomes arrears),
               END-IF
           END-IF.

      *> An open overpayment receivable is recovered out of what the
      *> deductions and the arrears take left of net: the ledger's
      *> per-period amount, or the whole balance when none was set,
      *> clipped to the room. A paid-off receivable closes.
       3530-COLLECT-OVERPAYMENT.
           MOVE ZERO TO OVERPAY-TAKE-AMT WS-OVERPAY-BAL.
           MOVE ZERO TO WS-OVERPAY-FOUND-SW.
           MOVE EMP-ID TO OV-EMP-ID.
           READ OVERPAY-LEDGER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OV-IS-OPEN
                       MOVE 1 TO WS-OVERPAY-FOUND-SW
                       MOVE OV-BALANCE TO WS-OVERPAY-BAL
                   END-IF
           END-READ.
           IF WS-OVERPAY-BAL > ZERO
               AND WS-DEDUCT-ROOM > ARREARS-TAKE-AMT
               SUBTRACT ARREARS-TAKE-AMT FROM WS-DEDUCT-ROOM
                   GIVING WS-OVERPAY-ROOM
               IF OV-PERIOD-AMT > ZERO
                   AND OV-PERIOD-AMT < WS-OVERPAY-BAL
                   MOVE OV-PERIOD-AMT TO OVERPAY-TAKE-AMT
               ELSE
                   MOVE WS-OVERPAY-BAL TO OVERPAY-TAKE-AMT
               END-IF
               IF OVERPAY-TAKE-AMT > WS-OVERPAY-ROOM
                   MOVE WS-OVERPAY-ROOM TO OVERPAY-TAKE-AMT
               END-IF
               SUBTRACT OVERPAY-TAKE-AMT FROM WS-OVERPAY-BAL
               ADD OVERPAY-TAKE-AMT TO WS-TOTAL-OVERPAY
           END-IF.
           IF NOT RUN-IS-TRIAL AND OVERPAY-TAKE-AMT > ZERO
               MOVE WS-OVERPAY-BAL TO OV-BALANCE
               MOVE WS-CURRENT-PERIOD-NO TO OV-LAST-PERIOD-NO
               IF WS-OVERPAY-BAL = ZERO
                   SET OV-IS-RECOVERED TO TRUE
               END-IF
               REWRITE OVERPAY-LEDGER-RECORD
           END-IF.

      *> Every loan the employee carries, in loan-ID order. An
      *> off-cycle run pays the pending ones out and opens their
      *> balances; any other run takes each open loan's per-period
      *> repayment out of what arrears and the overpayment left of
      *> net - once per period, so a supplemental run in an already
      *> repaid period takes nothing - and a final paycheck takes
      *> every balance, room permitting. A paid-off loan closes.
       3540-PROCESS-LOANS.
           MOVE ZERO TO LOAN-TAKE-AMT LOAN-ADVANCE-AMT WS-LOAN-BAL.
           MOVE ZERO TO WS-LOAN-ROOM.
           IF WS-DEDUCT-ROOM > ARREARS-TAKE-AMT + OVERPAY-TAKE-AMT
               COMPUTE WS-LOAN-ROOM = WS-DEDUCT-ROOM
                   - ARREARS-TAKE-AMT - OVERPAY-TAKE-AMT
           END-IF.
           MOVE "N" TO WS-LOAN-SCAN-SWITCH.
           MOVE EMP-ID TO LN-EMP-ID.
           MOVE LOW-VALUES TO LN-LOAN-ID.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-KEY
               INVALID KEY
                   SET LOAN-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL LOAN-SCAN-DONE
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET LOAN-SCAN-DONE TO TRUE
                   NOT AT END
                       IF LN-EMP-ID NOT = EMP-ID
                           SET LOAN-SCAN-DONE TO TRUE
                       ELSE
                           EVALUATE TRUE
                               WHEN LN-IS-PENDING
                                   AND RUN-IS-OFF-CYCLE
                                   PERFORM 3545-DISBURSE-LOAN
                               WHEN LN-IS-OPEN
                                   AND NOT RUN-IS-OFF-CYCLE
                                   PERFORM 3550-TAKE-LOAN-REPAYMENT
                               WHEN LN-IS-OPEN
                                   ADD LN-BALANCE TO WS-LOAN-BAL
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

       3545-DISBURSE-LOAN.
           ADD LN-PRINCIPAL TO LOAN-ADVANCE-AMT.
           ADD LN-PRINCIPAL TO WS-LOAN-BAL.
           ADD LN-PRINCIPAL TO WS-TOTAL-LOAN-ADV.
           IF NOT RUN-IS-TRIAL
               MOVE LN-PRINCIPAL TO LN-BALANCE
               MOVE PAY-CHECK-DATE TO LN-DISBURSED-DATE
               MOVE WS-CURRENT-PERIOD-NO TO LN-DISBURSED-PERIOD
               MOVE ZERO TO LN-LAST-PERIOD-NO
               SET LN-IS-OPEN TO TRUE
               REWRITE LOAN-RECORD
           END-IF.

       3550-TAKE-LOAN-REPAYMENT.
           MOVE ZERO TO WS-LOAN-ONE-TAKE.
           IF RUN-IS-FINAL-PAY
               MOVE LN-BALANCE TO WS-LOAN-ONE-TAKE
           ELSE
               IF LN-LAST-PERIOD-NO NOT = WS-CURRENT-PERIOD-NO
                   IF LN-PERIOD-AMT > ZERO
                       AND LN-PERIOD-AMT < LN-BALANCE
                       MOVE LN-PERIOD-AMT TO WS-LOAN-ONE-TAKE
                   ELSE
                       MOVE LN-BALANCE TO WS-LOAN-ONE-TAKE
                   END-IF
               END-IF
           END-IF.
           IF WS-LOAN-ONE-TAKE > WS-LOAN-ROOM
               MOVE WS-LOAN-ROOM TO WS-LOAN-ONE-TAKE
           END-IF.
           SUBTRACT WS-LOAN-ONE-TAKE FROM WS-LOAN-ROOM.
           ADD WS-LOAN-ONE-TAKE TO LOAN-TAKE-AMT.
           ADD WS-LOAN-ONE-TAKE TO WS-TOTAL-LOAN-TAKE.
           SUBTRACT WS-LOAN-ONE-TAKE FROM LN-BALANCE.
           ADD LN-BALANCE TO WS-LOAN-BAL.
           IF NOT RUN-IS-TRIAL AND WS-LOAN-ONE-TAKE > ZERO
               MOVE WS-CURRENT-PERIOD-NO TO LN-LAST-PERIOD-NO
               IF LN-BALANCE = ZERO
                   SET LN-IS-PAID TO TRUE
               END-IF
               REWRITE LOAN-RECORD
           END-IF.

       7000-PRINT-PAY-STUB.
           ADD 1 TO WS-STUB-PAGE-NO.
           MOVE WS-STUB-PAGE-NO TO DISPLAY-PAGE-NO.
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           IF WS-BONUS-AMT > ZERO
               MOVE WS-BONUS-AMT TO DISPLAY-BONUS
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Bonus:        " DISPLAY-BONUS
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           IF WS-COMMISSION-AMT > ZERO
               MOVE WS-COMMISSION-AMT TO DISPLAY-COMMISSION
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Commission:   " DISPLAY-COMMISSION
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           IF WS-PTO-PAYOUT-AMT > ZERO
               MOVE WS-PTO-PAYOUT-AMT TO DISPLAY-PTO-PAYOUT
               STRING "PTO Payout:   " DISPLAY-PTO-PAYOUT
           STRING "FICA:         " DISPLAY-FICA-TAX
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           IF LOCAL-TAX-AMT > ZERO
               MOVE LOCAL-TAX-AMT TO DISPLAY-LOCAL-TAX
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Local Tax:    " DISPLAY-LOCAL-TAX
                   " (" EMP-LOCAL-CODE ")"
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "Total Tax:    " DISPLAY-TOTAL-TAX
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           IF OVERPAY-TAKE-AMT > ZERO OR WS-OVERPAY-BAL > ZERO
               MOVE OVERPAY-TAKE-AMT TO DISPLAY-OVERPAY
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Overpay Recov:" DISPLAY-OVERPAY
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
               MOVE WS-OVERPAY-BAL TO DISPLAY-OVERPAY
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Overpay Bal:  " DISPLAY-OVERPAY
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           IF LOAN-ADVANCE-AMT > ZERO
               MOVE LOAN-ADVANCE-AMT TO DISPLAY-OVERPAY
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Loan Advance: " DISPLAY-OVERPAY
                   " (IN NET PAY)"
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           IF LOAN-TAKE-AMT > ZERO OR WS-LOAN-BAL > ZERO
               MOVE LOAN-TAKE-AMT TO DISPLAY-OVERPAY
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Loan Repaid:  " DISPLAY-OVERPAY
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
               MOVE WS-LOAN-BAL TO DISPLAY-OVERPAY
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Loan Bal:     " DISPLAY-OVERPAY
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           IF MATCH-401K-AMT > ZERO
               MOVE MATCH-401K-AMT TO DISPLAY-MATCH
               MOVE SPACES TO PAY-STUB-LINE
           STRING "Net Pay:      " DISPLAY-NET-PAY
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           IF DEPOSIT-IS-CAD
               MOVE WS-CAD-NET-PAY TO DISPLAY-CAD-AMOUNT
               MOVE WS-CAD-RATE TO DISPLAY-CAD-RATE
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Net Pay CAD:  " DISPLAY-CAD-AMOUNT " CAD"
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Rate USD/CAD: " DISPLAY-CAD-RATE
                   " (EFFECTIVE " WS-CAD-RATE-DATE ")"
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
               MOVE SPACES TO PAY-STUB-LINE
           END-IF.
           MOVE WS-VAC-BALANCE TO DISPLAY-VAC-BAL.
           MOVE WS-SICK-BALANCE TO DISPLAY-SICK-BAL.
           STRING "Vac Balance:  " DISPLAY-VAC-BAL " HRS"
           MOVE SPACES TO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.

      *> A CAD employee whose pay goes by direct deposit has the
      *> net converted here, before the stub prints, so the stub
      *> and the deposit show the same Canadian amount. No rate on
      *> file for the check date pays them a US-dollar check
      *> instead and logs why - guessing a rate is not an option.
       7480-SET-DEPOSIT-CURRENCY.
           SET DEPOSIT-IS-USD TO TRUE.
           MOVE ZERO TO WS-CAD-NET-PAY WS-CAD-USD-SOFAR
               WS-CAD-PAID-SOFAR.
           IF PAID-IN-CAD
               AND EMP-ROUTING-NO NOT = SPACES
               AND EMP-ACCOUNT-NO NOT = SPACES
               IF WS-CAD-RATE = ZERO
                   PERFORM 7485-LOG-MISSING-RATE
               ELSE
                   IF BANK-IS-VERIFIED
                       SET DEPOSIT-IS-CAD TO TRUE
                       COMPUTE WS-CAD-NET-PAY ROUNDED =
                           NET-PAY * WS-CAD-RATE
                   END-IF
               END-IF
           END-IF.

       7485-LOG-MISSING-RATE.
           DISPLAY "*** NO " WS-CAD-PAIR-CODE " RATE IN EFFECT ON "
               PAY-CHECK-DATE " - " EMP-ID " PAID BY USD CHECK ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-EXCEPTION-DATE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "PAYCHECK2" TO EXC-PROGRAM.
           MOVE EMP-ID TO EXC-KEY.
           MOVE "FXRT" TO EXC-REASON-CODE.
           STRING "NO " WS-CAD-PAIR-CODE " RATE ON " PAY-CHECK-DATE
               " - USD CHECK"
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       7500-WRITE-ACH-DETAIL.
      *> Appends this employee's direct-deposit instruction(s) to
      *> the period's ACH batch file. With no allocations on file
               MOVE EMP-NAME TO ACH-EMP-NAME
               MOVE WS-DEP-ROUTING TO ACH-ROUTING-NO
               MOVE WS-DEP-ACCOUNT TO ACH-ACCOUNT-NO
               MOVE WS-DEP-AMOUNT TO ACH-AMOUNT ACH-USD-AMOUNT
               MOVE WS-RUN-TYPE TO ACH-RUN-TYPE
               MOVE WS-COMPANY-CODE TO ACH-COMPANY-CODE
               MOVE WS-CURRENT-PERIOD-NO TO ACH-PERIOD-NO
               MOVE PAY-CHECK-DATE TO ACH-CHECK-DATE
               IF DEPOSIT-IS-CAD
                   PERFORM 7522-CONVERT-DEPOSIT
                   IF NOT RUN-IS-TRIAL
                       WRITE CAD-ACH-RECORD FROM ACH-DETAIL-RECORD
                   END-IF
               ELSE
                   MOVE "USD" TO ACH-CURRENCY-CODE
                   MOVE 1 TO ACH-FX-RATE
                   IF NOT RUN-IS-TRIAL
                       WRITE ACH-DETAIL-RECORD
                       IF NACHA-IS-LIVE
                           PERFORM 7525-WRITE-NACHA-ENTRY
                       END-IF
                   END-IF
               END-IF
      *> The US-dollar amount either way - 8940 proves the register
      *> net, which is in US dollars, against it.
               ADD WS-DEP-AMOUNT TO WS-ACH-TOTAL
           END-IF.

      *> Each piece's Canadian amount is the converted running
      *> total less what the earlier pieces already took, so a
      *> split's rounding lands on its last piece.
       7522-CONVERT-DEPOSIT.
           ADD WS-DEP-AMOUNT TO WS-CAD-USD-SOFAR.
           COMPUTE WS-CAD-CUM-AMOUNT ROUNDED =
               WS-CAD-USD-SOFAR * WS-CAD-RATE.
           SUBTRACT WS-CAD-PAID-SOFAR FROM WS-CAD-CUM-AMOUNT
               GIVING WS-DEP-CAD-AMOUNT.
           MOVE WS-CAD-CUM-AMOUNT TO WS-CAD-PAID-SOFAR.
           MOVE WS-DEP-CAD-AMOUNT TO ACH-AMOUNT.
           MOVE "CAD" TO ACH-CURRENCY-CODE.
           MOVE WS-CAD-RATE TO ACH-FX-RATE.
           ADD 1 TO WS-CAD-ACH-COUNT.
           ADD WS-DEP-CAD-AMOUNT TO WS-CAD-ACH-TOTAL.
           ADD WS-DEP-AMOUNT TO WS-CAD-USD-TOTAL.

      *> The NACHA 6-record for the detail just sent on the flat
      *> file - same money, standard dress.
       7525-WRITE-NACHA-ENTRY.
           MOVE ARREARS-TAKE-AMT TO PH-ARREARS-TAKE.
           MOVE WS-IMPUTED-AMT TO PH-IMPUTED-INCOME.
           MOVE WS-SEVERANCE-AMT TO PH-SEVERANCE.
           MOVE LOCAL-TAX-AMT TO PH-LOCAL-TAX.
           MOVE OVERPAY-TAKE-AMT TO PH-OVERPAY-RECOVERY.
           MOVE LOAN-TAKE-AMT TO PH-LOAN-REPAYMENT.
           MOVE LOAN-ADVANCE-AMT TO PH-LOAN-ADVANCE.
      *> A key collision means this period/run-type was already
      *> written for the employee - only a re-run of the same
      *> period can do that, and the latest figures stand.
                       REWRITE PAY-HISTORY-RECORD
               END-WRITE
           END-IF.
           WRITE PAY-HIST-DETAIL-RECORD FROM PAY-HISTORY-RECORD.
           IF TRIAL-EXTRACT-IS-OPEN
               PERFORM 7710-WRITE-TRIAL-EXTRACT
           END-IF.

       7710-WRITE-TRIAL-EXTRACT.
           MOVE SPACES TO PAY-TRIAL-RECORD.
           MOVE EMP-ID TO PT-EMP-ID.
           MOVE EMP-NAME TO PT-EMP-NAME.
           MOVE WS-COMPANY-CODE TO PT-COMPANY-CODE.
           MOVE WS-RUN-GROUP TO PT-PAY-GROUP.
           MOVE WS-CURRENT-PERIOD-NO TO PT-PERIOD-NO.
           MOVE WS-RUN-TYPE TO PT-RUN-TYPE.
           MOVE PAY-PERIOD-END TO PT-PERIOD-END.
           MOVE HOURS-WORKED TO PT-HOURS-WORKED.
           MOVE OVERTIME-HOURS TO PT-OVERTIME-HOURS.
           MOVE HOURLY-RATE TO PT-HOURLY-RATE.
           MOVE GROSS-PAY TO PT-GROSS-PAY.
           MOVE NET-PAY TO PT-NET-PAY.
           MOVE WS-RETRO-AMT TO PT-RETRO-AMT.
           MOVE WS-SEVERANCE-AMT TO PT-SEVERANCE.
           MOVE WS-BONUS-AMT TO PT-BONUS-AMT.
           MOVE WS-COMMISSION-AMT TO PT-COMMISSION-AMT.
           WRITE PAY-TRIAL-RECORD.

      *> The carrier's and provider's money: the health premium
      *> actually taken (arrears catch-ups are health money too)
               SET REMIT-IS-PENDING TO TRUE
               WRITE REMIT-DETAIL-RECORD
           END-IF.
      *> The city's money, under the jurisdiction code REMIT maps
      *> to the collecting payee.
           IF LOCAL-TAX-AMT > ZERO
               MOVE WS-CURRENT-PERIOD-NO TO RD-PERIOD-NO
               MOVE EMP-ID TO RD-EMP-ID
               SET REMIT-IS-LOCAL-TAX TO TRUE
               MOVE EMP-LOCAL-CODE TO RD-SOURCE-KEY
               MOVE LOCAL-TAX-AMT TO RD-AMOUNT
               SET REMIT-IS-PENDING TO TRUE
               WRITE REMIT-DETAIL-RECORD
           END-IF.

      *> Zero-dollar prenote for a brand-new or changed bank account:
      *> the test entry rides this period's ACH batch while the real
           MOVE EMP-NAME TO ACH-EMP-NAME.
           MOVE EMP-ROUTING-NO TO ACH-ROUTING-NO.
           MOVE EMP-ACCOUNT-NO TO ACH-ACCOUNT-NO.
           MOVE ZERO TO ACH-AMOUNT ACH-USD-AMOUNT.
           MOVE WS-RUN-TYPE TO ACH-RUN-TYPE.
           MOVE WS-COMPANY-CODE TO ACH-COMPANY-CODE.
           MOVE WS-CURRENT-PERIOD-NO TO ACH-PERIOD-NO.
           MOVE PAY-CHECK-DATE TO ACH-CHECK-DATE.
      *> A Canadian account is proved through the Canadian bank's
      *> file, not the NACHA batch.
           IF PAID-IN-CAD
               MOVE "CAD" TO ACH-CURRENCY-CODE
               MOVE WS-CAD-RATE TO ACH-FX-RATE
               IF NOT RUN-IS-TRIAL
                   WRITE CAD-ACH-RECORD FROM ACH-DETAIL-RECORD
               END-IF
           ELSE
               MOVE "USD" TO ACH-CURRENCY-CODE
               MOVE 1 TO ACH-FX-RATE
               IF NOT RUN-IS-TRIAL
                   WRITE ACH-DETAIL-RECORD
                   IF NACHA-IS-LIVE
                       PERFORM 7525-WRITE-NACHA-ENTRY
                   END-IF
               END-IF
           END-IF.

               MOVE NET-PAY          TO RS-NET-PAY
               MOVE TOTAL-DEDUCTIONS TO RS-TOTAL-DEDUCTIONS
               MOVE TOTAL-TAX-AMT    TO RS-TOTAL-TAX
               MOVE LOCAL-TAX-AMT    TO RS-LOCAL-TAX
               RELEASE REGISTER-SORT-RECORD
           ELSE
               MOVE GROSS-PAY        TO WS-REM-GROSS
               MOVE TOTAL-DEDUCTIONS TO WS-REM-DEDUCT
               MOVE TOTAL-TAX-AMT    TO WS-REM-TAX
               MOVE LOCAL-TAX-AMT    TO WS-REM-LOCAL
               MOVE NET-PAY          TO WS-REM-NET
               PERFORM 7820-RELEASE-DISTRIBUTION-LINE
                   VARYING WS-DIST-IDX FROM 1 BY 1
               MOVE WS-REM-GROSS  TO WS-ALLOC-GROSS
               MOVE WS-REM-DEDUCT TO WS-ALLOC-DEDUCT
               MOVE WS-REM-TAX    TO WS-ALLOC-TAX
               MOVE WS-REM-LOCAL  TO WS-ALLOC-LOCAL
               MOVE WS-REM-NET    TO WS-ALLOC-NET
           ELSE
               COMPUTE WS-ALLOC-GROSS ROUNDED = GROSS-PAY
                   * TR-DIST-HOURS (WS-DIST-IDX) / HOURS-WORKED
               COMPUTE WS-ALLOC-TAX ROUNDED = TOTAL-TAX-AMT
                   * TR-DIST-HOURS (WS-DIST-IDX) / HOURS-WORKED
               COMPUTE WS-ALLOC-LOCAL ROUNDED = LOCAL-TAX-AMT
                   * TR-DIST-HOURS (WS-DIST-IDX) / HOURS-WORKED
               COMPUTE WS-ALLOC-NET ROUNDED = NET-PAY
                   * TR-DIST-HOURS (WS-DIST-IDX) / HOURS-WORKED
               SUBTRACT WS-ALLOC-GROSS FROM WS-REM-GROSS
               SUBTRACT WS-ALLOC-DEDUCT FROM WS-REM-DEDUCT
               SUBTRACT WS-ALLOC-TAX FROM WS-REM-TAX
               SUBTRACT WS-ALLOC-LOCAL FROM WS-REM-LOCAL
               SUBTRACT WS-ALLOC-NET FROM WS-REM-NET
           END-IF.
           MOVE TR-DIST-DEPT (WS-DIST-IDX) TO RS-DEPT.
           MOVE WS-ALLOC-NET     TO RS-NET-PAY.
           MOVE WS-ALLOC-DEDUCT  TO RS-TOTAL-DEDUCTIONS.
           MOVE WS-ALLOC-TAX     TO RS-TOTAL-TAX.
           MOVE WS-ALLOC-LOCAL   TO RS-LOCAL-TAX.
           RELEASE REGISTER-SORT-RECORD.

       7900-ACCUMULATE-REGISTER-TOTALS.
           ADD TOTAL-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS.
           ADD TOTAL-TAX-AMT TO WS-TOTAL-TAX.
           ADD NET-PAY TO WS-TOTAL-NET.
           ADD WS-COMMISSION-AMT TO WS-TOTAL-COMMISSION.

      *> Accumulates the just-printed sorted register line's amounts
      *> into WS-DEPT-TABLE for the department subtotal and
           ADD RS-TOTAL-DEDUCTIONS
               TO TBL-DEPT-DEDUCT (WS-DEPT-FOUND-IDX).
           ADD RS-TOTAL-TAX TO TBL-DEPT-TAX (WS-DEPT-FOUND-IDX).
           ADD RS-LOCAL-TAX TO TBL-DEPT-LOCAL (WS-DEPT-FOUND-IDX).
           ADD RS-NET-PAY TO TBL-DEPT-NET (WS-DEPT-FOUND-IDX).

      *> This employee's gross lands under the comp class the job
           STRING "EMPLOYEES PAID: " WS-EMPLOYEE-COUNT
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           IF WS-ON-LEAVE-COUNT > ZERO
               MOVE SPACES TO PAYROLL-REGISTER-LINE
               STRING "ON LEAVE - NO TIMESHEET: " WS-ON-LEAVE-COUNT
                   DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
           END-IF.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING "TOTAL GROSS: " DISPLAY-REG-TOT-GROSS
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           STRING "TOTAL NET:   " DISPLAY-REG-TOT-NET
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           IF WS-TOTAL-LOCAL-TAX > ZERO
               MOVE WS-TOTAL-LOCAL-TAX TO DISPLAY-REG-TOT-DEDUCT
               MOVE SPACES TO PAYROLL-REGISTER-LINE
               STRING "  INCL LOCAL TAX:   " DISPLAY-REG-TOT-DEDUCT
                   DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
           END-IF.
           MOVE WS-TOTAL-ER-FICA TO DISPLAY-REG-TOT-DEDUCT.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING "EMPLOYER FICA MATCH: " DISPLAY-REG-TOT-DEDUCT
                   TO WS-GP-AMOUNT
               PERFORM 8926-WRITE-GL-POSTING

      *> Federal/state/FICA withholding only - the local share of
      *> the department's tax is payable to the city, not the
      *> tax-withholding account, and posts on its own line below.
               SUBTRACT TBL-DEPT-LOCAL (WS-DEPT-FOUND-IDX)
                   FROM TBL-DEPT-TAX (WS-DEPT-FOUND-IDX)
                   GIVING WS-GP-AMOUNT
               MOVE WS-GP-AMOUNT TO DISPLAY-GL-AMOUNT
               MOVE SPACES TO GL-EXTRACT-LINE
               STRING TBL-DEPT-CODE (WS-DEPT-FOUND-IDX) " CR "
                   GL-ACCT-TAX-WH " " DISPLAY-GL-AMOUNT
                   TO WS-GP-DEPT
               MOVE "CR" TO WS-GP-DRCR
               MOVE GL-ACCT-TAX-WH TO WS-GP-ACCOUNT
               PERFORM 8926-WRITE-GL-POSTING
               IF TBL-DEPT-LOCAL (WS-DEPT-FOUND-IDX) > ZERO
                   MOVE TBL-DEPT-LOCAL (WS-DEPT-FOUND-IDX)
                       TO DISPLAY-GL-AMOUNT
                   MOVE SPACES TO GL-EXTRACT-LINE
                   STRING TBL-DEPT-CODE (WS-DEPT-FOUND-IDX) " CR "
                       GL-ACCT-LOCAL-TAX " " DISPLAY-GL-AMOUNT
                       DELIMITED BY SIZE INTO GL-EXTRACT-LINE
                   WRITE GL-EXTRACT-LINE
                   MOVE TBL-DEPT-CODE (WS-DEPT-FOUND-IDX)
                       TO WS-GP-DEPT
                   MOVE "CR" TO WS-GP-DRCR
                   MOVE GL-ACCT-LOCAL-TAX TO WS-GP-ACCOUNT
                   MOVE TBL-DEPT-LOCAL (WS-DEPT-FOUND-IDX)
                       TO WS-GP-AMOUNT
                   PERFORM 8926-WRITE-GL-POSTING
               END-IF
           END-PERFORM.
           IF WS-CAD-USD-TOTAL > ZERO
               PERFORM 8921-WRITE-CAD-CASH-LINES
           END-IF.
           PERFORM 8922-WRITE-EMPLOYER-TAX-LINES.
           PERFORM 8923-WRITE-401K-MATCH-LINES.
           PERFORM 8928-WRITE-OVERPAY-LINES.
           PERFORM 8929-WRITE-LOAN-LINES.
           IF PAY-PERIOD-START (1:7) NOT = PAY-PERIOD-END (1:7)
               PERFORM 8924-WRITE-ACCRUAL-LINES
           END-IF.

      *> The departments' cash credits above are the whole net in
      *> US dollars. The part that went out as Canadian deposits
      *> comes back off the US cash account and onto the Canadian
      *> one, at the US-dollar equivalent actually converted, with
      *> the rate and the Canadian amount on the posting - the
      *> ledger takes the equivalent as sent.
       8921-WRITE-CAD-CASH-LINES.
           MOVE WS-CAD-USD-TOTAL TO DISPLAY-GL-AMOUNT.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "ALL  DR " GL-ACCT-CASH " " DISPLAY-GL-AMOUNT
               " TO CAD CASH"
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE "ALL " TO WS-GP-DEPT.
           MOVE "DR" TO WS-GP-DRCR.
           MOVE GL-ACCT-CASH TO WS-GP-ACCOUNT.
           MOVE WS-CAD-USD-TOTAL TO WS-GP-AMOUNT.
           PERFORM 8926-WRITE-GL-POSTING.
           MOVE WS-CAD-ACH-TOTAL TO DISPLAY-CAD-AMOUNT.
           MOVE WS-CAD-RATE TO DISPLAY-CAD-RATE.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "ALL  CR " GL-ACCT-CASH-CAD " " DISPLAY-GL-AMOUNT
               " CAD " DISPLAY-CAD-AMOUNT " @ " DISPLAY-CAD-RATE
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE "ALL " TO WS-GP-DEPT.
           MOVE "CR" TO WS-GP-DRCR.
           MOVE GL-ACCT-CASH-CAD TO WS-GP-ACCOUNT.
           MOVE WS-CAD-USD-TOTAL TO WS-GP-AMOUNT.
           MOVE "CAD" TO WS-GP-CURRENCY.
           MOVE WS-CAD-RATE TO WS-GP-FX-RATE.
           MOVE WS-CAD-ACH-TOTAL TO WS-GP-FOREIGN-AMOUNT.
           PERFORM 8926-WRITE-GL-POSTING.

      *> Employer-side payroll taxes: the FICA match, FUTA, and
      *> SUTA each debit the employer-tax expense account, and one
      *> credit accrues the combined amount into the employer-tax
           MOVE WS-GP-DRCR TO GP-DRCR.
           MOVE WS-GP-ACCOUNT TO GP-ACCOUNT.
           MOVE WS-GP-AMOUNT TO GP-AMOUNT.
           IF WS-GP-CURRENCY = SPACES
               MOVE "USD" TO GP-CURRENCY
               MOVE 1 TO GP-FX-RATE
               MOVE WS-GP-AMOUNT TO GP-FOREIGN-AMOUNT
           ELSE
               MOVE WS-GP-CURRENCY TO GP-CURRENCY
               MOVE WS-GP-FX-RATE TO GP-FX-RATE
               MOVE WS-GP-FOREIGN-AMOUNT TO GP-FOREIGN-AMOUNT
               MOVE SPACES TO WS-GP-CURRENCY
           END-IF.
           SET POSTING-IS-OPEN TO TRUE.
           MOVE SPACES TO GP-ACK-REASON.
           WRITE GL-POSTING-RECORD.
           MOVE GL-ACCT-WAGES-EXPENSE TO WS-GP-ACCOUNT.
           PERFORM 8926-WRITE-GL-POSTING.

      *> Overpayment recovered this run rode the departments'
      *> deduction credit to withholding payable above; it is not
      *> owed to anyone, so it reclasses at the company level to
      *> relieve the overpayment receivable instead.
       8928-WRITE-OVERPAY-LINES.
           IF WS-TOTAL-OVERPAY > ZERO
               MOVE WS-TOTAL-OVERPAY TO DISPLAY-GL-AMOUNT
               MOVE SPACES TO GL-EXTRACT-LINE
               STRING "ALL  DR " GL-ACCT-WITHHOLDING " "
                   DISPLAY-GL-AMOUNT " OVERPAY RECOVERY"
                   DELIMITED BY SIZE INTO GL-EXTRACT-LINE
               WRITE GL-EXTRACT-LINE
               MOVE "ALL " TO WS-GP-DEPT
               MOVE "DR" TO WS-GP-DRCR
               MOVE GL-ACCT-WITHHOLDING TO WS-GP-ACCOUNT
               MOVE WS-TOTAL-OVERPAY TO WS-GP-AMOUNT
               PERFORM 8926-WRITE-GL-POSTING
               MOVE SPACES TO GL-EXTRACT-LINE
               STRING "ALL  CR " GL-ACCT-OVERPAY-RCV " "
                   DISPLAY-GL-AMOUNT " OVERPAY RECOVERY"
                   DELIMITED BY SIZE INTO GL-EXTRACT-LINE
               WRITE GL-EXTRACT-LINE
               MOVE "CR" TO WS-GP-DRCR
               MOVE GL-ACCT-OVERPAY-RCV TO WS-GP-ACCOUNT
               PERFORM 8926-WRITE-GL-POSTING
           END-IF.

      *> Loan repayments sit inside the deduction credit to
      *> withholding payable like the overpayment recovery and
      *> reclass the same way, relieving the loan receivable; a
      *> disbursed loan is cash out with no wage behind it, so the
      *> receivable is debited for it at the company level.
       8929-WRITE-LOAN-LINES.
           IF WS-TOTAL-LOAN-TAKE > ZERO
               MOVE WS-TOTAL-LOAN-TAKE TO DISPLAY-GL-AMOUNT
               MOVE SPACES TO GL-EXTRACT-LINE
               STRING "ALL  DR " GL-ACCT-WITHHOLDING " "
                   DISPLAY-GL-AMOUNT " LOAN REPAYMENT"
                   DELIMITED BY SIZE INTO GL-EXTRACT-LINE
               WRITE GL-EXTRACT-LINE
               MOVE "ALL " TO WS-GP-DEPT
               MOVE "DR" TO WS-GP-DRCR
               MOVE GL-ACCT-WITHHOLDING TO WS-GP-ACCOUNT
               MOVE WS-TOTAL-LOAN-TAKE TO WS-GP-AMOUNT
               PERFORM 8926-WRITE-GL-POSTING
               MOVE SPACES TO GL-EXTRACT-LINE
               STRING "ALL  CR " GL-ACCT-LOAN-RCV " "
                   DISPLAY-GL-AMOUNT " LOAN REPAYMENT"
                   DELIMITED BY SIZE INTO GL-EXTRACT-LINE
               WRITE GL-EXTRACT-LINE
               MOVE "CR" TO WS-GP-DRCR
               MOVE GL-ACCT-LOAN-RCV TO WS-GP-ACCOUNT
               PERFORM 8926-WRITE-GL-POSTING
           END-IF.
           IF WS-TOTAL-LOAN-ADV > ZERO
               MOVE WS-TOTAL-LOAN-ADV TO DISPLAY-GL-AMOUNT
               MOVE SPACES TO GL-EXTRACT-LINE
               STRING "ALL  DR " GL-ACCT-LOAN-RCV " "
                   DISPLAY-GL-AMOUNT " LOAN DISBURSED"
                   DELIMITED BY SIZE INTO GL-EXTRACT-LINE
               WRITE GL-EXTRACT-LINE
               MOVE "ALL " TO WS-GP-DEPT
               MOVE "DR" TO WS-GP-DRCR
               MOVE GL-ACCT-LOAN-RCV TO WS-GP-ACCOUNT
               MOVE WS-TOTAL-LOAN-ADV TO WS-GP-AMOUNT
               PERFORM 8926-WRITE-GL-POSTING
           END-IF.

      *> Employer 401k match: expense debited, provider payable
      *> credited, posted at the company level like the employer
      *> taxes above.
           MOVE WS-ACH-TOTAL TO DISPLAY-ACH-TOTAL.
           MOVE WS-CHECK-TOTAL TO DISPLAY-CHECK-TOTAL.
           MOVE WS-TOTAL-NET TO DISPLAY-REG-TOT-NET.
           IF WS-CAD-ACH-COUNT > ZERO
               MOVE WS-CAD-ACH-TOTAL TO DISPLAY-CAD-AMOUNT
               MOVE WS-CAD-RATE TO DISPLAY-CAD-RATE
               MOVE WS-CAD-USD-TOTAL TO DISPLAY-GL-AMOUNT
               DISPLAY "CAD DEPOSITS: " WS-CAD-ACH-COUNT
                   " FOR CAD " DISPLAY-CAD-AMOUNT " AT "
                   DISPLAY-CAD-RATE " (USD " DISPLAY-GL-AMOUNT
                   " IN ACH TOTAL)"
           END-IF.
           IF WS-PAID-TOTAL = WS-TOTAL-NET
               DISPLAY "CONTROL TOTAL OK - ACH: " DISPLAY-ACH-TOTAL
                   " CHECKS: " DISPLAY-CHECK-TOTAL
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> The commission the supplemental run actually paid has to
      *> equal COMMRUN's staged control total - a rep rejected here,
      *> or a COMMADJ row keyed or dropped by hand, shows up as a
      *> difference on the register instead of in somebody's check.
       8942-RECONCILE-COMMISSION-TOTAL.
           MOVE WS-TOTAL-COMMISSION TO DISPLAY-REG-TOT-GROSS.
           MOVE WS-COM-CONTROL-TOTAL TO DISPLAY-REG-TOT-NET.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           STRING "COMMISSION PAID:     " DISPLAY-REG-TOT-GROSS
               "  COMMADJ CONTROL: " DISPLAY-REG-TOT-NET
               DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           IF WS-TOTAL-COMMISSION NOT = WS-COM-CONTROL-TOTAL
               OR WS-COM-COUNT NOT = WS-COM-CONTROL-COUNT
               MOVE SPACES TO PAYROLL-REGISTER-LINE
               STRING "*** COMMISSION DOES NOT TIE TO COMMADJ - "
                   "ROWS STAGED: " WS-COM-CONTROL-COUNT
                   " LOADED: " WS-COM-COUNT " ***"
                   DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
               DISPLAY "*** COMMISSION CONTROL MISMATCH - PAID: "
                   DISPLAY-REG-TOT-GROSS " COMMADJ: "
                   DISPLAY-REG-TOT-NET " ***"
               PERFORM 8947-LOG-COMMISSION-MISMATCH
               MOVE 1 TO RETURN-CODE
           END-IF.

       8947-LOG-COMMISSION-MISMATCH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-EXCEPTION-DATE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "PAYCHECK2" TO EXC-PROGRAM.
           MOVE "CTLX" TO EXC-REASON-CODE.
           MOVE "COMMISSION PAID NOT EQUAL COMMADJ TOTAL"
               TO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> Batch and file control records with the accumulated entry
      *> count, hash, and credit total, then all-nines records out
      *> to a full 10-record block - what the bank's edit expects.
               CLOSE NACHA-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER GARNISHMENT-MASTER DEDUCTION-MASTER
               ALLOCATION-MASTER ARREARS-MASTER OVERPAY-LEDGER
               LOAN-MASTER PTO-REQUEST-MASTER
               TIMESHEET-FILE YTD-MASTER-IN
               YTD-MASTER-OUT PAY-STUB-FILE ACH-BATCH-FILE
               CAD-ACH-FILE PAY-HIST-DETAIL-FILE
               POSITIVE-PAY-FILE REMIT-DETAIL-FILE
               FED-LIABILITY-FILE WC-ACCUM-FILE GL-POSTING-FILE
               CHECK-PRINT-FILE CHECK-REGISTER-FILE PAY-HISTORY-FILE
               DEPT-ACTUAL-FILE RUN-LOG-FILE RUN-CONTROL-FILE
               REPORT-CATALOG-FILE
               PAYROLL-REGISTER-FILE GL-EXTRACT-FILE EXCEPTION-LOG.
           IF TRIAL-EXTRACT-IS-OPEN
               CLOSE PAY-TRIAL-FILE
           END-IF.
