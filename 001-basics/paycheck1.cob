      *> it now comes from its own HOURS-FILE transaction, keyed off
      *> EMP-ID against EMPLOYEE-MASTER the same way PAYCHECK2's
      *> TIMESHEET-FILE is keyed against it.
      *> Each payment now posts downstream the way PAYCHECK2's do,
      *> in the same layouts: a pay-history row, a stub, an ACH
      *> detail or a numbered check (register, positive pay, check
      *> number control), GL posting rows, local-tax remittance
      *> rows, and the run's federal liability row - so BALANCE,
      *> RUNSUMM, and every program reading those files covers the
      *> HOURSIN population as well as the TIMESHT one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCK-OVERRIDE-FILE ASSIGN TO "LOCKOVRD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-STUB-FILE ASSIGN TO "PAYSTUB1.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-BATCH-FILE ASSIGN TO "ACHBATCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-PRINT-FILE ASSIGN TO "CHKPRNT1.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-NO-FILE ASSIGN TO "CHECKNO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-LIABILITY-FILE ASSIGN TO "FEDLIAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOSTDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY.
           SELECT OPTIONAL PAY-HIST-DETAIL-FILE ASSIGN TO "PAYHDTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ALLOCATION-MASTER ASSIGN TO "ALLOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.

       DATA DIVISION.
       FILE SECTION.
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

      *> Updated year-to-date accumulators written back out.
       FD  YTD-MASTER-OUT.
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

      *> Shared exception log - PAYCHECK1, PAYCHECK2, and
      *> GRADES1 all append their edit-check rejections here so one
       FD  LOCK-OVERRIDE-FILE.
       01  LOCK-OVERRIDE-RECORD    PIC X(1).

      *> This run's stubs, in PAYCHECK2's stub layout. A file of its
      *> own rather than PAYSTUB.TXT, which PAYCHECK2 opens OUTPUT
      *> behind this step; the report bank keeps both.
       FD  PAY-STUB-FILE.
       01  PAY-STUB-LINE           PIC X(80).

      *> The period's direct-deposit details, appended ahead of
      *> PAYCHECK2's in the one ACHBATCH the bank and ACHRET read.
       FD  ACH-BATCH-FILE.
       01  ACH-DETAIL-RECORD.
           COPY ACHREC.

      *> Numbered check faces for employees paid by check - again a
      *> file of this run's own beside PAYCHECK2's CHKPRINT.TXT.
       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE        PIC X(80).

      *> The permanent check register and the bank's positive-pay
      *> feed, appended exactly as PAYCHECK2 appends them.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREC.

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           COPY POSPAYRC.

      *> Next check number control record - read at open and
      *> written back at end of run, so PAYCHECK2 picks the
      *> sequence up where this run left it.
       FD  CHECK-NO-FILE.
       01  CHECK-NO-RECORD         PIC 9(6).

      *> Third-party money withheld - on this run only the city's
      *> local tax; no DEDMSTR enrollments or garnishments ride it.
       FD  REMIT-DETAIL-FILE.
       01  REMIT-DETAIL-RECORD.
           COPY REMITREC.

      *> Same layout PAYCHECK2 appends per run; DEPSCHED schedules
      *> the deposit from it.
       FD  FED-LIABILITY-FILE.
       01  FED-LIABILITY-RECORD.
           05  FL-CHECK-DATE       PIC X(10).
           05  FL-FED-TAX          PIC S9(8)V99.
           05  FL-FICA-EE          PIC S9(8)V99.
           05  FL-FICA-ER          PIC S9(8)V99.
           05  FL-DEPOSIT-STATUS   PIC X(1).
               88  LIAB-IS-OPEN            VALUE "N".
               88  LIAB-IS-DEPOSITED       VALUE "Y".

      *> Fixed-field GL postings for GLACK to match against - see
      *> GLPOSTRC.
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           COPY GLPOSTRC.

      *> The legal entity - name for the stub and check headers and
      *> the GL account map.
       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

      *> The job's run parameters - only the trial/commit byte
      *> matters here; see PAYCHECK2's RUN-PARM-FILE.
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05  PARM-RUN-TYPE       PIC X(1).
           05  PARM-RUN-MODE       PIC X(1).
           05  PARM-RUN-GROUP      PIC X(1).

       FD  RUN-ID-FILE.
       01  RUN-ID-RECORD            PIC X(19).

       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           COPY RPTCATRC.

      *> Permanent pay history, keyed employee/period/run-type -
      *> PAYXCHK keeps an employee off both driver files, so this
      *> run's rows never collide with PAYCHECK2's.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

      *> This run's own pay-history rows, banked for PARCOMP.
       FD  PAY-HIST-DETAIL-FILE.
       01  PAY-HIST-DETAIL-RECORD  PIC X(170).

      *> BANKAPPR-approved deposit splits, read per employee.
       FD  ALLOCATION-MASTER.
       01  ALLOCATION-RECORD.
           COPY ALLOCREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
       01  FEDERAL-TAX-AMT     PIC 9(5)V99.
       01  STATE-TAX-AMT       PIC 9(5)V99.
       01  FICA-TAX-AMT        PIC 9(5)V99.
       01  LOCAL-TAX-AMT       PIC 9(5)V99.
       01  TOTAL-TAX-AMT       PIC 9(5)V99.
       01  NET-PAY             PIC 9(5)V99.
       01  DISP-NET-PAY        PIC $$$$9.99.
       01  WS-VALID-RECORD     PIC X(1)  VALUE "Y".
           88  RECORD-IS-VALID            VALUE "Y".
           88  RECORD-IS-INVALID          VALUE "N".
      *> Why a transaction was refused - the field edits, a period
      *> already paid, or a Canadian-dollar employee.
       01  WS-REJECT-REASON    PIC X(1)  VALUE "E".
           88  REJECT-IS-EDIT             VALUE "E".
           88  REJECT-IS-DUPLICATE        VALUE "D".
           88  REJECT-IS-CAD              VALUE "C".

       01  WS-EXCEPTION-DATE   PIC X(10).
       01  WS-EXC-REASON-CODE  PIC X(4).
       01  WS-EXC-REASON-TEXT  PIC X(40).
       01  WS-RUN-DATE         PIC X(10).
      *> Calendar quarter this run's pay lands in, for the
      *> per-quarter YTD buckets the quarterly filing reports from.
       01  WS-YTD-IN-COUNT     PIC 9(5)  VALUE ZERO.
       01  WS-YTD-OUT-COUNT    PIC 9(5)  VALUE ZERO.

      *> RUN MODE - RUNPARM's second byte "T" is a trial proof:
      *> stubs print marked PRELIMINARY, but no money moves and
      *> nothing permanent is written.
       01  WS-RUN-MODE         PIC X(1)  VALUE "C".
           88  RUN-IS-TRIAL              VALUE "T".
      *> RUN TYPE - RUNPARM's first byte. The hours batch is the
      *> plant's regular pay; a supplemental, off-cycle or final
      *> pay submission is PAYCHECK2's alone, and this run pays
      *> nobody on it.
       01  WS-RUN-TYPE         PIC X(1)  VALUE "R".
           88  RUN-IS-REGULAR            VALUE "R".
       01  WS-RUN-ID           PIC X(19) VALUE SPACES.
       01  WS-COMPANY-CODE     PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME     PIC X(30) VALUE SPACES.
      *> The open period's dates, kept from the calendar scan.
       01  WS-PERIOD-START     PIC X(10) VALUE SPACES.
       01  WS-PERIOD-END       PIC X(10) VALUE SPACES.
       01  WS-CHECK-DATE       PIC X(10) VALUE SPACES.

      *> Chart-of-accounts codes - fallbacks only; COMPCTL's account
      *> map overrides them at open time, as in PAYCHECK2.
       01  GL-ACCT-WAGES-EXPENSE PIC X(10) VALUE "5000-WAGES".
       01  GL-ACCT-CASH          PIC X(10) VALUE "1000-CASH ".
       01  GL-ACCT-TAX-WH        PIC X(10) VALUE "2200-TAXWH".
       01  GL-ACCT-LOCAL-TAX     PIC X(10) VALUE "2250-LOCTX".
       01  GL-ACCT-ER-TAX-EXP    PIC X(10) VALUE "5100-ERTAX".
       01  GL-ACCT-ER-TAX-LIAB   PIC X(10) VALUE "2300-ERTXP".
       01  WS-GP-DEPT          PIC X(4).
       01  WS-GP-DRCR          PIC X(2).
       01  WS-GP-ACCOUNT       PIC X(10).
       01  WS-GP-AMOUNT        PIC 9(8)V99.

      * PAYMENT CHANNEL AND MONEY TOTALS FOR RUN-CONTROL
       01  WS-NEXT-CHECK-NO    PIC 9(6)  VALUE 1.
       01  WS-STUB-COUNT       PIC 9(5)  VALUE ZERO.
       01  WS-ACH-COUNT        PIC 9(5)  VALUE ZERO.
       01  WS-CHECK-COUNT      PIC 9(5)  VALUE ZERO.
       01  WS-ACH-TOTAL        PIC 9(8)V99 VALUE ZERO.
       01  WS-CHECK-TOTAL      PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-GROSS      PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-TAX        PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-NET        PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-FED-TAX    PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-FICA-TAX   PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-ER-FICA    PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-ER-FUTA    PIC 9(8)V99 VALUE ZERO.
       01  WS-TOTAL-ER-SUTA    PIC 9(8)V99 VALUE ZERO.
       01  ER-FICA-AMT         PIC 9(5)V99.
       01  ER-FUTA-AMT         PIC 9(5)V99.
       01  ER-SUTA-AMT         PIC 9(5)V99.

      *> Per-department totals the GL postings are written from.
       01  WS-DEPT-COUNT       PIC 9(2)  VALUE ZERO.
       01  WS-DEPT-IDX         PIC 9(2).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  DT-DEPT         PIC X(4).
               10  DT-GROSS        PIC 9(8)V99.
               10  DT-NET          PIC 9(8)V99.
               10  DT-TAX          PIC 9(8)V99.
               10  DT-LOCAL        PIC 9(8)V99.

      *> Deposit allocations for the employee being paid - same
      *> table and rules as PAYCHECK2's 7510/7530.
       01  WS-ALLOC-SCAN-SWITCH PIC X(1) VALUE "N".
           88  ALLOC-SCAN-DONE           VALUE "Y".
       01  WS-ALLOC-COUNT      PIC 9(1)  VALUE ZERO.
       01  WS-ALLOC-TABLE.
           05  WS-ALLOC-ENTRY OCCURS 5 TIMES.
               10  ALT-TYPE           PIC X(1).
               10  ALT-AMOUNT         PIC 9(5)V99.
               10  ALT-PCT            PIC 9(2).
               10  ALT-ROUTING-NO     PIC X(9).
               10  ALT-ACCOUNT-NO     PIC X(17).
       01  WS-ALLOC-IDX        PIC 9(1).
       01  WS-REMAINDER-IDX    PIC 9(1)  VALUE ZERO.
       01  WS-NET-REMAINING    PIC 9(6)V99.
       01  WS-DEP-ROUTING      PIC X(9).
       01  WS-DEP-ACCOUNT      PIC X(17).
       01  WS-DEP-AMOUNT       PIC 9(6)V99.

      *> Stub and check print fields.
       01  WS-MASKED-SSN.
           05  FILLER          PIC X(7)  VALUE "XXX-XX-".
           05  WS-SSN-LAST4    PIC X(4).
       01  DISP-PAGE-NO        PIC ZZZ9.
       01  DISP-CHECK-NO       PIC ZZZZZ9.
       01  DISP-STUB-AMOUNT    PIC $$$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           IF AUTH-GRANTED
               PERFORM 1065-TAKE-RUN-LOCK
           END-IF.
      *> Not a regular run: the YTD master still carries through
      *> whole, since the stream promotes YTDMOUT behind this step.
           IF AUTH-GRANTED AND RUN-LOCK-IS-OURS
               AND NOT RUN-IS-REGULAR
               PERFORM 1080-PASS-YTD-THROUGH
           END-IF.
           IF AUTH-GRANTED AND RUN-LOCK-IS-OURS AND RUN-IS-REGULAR
               PERFORM 1070-LOCATE-OPEN-PERIOD
               PERFORM 1100-READ-HOURS
               PERFORM 1075-CHECK-DRIVER-PERIOD
           END-IF.
           IF AUTH-GRANTED AND RUN-LOCK-IS-OURS AND RUN-IS-REGULAR
               AND DRIVER-IS-FRESH
               PERFORM 1150-READ-YTD
               PERFORM 2000-PROCESS-EMPLOYEES
                   UNTIL END-OF-FILE AND YTD-END-OF-FILE
               IF NOT RUN-IS-TRIAL
                   PERFORM 8820-WRITE-GL-POSTINGS
                   IF WS-PAID-COUNT > ZERO
                       PERFORM 8860-WRITE-FED-LIABILITY
                   END-IF
                   PERFORM 7970-WRITE-CHECK-NO
               END-IF
               PERFORM 8800-WRITE-RUN-LOG
               PERFORM 8870-CATALOG-REPORTS
      *> A trial proof paid nobody - its counts have nothing to
      *> balance, the same reason PAYCHECK2 writes none on a trial.
               IF NOT RUN-IS-TRIAL
                   PERFORM 8850-WRITE-RUN-CONTROL
               END-IF
           END-IF.
           IF RUN-LOCK-IS-OURS
               PERFORM 8990-RELEASE-RUN-LOCK

       1000-OPEN-FILES.
           OPEN INPUT HOURS-FILE.
      *> I-O for the one rewrite this run does to the master - an
      *> aged prenote flipped to verified in 1122-AGE-PRENOTE.
           OPEN I-O EMPLOYEE-MASTER.
           OPEN INPUT ALLOCATION-MASTER.
           OPEN INPUT YTD-MASTER-IN.
           OPEN OUTPUT YTD-MASTER-OUT.
           OPEN OUTPUT PAY-STUB-FILE.
           OPEN OUTPUT CHECK-PRINT-FILE.
           OPEN EXTEND ACH-BATCH-FILE.
           OPEN EXTEND CHECK-REGISTER-FILE.
           OPEN EXTEND POSITIVE-PAY-FILE.
           OPEN EXTEND REMIT-DETAIL-FILE.
           OPEN EXTEND FED-LIABILITY-FILE.
           OPEN EXTEND GL-POSTING-FILE.
           OPEN I-O PAY-HISTORY-FILE.
           OPEN EXTEND PAY-HIST-DETAIL-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           OPEN EXTEND RUN-CONTROL-FILE.
           OPEN EXTEND REPORT-CATALOG-FILE.
           PERFORM 1052-READ-COMPANY-CONTROL.
           PERFORM 1054-READ-RUN-ID.
           PERFORM 1055-READ-CHECK-NO.
           PERFORM 1058-READ-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
           MOVE WS-RUN-DATE (6:2) TO WS-RUN-MONTH.
           COMPUTE WS-CURRENT-QTR = (WS-RUN-MONTH + 2) / 3.

       1052-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   DISPLAY "*** NO COMPCTL CONTROL RECORD - COMPANY "
                       "UNKNOWN ***"
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE CO-GL-WAGES-ACCT TO GL-ACCT-WAGES-EXPENSE
                   MOVE CO-GL-CASH-ACCT TO GL-ACCT-CASH
                   MOVE CO-GL-TAXWH-ACCT TO GL-ACCT-TAX-WH
                   MOVE CO-GL-ERTAX-ACCT TO GL-ACCT-ER-TAX-EXP
                   MOVE CO-GL-ERLIAB-ACCT TO GL-ACCT-ER-TAX-LIAB
                   IF CO-GL-LOCALTAX-ACCT NOT = SPACES
                       MOVE CO-GL-LOCALTAX-ACCT TO GL-ACCT-LOCAL-TAX
                   END-IF
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

      *> A missing RUNID (running outside the job stream) just
      *> leaves the catalog entries without a run identity.
       1054-READ-RUN-ID.
           OPEN INPUT RUN-ID-FILE.
           READ RUN-ID-FILE
               AT END MOVE SPACES TO WS-RUN-ID
               NOT AT END MOVE RUN-ID-RECORD TO WS-RUN-ID
           END-READ.
           CLOSE RUN-ID-FILE.

      *> A missing CHECKNO (SELECT OPTIONAL) reads as an immediate
      *> AT END and leaves the number sequence starting at 000001.
       1055-READ-CHECK-NO.
           OPEN INPUT CHECK-NO-FILE.
           READ CHECK-NO-FILE
               AT END MOVE 1 TO WS-NEXT-CHECK-NO
               NOT AT END MOVE CHECK-NO-RECORD TO WS-NEXT-CHECK-NO
           END-READ.
           CLOSE CHECK-NO-FILE.

      *> A missing RUNPARM, or any second byte but "T", is a commit
      *> run; a missing or blank run-type byte is a regular run.
       1058-READ-RUN-MODE.
           OPEN INPUT RUN-PARM-FILE.
           READ RUN-PARM-FILE
               AT END
                   MOVE "R" TO WS-RUN-TYPE
                   MOVE "C" TO WS-RUN-MODE
               NOT AT END
                   MOVE PARM-RUN-TYPE TO WS-RUN-TYPE
                   MOVE PARM-RUN-MODE TO WS-RUN-MODE
           END-READ.
           CLOSE RUN-PARM-FILE.
           IF RUN-IS-TRIAL
               DISPLAY "TRIAL RUN - STUBS ONLY, NO MONEY MOVES"
           ELSE
               MOVE "C" TO WS-RUN-MODE
           END-IF.
           IF WS-RUN-TYPE = SPACE
               MOVE "R" TO WS-RUN-TYPE
           END-IF.
           IF NOT RUN-IS-REGULAR
               DISPLAY "RUN TYPE " WS-RUN-TYPE " - NOT A REGULAR RUN, "
                   "HOURS BATCH NOT PAID"
           END-IF.

      *> Run authorization goes through the shared AUTHCHK
      *> subprogram: AUTHPARM's operator is validated against
      *> AUTHUSR, must hold the payroll-run role, and locks out
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       8805-WRITE-SKIP-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "PAYCHECK1 OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " TYPE=" WS-RUN-TYPE
               " NOT REGULAR - PAID=00000"
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

      *> This run's record counts for the end-of-stream BALANCE step.
       8850-WRITE-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-NEW-HIRE-COUNT TO RC-NEW-HIRES.
           MOVE WS-YTD-IN-COUNT TO RC-YTD-IN-COUNT.
           MOVE WS-YTD-OUT-COUNT TO RC-YTD-OUT-COUNT.
           MOVE WS-STUB-COUNT TO RC-STUB-COUNT.
           MOVE WS-ACH-COUNT TO RC-ACH-COUNT.
           MOVE WS-CHECK-COUNT TO RC-CHECK-COUNT.
           MOVE WS-TOTAL-GROSS TO RC-TOTAL-GROSS.
           MOVE WS-TOTAL-TAX TO RC-TOTAL-TAX.
      *> No deductions ride the hours batch.
           MOVE ZERO TO RC-TOTAL-DEDUCT.
           MOVE WS-TOTAL-NET TO RC-TOTAL-NET.
           MOVE WS-ACH-TOTAL TO RC-ACH-TOTAL.
           MOVE WS-CHECK-TOTAL TO RC-CHECK-TOTAL.
           WRITE RUN-CONTROL-RECORD.

      *> The run's federal deposit obligation, stamped with the
      *> check date the semiweekly deposit clock runs from - one
      *> row per committed run, as PAYCHECK2 writes its own.
       8860-WRITE-FED-LIABILITY.
           MOVE WS-CHECK-DATE TO FL-CHECK-DATE.
           MOVE WS-TOTAL-FED-TAX TO FL-FED-TAX.
           MOVE WS-TOTAL-FICA-TAX TO FL-FICA-EE.
           MOVE WS-TOTAL-ER-FICA TO FL-FICA-ER.
           SET LIAB-IS-OPEN TO TRUE.
           WRITE FED-LIABILITY-RECORD.

       8870-CATALOG-REPORTS.
           MOVE "PAYSTUB1.TXT" TO RP-REPORT-NAME.
           MOVE WS-STUB-COUNT TO RP-PAGE-COUNT.
           PERFORM 8880-WRITE-CATALOG-ENTRY.
           IF WS-CHECK-COUNT > ZERO AND NOT RUN-IS-TRIAL
               MOVE "CHKPRNT1.TXT" TO RP-REPORT-NAME
               MOVE WS-CHECK-COUNT TO RP-PAGE-COUNT
               PERFORM 8880-WRITE-CATALOG-ENTRY
           END-IF.

       8880-WRITE-CATALOG-ENTRY.
           MOVE WS-RUN-DATE TO RP-RUN-DATE.
           MOVE WS-RUN-ID TO RP-RUN-ID.
           MOVE WS-CURRENT-PERIOD-NO TO RP-PERIOD-NO.
           MOVE "PAYCHECK1" TO RP-PROGRAM.
           WRITE REPORT-CATALOG-RECORD.

      *> Same first-open-period scan the other programs run (plant
      *> cycle, blank pay group).
       1070-LOCATE-OPEN-PERIOD.
                           SET PERIOD-WAS-FOUND TO TRUE
                           MOVE CAL-IN-PERIOD-NO
                               TO WS-CURRENT-PERIOD-NO
                           MOVE CAL-IN-START-DATE TO WS-PERIOD-START
                           MOVE CAL-IN-END-DATE TO WS-PERIOD-END
                           MOVE CAL-IN-CHECK-DATE TO WS-CHECK-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.

      *> Every YTD record carried forward untouched, counted for
      *> BALANCE as a run that read and paid nothing; HOURSIN is
      *> not read, so it waits for the period's regular run.
       1080-PASS-YTD-THROUGH.
           PERFORM 1150-READ-YTD.
           PERFORM UNTIL YTD-END-OF-FILE
               PERFORM 2175-CARRY-FORWARD-YTD
               PERFORM 1150-READ-YTD
           END-PERFORM.
           PERFORM 8805-WRITE-SKIP-RUN-LOG.
           IF NOT RUN-IS-TRIAL
               PERFORM 8850-WRITE-RUN-CONTROL
           END-IF.

      *> The first record's stamp speaks for the file - PREEDIT has
      *> already proven it one sorted unit. A stamp for some other
      *> period means last week's file is still sitting there.
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
           END-READ.
           IF EMPLOYEE-WAS-FOUND
               PERFORM 1122-AGE-PRENOTE
           END-IF.
      *> An effective-dated rate whose date has arrived is used for
      *> this calculation; the master itself is promoted (and the
      *> pending fields cleared) by PAYCHECK2's period-driven run.
           END-IF.
           MOVE HF-HOURS-WORKED TO HOURS-WORKED.

      *> Same aging PAYCHECK2's 2052 does for its population: a
      *> prenote sent in an earlier period that drew no return has
      *> aged clean, and this period's pay can go by ACH. Done
      *> before the effective-rate override below so the rewrite
      *> carries the master's own rate.
       1122-AGE-PRENOTE.
           IF BANK-IS-PRENOTE
               AND EMP-PRENOTE-PERIOD < WS-CURRENT-PERIOD-NO
               SET BANK-IS-VERIFIED TO TRUE
               IF NOT RUN-IS-TRIAL
                   REWRITE EMP-MASTER-RECORD
               END-IF
           END-IF.

       1150-READ-YTD.
           READ YTD-MASTER-IN
               AT END

       2080-APPLY-HOURS-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           SET REJECT-IS-EDIT TO TRUE.
           PERFORM 2050-EDIT-EMPLOYEE-RECORD.
           IF RECORD-IS-VALID
               PERFORM 2070-EDIT-HISTORY-KEY
           END-IF.
           IF RECORD-IS-VALID AND PAID-IN-CAD
               SET RECORD-IS-INVALID TO TRUE
               SET REJECT-IS-CAD TO TRUE
           END-IF.
           IF RECORD-IS-VALID
               PERFORM 2100-CALC-GROSS-PAY
               PERFORM 2150-CALC-WITHHOLDING
               PERFORM 2175-UPDATE-YTD
               PERFORM 2200-DISPLAY-PAYCHECK
               PERFORM 7000-PRINT-PAY-STUB
               PERFORM 7400-PAY-EMPLOYEE
               PERFORM 7700-WRITE-PAY-HISTORY
               IF NOT RUN-IS-TRIAL
                   PERFORM 7750-WRITE-LOCAL-TAX-REMIT
               END-IF
               PERFORM 7900-ACCUMULATE-TOTALS
               ADD 1 TO WS-PAID-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               EVALUATE TRUE
                   WHEN REJECT-IS-DUPLICATE
                       PERFORM 2072-DISPLAY-DUP-REJECTION
                   WHEN REJECT-IS-CAD
                       PERFORM 2074-DISPLAY-CAD-REJECTION
                   WHEN OTHER
                       PERFORM 2050-DISPLAY-REJECTION
               END-EVALUATE
      *> A rejected transaction whose EMP-ID is on nobody's master
      *> seeds NO YTD record - that zero row would be an orphan
      *> MSTVRFY stops the stream for. Rejects for employees who DO
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> A regular-run row already on PAYHIST for the employee and
      *> period means the period was paid - paying it again would
      *> send a second ACH or check, so the transaction is refused
      *> before anything moves, as MANCHECK refuses its own.
       2070-EDIT-HISTORY-KEY.
           MOVE EMP-ID TO PH-EMP-ID.
           MOVE WS-CURRENT-PERIOD-NO TO PH-PERIOD-NO.
           MOVE "R" TO PH-RUN-TYPE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-IS-INVALID TO TRUE
                   SET REJECT-IS-DUPLICATE TO TRUE
           END-READ.

       2072-DISPLAY-DUP-REJECTION.
           DISPLAY "*** REJECTED EMPLOYEE ID: " EMP-ID.
           DISPLAY "    PERIOD " WS-CURRENT-PERIOD-NO
               " ALREADY PAID ON PAYHIST - NOT PAID AGAIN ***".
           DISPLAY " ".
           IF NOT RUN-IS-TRIAL
               MOVE "DUPX" TO WS-EXC-REASON-CODE
               MOVE "PERIOD ALREADY PAID ON PAYHIST"
                   TO WS-EXC-REASON-TEXT
               PERFORM 2076-LOG-REJECT-EXCEPTION
           END-IF.

      *> Canadian-dollar conversion is PAYCHECK2's; a CAD-paid
      *> employee keyed on HOURSIN is left unpaid here so the
      *> timesheet run pays them in their own currency.
       2074-DISPLAY-CAD-REJECTION.
           DISPLAY "*** REJECTED EMPLOYEE ID: " EMP-ID.
           DISPLAY "    PAID IN CAD - PAY THROUGH THE TIMESHEET RUN, "
               "NOT THE HOURS BATCH ***".
           DISPLAY " ".
           IF NOT RUN-IS-TRIAL
               MOVE "GRUP" TO WS-EXC-REASON-CODE
               MOVE "PAID IN CAD - NOT ON THE HOURS BATCH"
                   TO WS-EXC-REASON-TEXT
               PERFORM 2076-LOG-REJECT-EXCEPTION
           END-IF.

       2076-LOG-REJECT-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-EXCEPTION-DATE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "PAYCHECK1" TO EXC-PROGRAM.
           MOVE EMP-ID TO EXC-KEY.
           MOVE WS-EXC-REASON-CODE TO EXC-REASON-CODE.
           MOVE WS-EXC-REASON-TEXT TO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2100-CALC-GROSS-PAY.
           PERFORM 2110-FIND-OT-RULE.

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
           MOVE TAX-ER-FICA-AMT TO ER-FICA-AMT.
           MOVE TAX-ER-FUTA-AMT TO ER-FUTA-AMT.
           MOVE TAX-ER-SUTA-AMT TO ER-SUTA-AMT.
           SUBTRACT TOTAL-TAX-AMT FROM GROSS-PAY
                GIVING NET-PAY.
           MOVE NET-PAY TO DISP-NET-PAY.
               MOVE YTD-IN-DEDUCTIONS TO YTD-OUT-DEDUCTIONS
               MOVE YTD-IN-401K-EE TO YTD-OUT-401K-EE
               MOVE YTD-IN-401K-MATCH TO YTD-OUT-401K-MATCH
               MOVE YTD-IN-LOCAL-CODE TO YTD-OUT-LOCAL-CODE
               MOVE YTD-IN-LOCAL-GROSS TO YTD-OUT-LOCAL-GROSS
               MOVE YTD-IN-LOCAL-TAX TO YTD-OUT-LOCAL-TAX
               MOVE YTD-IN-COMPANY-CODE TO YTD-OUT-COMPANY-CODE
               IF YTD-OUT-COMPANY-CODE = SPACES
                   MOVE EMP-COMPANY-CODE TO YTD-OUT-COMPANY-CODE
               END-IF
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > 2
                   MOVE YTD-IN-STATE-CODE (WS-ST-IDX)
                       TO YTD-OUT-QTR-GROSS (WS-QTR-IDX)
                   MOVE YTD-IN-QTR-TAX (WS-QTR-IDX)
                       TO YTD-OUT-QTR-TAX (WS-QTR-IDX)
                   MOVE YTD-IN-QTR-FED-TAX (WS-QTR-IDX)
                       TO YTD-OUT-QTR-FED-TAX (WS-QTR-IDX)
                   MOVE YTD-IN-QTR-FICA (WS-QTR-IDX)
                       TO YTD-OUT-QTR-FICA (WS-QTR-IDX)
               END-PERFORM
           ELSE
               MOVE GROSS-PAY TO YTD-OUT-GROSS
               MOVE GROSS-PAY TO YTD-OUT-TAXABLE
               MOVE ZERO TO YTD-OUT-DEDUCTIONS
               MOVE ZERO TO YTD-OUT-401K-EE YTD-OUT-401K-MATCH
               MOVE SPACES TO YTD-OUT-LOCAL-CODE
               MOVE ZERO TO YTD-OUT-LOCAL-GROSS YTD-OUT-LOCAL-TAX
               MOVE EMP-COMPANY-CODE TO YTD-OUT-COMPANY-CODE
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > 2
                   MOVE SPACES TO YTD-OUT-STATE-CODE (WS-ST-IDX)
                       UNTIL WS-QTR-IDX > 4
                   MOVE ZERO TO YTD-OUT-QTR-GROSS (WS-QTR-IDX)
                   MOVE ZERO TO YTD-OUT-QTR-TAX (WS-QTR-IDX)
                   MOVE ZERO TO YTD-OUT-QTR-FED-TAX (WS-QTR-IDX)
                   MOVE ZERO TO YTD-OUT-QTR-FICA (WS-QTR-IDX)
               END-PERFORM
           END-IF.
           ADD GROSS-PAY TO YTD-OUT-QTR-GROSS (WS-CURRENT-QTR).
           ADD TOTAL-TAX-AMT TO YTD-OUT-QTR-TAX (WS-CURRENT-QTR).
           ADD FEDERAL-TAX-AMT TO YTD-OUT-QTR-FED-TAX (WS-CURRENT-QTR).
           ADD FICA-TAX-AMT TO YTD-OUT-QTR-FICA (WS-CURRENT-QTR).
           PERFORM 2177-POST-STATE-BUCKETS.
           IF LOCAL-TAX-AMT > ZERO
               MOVE EMP-LOCAL-CODE TO YTD-OUT-LOCAL-CODE
               ADD GROSS-PAY TO YTD-OUT-LOCAL-GROSS
               ADD LOCAL-TAX-AMT TO YTD-OUT-LOCAL-TAX
           END-IF.
           IF YTD-RECORD-MISSING
               ADD 1 TO WS-NEW-HIRE-COUNT
           END-IF.
           MOVE EMP-ID TO YTD-OUT-EMP-ID.
           MOVE ZERO TO YTD-OUT-GROSS YTD-OUT-OT YTD-OUT-NET
               YTD-OUT-TAX YTD-OUT-DEDUCTIONS YTD-OUT-TAXABLE
               YTD-OUT-401K-EE YTD-OUT-401K-MATCH
               YTD-OUT-LOCAL-GROSS YTD-OUT-LOCAL-TAX.
           MOVE SPACES TO YTD-OUT-LOCAL-CODE.
           MOVE EMP-COMPANY-CODE TO YTD-OUT-COMPANY-CODE.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                   UNTIL WS-QTR-IDX > 4
               MOVE ZERO TO YTD-OUT-QTR-GROSS (WS-QTR-IDX)
               MOVE ZERO TO YTD-OUT-QTR-TAX (WS-QTR-IDX)
               MOVE ZERO TO YTD-OUT-QTR-FED-TAX (WS-QTR-IDX)
               MOVE ZERO TO YTD-OUT-QTR-FICA (WS-QTR-IDX)
           END-PERFORM.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > 2
           DISPLAY "FEDERAL TAX: " FEDERAL-TAX-AMT.
           DISPLAY "STATE TAX: " STATE-TAX-AMT.
           DISPLAY "FICA TAX: " FICA-TAX-AMT.
           IF LOCAL-TAX-AMT > ZERO
               DISPLAY "LOCAL TAX: " LOCAL-TAX-AMT " " EMP-LOCAL-CODE
           END-IF.
           DISPLAY "NET PAY: " DISP-NET-PAY.
           DISPLAY " ".

      *> One stub per employee paid, in PAYCHECK2's stub layout cut
      *> down to what the hours batch pays - no deductions, no
      *> premiums, no leave balances.
       7000-PRINT-PAY-STUB.
           ADD 1 TO WS-STUB-COUNT.
           MOVE WS-STUB-COUNT TO DISP-PAGE-NO.
           MOVE EMP-SSN (6:4) TO WS-SSN-LAST4.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - EMPLOYEE PAY STUB" DELIMITED BY SIZE
               INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "   PAGE: " DISP-PAGE-NO
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE "==========================================" TO
               PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           STRING "Pay Period: " WS-PERIOD-START " - "
               WS-PERIOD-END DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "Check Date: " WS-CHECK-DATE
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           IF RUN-IS-TRIAL
               MOVE "*** PRELIMINARY - NOT PAID ***" TO
                   PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           MOVE SPACES TO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           STRING "Employee ID: " EMP-ID DELIMITED BY SIZE
               INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "SSN:         " WS-MASKED-SSN DELIMITED BY SIZE
               INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "Employee:    " EMP-NAME DELIMITED BY SIZE
               INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "             " EMP-ADDRESS-1 DELIMITED BY SIZE
               INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "             " EMP-CITY-ST-ZIP DELIMITED BY SIZE
               INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           SUBTRACT OVERTIME-PAY FROM GROSS-PAY
               GIVING DISP-STUB-AMOUNT.
           STRING "Regular Pay:  " DISP-STUB-AMOUNT
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE OVERTIME-PAY TO DISP-STUB-AMOUNT.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "Overtime Pay: " DISP-STUB-AMOUNT
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "Gross Pay:    " DISP-GROSS-PAY
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE FEDERAL-TAX-AMT TO DISP-STUB-AMOUNT.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "Federal Tax:  " DISP-STUB-AMOUNT
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE STATE-TAX-AMT TO DISP-STUB-AMOUNT.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "State Tax:    " DISP-STUB-AMOUNT
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE FICA-TAX-AMT TO DISP-STUB-AMOUNT.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "FICA:         " DISP-STUB-AMOUNT
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           IF LOCAL-TAX-AMT > ZERO
               MOVE LOCAL-TAX-AMT TO DISP-STUB-AMOUNT
               MOVE SPACES TO PAY-STUB-LINE
               STRING "Local Tax:    " DISP-STUB-AMOUNT
                   " (" EMP-LOCAL-CODE ")"
                   DELIMITED BY SIZE INTO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           MOVE TOTAL-TAX-AMT TO DISP-STUB-AMOUNT.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "Total Tax:    " DISP-STUB-AMOUNT
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           STRING "Net Pay:      " DISP-NET-PAY
               DELIMITED BY SIZE INTO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE SPACES TO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.

      *> Channel choice, as PAYCHECK2 makes it: no bank data means
      *> a check; a verified account takes ACH; an account still
      *> proving out takes a check this period, plus the prenote
      *> in the period it was set up. A CAD-paid employee never
      *> reaches here - 2080 refuses them to PAYCHECK2's run.
       7400-PAY-EMPLOYEE.
           IF EMP-ROUTING-NO = SPACES OR EMP-ACCOUNT-NO = SPACES
               PERFORM 7600-PRINT-PHYSICAL-CHECK
           ELSE
               IF BANK-IS-VERIFIED
                   PERFORM 7500-WRITE-ACH-DETAIL
               ELSE
                   PERFORM 7600-PRINT-PHYSICAL-CHECK
                   IF BANK-IS-PRENOTE
                       AND EMP-PRENOTE-PERIOD = WS-CURRENT-PERIOD-NO
                       PERFORM 7550-WRITE-PRENOTE-DETAIL
                   END-IF
               END-IF
           END-IF.

      *> One ACH detail per deposit, or one per allocation when the
      *> employee has BANKAPPR-approved splits on file. The NACHA
      *> rendering is PAYCHECK2's - its run picks these details up
      *> off ACHBATCH when it writes the bank file. WS-ACH-COUNT
      *> stays one per employee, what BALANCE counts.
       7500-WRITE-ACH-DETAIL.
           IF NOT RUN-IS-TRIAL
               ADD 1 TO WS-ACH-COUNT
           END-IF.
           PERFORM 7510-LOAD-ALLOCATIONS.
           IF WS-ALLOC-COUNT = ZERO
               MOVE EMP-ROUTING-NO TO WS-DEP-ROUTING
               MOVE EMP-ACCOUNT-NO TO WS-DEP-ACCOUNT
               MOVE NET-PAY TO WS-DEP-AMOUNT
               PERFORM 7520-WRITE-ONE-DEPOSIT
           ELSE
               PERFORM 7530-WRITE-SPLIT-DEPOSITS
           END-IF.

       7510-LOAD-ALLOCATIONS.
           MOVE ZERO TO WS-ALLOC-COUNT WS-REMAINDER-IDX.
           MOVE "N" TO WS-ALLOC-SCAN-SWITCH.
           MOVE EMP-ID TO AL-EMP-ID.
           MOVE ZERO TO AL-SEQ-NO.
           START ALLOCATION-MASTER KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   SET ALLOC-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL ALLOC-SCAN-DONE
               READ ALLOCATION-MASTER NEXT RECORD
                   AT END
                       SET ALLOC-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AL-EMP-ID NOT = EMP-ID
                           SET ALLOC-SCAN-DONE TO TRUE
                       ELSE
                           IF ALLOC-IS-ACTIVE AND WS-ALLOC-COUNT < 5
                               ADD 1 TO WS-ALLOC-COUNT
                               MOVE AL-ALLOC-TYPE
                                   TO ALT-TYPE (WS-ALLOC-COUNT)
                               MOVE AL-AMOUNT
                                   TO ALT-AMOUNT (WS-ALLOC-COUNT)
                               MOVE AL-PCT
                                   TO ALT-PCT (WS-ALLOC-COUNT)
                               MOVE AL-ROUTING-NO
                                   TO ALT-ROUTING-NO (WS-ALLOC-COUNT)
                               MOVE AL-ACCOUNT-NO
                                   TO ALT-ACCOUNT-NO (WS-ALLOC-COUNT)
                               IF AL-ALLOC-TYPE = "R"
                                   MOVE WS-ALLOC-COUNT
                                       TO WS-REMAINDER-IDX
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       7520-WRITE-ONE-DEPOSIT.
           IF WS-DEP-AMOUNT > ZERO
               MOVE "22" TO ACH-TRAN-CODE
               MOVE EMP-ID TO ACH-EMP-ID
               MOVE EMP-NAME TO ACH-EMP-NAME
               MOVE WS-DEP-ROUTING TO ACH-ROUTING-NO
               MOVE WS-DEP-ACCOUNT TO ACH-ACCOUNT-NO
               MOVE WS-DEP-AMOUNT TO ACH-AMOUNT ACH-USD-AMOUNT
               MOVE "R" TO ACH-RUN-TYPE
               MOVE WS-COMPANY-CODE TO ACH-COMPANY-CODE
               MOVE WS-CURRENT-PERIOD-NO TO ACH-PERIOD-NO
               MOVE WS-CHECK-DATE TO ACH-CHECK-DATE
               MOVE "USD" TO ACH-CURRENCY-CODE
               MOVE 1 TO ACH-FX-RATE
               IF NOT RUN-IS-TRIAL
                   WRITE ACH-DETAIL-RECORD
               END-IF
               ADD WS-DEP-AMOUNT TO WS-ACH-TOTAL
           END-IF.

      *> Fixed and percent allocations take in sequence order, each
      *> clipped to what is left of net; the remainder row (or the
      *> master's own account) takes the rest, so the split always
      *> re-adds to NET-PAY to the penny.
       7530-WRITE-SPLIT-DEPOSITS.
           MOVE NET-PAY TO WS-NET-REMAINING.
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               IF ALT-TYPE (WS-ALLOC-IDX) = "R"
                   CONTINUE
               ELSE
                   IF ALT-TYPE (WS-ALLOC-IDX) = "P"
                       COMPUTE WS-DEP-AMOUNT ROUNDED =
                           NET-PAY * ALT-PCT (WS-ALLOC-IDX) / 100
                   ELSE
                       MOVE ALT-AMOUNT (WS-ALLOC-IDX)
                           TO WS-DEP-AMOUNT
                   END-IF
                   IF WS-DEP-AMOUNT > WS-NET-REMAINING
                       MOVE WS-NET-REMAINING TO WS-DEP-AMOUNT
                   END-IF
                   MOVE ALT-ROUTING-NO (WS-ALLOC-IDX)
                       TO WS-DEP-ROUTING
                   MOVE ALT-ACCOUNT-NO (WS-ALLOC-IDX)
                       TO WS-DEP-ACCOUNT
                   PERFORM 7520-WRITE-ONE-DEPOSIT
                   SUBTRACT WS-DEP-AMOUNT FROM WS-NET-REMAINING
               END-IF
           END-PERFORM.
           IF WS-NET-REMAINING > ZERO
               IF WS-REMAINDER-IDX > ZERO
                   MOVE ALT-ROUTING-NO (WS-REMAINDER-IDX)
                       TO WS-DEP-ROUTING
                   MOVE ALT-ACCOUNT-NO (WS-REMAINDER-IDX)
                       TO WS-DEP-ACCOUNT
               ELSE
                   MOVE EMP-ROUTING-NO TO WS-DEP-ROUTING
                   MOVE EMP-ACCOUNT-NO TO WS-DEP-ACCOUNT
               END-IF
               MOVE WS-NET-REMAINING TO WS-DEP-AMOUNT
               PERFORM 7520-WRITE-ONE-DEPOSIT
           END-IF.

      *> Zero-dollar prenote (tran code 23) for an account set up
      *> this period, riding the batch while the pay goes by check.
       7550-WRITE-PRENOTE-DETAIL.
           MOVE "23" TO ACH-TRAN-CODE.
           MOVE EMP-ID TO ACH-EMP-ID.
           MOVE EMP-NAME TO ACH-EMP-NAME.
           MOVE EMP-ROUTING-NO TO ACH-ROUTING-NO.
           MOVE EMP-ACCOUNT-NO TO ACH-ACCOUNT-NO.
           MOVE ZERO TO ACH-AMOUNT ACH-USD-AMOUNT.
           MOVE "R" TO ACH-RUN-TYPE.
           MOVE WS-COMPANY-CODE TO ACH-COMPANY-CODE.
           MOVE WS-CURRENT-PERIOD-NO TO ACH-PERIOD-NO.
           MOVE WS-CHECK-DATE TO ACH-CHECK-DATE.
           MOVE "USD" TO ACH-CURRENCY-CODE.
           MOVE 1 TO ACH-FX-RATE.
           IF NOT RUN-IS-TRIAL
               WRITE ACH-DETAIL-RECORD
           END-IF.

      *> The channel totals accumulate on a trial too; only the
      *> physical outputs and the number sequence are withheld.
       7600-PRINT-PHYSICAL-CHECK.
           ADD 1 TO WS-CHECK-COUNT.
           ADD NET-PAY TO WS-CHECK-TOTAL.
           IF NOT RUN-IS-TRIAL
               PERFORM 7610-WRITE-CHECK-OUTPUTS
           END-IF.

       7610-WRITE-CHECK-OUTPUTS.
           MOVE WS-NEXT-CHECK-NO TO DISP-CHECK-NO.
           MOVE "------------------------------------------" TO
               CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               "   CHECK NO " DISP-CHECK-NO DELIMITED BY SIZE
               INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "DATE: " WS-CHECK-DATE
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "PAY TO THE ORDER OF: " EMP-NAME
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "                     " EMP-ADDRESS-1
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "                     " EMP-CITY-ST-ZIP
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "AMOUNT: " DISP-NET-PAY
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE "------------------------------------------" TO
               CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.

           MOVE WS-NEXT-CHECK-NO TO CHK-CHECK-NO.
           MOVE EMP-ID TO CHK-EMP-ID.
           MOVE EMP-NAME TO CHK-EMP-NAME.
           MOVE WS-CHECK-DATE TO CHK-DATE.
           MOVE NET-PAY TO CHK-AMOUNT.
           SET CHECK-IS-ISSUED TO TRUE.
           MOVE SPACES TO CHK-CLEARED-DATE.
           WRITE CHECK-REGISTER-RECORD.
           SET POSPAY-IS-ISSUE TO TRUE.
           MOVE WS-NEXT-CHECK-NO TO PP-CHECK-NO.
           MOVE WS-CHECK-DATE TO PP-CHECK-DATE.
           MOVE NET-PAY TO PP-AMOUNT.
           MOVE EMP-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO WS-NEXT-CHECK-NO.

      *> The permanent record of this payment, regular run type.
      *> Everything the hours batch does not pay stays zero.
       7700-WRITE-PAY-HISTORY.
           INITIALIZE PAY-HISTORY-RECORD.
           MOVE EMP-ID TO PH-EMP-ID.
           MOVE WS-CURRENT-PERIOD-NO TO PH-PERIOD-NO.
           MOVE "R" TO PH-RUN-TYPE.
           MOVE WS-PERIOD-END TO PH-PERIOD-END.
           MOVE WS-CHECK-DATE TO PH-CHECK-DATE.
           MOVE HOURS-WORKED TO PH-HOURS-WORKED.
           MOVE HOURLY-RATE TO PH-HOURLY-RATE.
           MOVE GROSS-PAY TO PH-GROSS-PAY.
           MOVE FEDERAL-TAX-AMT TO PH-FEDERAL-TAX.
           MOVE STATE-TAX-AMT TO PH-STATE-TAX.
           MOVE FICA-TAX-AMT TO PH-FICA-TAX.
           MOVE NET-PAY TO PH-NET-PAY.
           MOVE LOCAL-TAX-AMT TO PH-LOCAL-TAX.
      *> 2070 refused any period already on file, so a collision
      *> here is a fault to stop the stream on, never a rewrite.
           IF NOT RUN-IS-TRIAL
               WRITE PAY-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "*** PAYHIST KEY " PH-KEY
                           " ALREADY ON FILE - NOT WRITTEN ***"
                       MOVE 1 TO RETURN-CODE
               END-WRITE
           END-IF.
           WRITE PAY-HIST-DETAIL-RECORD FROM PAY-HISTORY-RECORD.

      *> The city's money, under the jurisdiction code REMIT maps
      *> to the collecting payee.
       7750-WRITE-LOCAL-TAX-REMIT.
           IF LOCAL-TAX-AMT > ZERO
               MOVE WS-CURRENT-PERIOD-NO TO RD-PERIOD-NO
               MOVE EMP-ID TO RD-EMP-ID
               SET REMIT-IS-LOCAL-TAX TO TRUE
               MOVE EMP-LOCAL-CODE TO RD-SOURCE-KEY
               MOVE LOCAL-TAX-AMT TO RD-AMOUNT
               SET REMIT-IS-PENDING TO TRUE
               WRITE REMIT-DETAIL-RECORD
           END-IF.

      *> Run totals for RUNCTL and the liability row, and the
      *> employee's department bucket for the GL postings.
       7900-ACCUMULATE-TOTALS.
           ADD GROSS-PAY TO WS-TOTAL-GROSS.
           ADD TOTAL-TAX-AMT TO WS-TOTAL-TAX.
           ADD NET-PAY TO WS-TOTAL-NET.
           ADD FEDERAL-TAX-AMT TO WS-TOTAL-FED-TAX.
           ADD FICA-TAX-AMT TO WS-TOTAL-FICA-TAX.
           ADD ER-FICA-AMT TO WS-TOTAL-ER-FICA.
           ADD ER-FUTA-AMT TO WS-TOTAL-ER-FUTA.
           ADD ER-SUTA-AMT TO WS-TOTAL-ER-SUTA.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DT-DEPT (WS-DEPT-IDX) = EMP-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   MOVE EMP-DEPT TO DT-DEPT (WS-DEPT-IDX)
                   MOVE ZERO TO DT-GROSS (WS-DEPT-IDX)
                       DT-NET (WS-DEPT-IDX) DT-TAX (WS-DEPT-IDX)
                       DT-LOCAL (WS-DEPT-IDX)
               ELSE
                   DISPLAY "*** DEPARTMENT TABLE FULL - " EMP-DEPT
                       " POSTED UNDER " DT-DEPT (50) " ***"
                   MOVE 50 TO WS-DEPT-IDX
               END-IF
           END-IF.
           ADD GROSS-PAY TO DT-GROSS (WS-DEPT-IDX).
           ADD NET-PAY TO DT-NET (WS-DEPT-IDX).
           ADD LOCAL-TAX-AMT TO DT-LOCAL (WS-DEPT-IDX).
           SUBTRACT LOCAL-TAX-AMT FROM TOTAL-TAX-AMT
               GIVING WS-GP-AMOUNT.
           ADD WS-GP-AMOUNT TO DT-TAX (WS-DEPT-IDX).

       7970-WRITE-CHECK-NO.
           OPEN OUTPUT CHECK-NO-FILE.
           MOVE WS-NEXT-CHECK-NO TO CHECK-NO-RECORD.
           WRITE CHECK-NO-RECORD.
           CLOSE CHECK-NO-FILE.

      *> The run's GL postings, in the lines PAYCHECK2's 8920 and
      *> 8922 post: per department wages against cash, the
      *> federal/state/FICA withholding, and the city's local tax;
      *> then the employer's own taxes company-wide.
       8820-WRITE-GL-POSTINGS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE DT-DEPT (WS-DEPT-IDX) TO WS-GP-DEPT
               MOVE "DR" TO WS-GP-DRCR
               MOVE GL-ACCT-WAGES-EXPENSE TO WS-GP-ACCOUNT
               MOVE DT-GROSS (WS-DEPT-IDX) TO WS-GP-AMOUNT
               PERFORM 8826-WRITE-GL-POSTING
               MOVE "CR" TO WS-GP-DRCR
               MOVE GL-ACCT-CASH TO WS-GP-ACCOUNT
               MOVE DT-NET (WS-DEPT-IDX) TO WS-GP-AMOUNT
               PERFORM 8826-WRITE-GL-POSTING
               MOVE GL-ACCT-TAX-WH TO WS-GP-ACCOUNT
               MOVE DT-TAX (WS-DEPT-IDX) TO WS-GP-AMOUNT
               PERFORM 8826-WRITE-GL-POSTING
               IF DT-LOCAL (WS-DEPT-IDX) > ZERO
                   MOVE GL-ACCT-LOCAL-TAX TO WS-GP-ACCOUNT
                   MOVE DT-LOCAL (WS-DEPT-IDX) TO WS-GP-AMOUNT
                   PERFORM 8826-WRITE-GL-POSTING
               END-IF
           END-PERFORM.
           IF WS-DEPT-COUNT > ZERO
               MOVE "ALL " TO WS-GP-DEPT
               MOVE "DR" TO WS-GP-DRCR
               MOVE GL-ACCT-ER-TAX-EXP TO WS-GP-ACCOUNT
               MOVE WS-TOTAL-ER-FICA TO WS-GP-AMOUNT
               PERFORM 8826-WRITE-GL-POSTING
               MOVE WS-TOTAL-ER-FUTA TO WS-GP-AMOUNT
               PERFORM 8826-WRITE-GL-POSTING
               MOVE WS-TOTAL-ER-SUTA TO WS-GP-AMOUNT
               PERFORM 8826-WRITE-GL-POSTING
               MOVE "CR" TO WS-GP-DRCR
               MOVE GL-ACCT-ER-TAX-LIAB TO WS-GP-ACCOUNT
               ADD WS-TOTAL-ER-FICA WS-TOTAL-ER-FUTA WS-TOTAL-ER-SUTA
                   GIVING WS-GP-AMOUNT
               PERFORM 8826-WRITE-GL-POSTING
           END-IF.

       8826-WRITE-GL-POSTING.
           MOVE WS-RUN-DATE TO GP-POST-DATE.
           MOVE WS-CURRENT-PERIOD-NO TO GP-PERIOD-NO.
           MOVE WS-GP-DEPT TO GP-DEPT.
           MOVE WS-GP-DRCR TO GP-DRCR.
           MOVE WS-GP-ACCOUNT TO GP-ACCOUNT.
           MOVE WS-GP-AMOUNT TO GP-AMOUNT.
           MOVE "USD" TO GP-CURRENCY.
           MOVE 1 TO GP-FX-RATE.
           MOVE WS-GP-AMOUNT TO GP-FOREIGN-AMOUNT.
           SET POSTING-IS-OPEN TO TRUE.
           MOVE SPACES TO GP-ACK-REASON.
           WRITE GL-POSTING-RECORD.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER HOURS-FILE YTD-MASTER-IN
               YTD-MASTER-OUT EXCEPTION-LOG RUN-LOG-FILE
               RUN-CONTROL-FILE ALLOCATION-MASTER PAY-STUB-FILE
               CHECK-PRINT-FILE ACH-BATCH-FILE CHECK-REGISTER-FILE
               POSITIVE-PAY-FILE REMIT-DETAIL-FILE
               FED-LIABILITY-FILE GL-POSTING-FILE PAY-HISTORY-FILE
               PAY-HIST-DETAIL-FILE REPORT-CATALOG-FILE.
