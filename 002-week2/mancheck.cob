       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCHECK.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Manual (hand-written) check entry. A check cut off the
      ** manual stock between pay runs is keyed here from MANCHECK -
      ** check number, gross, each tax and deduction, and net, as
      ** written on the face - and posted everywhere a PAYCHECK2
      ** payment posts: a PAYHIST row under run type "M" in the
      ** employee's group's open period, the YTDMAST accumulators
      ** (written to YTDMOUT for promotion, the pay run's
      ** convention), an issued CHKREG row, a positive-pay "I" row
      ** so the bank honors the check, the FEDLIAB deposit
      ** liability, the REMITDTL third-party rows, and the GL
      ** extract/posting lines. A check that does not foot (gross
      ** less every tax and deduction must equal net), names an
      ** employee not on the master, reuses a check number already
      ** on the register, or has no open period to land in is
      ** rejected to EXCPLOG and posts nothing. An accepted check is
      ** also priced through TAXCALC from the employee's own
      ** withholding setup and YTD gross; an entered tax far from
      ** what the pay run would have taken is a warning on the
      ** MANCHECK.TXT register and EXCPLOG, never a rejection - the
      ** check is already in the employee's hands. Each posted
      ** check is written to CHKAUDIT with who entered it, the
      ** EMPAUDIT convention CHKVOID follows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUAL-CHECK-FILE ASSIGN TO "MANCHECK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-KEY.
           SELECT GARNISHMENT-MASTER ASSIGN TO "GARNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT YTD-MASTER-OUT ASSIGN TO "YTDMOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-CALENDAR-IN ASSIGN TO "PAYCAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-LIABILITY-FILE ASSIGN TO "FEDLIAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOSTDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "CHKAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANUAL-REGISTER-FILE ASSIGN TO "MANCHECK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One row per hand-written check, keyed off the check face.
       FD  MANUAL-CHECK-FILE.
       01  MANUAL-CHECK-RECORD.
           05  MT-EMP-ID           PIC X(6).
           05  MT-CHECK-NO         PIC 9(6).
           05  MT-CHECK-DATE       PIC X(10).
           05  MT-GROSS            PIC 9(6)V99.
           05  MT-FED-TAX          PIC 9(5)V99.
           05  MT-STATE-TAX        PIC 9(5)V99.
           05  MT-FICA-TAX         PIC 9(5)V99.
           05  MT-LOCAL-TAX        PIC 9(5)V99.
           05  MT-HEALTH           PIC 9(4)V99.
           05  MT-401K             PIC 9(4)V99.
           05  MT-GARNISH          PIC 9(4)V99.
           05  MT-NET              PIC 9(6)V99.
           05  MT-ENTERED-BY       PIC X(10).

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-ENROLLMENT-RECORD.
           COPY DEDREC.

       FD  GARNISHMENT-MASTER.
       01  GARNISHMENT-ORDER-RECORD.
           COPY GARNREC.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

      *> YTDREC's leading fields; the rest passes through whole -
      *> the record being updated is the output one.
       FD  YTD-MASTER-IN.
       01  YTD-IN-RECORD.
           05  YTD-IN-EMP-ID       PIC X(6).
           05  YTD-IN-GROSS        PIC 9(7)V99.
           05  FILLER              PIC X(272).

       FD  YTD-MASTER-OUT.
       01  YTD-OUT-RECORD.
           COPY YTDREC.

       FD  PAY-CALENDAR-IN.
       01  CAL-IN-RECORD.
           COPY PAYCAL.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           COPY CHKREC.

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           COPY POSPAYRC.

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

       FD  REMIT-DETAIL-FILE.
       01  REMIT-DETAIL-RECORD.
           COPY REMITREC.

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-LINE          PIC X(80).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           COPY GLPOSTRC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE          PIC X(80).

       FD  MANUAL-REGISTER-FILE.
       01  MANUAL-REGISTER-LINE    PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-COMPANY-CODE       PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.

       01  WS-TRAN-EOF-SWITCH    PIC X(1) VALUE "N".
           88  TRAN-END-OF-FILE           VALUE "Y".
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-CAL-EOF-SWITCH     PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE            VALUE "Y".
       01  WS-REG-EOF-SWITCH     PIC X(1) VALUE "N".
           88  REG-END-OF-FILE            VALUE "Y".
       01  WS-PERIOD-SWITCH      PIC X(1) VALUE "N".
           88  PERIOD-WAS-FOUND           VALUE "Y".
       01  WS-EMP-FOUND-SWITCH   PIC X(1) VALUE "Y".
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
           88  EMPLOYEE-NOT-FOUND         VALUE "N".
       01  WS-EDIT-SWITCH        PIC X(1) VALUE "Y".
           88  CHECK-PASSES-EDIT          VALUE "Y".
           88  CHECK-FAILS-EDIT           VALUE "N".
       01  WS-GARN-SCAN-SWITCH   PIC X(1) VALUE "N".
           88  GARN-SCAN-DONE             VALUE "Y".
           88  GARN-SCAN-RUNNING          VALUE "N".

      *> Edit results for the transaction in hand.
       01  WS-REJECT-CODE        PIC X(4).
       01  WS-REJECT-TEXT        PIC X(40).
       01  WS-FOOTED-NET         PIC S9(7)V99.
       01  WS-CHECK-MONTH        PIC 9(2).
       01  WS-PERIOD-NO          PIC 9(3).
       01  WS-PERIOD-END         PIC X(10).
       01  WS-YTD-GROSS          PIC 9(7)V99.
       01  WS-PRETAX-TOTAL       PIC 9(5)V99.

      *> Reasonableness band: an entered tax more than 10% (and more
      *> than a dollar) away from what TAXCALC prices for the same
      *> wage is flagged. Hand arithmetic off a wallet chart lands
      *> inside it; a transposed digit or a skipped tax does not.
       01  WS-TAX-TOLERANCE-PCT  PIC V99    VALUE .10.
       01  WS-TAX-TOLERANCE-MIN  PIC 9V99   VALUE 1.00.
       01  WS-CMP-LABEL          PIC X(6).
       01  WS-CMP-ENTERED        PIC 9(5)V99.
       01  WS-CMP-COMPUTED       PIC 9(5)V99.
       01  WS-CMP-ALLOWED        PIC 9(5)V99.
       01  WS-CMP-DIFF           PIC S9(5)V99.

      *> Accepted checks, held until every transaction is edited so
      *> the YTD master is passed once for the whole batch.
       01  WS-MC-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-MC-MAX             PIC 9(2) VALUE 20.
       01  WS-MC-IDX             PIC 9(2).
       01  WS-MC-LOW-IDX         PIC 9(2).
       01  WS-MC-TABLE.
           05  WS-MC-ENTRY OCCURS 20 TIMES.
               10  MCT-EMP-ID          PIC X(6).
               10  MCT-EMP-NAME        PIC A(20).
               10  MCT-DEPT            PIC X(4).
               10  MCT-LOCAL-CODE      PIC X(4).
               10  MCT-HOURLY-RATE     PIC 9(3)V99.
               10  MCT-CHECK-NO        PIC 9(6).
               10  MCT-CHECK-DATE      PIC X(10).
               10  MCT-QTR             PIC 9(1).
               10  MCT-PERIOD-NO       PIC 9(3).
               10  MCT-PERIOD-END      PIC X(10).
               10  MCT-GROSS           PIC 9(6)V99.
               10  MCT-TAXABLE         PIC 9(6)V99.
               10  MCT-FED-TAX         PIC 9(5)V99.
               10  MCT-STATE-TAX       PIC 9(5)V99.
               10  MCT-STATE-CODE      PIC X(2).
               10  MCT-FICA-TAX        PIC 9(5)V99.
               10  MCT-LOCAL-TAX       PIC 9(5)V99.
               10  MCT-HEALTH          PIC 9(4)V99.
               10  MCT-401K            PIC 9(4)V99.
               10  MCT-GARNISH         PIC 9(4)V99.
               10  MCT-PRETAX          PIC 9(4)V99.
               10  MCT-NET             PIC 9(6)V99.
               10  MCT-ER-FUTA         PIC 9(5)V99.
               10  MCT-ER-SUTA         PIC 9(5)V99.
               10  MCT-ENTERED-BY      PIC X(10).
               10  MCT-YTD-SWITCH      PIC X(1).
                   88  MCT-YTD-POSTED          VALUE "Y".
                   88  MCT-YTD-PENDING         VALUE "N".

       01  WS-STATE-SLOT         PIC 9(1).
       01  WS-SLOT-IDX           PIC 9(1).
       01  WS-NEW-YTD-ID         PIC X(6).
       01  WS-YTD-LIMIT-ID       PIC X(6).
       01  WS-TOTAL-DEDUCT       PIC 9(5)V99.
       01  WS-TOTAL-TAX          PIC 9(6)V99.
       01  WS-GARN-LEFT          PIC 9(4)V99.
       01  WS-GARN-TAKE          PIC 9(4)V99.
       01  WS-POSTED-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-WARN-COUNT         PIC 9(3) VALUE ZERO.

      *> GL account map - PAYCHECK2's defaults, overridden from the
      *> company control record.
       01 GL-ACCT-WAGES-EXPENSE PIC X(10) VALUE "5000-WAGES".
       01 GL-ACCT-CASH          PIC X(10) VALUE "1000-CASH ".
       01 GL-ACCT-WITHHOLDING   PIC X(10) VALUE "2100-WHPAY".
       01 GL-ACCT-TAX-WH        PIC X(10) VALUE "2200-TAXWH".
       01 GL-ACCT-ER-TAX-EXP    PIC X(10) VALUE "5100-ERTAX".
       01 GL-ACCT-ER-TAX-LIAB   PIC X(10) VALUE "2300-ERTXP".
       01 GL-ACCT-LOCAL-TAX     PIC X(10) VALUE "2250-LOCTX".
       01 WS-GP-DRCR            PIC X(2).
       01 WS-GP-ACCOUNT         PIC X(10).
       01 WS-GP-AMOUNT          PIC 9(8)V99.
       01 WS-GP-LABEL           PIC X(10).

       01  TAX-CALC-AREA.
           COPY TAXAREA.

       01  DISPLAY-CHECK-NO      PIC 9(6).
       01  DISPLAY-AMOUNT        PIC $$$,$$9.99.
       01  DISPLAY-AMOUNT-2      PIC $$$,$$9.99.
       01  DISPLAY-GL-AMOUNT     PIC Z,ZZZ,ZZ9.99.

      *> Posting a payment is payroll-run work, the same role the
      *> pay run itself requires.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-READ-COMPANY-CONTROL
               PERFORM 1200-PRINT-HEADING
               PERFORM 1100-READ-TRANSACTION
               PERFORM 2000-EDIT-ONE-CHECK
                   UNTIL TRAN-END-OF-FILE
               IF WS-MC-COUNT > ZERO
                   PERFORM 3000-POST-YTD
                   PERFORM 4000-POST-ONE-CHECK
                       VARYING WS-MC-IDX FROM 1 BY 1
                       UNTIL WS-MC-IDX > WS-MC-COUNT
               END-IF
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT MANUAL-CHECK-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN I-O PAY-HISTORY-FILE.
           OPEN OUTPUT MANUAL-REGISTER-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "MANCHECK" TO AUTH-PROGRAM-NAME.
           MOVE "R" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO MANUAL CHECKS "
                   "WILL BE POSTED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> The company's GL account map, the way PAYCHECK2 loads it.
       1050-READ-COMPANY-CONTROL.
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
                   MOVE CO-GL-WHPAY-ACCT TO GL-ACCT-WITHHOLDING
                   MOVE CO-GL-TAXWH-ACCT TO GL-ACCT-TAX-WH
                   MOVE CO-GL-ERTAX-ACCT TO GL-ACCT-ER-TAX-EXP
                   MOVE CO-GL-ERLIAB-ACCT TO GL-ACCT-ER-TAX-LIAB
                   IF CO-GL-LOCALTAX-ACCT NOT = SPACES
                       MOVE CO-GL-LOCALTAX-ACCT TO GL-ACCT-LOCAL-TAX
                   END-IF
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

       1100-READ-TRANSACTION.
           READ MANUAL-CHECK-FILE
               AT END SET TRAN-END-OF-FILE TO TRUE
           END-READ.

       1200-PRINT-HEADING.
           MOVE SPACES TO MANUAL-REGISTER-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - MANUAL CHECK REGISTER   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO MANUAL-REGISTER-LINE.
           WRITE MANUAL-REGISTER-LINE.
           MOVE SPACES TO MANUAL-REGISTER-LINE.
           WRITE MANUAL-REGISTER-LINE.
           MOVE SPACES TO MANUAL-REGISTER-LINE.
           MOVE "CHECK  EMP-ID NAME" TO MANUAL-REGISTER-LINE (1:18).
           MOVE "DATE" TO MANUAL-REGISTER-LINE (36:4).
           MOVE "GROSS" TO MANUAL-REGISTER-LINE (53:5).
           MOVE "NET" TO MANUAL-REGISTER-LINE (67:3).
           WRITE MANUAL-REGISTER-LINE.

      *> Every edit runs before anything is written; the first one
      *> failed is the one logged.
       2000-EDIT-ONE-CHECK.
           SET CHECK-PASSES-EDIT TO TRUE.
           MOVE SPACES TO WS-REJECT-CODE WS-REJECT-TEXT.
           PERFORM 2100-EDIT-FIELDS.
           IF CHECK-PASSES-EDIT
               PERFORM 2150-EDIT-FOOTING
           END-IF.
           IF CHECK-PASSES-EDIT
               PERFORM 2200-EDIT-EMPLOYEE
           END-IF.
           IF CHECK-PASSES-EDIT
               PERFORM 2250-EDIT-CHECK-NUMBER
           END-IF.
           IF CHECK-PASSES-EDIT
               PERFORM 2300-EDIT-PERIOD
           END-IF.
           IF CHECK-PASSES-EDIT AND WS-MC-COUNT NOT < WS-MC-MAX
               SET CHECK-FAILS-EDIT TO TRUE
               MOVE "VALX" TO WS-REJECT-CODE
               MOVE "MANUAL CHECK TABLE FULL - RESUBMIT"
                   TO WS-REJECT-TEXT
           END-IF.
           IF CHECK-PASSES-EDIT
               PERFORM 2400-ACCEPT-CHECK
               PERFORM 2500-CHECK-REASONABLENESS
           ELSE
               PERFORM 2900-REJECT-CHECK
           END-IF.
           PERFORM 1100-READ-TRANSACTION.

       2100-EDIT-FIELDS.
           IF MT-CHECK-NO NOT NUMERIC OR MT-CHECK-NO = ZERO
               OR MT-GROSS NOT NUMERIC OR MT-NET NOT NUMERIC
               OR MT-FED-TAX NOT NUMERIC OR MT-STATE-TAX NOT NUMERIC
               OR MT-FICA-TAX NOT NUMERIC
               OR MT-LOCAL-TAX NOT NUMERIC
               OR MT-HEALTH NOT NUMERIC OR MT-401K NOT NUMERIC
               OR MT-GARNISH NOT NUMERIC
               SET CHECK-FAILS-EDIT TO TRUE
               MOVE "EDIT" TO WS-REJECT-CODE
               MOVE "NON-NUMERIC CHECK NO OR AMOUNT"
                   TO WS-REJECT-TEXT
           ELSE
               IF MT-CHECK-DATE (5:1) NOT = "-"
                   OR MT-CHECK-DATE (8:1) NOT = "-"
                   OR MT-CHECK-DATE (6:2) NOT NUMERIC
                   SET CHECK-FAILS-EDIT TO TRUE
                   MOVE "EDIT" TO WS-REJECT-CODE
                   MOVE "CHECK DATE NOT YYYY-MM-DD"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE MT-CHECK-DATE (6:2) TO WS-CHECK-MONTH
                   IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                       SET CHECK-FAILS-EDIT TO TRUE
                       MOVE "EDIT" TO WS-REJECT-CODE
                       MOVE "CHECK DATE MONTH INVALID"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

      *> The face has to foot: gross less every tax and every
      *> deduction is the net written on the check, to the penny.
       2150-EDIT-FOOTING.
           COMPUTE WS-FOOTED-NET = MT-GROSS - MT-FED-TAX
               - MT-STATE-TAX - MT-FICA-TAX - MT-LOCAL-TAX
               - MT-HEALTH - MT-401K - MT-GARNISH.
           IF WS-FOOTED-NET NOT = MT-NET OR MT-GROSS = ZERO
               SET CHECK-FAILS-EDIT TO TRUE
               MOVE "EDIT" TO WS-REJECT-CODE
               MOVE "GROSS LESS TAXES/DEDUCTIONS NOT = NET"
                   TO WS-REJECT-TEXT
           END-IF.

       2200-EDIT-EMPLOYEE.
           SET EMPLOYEE-WAS-FOUND TO TRUE.
           MOVE MT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
           END-READ.
           IF EMPLOYEE-NOT-FOUND
               SET CHECK-FAILS-EDIT TO TRUE
               MOVE "NFND" TO WS-REJECT-CODE
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-TEXT
           END-IF.

      *> A check number already on the register - or earlier in
      *> this batch - would have positive pay honor one of two
      *> checks with the same number.
       2250-EDIT-CHECK-NUMBER.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               IF MCT-CHECK-NO (WS-MC-IDX) = MT-CHECK-NO
                   SET CHECK-FAILS-EDIT TO TRUE
               END-IF
           END-PERFORM.
           IF CHECK-PASSES-EDIT
               MOVE "N" TO WS-REG-EOF-SWITCH
               OPEN INPUT CHECK-REGISTER-FILE
               PERFORM UNTIL REG-END-OF-FILE
                   READ CHECK-REGISTER-FILE
                       AT END
                           SET REG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CHK-CHECK-NO = MT-CHECK-NO
                               SET CHECK-FAILS-EDIT TO TRUE
                               SET REG-END-OF-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.
           IF CHECK-FAILS-EDIT
               MOVE "DUPX" TO WS-REJECT-CODE
               MOVE "CHECK NUMBER ALREADY ON REGISTER"
                   TO WS-REJECT-TEXT
           END-IF.

      *> The check lands in the employee's own group's open period,
      *> under run type "M" so it never collides with that
      *> period's regular, supplemental, or final-pay row. One
      *> manual check per employee per period.
       2300-EDIT-PERIOD.
           MOVE ZERO TO WS-PERIOD-NO.
           MOVE "N" TO WS-CAL-EOF-SWITCH WS-PERIOD-SWITCH.
           OPEN INPUT PAY-CALENDAR-IN.
           PERFORM UNTIL CAL-END-OF-FILE OR PERIOD-WAS-FOUND
               READ PAY-CALENDAR-IN
                   AT END
                       SET CAL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAL-PERIOD-IS-OPEN
                           AND CAL-PAY-GROUP = EMP-PAY-GROUP
                           SET PERIOD-WAS-FOUND TO TRUE
                           MOVE CAL-PERIOD-NO TO WS-PERIOD-NO
                           MOVE CAL-END-DATE TO WS-PERIOD-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.
           IF NOT PERIOD-WAS-FOUND
               SET CHECK-FAILS-EDIT TO TRUE
               MOVE "PERD" TO WS-REJECT-CODE
               MOVE "NO OPEN PERIOD FOR EMPLOYEE'S GROUP"
                   TO WS-REJECT-TEXT
           ELSE
               PERFORM 2310-EDIT-HISTORY-KEY
           END-IF.

       2310-EDIT-HISTORY-KEY.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               IF MCT-EMP-ID (WS-MC-IDX) = MT-EMP-ID
                   AND MCT-PERIOD-NO (WS-MC-IDX) = WS-PERIOD-NO
                   SET CHECK-FAILS-EDIT TO TRUE
               END-IF
           END-PERFORM.
           IF CHECK-PASSES-EDIT
               MOVE MT-EMP-ID TO PH-EMP-ID
               MOVE WS-PERIOD-NO TO PH-PERIOD-NO
               MOVE "M" TO PH-RUN-TYPE
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CHECK-FAILS-EDIT TO TRUE
               END-READ
           END-IF.
           IF CHECK-FAILS-EDIT
               MOVE "DUPX" TO WS-REJECT-CODE
               MOVE "MANUAL CHECK ALREADY POSTED THIS PERIOD"
                   TO WS-REJECT-TEXT
           END-IF.

       2400-ACCEPT-CHECK.
           ADD 1 TO WS-MC-COUNT.
           MOVE MT-EMP-ID TO MCT-EMP-ID (WS-MC-COUNT).
           MOVE EMP-NAME TO MCT-EMP-NAME (WS-MC-COUNT).
           MOVE EMP-DEPT TO MCT-DEPT (WS-MC-COUNT).
           MOVE EMP-LOCAL-CODE TO MCT-LOCAL-CODE (WS-MC-COUNT).
           MOVE HOURLY-RATE TO MCT-HOURLY-RATE (WS-MC-COUNT).
           MOVE MT-CHECK-NO TO MCT-CHECK-NO (WS-MC-COUNT).
           MOVE MT-CHECK-DATE TO MCT-CHECK-DATE (WS-MC-COUNT).
           COMPUTE MCT-QTR (WS-MC-COUNT) = (WS-CHECK-MONTH + 2) / 3.
           MOVE WS-PERIOD-NO TO MCT-PERIOD-NO (WS-MC-COUNT).
           MOVE WS-PERIOD-END TO MCT-PERIOD-END (WS-MC-COUNT).
           MOVE MT-GROSS TO MCT-GROSS (WS-MC-COUNT).
           MOVE MT-FED-TAX TO MCT-FED-TAX (WS-MC-COUNT).
           MOVE MT-STATE-TAX TO MCT-STATE-TAX (WS-MC-COUNT).
           MOVE MT-FICA-TAX TO MCT-FICA-TAX (WS-MC-COUNT).
           MOVE MT-LOCAL-TAX TO MCT-LOCAL-TAX (WS-MC-COUNT).
           MOVE MT-HEALTH TO MCT-HEALTH (WS-MC-COUNT).
           MOVE MT-401K TO MCT-401K (WS-MC-COUNT).
           MOVE MT-GARNISH TO MCT-GARNISH (WS-MC-COUNT).
           MOVE MT-NET TO MCT-NET (WS-MC-COUNT).
           MOVE MT-ENTERED-BY TO MCT-ENTERED-BY (WS-MC-COUNT).
           SET MCT-YTD-PENDING (WS-MC-COUNT) TO TRUE.

      *> Price the same gross the way the pay run would have: the
      *> pre-tax plans (per the employee's DEDMSTR enrollment) off
      *> the wage, TAXCALC at the employee's filing status, states,
      *> local code, and YTD gross. TAXCALC's state code slots the
      *> entered state tax; its employer FUTA/SUTA price the
      *> company's share.
       2500-CHECK-REASONABLENESS.
           PERFORM 2510-FIND-YTD-GROSS.
           PERFORM 2520-FIND-PRETAX.
           MOVE WS-PRETAX-TOTAL TO MCT-PRETAX (WS-MC-COUNT).
           SUBTRACT WS-PRETAX-TOTAL FROM MT-GROSS
               GIVING MCT-TAXABLE (WS-MC-COUNT).
           MOVE MCT-TAXABLE (WS-MC-COUNT) TO TAX-GROSS-PAY.
           MOVE WS-YTD-GROSS TO TAX-YTD-GROSS.
           MOVE EMP-FILING-STATUS TO TAX-FILING-STATUS.
           MOVE EMP-ALLOWANCES TO TAX-ALLOWANCES.
           MOVE EMP-WORK-STATE TO TAX-WORK-STATE.
           MOVE EMP-RES-STATE TO TAX-RES-STATE.
           MOVE EMP-LOCAL-CODE TO TAX-LOCAL-CODE.
           CALL "TAXCALC" USING TAX-CALC-AREA.
           IF MT-STATE-TAX > ZERO
               MOVE TAX-STATE-CODE TO MCT-STATE-CODE (WS-MC-COUNT)
           ELSE
               MOVE SPACES TO MCT-STATE-CODE (WS-MC-COUNT)
           END-IF.
           MOVE TAX-ER-FUTA-AMT TO MCT-ER-FUTA (WS-MC-COUNT).
           MOVE TAX-ER-SUTA-AMT TO MCT-ER-SUTA (WS-MC-COUNT).
           PERFORM 2600-PRINT-ACCEPTED.
           MOVE "FED" TO WS-CMP-LABEL.
           MOVE MT-FED-TAX TO WS-CMP-ENTERED.
           MOVE TAX-FEDERAL-AMT TO WS-CMP-COMPUTED.
           PERFORM 2550-COMPARE-ONE-TAX.
           MOVE "STATE" TO WS-CMP-LABEL.
           MOVE MT-STATE-TAX TO WS-CMP-ENTERED.
           MOVE TAX-STATE-AMT TO WS-CMP-COMPUTED.
           PERFORM 2550-COMPARE-ONE-TAX.
           MOVE "FICA" TO WS-CMP-LABEL.
           MOVE MT-FICA-TAX TO WS-CMP-ENTERED.
           MOVE TAX-FICA-AMT TO WS-CMP-COMPUTED.
           PERFORM 2550-COMPARE-ONE-TAX.
           MOVE "LOCAL" TO WS-CMP-LABEL.
           MOVE MT-LOCAL-TAX TO WS-CMP-ENTERED.
           MOVE TAX-LOCAL-AMT TO WS-CMP-COMPUTED.
           PERFORM 2550-COMPARE-ONE-TAX.

      *> YTD gross before this check - the FICA wage-base cap has
      *> to see it. No YTD record means first pay of the year.
       2510-FIND-YTD-GROSS.
           MOVE ZERO TO WS-YTD-GROSS.
           MOVE "N" TO WS-YTD-EOF-SWITCH.
           OPEN INPUT YTD-MASTER-IN.
           PERFORM UNTIL YTD-END-OF-FILE
               READ YTD-MASTER-IN
                   AT END
                       SET YTD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF YTD-IN-EMP-ID = MT-EMP-ID
                           MOVE YTD-IN-GROSS TO WS-YTD-GROSS
                           SET YTD-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE YTD-MASTER-IN.
      *> Earlier checks for the same employee in this batch are in
      *> the same year's wages too.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX NOT < WS-MC-COUNT
               IF MCT-EMP-ID (WS-MC-IDX) = MT-EMP-ID
                   ADD MCT-GROSS (WS-MC-IDX) TO WS-YTD-GROSS
               END-IF
           END-PERFORM.

      *> Health and 401k come off the taxable wage only when the
      *> employee's enrollment in that plan is a pre-tax one.
       2520-FIND-PRETAX.
           MOVE ZERO TO WS-PRETAX-TOTAL.
           IF MT-HEALTH > ZERO
               MOVE MT-EMP-ID TO DE-EMP-ID
               MOVE "HLTH" TO DE-PLAN-CODE
               READ DEDUCTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-IS-PRETAX
                           ADD MT-HEALTH TO WS-PRETAX-TOTAL
                       END-IF
               END-READ
           END-IF.
           IF MT-401K > ZERO
               MOVE MT-EMP-ID TO DE-EMP-ID
               MOVE "401K" TO DE-PLAN-CODE
               READ DEDUCTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-IS-PRETAX
                           ADD MT-401K TO WS-PRETAX-TOTAL
                       END-IF
               END-READ
           END-IF.
           IF WS-PRETAX-TOTAL > MT-GROSS
               MOVE MT-GROSS TO WS-PRETAX-TOTAL
           END-IF.

       2550-COMPARE-ONE-TAX.
           COMPUTE WS-CMP-ALLOWED ROUNDED =
               WS-CMP-COMPUTED * WS-TAX-TOLERANCE-PCT.
           IF WS-CMP-ALLOWED < WS-TAX-TOLERANCE-MIN
               MOVE WS-TAX-TOLERANCE-MIN TO WS-CMP-ALLOWED
           END-IF.
           COMPUTE WS-CMP-DIFF = WS-CMP-ENTERED - WS-CMP-COMPUTED.
           IF WS-CMP-DIFF < ZERO
               COMPUTE WS-CMP-DIFF = ZERO - WS-CMP-DIFF
           END-IF.
           IF WS-CMP-DIFF > WS-CMP-ALLOWED
               ADD 1 TO WS-WARN-COUNT
               MOVE WS-CMP-ENTERED TO DISPLAY-AMOUNT
               MOVE WS-CMP-COMPUTED TO DISPLAY-AMOUNT-2
               MOVE SPACES TO MANUAL-REGISTER-LINE
               STRING "       *** WARNING: " WS-CMP-LABEL
                   " TAX ENTERED " DISPLAY-AMOUNT
                   " TAXCALC " DISPLAY-AMOUNT-2
                   DELIMITED BY SIZE INTO MANUAL-REGISTER-LINE
               WRITE MANUAL-REGISTER-LINE
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "MANCHECK" TO EXC-PROGRAM
               MOVE MT-EMP-ID TO EXC-KEY
               MOVE "TAXR" TO EXC-REASON-CODE
               STRING "CHECK " MT-CHECK-NO " " WS-CMP-LABEL
                   " TAX OUTSIDE TAXCALC BAND"
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
               MOVE WS-RUN-DATE TO EXC-DATE
               SET EXCEPTION-IS-OPEN TO TRUE
               WRITE EXCEPTION-LOG-RECORD
           END-IF.

       2600-PRINT-ACCEPTED.
           MOVE SPACES TO MANUAL-REGISTER-LINE.
           MOVE MT-CHECK-NO TO MANUAL-REGISTER-LINE (1:6).
           MOVE MT-EMP-ID TO MANUAL-REGISTER-LINE (8:6).
           MOVE EMP-NAME TO MANUAL-REGISTER-LINE (15:20).
           MOVE MT-CHECK-DATE TO MANUAL-REGISTER-LINE (36:10).
           MOVE MT-GROSS TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT TO MANUAL-REGISTER-LINE (47:11).
           MOVE MT-NET TO DISPLAY-AMOUNT.
           MOVE DISPLAY-AMOUNT TO MANUAL-REGISTER-LINE (59:11).
           WRITE MANUAL-REGISTER-LINE.

       2900-REJECT-CHECK.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO MANUAL-REGISTER-LINE.
           STRING MT-CHECK-NO " " MT-EMP-ID " *** REJECTED: "
               WS-REJECT-TEXT
               DELIMITED BY SIZE INTO MANUAL-REGISTER-LINE.
           WRITE MANUAL-REGISTER-LINE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "MANCHECK" TO EXC-PROGRAM.
           MOVE MT-EMP-ID TO EXC-KEY.
           MOVE WS-REJECT-CODE TO EXC-REASON-CODE.
           MOVE WS-REJECT-TEXT TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> One pass of the YTD master for the batch, old-master to
      *> new-master: each record carries through with every
      *> accepted check for its employee added in, and an employee
      *> with no record yet (first pay of the year) gets one
      *> inserted in key order ahead of the first higher ID.
       3000-POST-YTD.
           MOVE "N" TO WS-YTD-EOF-SWITCH.
           OPEN INPUT YTD-MASTER-IN.
           OPEN OUTPUT YTD-MASTER-OUT.
           PERFORM UNTIL YTD-END-OF-FILE
               READ YTD-MASTER-IN
                   AT END
                       SET YTD-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE YTD-IN-EMP-ID TO WS-YTD-LIMIT-ID
                       PERFORM 3100-INSERT-NEW-YTD
                       MOVE YTD-IN-RECORD TO YTD-OUT-RECORD
                       PERFORM 3200-APPLY-CHECKS
                       WRITE YTD-OUT-RECORD
               END-READ
           END-PERFORM.
           MOVE HIGH-VALUES TO WS-YTD-LIMIT-ID.
           PERFORM 3100-INSERT-NEW-YTD.
           CLOSE YTD-MASTER-IN YTD-MASTER-OUT.

      *> Lowest still-unposted employee below the limit first, so
      *> two new employees in one batch still go out in order.
       3100-INSERT-NEW-YTD.
           MOVE ZERO TO WS-MC-LOW-IDX.
           PERFORM 3110-FIND-LOWEST-PENDING.
           PERFORM UNTIL WS-MC-LOW-IDX = ZERO
               MOVE MCT-EMP-ID (WS-MC-LOW-IDX) TO WS-NEW-YTD-ID
               INITIALIZE YTD-OUT-RECORD
               MOVE WS-NEW-YTD-ID TO YTD-EMP-ID
               MOVE WS-COMPANY-CODE TO YTD-COMPANY-CODE
               PERFORM 3200-APPLY-CHECKS
               WRITE YTD-OUT-RECORD
               MOVE ZERO TO WS-MC-LOW-IDX
               PERFORM 3110-FIND-LOWEST-PENDING
           END-PERFORM.

       3110-FIND-LOWEST-PENDING.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               IF MCT-YTD-PENDING (WS-MC-IDX)
                   AND MCT-EMP-ID (WS-MC-IDX) < WS-YTD-LIMIT-ID
                   IF WS-MC-LOW-IDX = ZERO
                       MOVE WS-MC-IDX TO WS-MC-LOW-IDX
                   ELSE
                       IF MCT-EMP-ID (WS-MC-IDX)
                               < MCT-EMP-ID (WS-MC-LOW-IDX)
                           MOVE WS-MC-IDX TO WS-MC-LOW-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> The same buckets PAYCHECK2's 2200 posts: annual totals,
      *> the check date's quarter, the state TAXCALC named, and
      *> the local jurisdiction when local tax was taken.
       3200-APPLY-CHECKS.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               IF MCT-EMP-ID (WS-MC-IDX) = YTD-EMP-ID
                   PERFORM 3210-APPLY-ONE-CHECK
               END-IF
           END-PERFORM.

       3210-APPLY-ONE-CHECK.
           ADD MCT-FED-TAX (WS-MC-IDX) MCT-STATE-TAX (WS-MC-IDX)
               MCT-FICA-TAX (WS-MC-IDX) MCT-LOCAL-TAX (WS-MC-IDX)
               GIVING WS-TOTAL-TAX.
           ADD MCT-HEALTH (WS-MC-IDX) MCT-401K (WS-MC-IDX)
               MCT-GARNISH (WS-MC-IDX) GIVING WS-TOTAL-DEDUCT.
           ADD MCT-GROSS (WS-MC-IDX) TO YTD-GROSS.
           ADD MCT-NET (WS-MC-IDX) TO YTD-NET.
           ADD WS-TOTAL-TAX TO YTD-TAX.
           ADD WS-TOTAL-DEDUCT TO YTD-DEDUCTIONS.
           ADD MCT-TAXABLE (WS-MC-IDX) TO YTD-TAXABLE.
           ADD MCT-401K (WS-MC-IDX) TO YTD-401K-EE.
           ADD MCT-GROSS (WS-MC-IDX)
               TO YTD-QTR-GROSS (MCT-QTR (WS-MC-IDX)).
           ADD WS-TOTAL-TAX TO YTD-QTR-TAX (MCT-QTR (WS-MC-IDX)).
           ADD MCT-FED-TAX (WS-MC-IDX)
               TO YTD-QTR-FED-TAX (MCT-QTR (WS-MC-IDX)).
           ADD MCT-FICA-TAX (WS-MC-IDX)
               TO YTD-QTR-FICA (MCT-QTR (WS-MC-IDX)).
           IF MCT-STATE-CODE (WS-MC-IDX) NOT = SPACES
               PERFORM 3220-POST-STATE-BUCKET
           END-IF.
           IF MCT-LOCAL-TAX (WS-MC-IDX) > ZERO
               MOVE MCT-LOCAL-CODE (WS-MC-IDX) TO YTD-LOCAL-CODE
               ADD MCT-TAXABLE (WS-MC-IDX) TO YTD-LOCAL-GROSS
               ADD MCT-LOCAL-TAX (WS-MC-IDX) TO YTD-LOCAL-TAX
           END-IF.
           SET MCT-YTD-POSTED (WS-MC-IDX) TO TRUE.

       3220-POST-STATE-BUCKET.
           MOVE ZERO TO WS-STATE-SLOT.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 2
               IF YTD-STATE-CODE (WS-SLOT-IDX)
                       = MCT-STATE-CODE (WS-MC-IDX)
                   MOVE WS-SLOT-IDX TO WS-STATE-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-STATE-SLOT = ZERO
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 2
                   IF YTD-STATE-CODE (WS-SLOT-IDX) = SPACES
                       MOVE MCT-STATE-CODE (WS-MC-IDX)
                           TO YTD-STATE-CODE (WS-SLOT-IDX)
                       MOVE WS-SLOT-IDX TO WS-STATE-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-STATE-SLOT = ZERO
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "MANCHECK" TO EXC-PROGRAM
               MOVE YTD-EMP-ID TO EXC-KEY
               MOVE "STAT" TO EXC-REASON-CODE
               STRING "NO YTD SLOT FOR STATE "
                   MCT-STATE-CODE (WS-MC-IDX)
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
               MOVE WS-RUN-DATE TO EXC-DATE
               SET EXCEPTION-IS-OPEN TO TRUE
               WRITE EXCEPTION-LOG-RECORD
           ELSE
               ADD MCT-TAXABLE (WS-MC-IDX)
                   TO YTD-STATE-GROSS (WS-STATE-SLOT)
               ADD MCT-STATE-TAX (WS-MC-IDX)
                   TO YTD-STATE-TAX (WS-STATE-SLOT)
           END-IF.

      *> Everything else a PAYCHECK2 payment touches, one accepted
      *> check at a time.
       4000-POST-ONE-CHECK.
           IF WS-MC-IDX = 1
               PERFORM 4010-OPEN-POSTING-FILES
           END-IF.
           PERFORM 4100-WRITE-PAY-HISTORY.
           PERFORM 4200-WRITE-REGISTER-AND-POSPAY.
           PERFORM 4300-WRITE-FED-LIABILITY.
           PERFORM 4400-WRITE-REMITS.
           PERFORM 4500-WRITE-GL-LINES.
           PERFORM 4600-LOG-MANUAL-CHECK.
           ADD 1 TO WS-POSTED-COUNT.
           IF WS-MC-IDX = WS-MC-COUNT
               CLOSE CHECK-REGISTER-FILE POSITIVE-PAY-FILE
                   FED-LIABILITY-FILE REMIT-DETAIL-FILE
                   GL-EXTRACT-FILE GL-POSTING-FILE AUDIT-LOG-FILE
                   GARNISHMENT-MASTER
           END-IF.

       4010-OPEN-POSTING-FILES.
           OPEN EXTEND CHECK-REGISTER-FILE.
           OPEN EXTEND POSITIVE-PAY-FILE.
           OPEN EXTEND FED-LIABILITY-FILE.
           OPEN EXTEND REMIT-DETAIL-FILE.
           OPEN EXTEND GL-EXTRACT-FILE.
           OPEN EXTEND GL-POSTING-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O GARNISHMENT-MASTER.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " (" WS-COMPANY-CODE ") GL MANUAL CHECK POSTING "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.

       4100-WRITE-PAY-HISTORY.
           INITIALIZE PAY-HISTORY-RECORD.
           MOVE MCT-EMP-ID (WS-MC-IDX) TO PH-EMP-ID.
           MOVE MCT-PERIOD-NO (WS-MC-IDX) TO PH-PERIOD-NO.
           MOVE "M" TO PH-RUN-TYPE.
           MOVE MCT-PERIOD-END (WS-MC-IDX) TO PH-PERIOD-END.
           MOVE MCT-CHECK-DATE (WS-MC-IDX) TO PH-CHECK-DATE.
           MOVE ZERO TO PH-HOURS-WORKED.
           MOVE MCT-HOURLY-RATE (WS-MC-IDX) TO PH-HOURLY-RATE.
           MOVE MCT-GROSS (WS-MC-IDX) TO PH-GROSS-PAY.
           MOVE MCT-FED-TAX (WS-MC-IDX) TO PH-FEDERAL-TAX.
           MOVE MCT-STATE-TAX (WS-MC-IDX) TO PH-STATE-TAX.
           MOVE MCT-FICA-TAX (WS-MC-IDX) TO PH-FICA-TAX.
           MOVE MCT-HEALTH (WS-MC-IDX) TO PH-HEALTH-PREMIUM.
           MOVE MCT-401K (WS-MC-IDX) TO PH-RETIREMENT-401K.
           MOVE MCT-GARNISH (WS-MC-IDX) TO PH-GARNISHMENT.
           MOVE MCT-NET (WS-MC-IDX) TO PH-NET-PAY.
           MOVE MCT-PRETAX (WS-MC-IDX) TO PH-PRETAX-DEDUCT.
           MOVE MCT-LOCAL-TAX (WS-MC-IDX) TO PH-LOCAL-TAX.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE.

      *> Issued on the register like any check PAYCHECK2 prints, so
      *> CHKRECON clears it and CHKVOID can void it; the "I" row
      *> tells the bank to honor it.
       4200-WRITE-REGISTER-AND-POSPAY.
           MOVE MCT-CHECK-NO (WS-MC-IDX) TO CHK-CHECK-NO.
           MOVE MCT-EMP-ID (WS-MC-IDX) TO CHK-EMP-ID.
           MOVE MCT-EMP-NAME (WS-MC-IDX) TO CHK-EMP-NAME.
           MOVE MCT-CHECK-DATE (WS-MC-IDX) TO CHK-DATE.
           MOVE MCT-NET (WS-MC-IDX) TO CHK-AMOUNT.
           SET CHECK-IS-ISSUED TO TRUE.
           MOVE SPACES TO CHK-CLEARED-DATE.
           WRITE CHECK-REGISTER-RECORD.
           SET POSPAY-IS-ISSUE TO TRUE.
           MOVE MCT-CHECK-NO (WS-MC-IDX) TO PP-CHECK-NO.
           MOVE MCT-CHECK-DATE (WS-MC-IDX) TO PP-CHECK-DATE.
           MOVE MCT-NET (WS-MC-IDX) TO PP-AMOUNT.
           MOVE MCT-EMP-NAME (WS-MC-IDX) TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD.

      *> The employer's FICA half mirrors the employee's, as it
      *> does on the pay run's liability row.
       4300-WRITE-FED-LIABILITY.
           MOVE MCT-CHECK-DATE (WS-MC-IDX) TO FL-CHECK-DATE.
           MOVE MCT-FED-TAX (WS-MC-IDX) TO FL-FED-TAX.
           MOVE MCT-FICA-TAX (WS-MC-IDX) TO FL-FICA-EE.
           MOVE MCT-FICA-TAX (WS-MC-IDX) TO FL-FICA-ER.
           SET LIAB-IS-OPEN TO TRUE.
           WRITE FED-LIABILITY-RECORD.

       4400-WRITE-REMITS.
           MOVE MCT-PERIOD-NO (WS-MC-IDX) TO RD-PERIOD-NO.
           MOVE MCT-EMP-ID (WS-MC-IDX) TO RD-EMP-ID.
           SET REMIT-IS-PENDING TO TRUE.
           IF MCT-HEALTH (WS-MC-IDX) > ZERO
               SET REMIT-IS-DEDUCTION TO TRUE
               MOVE "HLTH" TO RD-SOURCE-KEY
               MOVE MCT-HEALTH (WS-MC-IDX) TO RD-AMOUNT
               WRITE REMIT-DETAIL-RECORD
           END-IF.
           IF MCT-401K (WS-MC-IDX) > ZERO
               SET REMIT-IS-DEDUCTION TO TRUE
               MOVE "401K" TO RD-SOURCE-KEY
               MOVE MCT-401K (WS-MC-IDX) TO RD-AMOUNT
               WRITE REMIT-DETAIL-RECORD
           END-IF.
           IF MCT-LOCAL-TAX (WS-MC-IDX) > ZERO
               SET REMIT-IS-LOCAL-TAX TO TRUE
               MOVE MCT-LOCAL-CODE (WS-MC-IDX) TO RD-SOURCE-KEY
               MOVE MCT-LOCAL-TAX (WS-MC-IDX) TO RD-AMOUNT
               WRITE REMIT-DETAIL-RECORD
           END-IF.
           IF MCT-GARNISH (WS-MC-IDX) > ZERO
               PERFORM 4410-APPLY-GARNISHMENT
           END-IF.

      *> The garnishment written on the check pays down the
      *> employee's active orders in key order, each take remitted
      *> under its own order ID; anything beyond every open
      *> balance is logged for payroll to refund.
       4410-APPLY-GARNISHMENT.
           MOVE MCT-GARNISH (WS-MC-IDX) TO WS-GARN-LEFT.
           SET GARN-SCAN-RUNNING TO TRUE.
           MOVE MCT-EMP-ID (WS-MC-IDX) TO GO-EMP-ID.
           MOVE LOW-VALUES TO GO-ORDER-ID.
           START GARNISHMENT-MASTER KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   SET GARN-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL GARN-SCAN-DONE OR WS-GARN-LEFT = ZERO
               READ GARNISHMENT-MASTER NEXT RECORD
                   AT END
                       SET GARN-SCAN-DONE TO TRUE
                   NOT AT END
                       IF GO-EMP-ID NOT = MCT-EMP-ID (WS-MC-IDX)
                           SET GARN-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 4420-TAKE-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GARN-LEFT > ZERO
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "MANCHECK" TO EXC-PROGRAM
               MOVE MCT-EMP-ID (WS-MC-IDX) TO EXC-KEY
               MOVE "VALX" TO EXC-REASON-CODE
               MOVE "GARNISHMENT EXCEEDS OPEN ORDER BALANCES"
                   TO EXC-REASON-TEXT
               MOVE WS-RUN-DATE TO EXC-DATE
               SET EXCEPTION-IS-OPEN TO TRUE
               WRITE EXCEPTION-LOG-RECORD
           END-IF.

       4420-TAKE-ONE-ORDER.
           IF ORDER-IS-ACTIVE AND GO-REMAINING-BAL > ZERO
               IF WS-GARN-LEFT > GO-REMAINING-BAL
                   MOVE GO-REMAINING-BAL TO WS-GARN-TAKE
               ELSE
                   MOVE WS-GARN-LEFT TO WS-GARN-TAKE
               END-IF
               SUBTRACT WS-GARN-TAKE FROM GO-REMAINING-BAL
               SUBTRACT WS-GARN-TAKE FROM WS-GARN-LEFT
               IF GO-REMAINING-BAL = ZERO
                   SET ORDER-IS-SATISFIED TO TRUE
               END-IF
               REWRITE GARNISHMENT-ORDER-RECORD
               SET REMIT-IS-GARNISHMENT TO TRUE
               MOVE GO-ORDER-ID TO RD-SOURCE-KEY
               MOVE WS-GARN-TAKE TO RD-AMOUNT
               SET REMIT-IS-PENDING TO TRUE
               WRITE REMIT-DETAIL-RECORD
           END-IF.

      *> The pay run's GL lines for one check, under the employee's
      *> department: wages against cash, withholdings, and taxes,
      *> then the employer's own tax expense and liability.
       4500-WRITE-GL-LINES.
           MOVE MCT-CHECK-NO (WS-MC-IDX) TO DISPLAY-CHECK-NO.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "MANUAL CHECK " DISPLAY-CHECK-NO " EMP "
               MCT-EMP-ID (WS-MC-IDX) " PERIOD "
               MCT-PERIOD-NO (WS-MC-IDX)
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE SPACES TO WS-GP-LABEL.
           MOVE "DR" TO WS-GP-DRCR.
           MOVE GL-ACCT-WAGES-EXPENSE TO WS-GP-ACCOUNT.
           MOVE MCT-GROSS (WS-MC-IDX) TO WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           MOVE "CR" TO WS-GP-DRCR.
           MOVE GL-ACCT-CASH TO WS-GP-ACCOUNT.
           MOVE MCT-NET (WS-MC-IDX) TO WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           MOVE GL-ACCT-WITHHOLDING TO WS-GP-ACCOUNT.
           ADD MCT-HEALTH (WS-MC-IDX) MCT-401K (WS-MC-IDX)
               MCT-GARNISH (WS-MC-IDX) GIVING WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           MOVE GL-ACCT-TAX-WH TO WS-GP-ACCOUNT.
           ADD MCT-FED-TAX (WS-MC-IDX) MCT-STATE-TAX (WS-MC-IDX)
               MCT-FICA-TAX (WS-MC-IDX) GIVING WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           IF MCT-LOCAL-TAX (WS-MC-IDX) > ZERO
               MOVE GL-ACCT-LOCAL-TAX TO WS-GP-ACCOUNT
               MOVE MCT-LOCAL-TAX (WS-MC-IDX) TO WS-GP-AMOUNT
               PERFORM 4550-WRITE-ONE-GL-LINE
           END-IF.
           MOVE "DR" TO WS-GP-DRCR.
           MOVE GL-ACCT-ER-TAX-EXP TO WS-GP-ACCOUNT.
           MOVE " FICA" TO WS-GP-LABEL.
           MOVE MCT-FICA-TAX (WS-MC-IDX) TO WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           MOVE " FUTA" TO WS-GP-LABEL.
           MOVE MCT-ER-FUTA (WS-MC-IDX) TO WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           MOVE " SUTA" TO WS-GP-LABEL.
           MOVE MCT-ER-SUTA (WS-MC-IDX) TO WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.
           MOVE "CR" TO WS-GP-DRCR.
           MOVE GL-ACCT-ER-TAX-LIAB TO WS-GP-ACCOUNT.
           MOVE " ER TAXES" TO WS-GP-LABEL.
           ADD MCT-FICA-TAX (WS-MC-IDX) MCT-ER-FUTA (WS-MC-IDX)
               MCT-ER-SUTA (WS-MC-IDX) GIVING WS-GP-AMOUNT.
           PERFORM 4550-WRITE-ONE-GL-LINE.

      *> Printable extract line and its fixed-field posting row for
      *> GLACK, the pair PAYCHECK2's 8920/8926 write.
       4550-WRITE-ONE-GL-LINE.
           MOVE WS-GP-AMOUNT TO DISPLAY-GL-AMOUNT.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING MCT-DEPT (WS-MC-IDX) " " WS-GP-DRCR " "
               WS-GP-ACCOUNT " " DISPLAY-GL-AMOUNT WS-GP-LABEL
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE WS-RUN-DATE TO GP-POST-DATE.
           MOVE MCT-PERIOD-NO (WS-MC-IDX) TO GP-PERIOD-NO.
           MOVE MCT-DEPT (WS-MC-IDX) TO GP-DEPT.
           MOVE WS-GP-DRCR TO GP-DRCR.
           MOVE WS-GP-ACCOUNT TO GP-ACCOUNT.
           MOVE WS-GP-AMOUNT TO GP-AMOUNT.
           MOVE "USD" TO GP-CURRENCY.
           MOVE 1 TO GP-FX-RATE.
           MOVE WS-GP-AMOUNT TO GP-FOREIGN-AMOUNT.
           SET POSTING-IS-OPEN TO TRUE.
           MOVE SPACES TO GP-ACK-REASON.
           WRITE GL-POSTING-RECORD.

       4600-LOG-MANUAL-CHECK.
           MOVE MCT-CHECK-NO (WS-MC-IDX) TO DISPLAY-CHECK-NO.
           MOVE MCT-NET (WS-MC-IDX) TO DISPLAY-AMOUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING "CHECK " DISPLAY-CHECK-NO " M EMP="
               MCT-EMP-ID (WS-MC-IDX) " NET=" DISPLAY-AMOUNT
               " BY=" MCT-ENTERED-BY (WS-MC-IDX)
               " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       8700-PRINT-TOTALS.
           MOVE SPACES TO MANUAL-REGISTER-LINE.
           WRITE MANUAL-REGISTER-LINE.
           MOVE SPACES TO MANUAL-REGISTER-LINE.
           STRING "CHECKS POSTED: " WS-POSTED-COUNT
               "   REJECTED: " WS-REJECT-COUNT
               "   TAX WARNINGS: " WS-WARN-COUNT
               DELIMITED BY SIZE INTO MANUAL-REGISTER-LINE.
           WRITE MANUAL-REGISTER-LINE.
           IF WS-POSTED-COUNT > ZERO
               MOVE "YTDMOUT WRITTEN - PROMOTE TO YTDMAST"
                   TO MANUAL-REGISTER-LINE
               WRITE MANUAL-REGISTER-LINE
           END-IF.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "MANCHECK OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " POSTED=" WS-POSTED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE MANUAL-CHECK-FILE EMPLOYEE-MASTER DEDUCTION-MASTER
               PAY-HISTORY-FILE MANUAL-REGISTER-FILE EXCEPTION-LOG
               RUN-LOG-FILE.
