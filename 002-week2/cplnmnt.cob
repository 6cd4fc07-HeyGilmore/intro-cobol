       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLNMNT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Sales commission plan maintenance. Applies add/change/
      ** retire transactions from CPLNTRAN against the indexed
      ** COMMPLAN master, the same "transaction file drives updates
      ** to a master" approach LOANMNT uses for LOANMSTR. An add
      ** sets up the rep's quota, tier bands, and monthly draw with
      ** nothing owed; a change re-sets any of them (a blank field is
      ** left as it was); a retire stops COMMRUN pricing the rep but
      ** keeps the row, and any draw still owed, on the master. The
      ** draw balance itself is COMMRUN's to move - no transaction
      ** here touches it. Every applied transaction is logged to
      ** CPLNAUDT with before/after values, the same convention as
      ** EMPAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMMISSION-PLAN ASSIGN TO "COMMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-EMP-ID.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT MAINTENANCE-FILE ASSIGN TO "CPLNTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "CPLNAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-PLAN.
       01  COMMISSION-PLAN-RECORD.
           COPY COMMPLRC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

      *> One maintenance action per rep per run: A adds the rep's
      *> plan, C changes it, X retires it. The tier bands go in as a
      *> set - on a change, all three or none.
       FD  MAINTENANCE-FILE.
       01  MAINT-RECORD.
           05  CT-EMP-ID             PIC X(6).
           05  CT-ACTION-CODE        PIC X(1).
               88  CT-IS-ADD                   VALUE "A".
               88  CT-IS-CHANGE                VALUE "C".
               88  CT-IS-RETIRE                VALUE "X".
           05  CT-PLAN-NAME          PIC X(20).
           05  CT-QUOTA              PIC 9(7)V99.
           05  CT-QUOTA-X REDEFINES CT-QUOTA
                                     PIC X(9).
           05  CT-TIER-AREA.
               10  CT-TIER OCCURS 3 TIMES.
                   15  CT-TIER-UPTO-PCT  PIC 9(3).
                   15  CT-TIER-RATE      PIC V9999.
           05  CT-TIER-AREA-X REDEFINES CT-TIER-AREA
                                     PIC X(21).
           05  CT-DRAW-AMOUNT        PIC 9(5)V99.
           05  CT-DRAW-AMOUNT-X REDEFINES CT-DRAW-AMOUNT
                                     PIC X(7).
           05  CT-CHANGED-BY         PIC X(10).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE            PIC X(80).

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-MAINT-EOF-SWITCH   PIC X(1) VALUE "N".
           88  MAINT-END-OF-FILE          VALUE "Y".
       01  WS-EDIT-SWITCH        PIC X(1) VALUE "Y".
           88  ENTRY-PASSES-EDIT          VALUE "Y".
           88  ENTRY-FAILS-EDIT           VALUE "N".
       01  WS-REJECT-TEXT        PIC X(40).
       01  WS-TIER-IDX           PIC 9(1).
       01  WS-PRIOR-PCT          PIC 9(3).
       01  WS-OPEN-TIER-SWITCH   PIC X(1).
           88  OPEN-TIER-WAS-SEEN         VALUE "Y".
       01  WS-OLD-QUOTA          PIC 9(7)V99.
       01  WS-OLD-DRAW           PIC 9(5)V99.
       01  WS-RUN-DATE           PIC X(10).
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
       01  DISPLAY-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  DISPLAY-OLD-AMOUNT    PIC Z,ZZZ,ZZ9.99.

      *> Commission terms set what a rep is paid, so they are
      *> maintain-role work through the shared AUTHCHK subprogram,
      *> exactly like EMPMAINT.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-MAINTENANCE
               PERFORM 2000-APPLY-TRANSACTIONS
                   UNTIL MAINT-END-OF-FILE
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1020-CHECK-AUTHORIZATION.
           MOVE "CPLNMNT" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO MAINTENANCE "
                   "WILL BE APPLIED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "CPLNMNT OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       1000-OPEN-FILES.
           OPEN I-O COMMISSION-PLAN.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT MAINTENANCE-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1100-READ-MAINTENANCE.
           READ MAINTENANCE-FILE
               AT END SET MAINT-END-OF-FILE TO TRUE
           END-READ.

       2000-APPLY-TRANSACTIONS.
           EVALUATE TRUE
               WHEN CT-IS-ADD
                   PERFORM 2100-ADD-PLAN
               WHEN CT-IS-CHANGE
                   PERFORM 2200-CHANGE-PLAN
               WHEN CT-IS-RETIRE
                   PERFORM 2300-RETIRE-PLAN
               WHEN OTHER
                   DISPLAY "*** UNKNOWN ACTION CODE FOR PLAN: "
                       CT-EMP-ID " - SKIPPED ***"
           END-EVALUATE.
           PERFORM 1100-READ-MAINTENANCE.

      *> A plan goes only to an employed rep, and it has to carry a
      *> quota to size the bands from and a band set that ends open.
       2100-ADD-PLAN.
           SET ENTRY-PASSES-EDIT TO TRUE.
           MOVE CT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET ENTRY-FAILS-EDIT TO TRUE
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF NOT EMP-IS-EMPLOYED
                       SET ENTRY-FAILS-EDIT TO TRUE
                       MOVE "EMPLOYEE NOT EMPLOYED" TO WS-REJECT-TEXT
                   END-IF
           END-READ.
           IF ENTRY-PASSES-EDIT
               AND (CT-QUOTA NOT NUMERIC OR CT-QUOTA = ZERO)
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "QUOTA MISSING OR NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               PERFORM 2500-EDIT-TIERS
           END-IF.
           IF ENTRY-PASSES-EDIT AND CT-DRAW-AMOUNT-X NOT = SPACES
               AND CT-DRAW-AMOUNT NOT NUMERIC
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "DRAW NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT
               PERFORM 2150-WRITE-PLAN
           ELSE
               PERFORM 2900-DISPLAY-REJECT
           END-IF.

       2150-WRITE-PLAN.
           INITIALIZE COMMISSION-PLAN-RECORD.
           MOVE CT-EMP-ID TO CP-EMP-ID.
           MOVE CT-PLAN-NAME TO CP-PLAN-NAME.
           MOVE CT-QUOTA TO CP-QUOTA.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE CT-TIER-UPTO-PCT (WS-TIER-IDX)
                   TO CP-TIER-UPTO-PCT (WS-TIER-IDX)
               MOVE CT-TIER-RATE (WS-TIER-IDX)
                   TO CP-TIER-RATE (WS-TIER-IDX)
           END-PERFORM.
           IF CT-DRAW-AMOUNT-X = SPACES
               MOVE ZERO TO CP-DRAW-AMOUNT
           ELSE
               MOVE CT-DRAW-AMOUNT TO CP-DRAW-AMOUNT
           END-IF.
           MOVE ZERO TO CP-DRAW-BALANCE.
           MOVE SPACES TO CP-LAST-MONTH.
           SET CP-IS-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO CP-CHANGED-DATE.
           WRITE COMMISSION-PLAN-RECORD
               INVALID KEY
                   MOVE "REP ALREADY HAS A PLAN" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   PERFORM 2910-LOG-ADD
           END-WRITE.

       2200-CHANGE-PLAN.
           MOVE CT-EMP-ID TO CP-EMP-ID.
           READ COMMISSION-PLAN
               INVALID KEY
                   MOVE "PLAN NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   PERFORM 2250-EDIT-CHANGE
                   IF ENTRY-PASSES-EDIT
                       PERFORM 2260-APPLY-CHANGE
                   ELSE
                       PERFORM 2900-DISPLAY-REJECT
                   END-IF
           END-READ.

       2250-EDIT-CHANGE.
           SET ENTRY-PASSES-EDIT TO TRUE.
           IF NOT CP-IS-ACTIVE
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "PLAN IS RETIRED" TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT AND CT-QUOTA-X NOT = SPACES
               AND (CT-QUOTA NOT NUMERIC OR CT-QUOTA = ZERO)
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "QUOTA NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF.
           IF ENTRY-PASSES-EDIT AND CT-TIER-AREA-X NOT = SPACES
               PERFORM 2500-EDIT-TIERS
           END-IF.
           IF ENTRY-PASSES-EDIT AND CT-DRAW-AMOUNT-X NOT = SPACES
               AND CT-DRAW-AMOUNT NOT NUMERIC
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "DRAW NOT NUMERIC" TO WS-REJECT-TEXT
           END-IF.

       2260-APPLY-CHANGE.
           MOVE CP-QUOTA TO WS-OLD-QUOTA.
           MOVE CP-DRAW-AMOUNT TO WS-OLD-DRAW.
           IF CT-PLAN-NAME NOT = SPACES
               MOVE CT-PLAN-NAME TO CP-PLAN-NAME
           END-IF.
           IF CT-QUOTA-X NOT = SPACES
               MOVE CT-QUOTA TO CP-QUOTA
           END-IF.
           IF CT-TIER-AREA-X NOT = SPACES
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > 3
                   MOVE CT-TIER-UPTO-PCT (WS-TIER-IDX)
                       TO CP-TIER-UPTO-PCT (WS-TIER-IDX)
                   MOVE CT-TIER-RATE (WS-TIER-IDX)
                       TO CP-TIER-RATE (WS-TIER-IDX)
               END-PERFORM
           END-IF.
           IF CT-DRAW-AMOUNT-X NOT = SPACES
               MOVE CT-DRAW-AMOUNT TO CP-DRAW-AMOUNT
           END-IF.
           MOVE WS-RUN-DATE TO CP-CHANGED-DATE.
           REWRITE COMMISSION-PLAN-RECORD.
           PERFORM 2920-LOG-CHANGE.

      *> The row stays so the draw still owed is not lost with it;
      *> the retire line on CPLNAUDT shows what is outstanding.
       2300-RETIRE-PLAN.
           MOVE CT-EMP-ID TO CP-EMP-ID.
           READ COMMISSION-PLAN
               INVALID KEY
                   MOVE "PLAN NOT ON MASTER" TO WS-REJECT-TEXT
                   PERFORM 2900-DISPLAY-REJECT
               NOT INVALID KEY
                   IF CP-IS-ACTIVE
                       SET CP-IS-RETIRED TO TRUE
                       MOVE WS-RUN-DATE TO CP-CHANGED-DATE
                       REWRITE COMMISSION-PLAN-RECORD
                       PERFORM 2930-LOG-RETIRE
                   ELSE
                       MOVE "PLAN ALREADY RETIRED" TO WS-REJECT-TEXT
                       PERFORM 2900-DISPLAY-REJECT
                   END-IF
           END-READ.

      *> Every band needs a rate; the ceilings have to climb; and
      *> the set has to end in an open (999) band, or sales past the
      *> last ceiling would earn nothing at all.
       2500-EDIT-TIERS.
           MOVE ZERO TO WS-PRIOR-PCT.
           MOVE "N" TO WS-OPEN-TIER-SWITCH.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3 OR OPEN-TIER-WAS-SEEN
                       OR ENTRY-FAILS-EDIT
               IF CT-TIER-UPTO-PCT (WS-TIER-IDX) NOT NUMERIC
                   OR CT-TIER-RATE (WS-TIER-IDX) NOT NUMERIC
                   SET ENTRY-FAILS-EDIT TO TRUE
                   MOVE "TIER BAND NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE
                   IF CT-TIER-UPTO-PCT (WS-TIER-IDX)
                           NOT > WS-PRIOR-PCT
                       SET ENTRY-FAILS-EDIT TO TRUE
                       MOVE "TIER CEILINGS NOT ASCENDING"
                           TO WS-REJECT-TEXT
                   END-IF
                   MOVE CT-TIER-UPTO-PCT (WS-TIER-IDX)
                       TO WS-PRIOR-PCT
                   IF WS-PRIOR-PCT = 999
                       SET OPEN-TIER-WAS-SEEN TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF ENTRY-PASSES-EDIT AND NOT OPEN-TIER-WAS-SEEN
               SET ENTRY-FAILS-EDIT TO TRUE
               MOVE "LAST TIER MUST BE OPEN-ENDED (999)"
                   TO WS-REJECT-TEXT
           END-IF.

       2900-DISPLAY-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "*** " CT-ACTION-CODE " REJECTED FOR PLAN "
               CT-EMP-ID " - " WS-REJECT-TEXT " ***".

       2910-LOG-ADD.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE CP-QUOTA TO DISPLAY-AMOUNT.
           MOVE CP-DRAW-AMOUNT TO DISPLAY-OLD-AMOUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING CP-EMP-ID " ADD QUOTA=" DISPLAY-AMOUNT
               " DRAW=" DISPLAY-OLD-AMOUNT
               " BY=" CT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2920-LOG-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WS-OLD-QUOTA TO DISPLAY-OLD-AMOUNT.
           MOVE CP-QUOTA TO DISPLAY-AMOUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING CP-EMP-ID " CHANGE QUOTA=" DISPLAY-OLD-AMOUNT
               "/" DISPLAY-AMOUNT
               " BY=" CT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           IF CP-DRAW-AMOUNT NOT = WS-OLD-DRAW
               MOVE WS-OLD-DRAW TO DISPLAY-OLD-AMOUNT
               MOVE CP-DRAW-AMOUNT TO DISPLAY-AMOUNT
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING CP-EMP-ID " CHANGE DRAW=" DISPLAY-OLD-AMOUNT
                   "/" DISPLAY-AMOUNT
                   " BY=" CT-CHANGED-BY " ON=" WS-RUN-DATE
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               WRITE AUDIT-LOG-LINE
           END-IF.
           IF CT-TIER-AREA-X NOT = SPACES
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING CP-EMP-ID " CHANGE TIERS=" CT-TIER-AREA-X
                   " BY=" CT-CHANGED-BY " ON=" WS-RUN-DATE
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               WRITE AUDIT-LOG-LINE
           END-IF.

       2930-LOG-RETIRE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE CP-DRAW-BALANCE TO DISPLAY-AMOUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING CP-EMP-ID " RETIRE DRAW-OWED=" DISPLAY-AMOUNT
               " BY=" CT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE COMMISSION-PLAN EMPLOYEE-MASTER MAINTENANCE-FILE
               AUDIT-LOG-FILE RUN-LOG-FILE.
