       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRECRT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Quarterly access recertification and segregation-of-duties
      ** report. AUTHCHK enforces the AUTHUSR roles run by run; this
      ** is the quarterly answer to who holds which roles, whether
      ** they use them, and whether any operator holds a conflicting
      ** pair. For every AUTHUSR operator it lists:
      ** - the roles held, and for each whether anything on the run
      **   trail exercised it;
      ** - the last activity per program - RUNLOG's OPERATOR= lines,
      **   BANKAPPR's DECIDED-BY= decisions on EMPAUDIT, and the
      **   timesheet approvals on TSAPPR;
      ** - DORMANT when nothing is on that trail inside the RCRTPARM
      **   window (90 days by default);
      ** - LOCKOUT history from the LOCKOUT file, and LOCKED when it
      **   has reached AUTHCHK's three-failure refusal;
      ** - SOD for every SODRULE role combination the operator holds
      **   (a rule naming one role twice is a role that by itself
      **   covers both halves of a duty - "M" keys a bank change on
      **   EMPMAINT and approves it on BANKAPPR);
      ** - where the quarter's recertification stands on RCRTLOG.
      ** Activity by an operator no longer on AUTHUSR is listed at
      ** the end. The run also prints RCRTWKSH.TXT, a worksheet per
      ** reviewing manager (RCRTMAP) for the manager to mark keep,
      ** revoke, or change, sign, and return for keying to RCRTATST -
      ** RCRTLOAD loads and logs the attestations. Run on demand by
      ** an operator with the report role; the report is
      ** ACCRECRT.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORIZED-USERS-FILE ASSIGN TO "AUTHUSR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCRT-PARM-FILE ASSIGN TO "RCRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REVIEWER-MAP-FILE ASSIGN TO "RCRTMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SOD-RULE-FILE ASSIGN TO "SODRULE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "TSAPPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCRT-LOG-FILE ASSIGN TO "RCRTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCRT-REPORT-FILE ASSIGN TO "ACCRECRT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSHEET-FILE ASSIGN TO "RCRTWKSH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORIZED-USERS-FILE.
       01  AUTH-USER-RECORD.
           05  AUTH-OPERATOR-ID    PIC X(8).
           05  AUTH-PASSCODE       PIC X(8).
           05  AUTH-ROLES          PIC X(4).
           05  AUTH-EMP-ID         PIC X(6).

      *> Days without activity that make an operator dormant.
       FD  RCRT-PARM-FILE.
       01  RCRT-PARM-RECORD.
           05  RCP-DORMANT-DAYS    PIC 9(3).

      *> Which manager recertifies which operator.
       FD  REVIEWER-MAP-FILE.
       01  REVIEWER-MAP-RECORD.
           05  RM-OPERATOR-ID      PIC X(8).
           05  RM-REVIEWER-ID      PIC X(8).

      *> Role combinations one operator must not hold.
       FD  SOD-RULE-FILE.
       01  SOD-RULE-RECORD.
           05  SR-ROLE-1           PIC X(1).
           05  SR-ROLE-2           PIC X(1).
           05  SR-DESCRIPTION      PIC X(40).

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE          PIC X(80).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           COPY TSAPPRRC.

       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD.
           05  LK-OPERATOR-ID      PIC X(8).
           05  LK-FAIL-DATE        PIC X(10).

       FD  RCRT-LOG-FILE.
       01  RCRT-LOG-RECORD.
           COPY RCRTLGRC.

       FD  RCRT-REPORT-FILE.
       01  RCRT-REPORT-LINE        PIC X(80).

       FD  WORKSHEET-FILE.
       01  WORKSHEET-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-QUARTER            PIC X(6).
       01  WS-RUN-MONTH          PIC 9(2).
       01  WS-QUARTER-NO         PIC 9(1).

      *> Dashed date <-> day number through YYYYMMDD digits.
       01  WS-DATE-INT           PIC 9(8).
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-DATE-DIGITS-X REDEFINES WS-DATE-DIGITS PIC X(8).

       01  WS-DORMANT-DAYS       PIC 9(3) VALUE 90.
       01  WS-DORMANT-CUTOFF     PIC X(10).

       01  WS-EOF-SWITCH         PIC X(1) VALUE "N".
           88  END-OF-FILE                VALUE "Y".
       01  WS-FOUND-SWITCH       PIC X(1).
           88  ENTRY-WAS-FOUND            VALUE "Y".
       01  WS-KNOWN-SWITCH       PIC X(1).
           88  OPERATOR-IS-KNOWN          VALUE "Y".

      *> Which role each gated program needs - the role it passes
      *> AUTHCHK, or the one it verifies its signers against - so
      *> a program on the trail says which role was exercised.
       01  WS-PROGRAM-ROLE-VALUES.
           05  FILLER PIC X(50) VALUE
               "PAYCHECK1RPAYCHECK2RACHREV   RMANCHECK RRKFEED   R".
           05  FILLER PIC X(50) VALUE
               "EMPMAINT MBANKAPPR MALLOCMNT MDEDMAINT MLOANMNT  M".
           05  FILLER PIC X(50) VALUE
               "CPLNMNT  MRATESWP  MLVPOST   MCOXFER   MCOMMRUN  M".
           05  FILLER PIC X(50) VALUE
               "GROSSUP  MTERMWKSH MCOBRANOT MBENFEED  MCNTMAINT M".
           05  FILLER PIC X(50) VALUE
               "TSAPPRV  SATTNRPT  SSCHDMNT  SPTOMAINT SGRADES1  G".
           05  FILLER PIC X(50) VALUE
               "STUMAINT GGRDCORR  GDEGAUDIT GACADSTND GVERIFLTR O".
           05  FILLER PIC X(50) VALUE
               "FRAUDSWP OACCRECRT OEMPINQ   IPREREQ   GGRDAPPR  T".
           05  FILLER PIC X(40) VALUE
               "CLSRANK  GGRDSUBM  GSAPEVAL  GETRANS   T".
           05  FILLER PIC X(20) VALUE "ATTROLL  GAWDCONF  T".
       01  WS-PROGRAM-ROLE-TABLE REDEFINES WS-PROGRAM-ROLE-VALUES.
           05  WS-PR-ENTRY OCCURS 41 TIMES.
               10  PRT-PROGRAM         PIC X(9).
               10  PRT-ROLE            PIC X(1).
       01  WS-PR-COUNT           PIC 9(2) VALUE 41.
       01  WS-PR-IDX             PIC 9(2).

      *> The rules used when no SODRULE dataset is supplied.
       01  WS-DEFAULT-SOD-VALUES.
           05  FILLER PIC X(42) VALUE
               "MMKEY BANK CHANGES AND APPROVE THEM".
           05  FILLER PIC X(42) VALUE
               "SRAPPROVE TIMESHEETS AND RUN PAYROLL".
           05  FILLER PIC X(42) VALUE
               "MRMAINTAIN EMPLOYEES AND RUN PAYROLL".
       01  WS-DEFAULT-SOD-TABLE REDEFINES WS-DEFAULT-SOD-VALUES.
           05  WS-DS-ENTRY OCCURS 3 TIMES.
               10  DST-ROLE-1          PIC X(1).
               10  DST-ROLE-2          PIC X(1).
               10  DST-DESCRIPTION     PIC X(40).

       01  WS-SOD-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SOD-IDX            PIC 9(2).
       01  WS-SOD-TABLE.
           05  WS-SOD-ENTRY OCCURS 20 TIMES.
               10  SDT-ROLE-1          PIC X(1).
               10  SDT-ROLE-2          PIC X(1).
               10  SDT-DESCRIPTION     PIC X(40).

      *> The operators, the same table size BANKAPPR and TSAPPRV
      *> load AUTHUSR into, with everything found about each.
       01  WS-OP-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-OP-IDX             PIC 9(2).
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 20 TIMES.
               10  OPT-OPERATOR-ID     PIC X(8).
               10  OPT-ROLES           PIC X(4).
               10  OPT-EMP-ID          PIC X(6).
               10  OPT-REVIEWER-ID     PIC X(8).
               10  OPT-LAST-DATE       PIC X(10).
      *> "Y" under each position of OPT-ROLES the trail exercised.
               10  OPT-ROLE-USED       PIC X(4).
               10  OPT-FAIL-COUNT      PIC 9(3).
               10  OPT-LAST-FAIL       PIC X(10).
               10  OPT-SOD-HITS        PIC 9(2).
               10  OPT-DORMANT-FLAG    PIC X(1).
               10  OPT-DECISION        PIC X(1).
               10  OPT-NEW-ROLES       PIC X(4).
               10  OPT-ATTESTED-BY     PIC X(8).
               10  OPT-ATTEST-DATE     PIC X(10).

      *> Last use and run count per operator and program.
       01  WS-ACT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-ACT-MAX            PIC 9(3) VALUE 400.
       01  WS-ACT-IDX            PIC 9(3).
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 400 TIMES.
               10  ACT-OPERATOR-ID     PIC X(8).
               10  ACT-PROGRAM         PIC X(9).
               10  ACT-LAST-DATE       PIC X(10).
               10  ACT-RUNS            PIC 9(4).

      *> One use pulled off a trail line.
       01  WS-USE-OPERATOR       PIC X(8).
       01  WS-USE-PROGRAM        PIC X(9).
       01  WS-USE-DATE           PIC X(10).
       01  WS-TAG-POS            PIC 9(2).

      *> Distinct reviewers, for the worksheet pages.
       01  WS-RV-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-RV-IDX             PIC 9(2).
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 21 TIMES.
               10  RVT-REVIEWER-ID     PIC X(8).

       01  WS-ROLE-IDX           PIC 9(1).
       01  WS-ROLE-HITS          PIC 9(1).
       01  WS-ROLE-CODE          PIC X(1).
       01  WS-ROLE-NAME          PIC X(20).
       01  WS-FLAG-TEXT          PIC X(24).
       01  WS-FLAG-PTR           PIC 9(2).
       01  WS-HOLDS-1            PIC 9(1).
       01  WS-HOLDS-2            PIC 9(1).
       01  WS-REVIEWER-SHOWN     PIC X(8).

       01  WS-DORMANT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-LOCKOUT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-LOCKED-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-SOD-OP-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-ATTESTED-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT  PIC 9(3) VALUE ZERO.
       01  WS-UNMAPPED-COUNT     PIC 9(3) VALUE ZERO.
       01  DISPLAY-COUNT         PIC ZZ9.
       01  DISPLAY-RUNS          PIC ZZZ9.

       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-READ-RCRT-PARM
               PERFORM 1100-LOAD-OPERATORS
               PERFORM 1150-LOAD-REVIEWERS
               PERFORM 1200-LOAD-SOD-RULES
               PERFORM 1300-SCAN-RUN-LOG
               PERFORM 1350-SCAN-BANK-DECISIONS
               PERFORM 1400-SCAN-TIMESHEET-APPROVALS
               PERFORM 1450-LOAD-LOCKOUTS
               PERFORM 1500-LOAD-ATTESTATIONS
               PERFORM 2000-EVALUATE-OPERATOR
                   VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM 3000-PRINT-REPORT
               PERFORM 4000-PRINT-WORKSHEETS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN OUTPUT RCRT-REPORT-FILE.
           OPEN OUTPUT WORKSHEET-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-DATE-RAW (5:2) TO WS-RUN-MONTH.
           COMPUTE WS-QUARTER-NO = (WS-RUN-MONTH + 2) / 3.
           STRING WS-DATE-RAW (1:4) "Q" WS-QUARTER-NO
               DELIMITED BY SIZE INTO WS-QUARTER.

       1020-CHECK-AUTHORIZATION.
           MOVE "ACCRECRT" TO AUTH-PROGRAM-NAME.
           MOVE "O" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO ACCESS "
                   "RECERTIFICATION WILL BE PRINTED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> A missing RCRTPARM (SELECT OPTIONAL) reads as an immediate
      *> AT END and leaves the default window.
       1050-READ-RCRT-PARM.
           OPEN INPUT RCRT-PARM-FILE.
           READ RCRT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RCP-DORMANT-DAYS IS NUMERIC
                       AND RCP-DORMANT-DAYS > ZERO
                       MOVE RCP-DORMANT-DAYS TO WS-DORMANT-DAYS
                   END-IF
           END-READ.
           CLOSE RCRT-PARM-FILE.
           MOVE WS-DATE-RAW TO WS-DATE-DIGITS-X.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS)
               - WS-DORMANT-DAYS.
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           STRING WS-DATE-DIGITS-X (1:4) "-" WS-DATE-DIGITS-X (5:2)
               "-" WS-DATE-DIGITS-X (7:2)
               DELIMITED BY SIZE INTO WS-DORMANT-CUTOFF.

       1100-LOAD-OPERATORS.
           OPEN INPUT AUTHORIZED-USERS-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ AUTHORIZED-USERS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-OP-COUNT < 20
                           ADD 1 TO WS-OP-COUNT
                           MOVE SPACES TO WS-OP-ENTRY (WS-OP-COUNT)
                           MOVE ZERO TO OPT-FAIL-COUNT (WS-OP-COUNT)
                               OPT-SOD-HITS (WS-OP-COUNT)
                           MOVE AUTH-OPERATOR-ID
                               TO OPT-OPERATOR-ID (WS-OP-COUNT)
                           MOVE AUTH-ROLES TO OPT-ROLES (WS-OP-COUNT)
                           MOVE AUTH-EMP-ID TO OPT-EMP-ID (WS-OP-COUNT)
                       ELSE
                           DISPLAY "*** ACCRECRT: OVER 20 AUTHUSR "
                               "OPERATORS - " AUTH-OPERATOR-ID
                               " NOT REVIEWED ***"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHORIZED-USERS-FILE.

       1150-LOAD-REVIEWERS.
           OPEN INPUT REVIEWER-MAP-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ REVIEWER-MAP-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                               UNTIL WS-OP-IDX > WS-OP-COUNT
                           IF OPT-OPERATOR-ID (WS-OP-IDX)
                                   = RM-OPERATOR-ID
                               MOVE RM-REVIEWER-ID
                                   TO OPT-REVIEWER-ID (WS-OP-IDX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE REVIEWER-MAP-FILE.

       1200-LOAD-SOD-RULES.
           OPEN INPUT SOD-RULE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ SOD-RULE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SR-ROLE-1 NOT = SPACE AND WS-SOD-COUNT < 20
                           ADD 1 TO WS-SOD-COUNT
                           MOVE SR-ROLE-1 TO SDT-ROLE-1 (WS-SOD-COUNT)
                           MOVE SR-ROLE-2 TO SDT-ROLE-2 (WS-SOD-COUNT)
                           MOVE SR-DESCRIPTION
                               TO SDT-DESCRIPTION (WS-SOD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOD-RULE-FILE.
           IF WS-SOD-COUNT = ZERO
               PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                       UNTIL WS-SOD-IDX > 3
                   MOVE WS-DS-ENTRY (WS-SOD-IDX)
                       TO WS-SOD-ENTRY (WS-SOD-IDX)
               END-PERFORM
               MOVE 3 TO WS-SOD-COUNT
           END-IF.

      *> "PGM OPERATOR=xxxxxxxx ON=yyyy-mm-dd ..." - every gated
      *> program's line. The operator ID is written full width, so
      *> the date always follows it at the same offset. Lines with
      *> no operator (the unattended steps) are passed over.
       1300-SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ RUN-LOG-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ZERO TO WS-TAG-POS
                       INSPECT RUN-LOG-LINE TALLYING WS-TAG-POS
                           FOR CHARACTERS BEFORE INITIAL " OPERATOR="
                       IF WS-TAG-POS > ZERO AND WS-TAG-POS < 50
                           AND RUN-LOG-LINE (WS-TAG-POS + 19:4)
                               = " ON="
                           MOVE RUN-LOG-LINE (1:WS-TAG-POS)
                               TO WS-USE-PROGRAM
                           MOVE RUN-LOG-LINE (WS-TAG-POS + 11:8)
                               TO WS-USE-OPERATOR
                           MOVE RUN-LOG-LINE (WS-TAG-POS + 23:10)
                               TO WS-USE-DATE
                           PERFORM 1600-RECORD-USE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-LOG-FILE.

      *> BANKAPPR signs each decision, not the run: "emp BANK CHANGE
      *> s REQUESTED-BY=... DECIDED-BY=xxxxxxxxxx ON=yyyy-mm-dd".
       1350-SCAN-BANK-DECISIONS.
           OPEN INPUT AUDIT-LOG-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ AUDIT-LOG-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ZERO TO WS-TAG-POS
                       INSPECT AUDIT-LOG-LINE TALLYING WS-TAG-POS
                           FOR CHARACTERS BEFORE INITIAL " DECIDED-BY="
                       IF WS-TAG-POS > ZERO AND WS-TAG-POS < 55
                           AND AUDIT-LOG-LINE (WS-TAG-POS + 23:4)
                               = " ON="
                           MOVE "BANKAPPR" TO WS-USE-PROGRAM
                           MOVE AUDIT-LOG-LINE (WS-TAG-POS + 13:8)
                               TO WS-USE-OPERATOR
                           MOVE AUDIT-LOG-LINE (WS-TAG-POS + 27:10)
                               TO WS-USE-DATE
                           PERFORM 1600-RECORD-USE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.

      *> TSAPPRV's log line carries no operator; the approvals it
      *> wrote do.
       1400-SCAN-TIMESHEET-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ APPROVAL-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF TA-IS-APPROVAL
                           AND TA-APPROVED-BY NOT = SPACES
                           MOVE "TSAPPRV" TO WS-USE-PROGRAM
                           MOVE TA-APPROVED-BY TO WS-USE-OPERATOR
                           MOVE TA-APPROVE-DATE TO WS-USE-DATE
                           PERFORM 1600-RECORD-USE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-FILE.

       1450-LOAD-LOCKOUTS.
           OPEN INPUT LOCKOUT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ LOCKOUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                               UNTIL WS-OP-IDX > WS-OP-COUNT
                           IF OPT-OPERATOR-ID (WS-OP-IDX)
                                   = LK-OPERATOR-ID
                               ADD 1 TO OPT-FAIL-COUNT (WS-OP-IDX)
                               IF LK-FAIL-DATE
                                       > OPT-LAST-FAIL (WS-OP-IDX)
                                   MOVE LK-FAIL-DATE
                                       TO OPT-LAST-FAIL (WS-OP-IDX)
                               END-IF
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE LOCKOUT-FILE.

      *> The quarter's attestations; a later one for the same
      *> operator supersedes an earlier one.
       1500-LOAD-ATTESTATIONS.
           OPEN INPUT RCRT-LOG-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ RCRT-LOG-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF RL-QUARTER = WS-QUARTER
                           PERFORM 1550-APPLY-ATTESTATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RCRT-LOG-FILE.

       1550-APPLY-ATTESTATION.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF OPT-OPERATOR-ID (WS-OP-IDX) = RL-OPERATOR-ID
                   MOVE RL-DECISION TO OPT-DECISION (WS-OP-IDX)
                   MOVE RL-NEW-ROLES TO OPT-NEW-ROLES (WS-OP-IDX)
                   MOVE RL-REVIEWER-ID TO OPT-ATTESTED-BY (WS-OP-IDX)
                   MOVE RL-ATTEST-DATE TO OPT-ATTEST-DATE (WS-OP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1600-RECORD-USE.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF ACT-OPERATOR-ID (WS-ACT-IDX) = WS-USE-OPERATOR
                   AND ACT-PROGRAM (WS-ACT-IDX) = WS-USE-PROGRAM
                   SET ENTRY-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT ENTRY-WAS-FOUND
               IF WS-ACT-COUNT < WS-ACT-MAX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-ACT-IDX
                   MOVE WS-USE-OPERATOR TO ACT-OPERATOR-ID (WS-ACT-IDX)
                   MOVE WS-USE-PROGRAM TO ACT-PROGRAM (WS-ACT-IDX)
                   MOVE SPACES TO ACT-LAST-DATE (WS-ACT-IDX)
                   MOVE ZERO TO ACT-RUNS (WS-ACT-IDX)
                   SET ENTRY-WAS-FOUND TO TRUE
               ELSE
                   DISPLAY "*** ACCRECRT: OVER " WS-ACT-MAX
                       " OPERATOR/PROGRAM PAIRS - " WS-USE-OPERATOR
                       " " WS-USE-PROGRAM " NOT COUNTED ***"
               END-IF
           END-IF.
           IF ENTRY-WAS-FOUND
               ADD 1 TO ACT-RUNS (WS-ACT-IDX)
               IF WS-USE-DATE > ACT-LAST-DATE (WS-ACT-IDX)
                   MOVE WS-USE-DATE TO ACT-LAST-DATE (WS-ACT-IDX)
               END-IF
           END-IF.

      *> Roll the trail up onto the operator: last activity, which
      *> held roles were exercised, dormancy, and SOD conflicts.
       2000-EVALUATE-OPERATOR.
           MOVE SPACES TO OPT-LAST-DATE (WS-OP-IDX)
               OPT-ROLE-USED (WS-OP-IDX).
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF ACT-OPERATOR-ID (WS-ACT-IDX)
                       = OPT-OPERATOR-ID (WS-OP-IDX)
                   IF ACT-LAST-DATE (WS-ACT-IDX)
                           > OPT-LAST-DATE (WS-OP-IDX)
                       MOVE ACT-LAST-DATE (WS-ACT-IDX)
                           TO OPT-LAST-DATE (WS-OP-IDX)
                   END-IF
                   PERFORM 2100-MARK-ROLE-USED
               END-IF
           END-PERFORM.
           IF OPT-LAST-DATE (WS-OP-IDX) < WS-DORMANT-CUTOFF
               MOVE "Y" TO OPT-DORMANT-FLAG (WS-OP-IDX)
               ADD 1 TO WS-DORMANT-COUNT
           END-IF.
           IF OPT-FAIL-COUNT (WS-OP-IDX) > ZERO
               ADD 1 TO WS-LOCKOUT-COUNT
               IF OPT-FAIL-COUNT (WS-OP-IDX) NOT < 3
                   ADD 1 TO WS-LOCKED-COUNT
               END-IF
           END-IF.
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-COUNT
               PERFORM 2200-TEST-SOD-RULE
               IF WS-HOLDS-1 > ZERO AND WS-HOLDS-2 > ZERO
                   ADD 1 TO OPT-SOD-HITS (WS-OP-IDX)
               END-IF
           END-PERFORM.
           IF OPT-SOD-HITS (WS-OP-IDX) > ZERO
               ADD 1 TO WS-SOD-OP-COUNT
           END-IF.
           IF OPT-DECISION (WS-OP-IDX) = SPACE
               ADD 1 TO WS-OUTSTANDING-COUNT
           ELSE
               ADD 1 TO WS-ATTESTED-COUNT
           END-IF.
           IF OPT-REVIEWER-ID (WS-OP-IDX) = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

       2100-MARK-ROLE-USED.
           MOVE SPACE TO WS-ROLE-CODE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF PRT-PROGRAM (WS-PR-IDX) = ACT-PROGRAM (WS-ACT-IDX)
                   MOVE PRT-ROLE (WS-PR-IDX) TO WS-ROLE-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ROLE-CODE NOT = SPACE
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > 4
                   IF OPT-ROLES (WS-OP-IDX) (WS-ROLE-IDX:1)
                           = WS-ROLE-CODE
                       MOVE "Y" TO
                           OPT-ROLE-USED (WS-OP-IDX) (WS-ROLE-IDX:1)
                   END-IF
               END-PERFORM
           END-IF.

       2200-TEST-SOD-RULE.
           MOVE ZERO TO WS-HOLDS-1 WS-HOLDS-2.
           INSPECT OPT-ROLES (WS-OP-IDX) TALLYING WS-HOLDS-1
               FOR ALL SDT-ROLE-1 (WS-SOD-IDX).
           INSPECT OPT-ROLES (WS-OP-IDX) TALLYING WS-HOLDS-2
               FOR ALL SDT-ROLE-2 (WS-SOD-IDX).

       3000-PRINT-REPORT.
           MOVE SPACES TO RCRT-REPORT-LINE.
           STRING "ACCESS RECERTIFICATION - QUARTER " WS-QUARTER
               " - RUN " WS-RUN-DATE " BY " AUTH-OPERATOR-OUT
               DELIMITED BY SIZE INTO RCRT-REPORT-LINE.
           WRITE RCRT-REPORT-LINE.
           MOVE WS-DORMANT-DAYS TO DISPLAY-COUNT.
           MOVE SPACES TO RCRT-REPORT-LINE.
           STRING "DORMANT = NO ACTIVITY IN " DISPLAY-COUNT
               " DAYS (SINCE " WS-DORMANT-CUTOFF ")"
               DELIMITED BY SIZE INTO RCRT-REPORT-LINE.
           WRITE RCRT-REPORT-LINE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM 3100-PRINT-OPERATOR
           END-PERFORM.
           PERFORM 3500-PRINT-UNKNOWN-OPERATORS.
           PERFORM 3900-PRINT-TOTALS.

       3100-PRINT-OPERATOR.
           MOVE SPACES TO RCRT-REPORT-LINE.
           WRITE RCRT-REPORT-LINE.
           MOVE ALL "-" TO RCRT-REPORT-LINE.
           WRITE RCRT-REPORT-LINE.
           PERFORM 3150-BUILD-FLAGS.
           MOVE SPACES TO RCRT-REPORT-LINE.
           STRING "OPERATOR " OPT-OPERATOR-ID (WS-OP-IDX)
               "  ROLES " OPT-ROLES (WS-OP-IDX)
               "  EMP-ID " OPT-EMP-ID (WS-OP-IDX)
               "  REVIEWER " OPT-REVIEWER-ID (WS-OP-IDX)
               DELIMITED BY SIZE INTO RCRT-REPORT-LINE.
           WRITE RCRT-REPORT-LINE.
           MOVE SPACES TO RCRT-REPORT-LINE.
           IF OPT-LAST-DATE (WS-OP-IDX) = SPACES
               STRING "  LAST ACTIVE: NONE ON FILE  " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO RCRT-REPORT-LINE
           ELSE
               STRING "  LAST ACTIVE: " OPT-LAST-DATE (WS-OP-IDX)
                   "    " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO RCRT-REPORT-LINE
           END-IF.
           WRITE RCRT-REPORT-LINE.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 4
               MOVE OPT-ROLES (WS-OP-IDX) (WS-ROLE-IDX:1)
                   TO WS-ROLE-CODE
               IF WS-ROLE-CODE NOT = SPACE
                   PERFORM 3200-NAME-ROLE
                   MOVE SPACES TO RCRT-REPORT-LINE
                   IF OPT-ROLE-USED (WS-OP-IDX) (WS-ROLE-IDX:1) = "Y"
                       STRING "  ROLE " WS-ROLE-CODE " " WS-ROLE-NAME
                           " USED"
                           DELIMITED BY SIZE INTO RCRT-REPORT-LINE
                   ELSE
                       STRING "  ROLE " WS-ROLE-CODE " " WS-ROLE-NAME
                           " NOT USED"
                           DELIMITED BY SIZE INTO RCRT-REPORT-LINE
                   END-IF
                   WRITE RCRT-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF ACT-OPERATOR-ID (WS-ACT-IDX)
                       = OPT-OPERATOR-ID (WS-OP-IDX)
                   MOVE ACT-RUNS (WS-ACT-IDX) TO DISPLAY-RUNS
                   MOVE SPACES TO RCRT-REPORT-LINE
                   STRING "    " ACT-PROGRAM (WS-ACT-IDX)
                       " LAST " ACT-LAST-DATE (WS-ACT-IDX)
                       " USES " DISPLAY-RUNS
                       DELIMITED BY SIZE INTO RCRT-REPORT-LINE
                   WRITE RCRT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF OPT-FAIL-COUNT (WS-OP-IDX) > ZERO
               MOVE OPT-FAIL-COUNT (WS-OP-IDX) TO DISPLAY-COUNT
               MOVE SPACES TO RCRT-REPORT-LINE
               STRING "  LOCKOUT: " DISPLAY-COUNT
                   " FAILED SIGN-ON(S), LAST "
                   OPT-LAST-FAIL (WS-OP-IDX)
                   DELIMITED BY SIZE INTO RCRT-REPORT-LINE
               IF OPT-FAIL-COUNT (WS-OP-IDX) NOT < 3
                   MOVE "- LOCKED OUT" TO RCRT-REPORT-LINE (51:12)
               END-IF
               WRITE RCRT-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-SOD-COUNT
               PERFORM 2200-TEST-SOD-RULE
               IF WS-HOLDS-1 > ZERO AND WS-HOLDS-2 > ZERO
                   MOVE SPACES TO RCRT-REPORT-LINE
                   STRING "  SOD " SDT-ROLE-1 (WS-SOD-IDX)
                       SDT-ROLE-2 (WS-SOD-IDX) ": "
                       SDT-DESCRIPTION (WS-SOD-IDX)
                       DELIMITED BY SIZE INTO RCRT-REPORT-LINE
                   WRITE RCRT-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RCRT-REPORT-LINE.
           EVALUATE OPT-DECISION (WS-OP-IDX)
               WHEN "K"
                   STRING "  " WS-QUARTER ": KEEP, CERTIFIED BY "
                       OPT-ATTESTED-BY (WS-OP-IDX) " ON "
                       OPT-ATTEST-DATE (WS-OP-IDX)
                       DELIMITED BY SIZE INTO RCRT-REPORT-LINE
               WHEN "R"
                   STRING "  " WS-QUARTER ": REVOKE, BY "
                       OPT-ATTESTED-BY (WS-OP-IDX) " ON "
                       OPT-ATTEST-DATE (WS-OP-IDX)
                       DELIMITED BY SIZE INTO RCRT-REPORT-LINE
               WHEN "C"
                   STRING "  " WS-QUARTER ": CHANGE TO "
                       OPT-NEW-ROLES (WS-OP-IDX) ", BY "
                       OPT-ATTESTED-BY (WS-OP-IDX) " ON "
                       OPT-ATTEST-DATE (WS-OP-IDX)
                       DELIMITED BY SIZE INTO RCRT-REPORT-LINE
               WHEN OTHER
                   STRING "  " WS-QUARTER ": NOT YET CERTIFIED"
                       DELIMITED BY SIZE INTO RCRT-REPORT-LINE
           END-EVALUATE.
           WRITE RCRT-REPORT-LINE.

      *> The short flag list shared by the report and the worksheet.
       3150-BUILD-FLAGS.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 1 TO WS-FLAG-PTR.
           IF OPT-DORMANT-FLAG (WS-OP-IDX) = "Y"
               STRING "DORMANT " DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.
           IF OPT-FAIL-COUNT (WS-OP-IDX) NOT < 3
               STRING "LOCKED " DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           ELSE
               IF OPT-FAIL-COUNT (WS-OP-IDX) > ZERO
                   STRING "LOCKOUT " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-IF
           END-IF.
           IF OPT-SOD-HITS (WS-OP-IDX) > ZERO
               STRING "SOD " DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.

       3200-NAME-ROLE.
           EVALUATE WS-ROLE-CODE
               WHEN "R" MOVE "PAYROLL-RUN" TO WS-ROLE-NAME
               WHEN "M" MOVE "PAYROLL-MAINTAIN" TO WS-ROLE-NAME
               WHEN "G" MOVE "GRADING" TO WS-ROLE-NAME
               WHEN "O" MOVE "REPORT-ONLY" TO WS-ROLE-NAME
               WHEN "S" MOVE "TIMESHEET-SUPERVISOR" TO WS-ROLE-NAME
               WHEN "I" MOVE "EMPLOYEE-INQUIRY" TO WS-ROLE-NAME
               WHEN "T" MOVE "REGISTRAR" TO WS-ROLE-NAME
               WHEN OTHER MOVE "*** UNKNOWN ROLE ***" TO WS-ROLE-NAME
           END-EVALUATE.

      *> Activity under an operator ID no longer on AUTHUSR - a
      *> removed operator's history, or an ID that never was one.
       3500-PRINT-UNKNOWN-OPERATORS.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               MOVE "N" TO WS-KNOWN-SWITCH
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
                   IF OPT-OPERATOR-ID (WS-OP-IDX)
                           = ACT-OPERATOR-ID (WS-ACT-IDX)
                       SET OPERATOR-IS-KNOWN TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT OPERATOR-IS-KNOWN
                   IF NOT ENTRY-WAS-FOUND
                       SET ENTRY-WAS-FOUND TO TRUE
                       MOVE SPACES TO RCRT-REPORT-LINE
                       WRITE RCRT-REPORT-LINE
                       MOVE "ACTIVITY BY OPERATORS NOT ON AUTHUSR"
                           TO RCRT-REPORT-LINE
                       WRITE RCRT-REPORT-LINE
                   END-IF
                   MOVE ACT-RUNS (WS-ACT-IDX) TO DISPLAY-RUNS
                   MOVE SPACES TO RCRT-REPORT-LINE
                   STRING "  " ACT-OPERATOR-ID (WS-ACT-IDX) " "
                       ACT-PROGRAM (WS-ACT-IDX)
                       " LAST " ACT-LAST-DATE (WS-ACT-IDX)
                       " USES " DISPLAY-RUNS
                       DELIMITED BY SIZE INTO RCRT-REPORT-LINE
                   WRITE RCRT-REPORT-LINE
               END-IF
           END-PERFORM.

       3900-PRINT-TOTALS.
           MOVE SPACES TO RCRT-REPORT-LINE.
           WRITE RCRT-REPORT-LINE.
           MOVE ALL "=" TO RCRT-REPORT-LINE.
           WRITE RCRT-REPORT-LINE.
           MOVE WS-OP-COUNT TO DISPLAY-COUNT.
           MOVE "OPERATORS ON AUTHUSR" TO WS-ROLE-NAME.
           PERFORM 3950-PRINT-TOTAL-LINE.
           MOVE WS-DORMANT-COUNT TO DISPLAY-COUNT.
           MOVE "DORMANT" TO WS-ROLE-NAME.
           PERFORM 3950-PRINT-TOTAL-LINE.
           MOVE WS-LOCKOUT-COUNT TO DISPLAY-COUNT.
           MOVE "LOCKOUT HISTORY" TO WS-ROLE-NAME.
           PERFORM 3950-PRINT-TOTAL-LINE.
           MOVE WS-LOCKED-COUNT TO DISPLAY-COUNT.
           MOVE "LOCKED OUT NOW" TO WS-ROLE-NAME.
           PERFORM 3950-PRINT-TOTAL-LINE.
           MOVE WS-SOD-OP-COUNT TO DISPLAY-COUNT.
           MOVE "SOD CONFLICTS" TO WS-ROLE-NAME.
           PERFORM 3950-PRINT-TOTAL-LINE.
           MOVE WS-ATTESTED-COUNT TO DISPLAY-COUNT.
           MOVE "CERTIFIED" TO WS-ROLE-NAME.
           PERFORM 3950-PRINT-TOTAL-LINE.
           MOVE WS-OUTSTANDING-COUNT TO DISPLAY-COUNT.
           MOVE "NOT YET CERTIFIED" TO WS-ROLE-NAME.
           PERFORM 3950-PRINT-TOTAL-LINE.
           MOVE WS-UNMAPPED-COUNT TO DISPLAY-COUNT.
           MOVE "NO REVIEWER ON MAP" TO WS-ROLE-NAME.
           PERFORM 3950-PRINT-TOTAL-LINE.
           DISPLAY "ACCRECRT: " WS-QUARTER " - " WS-OP-COUNT
               " OPERATOR(S), " WS-OUTSTANDING-COUNT
               " NOT YET CERTIFIED".

       3950-PRINT-TOTAL-LINE.
           MOVE SPACES TO RCRT-REPORT-LINE.
           STRING WS-ROLE-NAME "    " DISPLAY-COUNT
               DELIMITED BY SIZE INTO RCRT-REPORT-LINE.
           WRITE RCRT-REPORT-LINE.

      *> One worksheet page per reviewing manager, operators in
      *> AUTHUSR order; operators with no reviewer on RCRTMAP come
      *> last under a page for the security administrator to
      *> assign.
       4000-PRINT-WORKSHEETS.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                       UNTIL WS-RV-IDX > WS-RV-COUNT
                   IF RVT-REVIEWER-ID (WS-RV-IDX)
                           = OPT-REVIEWER-ID (WS-OP-IDX)
                       SET ENTRY-WAS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT ENTRY-WAS-FOUND
                   AND OPT-REVIEWER-ID (WS-OP-IDX) NOT = SPACES
                   ADD 1 TO WS-RV-COUNT
                   MOVE OPT-REVIEWER-ID (WS-OP-IDX)
                       TO RVT-REVIEWER-ID (WS-RV-COUNT)
               END-IF
           END-PERFORM.
           IF WS-UNMAPPED-COUNT > ZERO
               ADD 1 TO WS-RV-COUNT
               MOVE SPACES TO RVT-REVIEWER-ID (WS-RV-COUNT)
           END-IF.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               PERFORM 4100-PRINT-WORKSHEET-PAGE
           END-PERFORM.

       4100-PRINT-WORKSHEET-PAGE.
           IF RVT-REVIEWER-ID (WS-RV-IDX) = SPACES
               MOVE "*NONE*" TO WS-REVIEWER-SHOWN
           ELSE
               MOVE RVT-REVIEWER-ID (WS-RV-IDX) TO WS-REVIEWER-SHOWN
           END-IF.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "ACCESS RECERTIFICATION WORKSHEET - QUARTER "
               WS-QUARTER " - PREPARED " WS-RUN-DATE
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           STRING "REVIEWER: " WS-REVIEWER-SHOWN
               DELIMITED BY SIZE INTO WORKSHEET-LINE.
           IF RVT-REVIEWER-ID (WS-RV-IDX) = SPACES
               MOVE "(NO REVIEWER ON RCRTMAP - ASSIGN ONE)"
                   TO WORKSHEET-LINE (21:40)
           END-IF.
           WRITE WORKSHEET-LINE.
           MOVE "MARK EACH OPERATOR K (KEEP ROLES), R (REVOKE ALL), OR"
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "C (CHANGE TO THE ROLES WRITTEN IN), SIGN, AND RETURN."
               TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "OPERATOR ROLES LAST ACTIVE FLAGS" TO WORKSHEET-LINE.
           MOVE "DECISION NEW ROLES" TO WORKSHEET-LINE (53:18).
           WRITE WORKSHEET-LINE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF OPT-REVIEWER-ID (WS-OP-IDX)
                       = RVT-REVIEWER-ID (WS-RV-IDX)
                   PERFORM 3150-BUILD-FLAGS
                   MOVE SPACES TO WORKSHEET-LINE
                   STRING OPT-OPERATOR-ID (WS-OP-IDX) " "
                       OPT-ROLES (WS-OP-IDX) "  "
                       OPT-LAST-DATE (WS-OP-IDX) "  "
                       WS-FLAG-TEXT " ____     ____"
                       DELIMITED BY SIZE INTO WORKSHEET-LINE
                   WRITE WORKSHEET-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.
           MOVE "REVIEWER SIGNATURE ______________________"
               TO WORKSHEET-LINE.
           MOVE "DATE __________" TO WORKSHEET-LINE (45:15).
           WRITE WORKSHEET-LINE.
           MOVE ALL "=" TO WORKSHEET-LINE.
           WRITE WORKSHEET-LINE.

       8800-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "ACCRECRT OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " QUARTER=" WS-QUARTER
               " OPEN=" WS-OUTSTANDING-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.

       9000-CLOSE-FILES.
           CLOSE RCRT-REPORT-FILE WORKSHEET-FILE.
