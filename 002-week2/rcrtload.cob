       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTLOAD.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Access recertification attestation load - the return half
      ** of ACCRECRT's quarterly worksheet. Each RCRTATST row is one
      ** reviewing manager's signed decision on one operator's
      ** AUTHUSR roles for the quarter: K keep, R revoke all, or C
      ** change to the roles written in. A row signs with the
      ** manager's own AUTHUSR credentials (BANKAPPR's convention)
      ** and is refused unless the manager is the operator's
      ** reviewer on RCRTMAP, the manager is not certifying their
      ** own access, the quarter is the current one, and a change
      ** only takes roles away - recertification never grants.
      ** Accepted rows go to RCRTLOG, the standing record ACCRECRT
      ** reports from; a revoke or change also opens an EXCPLOG
      ** item so the security administrator edits AUTHUSR to match.
      ** Refusals log to the shared EXCEPTION-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTESTATION-FILE ASSIGN TO "RCRTATST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTHORIZED-USERS-FILE ASSIGN TO "AUTHUSR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REVIEWER-MAP-FILE ASSIGN TO "RCRTMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCRT-LOG-FILE ASSIGN TO "RCRTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One signed decision per operator, keyed from the returned
      *> worksheets.
       FD  ATTESTATION-FILE.
       01  ATTESTATION-RECORD.
           05  AT-QUARTER          PIC X(6).
           05  AT-OPERATOR-ID      PIC X(8).
           05  AT-DECISION         PIC X(1).
               88  AT-IS-KEEP              VALUE "K".
               88  AT-IS-REVOKE            VALUE "R".
               88  AT-IS-CHANGE            VALUE "C".
           05  AT-NEW-ROLES        PIC X(4).
           05  AT-REVIEWER-ID      PIC X(8).
           05  AT-PASSCODE         PIC X(8).

       FD  AUTHORIZED-USERS-FILE.
       01  AUTH-USER-RECORD.
           05  AUTH-OPERATOR-ID    PIC X(8).
           05  AUTH-PASSCODE       PIC X(8).
           05  AUTH-ROLES          PIC X(4).
           05  AUTH-EMP-ID         PIC X(6).

       FD  REVIEWER-MAP-FILE.
       01  REVIEWER-MAP-RECORD.
           05  RM-OPERATOR-ID      PIC X(8).
           05  RM-REVIEWER-ID      PIC X(8).

       FD  RCRT-LOG-FILE.
       01  RCRT-LOG-RECORD.
           COPY RCRTLGRC.

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-QUARTER            PIC X(6).
       01  WS-RUN-MONTH          PIC 9(2).
       01  WS-QUARTER-NO         PIC 9(1).

       01  WS-AT-EOF-SWITCH      PIC X(1) VALUE "N".
           88  AT-END-OF-FILE             VALUE "Y".
       01  WS-EOF-SWITCH         PIC X(1) VALUE "N".
           88  END-OF-FILE                VALUE "Y".
       01  WS-VALID-SWITCH       PIC X(1).
           88  ATTESTATION-IS-VALID       VALUE "Y".

       01  WS-ACCEPTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ACTION-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-DENY-REASON        PIC X(40).

      *> AUTHUSR loaded the way BANKAPPR and TSAPPRV load it, with
      *> each operator's reviewer from RCRTMAP alongside.
       01  WS-AUTH-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 20 TIMES.
               10  AUT-OPERATOR-ID    PIC X(8).
               10  AUT-PASSCODE       PIC X(8).
               10  AUT-ROLES          PIC X(4).
               10  AUT-REVIEWER-ID    PIC X(8).
       01  WS-AUTH-IDX           PIC 9(2).
       01  WS-OPERATOR-IDX       PIC 9(2).
       01  WS-ROLE-IDX           PIC 9(1).
       01  WS-ROLE-HITS          PIC 9(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-AUTH-USERS.
           PERFORM 1150-LOAD-REVIEWERS.
           PERFORM 1200-READ-ATTESTATION.
           PERFORM 2000-DECIDE-ATTESTATIONS UNTIL AT-END-OF-FILE.
           DISPLAY "RCRTLOAD COMPLETE - " WS-QUARTER " ACCEPTED: "
               WS-ACCEPTED-COUNT " REFUSED: " WS-REFUSED-COUNT.
           PERFORM 8800-WRITE-RUN-LOG.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT ATTESTATION-FILE.
           OPEN INPUT AUTHORIZED-USERS-FILE.
           OPEN EXTEND RCRT-LOG-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-DATE-RAW (5:2) TO WS-RUN-MONTH.
           COMPUTE WS-QUARTER-NO = (WS-RUN-MONTH + 2) / 3.
           STRING WS-DATE-RAW (1:4) "Q" WS-QUARTER-NO
               DELIMITED BY SIZE INTO WS-QUARTER.

       1100-LOAD-AUTH-USERS.
           PERFORM UNTIL END-OF-FILE
               READ AUTHORIZED-USERS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-AUTH-COUNT < 20
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE AUTH-OPERATOR-ID
                               TO AUT-OPERATOR-ID (WS-AUTH-COUNT)
                           MOVE AUTH-PASSCODE
                               TO AUT-PASSCODE (WS-AUTH-COUNT)
                           MOVE AUTH-ROLES
                               TO AUT-ROLES (WS-AUTH-COUNT)
                           MOVE SPACES
                               TO AUT-REVIEWER-ID (WS-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       1150-LOAD-REVIEWERS.
           OPEN INPUT REVIEWER-MAP-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ REVIEWER-MAP-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                               UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                           IF AUT-OPERATOR-ID (WS-AUTH-IDX)
                                   = RM-OPERATOR-ID
                               MOVE RM-REVIEWER-ID
                                   TO AUT-REVIEWER-ID (WS-AUTH-IDX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE REVIEWER-MAP-FILE.

       1200-READ-ATTESTATION.
           READ ATTESTATION-FILE
               AT END SET AT-END-OF-FILE TO TRUE
           END-READ.

       2000-DECIDE-ATTESTATIONS.
           PERFORM 2100-VERIFY-ATTESTATION.
           IF ATTESTATION-IS-VALID
               PERFORM 2200-LOG-ATTESTATION
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 2060-LOG-REFUSAL
           END-IF.
           PERFORM 1200-READ-ATTESTATION.

      *> Signer first - nothing else about a row matters if the
      *> manager's credentials don't check - then the operator, the
      *> reviewer map, the quarter, and the decision itself.
       2100-VERIFY-ATTESTATION.
           MOVE "N" TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-DENY-REASON.
           MOVE ZERO TO WS-OPERATOR-IDX.
           MOVE "REVIEWER NOT ON AUTHUSR" TO WS-DENY-REASON.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF AUT-OPERATOR-ID (WS-AUTH-IDX) = AT-REVIEWER-ID
                   AND AUT-PASSCODE (WS-AUTH-IDX) = AT-PASSCODE
                   MOVE SPACES TO WS-DENY-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DENY-REASON = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF AUT-OPERATOR-ID (WS-AUTH-IDX) = AT-OPERATOR-ID
                       MOVE WS-AUTH-IDX TO WS-OPERATOR-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-DENY-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-OPERATOR-IDX = ZERO
                   MOVE "OPERATOR NOT ON AUTHUSR" TO WS-DENY-REASON
               WHEN AT-REVIEWER-ID = AT-OPERATOR-ID
                   MOVE "REVIEWER CANNOT CERTIFY OWN ACCESS"
                       TO WS-DENY-REASON
               WHEN AUT-REVIEWER-ID (WS-OPERATOR-IDX) = SPACES
                   MOVE "NO REVIEWER ON RCRTMAP" TO WS-DENY-REASON
               WHEN AUT-REVIEWER-ID (WS-OPERATOR-IDX)
                       NOT = AT-REVIEWER-ID
                   MOVE "NOT THIS OPERATOR'S REVIEWER"
                       TO WS-DENY-REASON
               WHEN AT-QUARTER NOT = WS-QUARTER
                   MOVE "NOT THE CURRENT QUARTER" TO WS-DENY-REASON
               WHEN NOT AT-IS-KEEP AND NOT AT-IS-REVOKE
                       AND NOT AT-IS-CHANGE
                   MOVE "DECISION NOT K, R, OR C" TO WS-DENY-REASON
               WHEN AT-IS-CHANGE AND AT-NEW-ROLES = SPACES
                   MOVE "CHANGE WITH NO ROLES - USE R"
                       TO WS-DENY-REASON
               WHEN AT-IS-CHANGE
                   PERFORM 2150-CHECK-NEW-ROLES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DENY-REASON = SPACES
               SET ATTESTATION-IS-VALID TO TRUE
           END-IF.

      *> Each role the change keeps has to be one already held.
       2150-CHECK-NEW-ROLES.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 4
               IF AT-NEW-ROLES (WS-ROLE-IDX:1) NOT = SPACE
                   MOVE ZERO TO WS-ROLE-HITS
                   INSPECT AUT-ROLES (WS-OPERATOR-IDX)
                       TALLYING WS-ROLE-HITS
                       FOR ALL AT-NEW-ROLES (WS-ROLE-IDX:1)
                   IF WS-ROLE-HITS = ZERO
                       STRING "CHANGE WOULD GRANT ROLE "
                           AT-NEW-ROLES (WS-ROLE-IDX:1)
                           DELIMITED BY SIZE INTO WS-DENY-REASON
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       2200-LOG-ATTESTATION.
           MOVE SPACES TO RCRT-LOG-RECORD.
           MOVE WS-QUARTER TO RL-QUARTER.
           MOVE AT-OPERATOR-ID TO RL-OPERATOR-ID.
           MOVE AT-DECISION TO RL-DECISION.
           MOVE AUT-ROLES (WS-OPERATOR-IDX) TO RL-ROLES-HELD.
           IF AT-IS-CHANGE
               MOVE AT-NEW-ROLES TO RL-NEW-ROLES
           END-IF.
           MOVE AT-REVIEWER-ID TO RL-REVIEWER-ID.
           MOVE WS-RUN-DATE TO RL-ATTEST-DATE.
           WRITE RCRT-LOG-RECORD.
           ADD 1 TO WS-ACCEPTED-COUNT.
           IF NOT AT-IS-KEEP
               PERFORM 2250-OPEN-ACCESS-ACTION
           END-IF.

      *> AUTHUSR is edited by the security administrator, not by a
      *> batch run - the open item is the work order.
       2250-OPEN-ACCESS-ACTION.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "RCRTLOAD" TO EXC-PROGRAM.
           MOVE "RCRT" TO EXC-REASON-CODE.
           IF AT-IS-REVOKE
               STRING "OP=" AT-OPERATOR-ID " REVOKE ALL ROLES "
                   AUT-ROLES (WS-OPERATOR-IDX)
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
           ELSE
               STRING "OP=" AT-OPERATOR-ID " ROLES "
                   AUT-ROLES (WS-OPERATOR-IDX) " TO " AT-NEW-ROLES
                   DELIMITED BY SIZE INTO EXC-REASON-TEXT
           END-IF.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.
           ADD 1 TO WS-ACTION-COUNT.
           DISPLAY "RCRTLOAD: " EXC-REASON-TEXT " - AUTHUSR TO BE "
               "UPDATED".

       2060-LOG-REFUSAL.
           DISPLAY "*** ATTESTATION REFUSED FOR OPERATOR "
               AT-OPERATOR-ID " - " WS-DENY-REASON " ***".
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "RCRTLOAD" TO EXC-PROGRAM.
           MOVE "AUTH" TO EXC-REASON-CODE.
           STRING "OP=" AT-OPERATOR-ID " " WS-DENY-REASON
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "RCRTLOAD ON=" WS-RUN-DATE
               " QUARTER=" WS-QUARTER
               " ACCEPTED=" WS-ACCEPTED-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               " ACTIONS=" WS-ACTION-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE ATTESTATION-FILE AUTHORIZED-USERS-FILE
               RCRT-LOG-FILE EXCEPTION-LOG RUN-LOG-FILE.
