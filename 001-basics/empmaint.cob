      ** GRDCORR uses for CLASS-ROSTER corrections. Every applied
      ** transaction is logged to EMPAUDIT with before/after values,
      ** the same convention as GRDCORR's AUDIT-LOG-FILE.
      ** A rehire ("R") brings an inactive employee back on the same
      ** master - one EMP-ID, one YTD, the original hire date kept
      ** for service credit - through the same field edits an add
      ** passes, and is queued on NEWHIREQ because the states want
      ** rehires reported like new hires. A leave ("L") puts an
      ** employee on a leave of absence with its type and dates
      ** instead of deactivating them, and a return ("B") brings
      ** them back.
      ** Every transaction that lands also writes the changed master
      ** to the effective-dated EMPHIST history, so the record can be
      ** seen as it stood on any date after the fact.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HIRE-QUEUE ASSIGN TO "NEWHIREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-KEY.

       DATA DIVISION.
       FILE SECTION.
       01  EDIT-PARM-RECORD.
           05  PARM-MIN-RATE         PIC 9(3)V99.
           05  PARM-MAX-RATE         PIC 9(3)V99.
      *> What a rehire gets back of the PTO still on the master: "A"
      *> both balances, "S" sick only, "N" or blank none. A nonzero
      *> day count limits the restore to rehires within that many
      *> days of the termination.
           05  PARM-PTO-RESTORE-RULE PIC X(1).
           05  PARM-PTO-RESTORE-DAYS PIC X(3).

      *> Effective-dated minimum wage by work state - a blank state
      *> row is the federal/default floor. The newest row whose
       01  NEW-HIRE-RECORD.
           COPY NEWHIREC.

      *> Point-in-time master history - one picture per employee per
      *> effective date.
       FD  EMP-HISTORY-FILE.
       01  EMP-HISTORY-RECORD.
           COPY EMPHREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
       01  WS-DEPT-IDX           PIC 9(2).
       01  WS-MIN-RATE           PIC 9(3)V99 VALUE 7.25.
       01  WS-MAX-RATE           PIC 9(3)V99 VALUE 100.00.
       01  WS-PTO-RESTORE-RULE   PIC X(1)    VALUE "N".
       01  WS-PTO-RESTORE-DAYS   PIC 9(3)    VALUE ZERO.

      *> Rehire work fields: the PTO rule as it applies to this one
      *> employee, and the days since the termination.
       01  WS-PTO-ACTION         PIC X(1).
           88  PTO-RESTORE-ALL            VALUE "A".
           88  PTO-RESTORE-SICK           VALUE "S".
       01  WS-PTO-RESULT         PIC X(8).
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-TERM-INT           PIC 9(8).
       01  WS-RUN-INT            PIC 9(8).
       01  WS-DAYS-OUT           PIC S9(7).

      *> The dated minimum-wage table and the floor it yields for
      *> one state/date lookup.
       01  DISPLAY-OLD-RATE      PIC $$9.99.
       01  DISPLAY-NEW-RATE      PIC $$9.99.

      *> The master's own rate fields, held while the history picture
      *> is taken with a parked rate already in force.
       01  WS-HIST-HOURLY-RATE   PIC 9(3)V99.
       01  WS-HIST-NEW-RATE      PIC 9(3)V99.
       01  WS-HIST-RATE-EFF-DATE PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           OPEN EXTEND PENDING-BANK-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           OPEN EXTEND NEW-HIRE-QUEUE.
           OPEN I-O EMP-HISTORY-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               NOT AT END
                   MOVE PARM-MIN-RATE TO WS-MIN-RATE
                   MOVE PARM-MAX-RATE TO WS-MAX-RATE
                   IF PARM-PTO-RESTORE-RULE NOT = SPACES
                       MOVE PARM-PTO-RESTORE-RULE
                           TO WS-PTO-RESTORE-RULE
                   END-IF
                   IF PARM-PTO-RESTORE-DAYS IS NUMERIC
                       MOVE PARM-PTO-RESTORE-DAYS
                           TO WS-PTO-RESTORE-DAYS
                   END-IF
           END-READ.
           CLOSE EDIT-PARM-FILE.

                   END-IF
               WHEN MAINT-IS-DEACTIVATE
                   PERFORM 2300-DEACTIVATE-EMPLOYEE
               WHEN MAINT-IS-REHIRE
                   PERFORM 2050-EDIT-MAINT-FIELDS
                   IF FIELDS-ARE-VALID
                       PERFORM 2400-REHIRE-EMPLOYEE
                   END-IF
               WHEN MAINT-IS-LEAVE
                   PERFORM 2080-EDIT-LEAVE-FIELDS
                   IF FIELDS-ARE-VALID
                       PERFORM 2500-START-LEAVE
                   END-IF
               WHEN MAINT-IS-RETURN
                   PERFORM 2600-RETURN-FROM-LEAVE
               WHEN OTHER
                   DISPLAY "*** UNKNOWN ACTION CODE FOR EMP-ID: "
                       MAINT-EMP-ID " - SKIPPED ***"
           END-EVALUATE.
           PERFORM 1100-READ-MAINTENANCE.

      *> Adds, changes and rehires pass the whole edit suite or none
      *> of the record lands: a routing number failing the ABA check
      *> digit used to sit on the master for weeks until the bank
      *> bounced the ACH batch. Each failing field is named in the log.
       2050-EDIT-MAINT-FIELDS.
           SET FIELDS-ARE-VALID TO TRUE.
           IF MAINT-PAY-CURRENCY NOT = SPACES AND NOT = "USD"
               AND NOT = "CAD"
               MOVE "CURRENCY" TO WS-FIELD-NAME
               PERFORM 2070-LOG-EDIT-REJECT
           END-IF.
      *> A Canadian account's 9-digit routing is a zero, the
      *> institution number and the transit number - there is no
      *> ABA check digit in it to verify.
           IF MAINT-ROUTING-NO NOT = SPACES
               IF MAINT-PAY-CURRENCY = "CAD"
                   IF MAINT-ROUTING-NO IS NOT NUMERIC
                       MOVE "ROUTING" TO WS-FIELD-NAME
                       PERFORM 2070-LOG-EDIT-REJECT
                   END-IF
               ELSE
                   PERFORM 2060-CHECK-ABA-DIGIT
               END-IF
           END-IF.
      *> A salaried record is priced off the salary amount, so the
      *> hourly-rate bounds apply only to hourly employees; the
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> A leave needs a known type and a first day out; an expected
      *> return, when keyed, cannot come before the start.
       2080-EDIT-LEAVE-FIELDS.
           SET FIELDS-ARE-VALID TO TRUE.
           IF MAINT-LEAVE-TYPE NOT = "F" AND NOT = "M"
               AND NOT = "P" AND NOT = "U" AND NOT = "W"
               MOVE "LEAVETYPE" TO WS-FIELD-NAME
               PERFORM 2070-LOG-EDIT-REJECT
           END-IF.
           IF MAINT-LEAVE-START = SPACES
               MOVE "LEAVESTART" TO WS-FIELD-NAME
               PERFORM 2070-LOG-EDIT-REJECT
           END-IF.
           IF MAINT-LEAVE-RETURN NOT = SPACES
               AND MAINT-LEAVE-RETURN < MAINT-LEAVE-START
               MOVE "LEAVERETRN" TO WS-FIELD-NAME
               PERFORM 2070-LOG-EDIT-REJECT
           END-IF.

       2100-ADD-EMPLOYEE.
           MOVE MAINT-EMP-ID      TO EMP-ID.
           MOVE MAINT-EMP-NAME    TO EMP-NAME.
           MOVE MAINT-CITY-ST-ZIP TO EMP-CITY-ST-ZIP.
           MOVE MAINT-WORK-STATE  TO EMP-WORK-STATE.
           MOVE MAINT-RES-STATE   TO EMP-RES-STATE.
           MOVE MAINT-LOCAL-CODE  TO EMP-LOCAL-CODE.
           MOVE MAINT-ROUTING-NO  TO EMP-ROUTING-NO.
           MOVE MAINT-ACCOUNT-NO  TO EMP-ACCOUNT-NO.
           MOVE MAINT-HOURLY-RATE TO HOURLY-RATE.
           MOVE SPACES TO EMP-RATE-EFF-DATE.
           MOVE ZERO TO EMP-VAC-BALANCE EMP-SICK-BALANCE.
           MOVE MAINT-PAY-GROUP TO EMP-PAY-GROUP.
           MOVE MAINT-PAY-CURRENCY TO EMP-PAY-CURRENCY.
           MOVE WS-RUN-DATE TO EMP-HIRE-DATE.
           MOVE SPACES TO EMP-TERM-DATE EMP-REHIRE-DATE.
           MOVE SPACES TO EMP-LEAVE-TYPE EMP-LEAVE-START
               EMP-LEAVE-RETURN.
           PERFORM 2150-START-PRENOTE-CYCLE.
           SET EMP-IS-ACTIVE TO TRUE.
           WRITE EMP-MASTER-RECORD
                       "EXISTS: " MAINT-EMP-ID " ***"
               NOT INVALID KEY
                   PERFORM 2900-LOG-ADD
                   PERFORM 2990-RECORD-HISTORY
                   PERFORM 2960-QUEUE-NEW-HIRE
           END-WRITE.

      *> Every add creates a legal obligation to report the new hire
      *> to the state within 20 days - queue the reporting record
      *> right here, the one place a master record can be born. A
      *> rehire reports the same way, with the rehire date as the
      *> date of hire.
       2960-QUEUE-NEW-HIRE.
           MOVE EMP-ID TO NH-EMP-ID.
           MOVE EMP-NAME TO NH-EMP-NAME.
                   MOVE MAINT-CITY-ST-ZIP TO EMP-CITY-ST-ZIP
                   MOVE MAINT-WORK-STATE  TO EMP-WORK-STATE
                   MOVE MAINT-RES-STATE   TO EMP-RES-STATE
                   MOVE MAINT-LOCAL-CODE  TO EMP-LOCAL-CODE
                   IF MAINT-RATE-EFF-DATE NOT = SPACES
                       MOVE MAINT-HOURLY-RATE TO EMP-NEW-RATE
                       MOVE MAINT-RATE-EFF-DATE TO EMP-RATE-EFF-DATE
                   MOVE MAINT-FILING-STATUS TO EMP-FILING-STATUS
                   MOVE MAINT-ALLOWANCES  TO EMP-ALLOWANCES
                   MOVE MAINT-PAY-GROUP   TO EMP-PAY-GROUP
                   MOVE MAINT-PAY-CURRENCY TO EMP-PAY-CURRENCY
      *> Bank fields get two-person control: a changed routing or
      *> account number is queued for a second operator's approval
      *> instead of being applied - the employee stays on the old
                   END-IF
                   REWRITE EMP-MASTER-RECORD
                   PERFORM 2910-LOG-CHANGE
                   PERFORM 2990-RECORD-HISTORY
           END-READ.

       2250-QUEUE-BANK-CHANGE.
                       "FOUND: " MAINT-EMP-ID " ***"
               NOT INVALID KEY
                   SET EMP-IS-INACTIVE TO TRUE
                   MOVE WS-RUN-DATE TO EMP-TERM-DATE
                   REWRITE EMP-MASTER-RECORD
                   PERFORM 2920-LOG-DEACTIVATE
                   PERFORM 2990-RECORD-HISTORY
           END-READ.

      *> Only an inactive master can be rehired - an active one is
      *> a keying error, one on leave comes back with a return, and
      *> a new person is an add.
       2400-REHIRE-EMPLOYEE.
           MOVE MAINT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "*** REHIRE REJECTED - EMP-ID NOT "
                       "FOUND: " MAINT-EMP-ID " ***"
               NOT INVALID KEY
                   IF NOT EMP-IS-INACTIVE
                       DISPLAY "*** REHIRE REJECTED - EMPLOYEE "
                           "NOT INACTIVE: " MAINT-EMP-ID " ***"
                   ELSE
                       PERFORM 2410-APPLY-REHIRE
                   END-IF
           END-READ.

      *> The rehire re-keys everything a change can touch and applies
      *> the rate at once - a rate parked before the separation is
      *> stale and is dropped. A changed bank account goes through
      *> the same two-person approval queue as a change, and the
      *> prenote cycle restarts so nothing is paid live to an
      *> account nobody has proven since the employee left.
       2410-APPLY-REHIRE.
           MOVE HOURLY-RATE TO DISPLAY-OLD-RATE.
           MOVE EMP-ROUTING-NO TO WS-OLD-ROUTING-NO.
           MOVE EMP-ACCOUNT-NO TO WS-OLD-ACCOUNT-NO.
           MOVE MAINT-EMP-NAME    TO EMP-NAME.
           MOVE MAINT-SSN         TO EMP-SSN.
           MOVE MAINT-COMPANY-CODE TO EMP-COMPANY-CODE.
           MOVE MAINT-JOB-CLASS   TO EMP-JOB-CLASS.
           MOVE MAINT-DEPT        TO EMP-DEPT.
           MOVE MAINT-ADDRESS-1   TO EMP-ADDRESS-1.
           MOVE MAINT-CITY-ST-ZIP TO EMP-CITY-ST-ZIP.
           MOVE MAINT-WORK-STATE  TO EMP-WORK-STATE.
           MOVE MAINT-RES-STATE   TO EMP-RES-STATE.
           MOVE MAINT-LOCAL-CODE  TO EMP-LOCAL-CODE.
           MOVE MAINT-HOURLY-RATE TO HOURLY-RATE.
           MOVE ZERO TO EMP-NEW-RATE.
           MOVE SPACES TO EMP-RATE-EFF-DATE.
           MOVE MAINT-PAY-BASIS   TO EMP-PAY-BASIS.
           MOVE MAINT-SALARY-AMOUNT TO EMP-SALARY-AMOUNT.
           MOVE MAINT-FILING-STATUS TO EMP-FILING-STATUS.
           MOVE MAINT-ALLOWANCES  TO EMP-ALLOWANCES.
           MOVE MAINT-PAY-GROUP   TO EMP-PAY-GROUP.
           MOVE MAINT-PAY-CURRENCY TO EMP-PAY-CURRENCY.
           PERFORM 2420-APPLY-PTO-RULE.
           MOVE WS-RUN-DATE TO EMP-REHIRE-DATE.
           MOVE SPACES TO EMP-TERM-DATE.
           MOVE SPACES TO EMP-LEAVE-TYPE EMP-LEAVE-START
               EMP-LEAVE-RETURN.
           SET EMP-IS-ACTIVE TO TRUE.
           IF MAINT-ROUTING-NO NOT = WS-OLD-ROUTING-NO
               OR MAINT-ACCOUNT-NO NOT = WS-OLD-ACCOUNT-NO
               PERFORM 2250-QUEUE-BANK-CHANGE
               PERFORM 2150-START-PRENOTE-CYCLE
           END-IF.
           REWRITE EMP-MASTER-RECORD.
           PERFORM 2925-LOG-REHIRE.
           PERFORM 2990-RECORD-HISTORY.
           PERFORM 2960-QUEUE-NEW-HIRE.

      *> Whatever PTO is still on the master comes back or is
      *> forfeited by the EDITPARM rule. A final check pays both
      *> balances out and zeroes them, so only hours never paid can
      *> be restored. A termination date older than the restore
      *> window forfeits; a master deactivated before the date was
      *> kept has nothing to measure and takes the rule as is.
       2420-APPLY-PTO-RULE.
           MOVE WS-PTO-RESTORE-RULE TO WS-PTO-ACTION.
           IF WS-PTO-RESTORE-DAYS > ZERO
               AND EMP-TERM-DATE NOT = SPACES
               MOVE EMP-TERM-DATE (1:4) TO WS-DATE-DIGITS (1:4)
               MOVE EMP-TERM-DATE (6:2) TO WS-DATE-DIGITS (5:2)
               MOVE EMP-TERM-DATE (9:2) TO WS-DATE-DIGITS (7:2)
               COMPUTE WS-TERM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS)
               MOVE WS-RUN-DATE (1:4) TO WS-DATE-DIGITS (1:4)
               MOVE WS-RUN-DATE (6:2) TO WS-DATE-DIGITS (5:2)
               MOVE WS-RUN-DATE (9:2) TO WS-DATE-DIGITS (7:2)
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS)
               COMPUTE WS-DAYS-OUT = WS-RUN-INT - WS-TERM-INT
               IF WS-DAYS-OUT > WS-PTO-RESTORE-DAYS
                   MOVE "N" TO WS-PTO-ACTION
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PTO-RESTORE-ALL
                   MOVE "RESTORED" TO WS-PTO-RESULT
               WHEN PTO-RESTORE-SICK
                   MOVE ZERO TO EMP-VAC-BALANCE
                   MOVE "SICKONLY" TO WS-PTO-RESULT
               WHEN OTHER
                   MOVE ZERO TO EMP-VAC-BALANCE EMP-SICK-BALANCE
                   MOVE "FORFEIT" TO WS-PTO-RESULT
           END-EVALUATE.

      *> An active employee goes on leave; one already on leave has
      *> the leave updated in place (a new expected return, or an
      *> FMLA designation made after the fact). A terminated
      *> employee is not on leave - that is a rehire first.
       2500-START-LEAVE.
           MOVE MAINT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "*** LEAVE REJECTED - EMP-ID NOT "
                       "FOUND: " MAINT-EMP-ID " ***"
               NOT INVALID KEY
                   IF EMP-IS-INACTIVE
                       DISPLAY "*** LEAVE REJECTED - EMPLOYEE "
                           "INACTIVE: " MAINT-EMP-ID " ***"
                   ELSE
                       SET EMP-IS-ON-LEAVE TO TRUE
                       MOVE MAINT-LEAVE-TYPE TO EMP-LEAVE-TYPE
                       MOVE MAINT-LEAVE-START TO EMP-LEAVE-START
                       MOVE MAINT-LEAVE-RETURN TO EMP-LEAVE-RETURN
                       REWRITE EMP-MASTER-RECORD
                       PERFORM 2970-LOG-LEAVE
                       PERFORM 2990-RECORD-HISTORY
                   END-IF
           END-READ.

      *> Back to active. The leave type and start stay on the master
      *> with the actual return date, the last leave's record until
      *> the next one replaces it.
       2600-RETURN-FROM-LEAVE.
           MOVE MAINT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "*** RETURN REJECTED - EMP-ID NOT "
                       "FOUND: " MAINT-EMP-ID " ***"
               NOT INVALID KEY
                   IF NOT EMP-IS-ON-LEAVE
                       DISPLAY "*** RETURN REJECTED - EMPLOYEE "
                           "NOT ON LEAVE: " MAINT-EMP-ID " ***"
                   ELSE
                       SET EMP-IS-ACTIVE TO TRUE
                       IF MAINT-LEAVE-RETURN = SPACES
                           MOVE WS-RUN-DATE TO EMP-LEAVE-RETURN
                       ELSE
                           MOVE MAINT-LEAVE-RETURN
                               TO EMP-LEAVE-RETURN
                       END-IF
                       REWRITE EMP-MASTER-RECORD
                       PERFORM 2980-LOG-RETURN
                       PERFORM 2990-RECORD-HISTORY
                   END-IF
           END-READ.

       2900-LOG-ADD.
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2925-LOG-REHIRE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-CHANGE-DATE.
           MOVE HOURLY-RATE TO DISPLAY-NEW-RATE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING EMP-ID " REHIRE RATE=" DISPLAY-NEW-RATE
               " PTO=" WS-PTO-RESULT
               " BY=" MAINT-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2970-LOG-LEAVE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-CHANGE-DATE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING EMP-ID " LEAVE " EMP-LEAVE-TYPE
               " FROM " EMP-LEAVE-START " TO " EMP-LEAVE-RETURN
               " BY=" MAINT-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2980-LOG-RETURN.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-CHANGE-DATE.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING EMP-ID " RETURN FROM LEAVE " EMP-LEAVE-TYPE
               " ON " EMP-LEAVE-RETURN
               " BY=" MAINT-CHANGED-BY " ON=" WS-CHANGE-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

      *> The master as it now stands goes to EMPHIST under today's
      *> date. A parked rate is how the pay run will see the master
      *> once its date arrives, so the picture carries it in force
      *> when the date has already come, and a second picture under
      *> the effective date carries it when the date is still ahead
      *> - RATESWP's generated raises land that way. A later change
      *> the same day replaces the day's picture.
       2990-RECORD-HISTORY.
           MOVE HOURLY-RATE TO WS-HIST-HOURLY-RATE.
           MOVE EMP-NEW-RATE TO WS-HIST-NEW-RATE.
           MOVE EMP-RATE-EFF-DATE TO WS-HIST-RATE-EFF-DATE.
           IF WS-HIST-RATE-EFF-DATE NOT = SPACES
               AND WS-HIST-RATE-EFF-DATE NOT > WS-RUN-DATE
               PERFORM 2996-PUT-PARKED-RATE-IN-FORCE
           END-IF.
           MOVE WS-RUN-DATE TO EH-EFF-DATE.
           PERFORM 2995-WRITE-HISTORY-ROW.
           IF WS-HIST-RATE-EFF-DATE > WS-RUN-DATE
               PERFORM 2996-PUT-PARKED-RATE-IN-FORCE
               MOVE WS-HIST-RATE-EFF-DATE TO EH-EFF-DATE
               PERFORM 2995-WRITE-HISTORY-ROW
           END-IF.
           MOVE WS-HIST-HOURLY-RATE TO HOURLY-RATE.
           MOVE WS-HIST-NEW-RATE TO EMP-NEW-RATE.
           MOVE WS-HIST-RATE-EFF-DATE TO EMP-RATE-EFF-DATE.

       2995-WRITE-HISTORY-ROW.
           MOVE EMP-ID TO EH-EMP-ID.
           MOVE "EMPMAINT" TO EH-SOURCE-PROGRAM.
           MOVE MAINT-CHANGED-BY TO EH-CHANGED-BY.
           MOVE WS-RUN-DATE TO EH-RECORDED-DATE.
           MOVE EMP-MASTER-RECORD TO EH-MASTER-IMAGE.
           WRITE EMP-HISTORY-RECORD
               INVALID KEY
                   REWRITE EMP-HISTORY-RECORD
           END-WRITE.

       2996-PUT-PARKED-RATE-IN-FORCE.
           MOVE WS-HIST-NEW-RATE TO HOURLY-RATE.
           MOVE ZERO TO EMP-NEW-RATE.
           MOVE SPACES TO EMP-RATE-EFF-DATE.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER MAINTENANCE-FILE AUDIT-LOG-FILE
               EXCEPTION-LOG PENDING-BANK-FILE RUN-LOG-FILE
               NEW-HIRE-QUEUE EMP-HISTORY-FILE.
