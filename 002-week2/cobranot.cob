       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANOT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** COBRA qualifying-event notices. Finds the separations and
      ** health-coverage losses since the last run (COBRACTL holds
      ** that run's date; the first run looks back 60 days) from
      ** three places: EMPMAINT deactivations on EMPAUDIT, "F"
      ** final-pay rows on PAYHIST, and HLTH enrollments on DEDMSTR
      ** whose stop date has passed. Each new event for one of the
      ** COMPCTL company's health-plan members is written to the
      ** COBRAREG register with its notice due date, and an
      ** election-notice letter to the employee's mailing address
      ** goes to COBRALTR.TXT; the same separation seen again
      ** through another source only ticks that source on the
      ** register. An event found after its notice deadline is
      ** flagged to EXCPLOG. COBRARPT.TXT lists the run's events.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COBRA-CONTROL-FILE ASSIGN TO "COBRACTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMP-AUDIT-IN ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-KEY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL COBRA-REGISTER ASSIGN TO "COBRAREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY.
           SELECT EVENT-REPORT-FILE ASSIGN TO "COBRARPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "COBRALTR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The date of the last completed run - events on or after it
      *> are looked at again; the register keeps them from being
      *> noticed twice.
       FD  COBRA-CONTROL-FILE.
       01  COBRA-CONTROL-RECORD.
           05  CTL-LAST-RUN-DATE   PIC X(10).

       FD  EMP-AUDIT-IN.
       01  EMP-AUDIT-LINE          PIC X(80).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           COPY DEDREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  COBRA-REGISTER.
       01  COBRA-REGISTER-RECORD.
           COPY COBRAREC.

       FD  EVENT-REPORT-FILE.
       01  EVENT-REPORT-LINE       PIC X(80).

       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(80).

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
       01  WS-FROM-DATE          PIC X(10).
       01  WS-COMPANY-CODE       PIC X(3) VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.

       01  WS-EOF-SWITCH         PIC X(1) VALUE "N".
           88  END-OF-FILE                VALUE "Y".
       01  WS-REG-EOF-SWITCH     PIC X(1).
           88  REG-END-OF-FILE            VALUE "Y".
       01  WS-EMP-FOUND-SWITCH   PIC X(1).
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
       01  WS-COVERED-SWITCH     PIC X(1).
           88  EMPLOYEE-IS-COVERED        VALUE "Y".
       01  WS-MATCH-SWITCH       PIC X(1).
           88  EVENT-ALREADY-KNOWN        VALUE "Y".

      *> The event a source paragraph hands to 4000-REGISTER-EVENT.
       01  WS-EV-EMP-ID          PIC X(6).
       01  WS-EV-DATE            PIC X(10).
       01  WS-EV-SOURCE          PIC X(1).
           88  EV-FROM-AUDIT              VALUE "A".
           88  EV-FROM-FINAL-PAY          VALUE "F".
           88  EV-FROM-DEDUCTION          VALUE "D".
       01  WS-LINE-DATE          PIC X(10).
       01  WS-SCAN-IDX           PIC 9(2).

      *> The same separation reaches us on different dates - the
      *> final check can precede the deactivation by a period - so
      *> an event within this many days of a registered one for
      *> the employee is the same event.
       01  WS-SAME-EVENT-DAYS    PIC 9(3) VALUE 45.
      *> Days from the event to the election notice deadline.
       01  WS-NOTICE-DAYS        PIC 9(3) VALUE 44.
       01  WS-LOOKBACK-DAYS      PIC 9(3) VALUE 60.

       01  WS-DATE-IN            PIC X(10).
       01  WS-DATE-OUT           PIC X(10).
       01  WS-DATE-INT           PIC 9(8).
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-DATE-DIGITS-X REDEFINES WS-DATE-DIGITS PIC X(8).
       01  WS-EVENT-INT          PIC 9(8).
       01  WS-DAYS-APART         PIC S9(8).

       01  WS-SEEN-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-NEW-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-KNOWN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-UNCOVERED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-LATE-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-TYPE-LABEL         PIC X(13).
       01  WS-SOURCE-LABEL       PIC X(3).

      *> Benefits notices are an HR maintenance action, like the
      *> leave and enrollment runs.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1050-READ-COMPANY-CONTROL
               PERFORM 1100-SET-WINDOW
               PERFORM 1200-PRINT-HEADING
               PERFORM 2000-SCAN-EMP-AUDIT
               PERFORM 2200-SCAN-FINAL-PAY
               PERFORM 2400-SCAN-HEALTH-STOPS
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8750-SAVE-RUN-DATE
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT EMP-AUDIT-IN.
           OPEN INPUT PAY-HISTORY-FILE.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN I-O COBRA-REGISTER.
           OPEN OUTPUT EVENT-REPORT-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "COBRANOT" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO COBRA NOTICES "
                   "WILL BE ISSUED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1050-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

      *> The window opens on the last run's date (inclusive - a
      *> second run the same day still sees that day's events) or,
      *> with no COBRACTL yet, the lookback before today.
       1100-SET-WINDOW.
           MOVE SPACES TO WS-FROM-DATE.
           OPEN INPUT COBRA-CONTROL-FILE.
           READ COBRA-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTL-LAST-RUN-DATE TO WS-FROM-DATE
           END-READ.
           CLOSE COBRA-CONTROL-FILE.
           IF WS-FROM-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-DATE-IN
               PERFORM 7100-DATE-TO-INT
               SUBTRACT WS-LOOKBACK-DAYS FROM WS-DATE-INT
               PERFORM 7200-INT-TO-DATE
               MOVE WS-DATE-OUT TO WS-FROM-DATE
           END-IF.

       1200-PRINT-HEADING.
           MOVE SPACES TO EVENT-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - COBRA QUALIFYING EVENTS"
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE SPACES TO EVENT-REPORT-LINE.
           STRING "EVENTS FROM " WS-FROM-DATE " THRU " WS-RUN-DATE
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE SPACES TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE SPACES TO EVENT-REPORT-LINE.
           MOVE "EMP-ID NAME" TO EVENT-REPORT-LINE (1:11).
           MOVE "EVENT" TO EVENT-REPORT-LINE (29:5).
           MOVE "EVENT DATE" TO EVENT-REPORT-LINE (42:10).
           MOVE "NOTICE DUE" TO EVENT-REPORT-LINE (53:10).
           MOVE "SRC" TO EVENT-REPORT-LINE (64:3).
           WRITE EVENT-REPORT-LINE.

      *> EMPMAINT's deactivation line: the employee id leads, the
      *> ON= tag carries the day - which is also the term date it
      *> put on the master.
       2000-SCAN-EMP-AUDIT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ EMP-AUDIT-IN
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF EMP-AUDIT-LINE (8:10) = "DEACTIVATE"
                           PERFORM 2100-CHECK-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-AUDIT-LINE.
           MOVE SPACES TO WS-LINE-DATE.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 67
               IF EMP-AUDIT-LINE (WS-SCAN-IDX:4) = " ON="
                   MOVE EMP-AUDIT-LINE (WS-SCAN-IDX + 4:10)
                       TO WS-LINE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LINE-DATE NOT < WS-FROM-DATE
               AND WS-LINE-DATE NOT > WS-RUN-DATE
               MOVE EMP-AUDIT-LINE (1:6) TO WS-EV-EMP-ID
               MOVE WS-LINE-DATE TO WS-EV-DATE
               SET EV-FROM-AUDIT TO TRUE
               PERFORM 4000-REGISTER-EVENT
           END-IF.

      *> A final check dates the separation at the master's term
      *> date when it has one, else at the end of the final period.
       2200-SCAN-FINAL-PAY.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PH-RUN-TYPE = "F"
                           AND PH-CHECK-DATE NOT < WS-FROM-DATE
                           AND PH-CHECK-DATE NOT > WS-RUN-DATE
                           PERFORM 2300-CHECK-FINAL-PAY-ROW
                       END-IF
               END-READ
           END-PERFORM.

       2300-CHECK-FINAL-PAY-ROW.
           MOVE PH-EMP-ID TO WS-EV-EMP-ID.
           MOVE PH-PERIOD-END TO WS-EV-DATE.
           MOVE PH-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-IS-INACTIVE AND EMP-TERM-DATE NOT = SPACES
                       MOVE EMP-TERM-DATE TO WS-EV-DATE
                   END-IF
           END-READ.
           SET EV-FROM-FINAL-PAY TO TRUE.
           PERFORM 4000-REGISTER-EVENT.

      *> A health enrollment whose stop date has arrived. For a
      *> terminated employee the event is the separation itself;
      *> otherwise the coverage loss is dated at the stop.
       2400-SCAN-HEALTH-STOPS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO DE-KEY.
           START DEDUCTION-MASTER KEY IS NOT LESS THAN DE-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ DEDUCTION-MASTER NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF DE-PLAN-CODE = "HLTH"
                           AND DE-STOP-DATE NOT = SPACES
                           AND DE-STOP-DATE NOT < WS-FROM-DATE
                           AND DE-STOP-DATE NOT > WS-RUN-DATE
                           PERFORM 2500-CHECK-HEALTH-STOP
                       END-IF
               END-READ
           END-PERFORM.

       2500-CHECK-HEALTH-STOP.
           MOVE DE-EMP-ID TO WS-EV-EMP-ID.
           MOVE DE-STOP-DATE TO WS-EV-DATE.
           MOVE DE-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-IS-INACTIVE AND EMP-TERM-DATE NOT = SPACES
                       MOVE EMP-TERM-DATE TO WS-EV-DATE
                   END-IF
           END-READ.
           SET EV-FROM-DEDUCTION TO TRUE.
           PERFORM 4000-REGISTER-EVENT.

      *> Only the company's health-plan members have COBRA rights:
      *> an event off EMPAUDIT or PAYHIST needs a HLTH enrollment
      *> that had started by the event (a DEDMSTR stop is one by
      *> definition, and DEDMSTR is mid-browse then).
       4000-REGISTER-EVENT.
           ADD 1 TO WS-SEEN-COUNT.
           MOVE "N" TO WS-EMP-FOUND-SWITCH.
           MOVE WS-EV-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-COMPANY-CODE = WS-COMPANY-CODE
                       SET EMPLOYEE-WAS-FOUND TO TRUE
                   END-IF
           END-READ.
           IF EMPLOYEE-WAS-FOUND
               IF EV-FROM-DEDUCTION
                   SET EMPLOYEE-IS-COVERED TO TRUE
               ELSE
                   PERFORM 4100-CHECK-HEALTH-COVERAGE
               END-IF
               IF EMPLOYEE-IS-COVERED
                   PERFORM 4200-FIND-KNOWN-EVENT
                   IF EVENT-ALREADY-KNOWN
                       ADD 1 TO WS-KNOWN-COUNT
                   ELSE
                       PERFORM 4300-ADD-NEW-EVENT
                   END-IF
               ELSE
                   ADD 1 TO WS-UNCOVERED-COUNT
               END-IF
           END-IF.

       4100-CHECK-HEALTH-COVERAGE.
           MOVE "N" TO WS-COVERED-SWITCH.
           MOVE WS-EV-EMP-ID TO DE-EMP-ID.
           MOVE "HLTH" TO DE-PLAN-CODE.
           READ DEDUCTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DE-START-DATE NOT > WS-EV-DATE
                       SET EMPLOYEE-IS-COVERED TO TRUE
                   END-IF
           END-READ.

      *> Walk the employee's register rows for one near enough to
      *> be this event; if found, tick this source on it.
       4200-FIND-KNOWN-EVENT.
           MOVE "N" TO WS-MATCH-SWITCH.
           MOVE "N" TO WS-REG-EOF-SWITCH.
           MOVE WS-EV-DATE TO WS-DATE-IN.
           PERFORM 7100-DATE-TO-INT.
           MOVE WS-DATE-INT TO WS-EVENT-INT.
           MOVE WS-EV-EMP-ID TO CB-EMP-ID.
           MOVE LOW-VALUES TO CB-EVENT-DATE.
           START COBRA-REGISTER KEY IS NOT LESS THAN CB-KEY
               INVALID KEY
                   SET REG-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL REG-END-OF-FILE OR EVENT-ALREADY-KNOWN
               READ COBRA-REGISTER NEXT RECORD
                   AT END
                       SET REG-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CB-EMP-ID NOT = WS-EV-EMP-ID
                           SET REG-END-OF-FILE TO TRUE
                       ELSE
                           MOVE CB-EVENT-DATE TO WS-DATE-IN
                           PERFORM 7100-DATE-TO-INT
                           COMPUTE WS-DAYS-APART =
                               WS-DATE-INT - WS-EVENT-INT
                           IF WS-DAYS-APART < ZERO
                               MULTIPLY -1 BY WS-DAYS-APART
                           END-IF
                           IF WS-DAYS-APART NOT > WS-SAME-EVENT-DAYS
                               SET EVENT-ALREADY-KNOWN TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF EVENT-ALREADY-KNOWN
               PERFORM 4250-TICK-SOURCE
               REWRITE COBRA-REGISTER-RECORD
           END-IF.

       4250-TICK-SOURCE.
           EVALUATE TRUE
               WHEN EV-FROM-AUDIT
                   MOVE "Y" TO CB-FROM-AUDIT
               WHEN EV-FROM-FINAL-PAY
                   MOVE "Y" TO CB-FROM-FINAL-PAY
               WHEN EV-FROM-DEDUCTION
                   MOVE "Y" TO CB-FROM-DEDUCTION
           END-EVALUATE.

      *> The letter goes out with this run, so the notice date is
      *> today; past the due date it is late and goes to EXCPLOG.
       4300-ADD-NEW-EVENT.
           ADD 1 TO WS-NEW-COUNT.
           MOVE SPACES TO COBRA-REGISTER-RECORD.
           MOVE WS-EV-EMP-ID TO CB-EMP-ID.
           MOVE WS-EV-DATE TO CB-EVENT-DATE.
           IF EMP-IS-INACTIVE OR NOT EV-FROM-DEDUCTION
               SET CB-IS-TERMINATION TO TRUE
           ELSE
               SET CB-IS-COVERAGE-LOSS TO TRUE
           END-IF.
           MOVE "N" TO CB-FROM-AUDIT CB-FROM-FINAL-PAY
               CB-FROM-DEDUCTION.
           PERFORM 4250-TICK-SOURCE.
           MOVE WS-RUN-DATE TO CB-DETECTED-DATE.
           COMPUTE WS-DATE-INT = WS-EVENT-INT + WS-NOTICE-DAYS.
           PERFORM 7200-INT-TO-DATE.
           MOVE WS-DATE-OUT TO CB-NOTICE-DUE.
           MOVE WS-RUN-DATE TO CB-NOTICE-DATE.
           MOVE "N" TO CB-NOTICE-LATE.
           IF CB-NOTICE-DUE < WS-RUN-DATE
               SET CB-WAS-LATE TO TRUE
               ADD 1 TO WS-LATE-COUNT
               PERFORM 7500-LOG-LATE-NOTICE
           END-IF.
           WRITE COBRA-REGISTER-RECORD.
           PERFORM 5000-PRINT-EVENT-LINE.
           PERFORM 6000-WRITE-ELECTION-NOTICE.

       5000-PRINT-EVENT-LINE.
           IF CB-IS-TERMINATION
               MOVE "TERMINATION" TO WS-TYPE-LABEL
           ELSE
               MOVE "LOST COVERAGE" TO WS-TYPE-LABEL
           END-IF.
           MOVE WS-EV-SOURCE TO WS-SOURCE-LABEL.
           MOVE SPACES TO EVENT-REPORT-LINE.
           STRING CB-EMP-ID " " EMP-NAME
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE.
           MOVE WS-TYPE-LABEL TO EVENT-REPORT-LINE (29:13).
           MOVE CB-EVENT-DATE TO EVENT-REPORT-LINE (42:10).
           MOVE CB-NOTICE-DUE TO EVENT-REPORT-LINE (53:10).
           MOVE WS-SOURCE-LABEL TO EVENT-REPORT-LINE (64:3).
           IF CB-WAS-LATE
               MOVE "LATE" TO EVENT-REPORT-LINE (68:4)
           END-IF.
           WRITE EVENT-REPORT-LINE.

       6000-WRITE-ELECTION-NOTICE.
           PERFORM 6900-WRITE-LETTER-HEADING.
           MOVE "IMPORTANT INFORMATION ABOUT YOUR RIGHT TO CONTINUE"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "YOUR GROUP HEALTH COVERAGE (COBRA ELECTION NOTICE)"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           IF CB-IS-TERMINATION
               STRING "YOUR EMPLOYMENT ENDED ON " CB-EVENT-DATE
                   ", A QUALIFYING EVENT"
                   DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING "YOUR HEALTH COVERAGE ENDED ON " CB-EVENT-DATE
                   ", A QUALIFYING EVENT"
                   DELIMITED BY SIZE INTO LETTER-LINE
           END-IF.
           WRITE LETTER-LINE.
           MOVE "UNDER COBRA. YOU AND YOUR COVERED DEPENDENTS MAY"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "ELECT TO CONTINUE THE SAME HEALTH COVERAGE FOR UP TO"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "18 MONTHS AT YOUR OWN COST."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "YOU HAVE 60 DAYS FROM THE DATE OF THIS NOTICE TO"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "ELECT CONTINUATION COVERAGE. CONTACT BENEFITS"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "ADMINISTRATION FOR THE ELECTION FORM AND PREMIUMS."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 6950-WRITE-LETTER-FOOTING.

       6900-WRITE-LETTER-HEADING.
           MOVE "------------------------------------------" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - COBRA CONTINUATION COVERAGE"
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "TO: " EMP-NAME " (" EMP-ID ")"
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "    " EMP-ADDRESS-1
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "    " EMP-CITY-ST-ZIP
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       6950-WRITE-LETTER-FOOTING.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "BENEFITS ADMINISTRATION" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

       7100-DATE-TO-INT.
           MOVE WS-DATE-IN (1:4) TO WS-DATE-DIGITS-X (1:4).
           MOVE WS-DATE-IN (6:2) TO WS-DATE-DIGITS-X (5:2).
           MOVE WS-DATE-IN (9:2) TO WS-DATE-DIGITS-X (7:2).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS).

       7200-INT-TO-DATE.
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           STRING WS-DATE-DIGITS-X (1:4) "-" WS-DATE-DIGITS-X (5:2)
               "-" WS-DATE-DIGITS-X (7:2)
               DELIMITED BY SIZE INTO WS-DATE-OUT.

       7500-LOG-LATE-NOTICE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "COBRANOT" TO EXC-PROGRAM.
           MOVE CB-EMP-ID TO EXC-KEY.
           MOVE "CBRA" TO EXC-REASON-CODE.
           STRING "COBRA NOTICE DUE " CB-NOTICE-DUE " MISSED"
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       8700-PRINT-TOTALS.
           MOVE SPACES TO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE SPACES TO EVENT-REPORT-LINE.
           STRING "SOURCE EVENTS SEEN: " WS-SEEN-COUNT
               "   NEW EVENTS / NOTICES: " WS-NEW-COUNT
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           MOVE SPACES TO EVENT-REPORT-LINE.
           STRING "ALREADY REGISTERED:  " WS-KNOWN-COUNT
               "   NOT HEALTH-PLAN MEMBERS: " WS-UNCOVERED-COUNT
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.
           IF WS-LATE-COUNT > ZERO
               MOVE SPACES TO EVENT-REPORT-LINE
               STRING "*** NOTICES PAST DEADLINE: " WS-LATE-COUNT
                   " - SEE EXCPLOG"
                   DELIMITED BY SIZE INTO EVENT-REPORT-LINE
               WRITE EVENT-REPORT-LINE
           END-IF.
           MOVE SPACES TO EVENT-REPORT-LINE.
           STRING "SRC: A = EMPAUDIT  F = FINAL PAY  D = DEDMSTR"
               DELIMITED BY SIZE INTO EVENT-REPORT-LINE.
           WRITE EVENT-REPORT-LINE.

       8750-SAVE-RUN-DATE.
           OPEN OUTPUT COBRA-CONTROL-FILE.
           MOVE WS-RUN-DATE TO CTL-LAST-RUN-DATE.
           WRITE COBRA-CONTROL-RECORD.
           CLOSE COBRA-CONTROL-FILE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "COBRANOT OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " NEW=" WS-NEW-COUNT
               " LATE=" WS-LATE-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE EMP-AUDIT-IN PAY-HISTORY-FILE DEDUCTION-MASTER
               EMPLOYEE-MASTER COBRA-REGISTER EVENT-REPORT-FILE
               LETTER-FILE EXCEPTION-LOG RUN-LOG-FILE.
