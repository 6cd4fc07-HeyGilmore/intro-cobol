       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Online employee master inquiry. Answers "what is this
      ** person's status, rate and bank status" at the terminal
      ** instead of through a batch PAYINQ run or a hex dump of
      ** EMPMAST. The operator keys an employee ID to see one
      ** employee, or a name to page through the master in name
      ** order from there and pick an ID off the list. One employee
      ** shows:
      ** - the master fields, SSN and bank account masked to the
      **   last four as on every report but the W-2;
      ** - the employee's YTDMAST totals;
      ** - vacation and sick balances, the hours already promised
      **   on approved PTOREQS requests, and what is left - the
      **   same net-of-approvals figure PTOMAINT decides against;
      ** - the DEDMSTR enrollments in force today;
      ** - every GARNMSTR order, active or satisfied;
      ** - the most recent PAYHIST payments, newest first.
      ** Requires the inquiry role; every lookup, found or not, is
      ** logged to RUNLOG as it happens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-MASTER ASSIGN TO "DEDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-KEY.
           SELECT OPTIONAL GARNISHMENT-MASTER ASSIGN TO "GARNMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY.
           SELECT OPTIONAL PTO-REQUEST-MASTER ASSIGN TO "PTOREQS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  YTD-MASTER-IN.
       01  YTD-MASTER-RECORD.
           COPY YTDREC.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-RECORD.
           COPY DEDREC.

       FD  GARNISHMENT-MASTER.
       01  GARNISHMENT-RECORD.
           COPY GARNREC.

       FD  PTO-REQUEST-MASTER.
       01  PTO-REQUEST-RECORD.
           COPY PTOREC.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           COPY PAYHREC.

      *> Company identity for the screen heading - the same control
      *> record the pay run reads, so the second entity's data
      *> library shows its own name.
       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-TIME-RAW           PIC X(6).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-TITLE-LINE         PIC X(60).

       01  WS-INQUIRY-SWITCH     PIC X(1) VALUE "N".
           88  INQUIRY-IS-DONE            VALUE "Y".
       01  WS-DETAIL-SWITCH      PIC X(1).
           88  DETAIL-IS-DONE             VALUE "Y".
       01  WS-LIST-SWITCH        PIC X(1).
           88  LIST-IS-DONE               VALUE "Y".
       01  WS-FOUND-SWITCH       PIC X(1).
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
       01  WS-SCAN-SWITCH        PIC X(1).
           88  SCAN-IS-DONE               VALUE "Y".
       01  WS-YTD-SWITCH         PIC X(1).
           88  YTD-WAS-FOUND              VALUE "Y".
       01  WS-BODY-FULL-SWITCH   PIC X(1).
           88  BODY-IS-FULL               VALUE "Y".

      *> What the operator keys on the search screen and the page
      *> screen's reply field.
       01  WS-KEY-EMP-ID         PIC X(6).
       01  WS-KEY-NAME           PIC X(20).
       01  WS-RESPONSE           PIC X(6).
       01  WS-MESSAGE            PIC X(79) VALUE SPACES.
       01  WS-PROMPT             PIC X(60).
       01  WS-PAGE-HEADING       PIC X(79).

      *> One employee's inquiry, built a line at a time and shown
      *> twenty lines to a page.
       01  WS-NEW-LINE           PIC X(79).
       01  WS-BODY-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-BODY-MAX           PIC 9(2) VALUE 60.
       01  WS-BODY-TABLE.
           05  WS-BODY-LINE      PIC X(79) OCCURS 60 TIMES.

      *> The twenty lines on the screen right now.
       01  WS-PAGE-TOP           PIC 9(2).
       01  WS-PAGE-SIZE          PIC 9(2) VALUE 20.
       01  WS-SHOW-IDX           PIC 9(2).
       01  WS-SRC-IDX            PIC 9(2).
       01  WS-SHOW-TABLE.
           05  WS-SHOW-LINE      PIC X(79) OCCURS 20 TIMES.

      *> Name browse: the first sixty names at or after the keyed
      *> name, held in name order. A longer list is continued by
      *> keying the last name shown.
       01  WS-MATCH-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-MATCH-MAX          PIC 9(2) VALUE 60.
       01  WS-MATCH-TOTAL        PIC 9(5) VALUE ZERO.
       01  WS-MATCH-POS          PIC 9(2).
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 60 TIMES.
               10  MT-NAME           PIC X(20).
               10  MT-EMP-ID         PIC X(6).
               10  MT-STATUS         PIC X(1).
               10  MT-DEPT           PIC X(4).
               10  MT-JOB-CLASS      PIC X(4).
               10  MT-PAY-GROUP      PIC X(1).
       01  WS-CANDIDATE.
           05  CD-NAME               PIC X(20).
           05  CD-EMP-ID             PIC X(6).
           05  CD-STATUS             PIC X(1).
           05  CD-DEPT               PIC X(4).
           05  CD-JOB-CLASS          PIC X(4).
           05  CD-PAY-GROUP          PIC X(1).
       01  WS-COMPARE-NAME       PIC X(20).

      *> The most recent payments, oldest in slot one.
       01  WS-PAY-MAX            PIC 9(1) VALUE 5.
       01  WS-PAY-COUNT          PIC 9(1) VALUE ZERO.
       01  WS-PAY-IDX            PIC 9(1).
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 5 TIMES.
               10  PT-PERIOD-NO      PIC 9(3).
               10  PT-RUN-TYPE       PIC X(1).
               10  PT-PERIOD-END     PIC X(10).
               10  PT-CHECK-DATE     PIC X(10).
               10  PT-GROSS-PAY      PIC 9(6)V99.
               10  PT-NET-PAY        PIC 9(6)V99.

       01  WS-VAC-PROMISED       PIC 9(4)V99.
       01  WS-SICK-PROMISED      PIC 9(4)V99.
       01  WS-AVAILABLE          PIC S9(4)V99.
       01  WS-ROW-COUNT          PIC 9(3).
       01  WS-STATUS-CODE        PIC X(1).
       01  WS-STATUS-TEXT        PIC X(10).
       01  WS-BANK-TEXT          PIC X(20).
       01  WS-BASIS-TEXT         PIC X(8).
       01  WS-LOG-DETAIL         PIC X(40).

       01  DISPLAY-SSN           PIC X(11).
       01  DISPLAY-ACCOUNT       PIC X(17).
      *> The last four characters of the bank account. The account
      *> is left-justified in its 17 bytes, so the four end at the
      *> last non-blank character, not at byte 17.
       01  WS-ACCT-TRAILING      PIC 9(2).
       01  WS-ACCT-END           PIC 9(2).
       01  WS-ACCT-START         PIC 9(2).
       01  WS-ACCT-LAST-FOUR     PIC X(4).
       01  DISPLAY-RATE          PIC $$9.99.
       01  DISPLAY-NEW-RATE      PIC $$9.99.
       01  DISPLAY-SALARY        PIC $$$,$$9.99.
       01  DISPLAY-YTD-1         PIC $$,$$$,$$9.99.
       01  DISPLAY-YTD-2         PIC $$,$$$,$$9.99.
       01  DISPLAY-YTD-3         PIC $$,$$$,$$9.99.
       01  DISPLAY-HOURS-1       PIC ZZZ9.99.
       01  DISPLAY-HOURS-2       PIC ZZZ9.99.
       01  DISPLAY-HOURS-3       PIC ---9.99.
       01  DISPLAY-AMOUNT-1      PIC $$$,$$9.99.
       01  DISPLAY-AMOUNT-2      PIC $$$,$$9.99.
       01  DISPLAY-BALANCE       PIC $$$$,$$9.99.
       01  DISPLAY-PCT           PIC Z9.
       01  DISPLAY-COUNT         PIC ZZZZ9.

       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       SCREEN SECTION.
       01  SEARCH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 PIC X(60) FROM WS-TITLE-LINE.
           05  LINE 1 COLUMN 70 PIC X(10) FROM WS-RUN-DATE.
           05  LINE 4 COLUMN 5 VALUE "EMPLOYEE ID:".
           05  LINE 4 COLUMN 20 PIC X(6) USING WS-KEY-EMP-ID.
           05  LINE 6 COLUMN 5 VALUE "OR NAME FROM:".
           05  LINE 6 COLUMN 20 PIC X(20) USING WS-KEY-NAME.
           05  LINE 9 COLUMN 5
               VALUE "KEY AN ID TO SEE ONE EMPLOYEE, OR A NAME TO".
           05  LINE 10 COLUMN 5
               VALUE "PAGE THROUGH THE MASTER IN NAME ORDER FROM".
           05  LINE 11 COLUMN 5
               VALUE "THERE. LEAVE BOTH BLANK TO END THE INQUIRY.".
           05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE.

       01  PAGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 PIC X(60) FROM WS-TITLE-LINE.
           05  LINE 1 COLUMN 70 PIC X(10) FROM WS-RUN-DATE.
           05  LINE 2 COLUMN 1 PIC X(79) FROM WS-PAGE-HEADING.
           05  LINE 3 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (1).
           05  LINE 4 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (2).
           05  LINE 5 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (3).
           05  LINE 6 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (4).
           05  LINE 7 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (5).
           05  LINE 8 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (6).
           05  LINE 9 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (7).
           05  LINE 10 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (8).
           05  LINE 11 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (9).
           05  LINE 12 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (10).
           05  LINE 13 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (11).
           05  LINE 14 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (12).
           05  LINE 15 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (13).
           05  LINE 16 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (14).
           05  LINE 17 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (15).
           05  LINE 18 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (16).
           05  LINE 19 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (17).
           05  LINE 20 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (18).
           05  LINE 21 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (19).
           05  LINE 22 COLUMN 1 PIC X(79) FROM WS-SHOW-LINE (20).
           05  LINE 23 COLUMN 1 PIC X(79) FROM WS-MESSAGE.
           05  LINE 24 COLUMN 1 PIC X(60) FROM WS-PROMPT.
           05  LINE 24 COLUMN 62 PIC X(6) USING WS-RESPONSE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF AUTH-GRANTED
               PERFORM 1100-OPEN-FILES
               PERFORM 2000-INQUIRY-CYCLE UNTIL INQUIRY-IS-DONE
               PERFORM 9000-CLOSE-FILES
           ELSE
               DISPLAY "*** EMPINQ NOT AUTHORIZED - NO INQUIRY ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           MOVE SPACES TO WS-TITLE-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - EMPLOYEE MASTER INQUIRY" DELIMITED BY SIZE
               INTO WS-TITLE-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE "EMPINQ" TO AUTH-PROGRAM-NAME.
           MOVE "I" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.

       1100-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN INPUT GARNISHMENT-MASTER.
           OPEN INPUT PTO-REQUEST-MASTER.
           OPEN INPUT PAY-HISTORY-FILE.

      *> One trip through the search screen: an ID goes straight to
      *> the employee, a name to the browse list, neither ends it.
       2000-INQUIRY-CYCLE.
           MOVE SPACES TO WS-KEY-EMP-ID WS-KEY-NAME.
           DISPLAY SEARCH-SCREEN.
           ACCEPT SEARCH-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN WS-KEY-EMP-ID NOT = SPACES
                   PERFORM 3000-SHOW-EMPLOYEE
               WHEN WS-KEY-NAME NOT = SPACES
                   PERFORM 4000-BROWSE-BY-NAME
               WHEN OTHER
                   SET INQUIRY-IS-DONE TO TRUE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> One employee, by ID.
      *> ---------------------------------------------------------
       3000-SHOW-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-KEY-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMPLOYEE-WAS-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO WS-LOG-DETAIL.
           IF EMPLOYEE-WAS-FOUND
               STRING "EMP=" WS-KEY-EMP-ID " FOUND"
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               PERFORM 8800-WRITE-RUN-LOG
               MOVE ZERO TO WS-BODY-COUNT
               MOVE "N" TO WS-BODY-FULL-SWITCH
               PERFORM 3100-BUILD-MASTER-LINES
               PERFORM 3200-BUILD-YTD-LINES
               PERFORM 3300-BUILD-PTO-LINES
               PERFORM 3400-BUILD-DEDUCTION-LINES
               PERFORM 3500-BUILD-GARNISHMENT-LINES
               PERFORM 3600-BUILD-PAYMENT-LINES
               PERFORM 5000-PAGE-THROUGH-EMPLOYEE
           ELSE
               STRING "EMP=" WS-KEY-EMP-ID " NOT FOUND"
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               PERFORM 8800-WRITE-RUN-LOG
               STRING "NO EMPLOYEE " WS-KEY-EMP-ID " ON EMPMAST"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      *> The SSN and account number are masked to the last four, as
      *> on every report but the W-2.
       3100-BUILD-MASTER-LINES.
           MOVE EMP-STATUS TO WS-STATUS-CODE.
           PERFORM 8200-NAME-STATUS.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "NAME: " EMP-NAME "  ID: " EMP-ID
               "  STATUS: " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE SPACES TO DISPLAY-SSN.
           STRING "XXX-XX-" EMP-SSN (6:4)
               DELIMITED BY SIZE INTO DISPLAY-SSN.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "SSN: " DISPLAY-SSN "  COMPANY: " EMP-COMPANY-CODE
               "  DEPT: " EMP-DEPT "  JOB CLASS: " EMP-JOB-CLASS
               "  PAY GROUP: " EMP-PAY-GROUP
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "HIRED: " EMP-HIRE-DATE
               "  TERMINATED: " EMP-TERM-DATE
               "  REHIRED: " EMP-REHIRE-DATE
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           IF EMP-IS-ON-LEAVE
               MOVE SPACES TO WS-NEW-LINE
               STRING "ON LEAVE TYPE " EMP-LEAVE-TYPE
                   " FROM " EMP-LEAVE-START
                   "  EXPECTED BACK: " EMP-LEAVE-RETURN
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
           END-IF.
           IF PAY-BASIS-SALARIED
               MOVE "SALARIED" TO WS-BASIS-TEXT
           ELSE
               MOVE "HOURLY" TO WS-BASIS-TEXT
           END-IF.
           MOVE HOURLY-RATE TO DISPLAY-RATE.
           MOVE EMP-SALARY-AMOUNT TO DISPLAY-SALARY.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "PAY BASIS: " WS-BASIS-TEXT "  RATE: " DISPLAY-RATE
               "  SALARY: " DISPLAY-SALARY
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           IF EMP-RATE-EFF-DATE NOT = SPACES
               MOVE EMP-NEW-RATE TO DISPLAY-NEW-RATE
               MOVE SPACES TO WS-NEW-LINE
               STRING "PENDING RATE: " DISPLAY-NEW-RATE
                   " EFFECTIVE " EMP-RATE-EFF-DATE
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
           END-IF.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "FILING: " EMP-FILING-STATUS
               "  ALLOWANCES: " EMP-ALLOWANCES
               "  WORK/RES STATE: " EMP-WORK-STATE "/" EMP-RES-STATE
               "  LOCAL: " EMP-LOCAL-CODE
               "  PAID IN: " EMP-PAY-CURRENCY
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           EVALUATE TRUE
               WHEN BANK-IS-VERIFIED
                   MOVE "VERIFIED" TO WS-BANK-TEXT
               WHEN BANK-IS-PRENOTE
                   MOVE SPACES TO WS-BANK-TEXT
                   STRING "PRENOTE PERIOD " EMP-PRENOTE-PERIOD
                       DELIMITED BY SIZE INTO WS-BANK-TEXT
               WHEN BANK-IS-RETURNED
                   MOVE "RETURNED BY BANK" TO WS-BANK-TEXT
               WHEN OTHER
                   MOVE "NO ACCOUNT - CHECK" TO WS-BANK-TEXT
           END-EVALUATE.
           MOVE SPACES TO DISPLAY-ACCOUNT.
           IF EMP-ACCOUNT-NO NOT = SPACES
               PERFORM 3150-FIND-ACCOUNT-LAST-FOUR
               STRING "XXXXXXXXXXXXX" WS-ACCT-LAST-FOUR
                   DELIMITED BY SIZE INTO DISPLAY-ACCOUNT
           END-IF.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "BANK: ROUTING " EMP-ROUTING-NO
               "  ACCOUNT " DISPLAY-ACCOUNT
               "  STATUS: " WS-BANK-TEXT
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.

      *> Shortens to what there is for an account under four long.
       3150-FIND-ACCOUNT-LAST-FOUR.
           MOVE SPACES TO WS-ACCT-LAST-FOUR.
           MOVE ZERO TO WS-ACCT-TRAILING.
           INSPECT FUNCTION REVERSE (EMP-ACCOUNT-NO)
               TALLYING WS-ACCT-TRAILING FOR LEADING SPACES.
           COMPUTE WS-ACCT-END = 17 - WS-ACCT-TRAILING.
           IF WS-ACCT-END > 3
               COMPUTE WS-ACCT-START = WS-ACCT-END - 3
               MOVE EMP-ACCOUNT-NO (WS-ACCT-START:4)
                   TO WS-ACCT-LAST-FOUR
           ELSE
               IF WS-ACCT-END > ZERO
                   MOVE EMP-ACCOUNT-NO (1:WS-ACCT-END)
                       TO WS-ACCT-LAST-FOUR
               END-IF
           END-IF.

      *> YTDMAST is sequential - one pass for the employee's row.
       3200-BUILD-YTD-LINES.
           MOVE SPACES TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE "N" TO WS-YTD-SWITCH WS-SCAN-SWITCH.
           OPEN INPUT YTD-MASTER-IN.
           PERFORM UNTIL SCAN-IS-DONE
               READ YTD-MASTER-IN
                   AT END
                       SET SCAN-IS-DONE TO TRUE
                   NOT AT END
                       IF YTD-EMP-ID = EMP-ID
                           SET YTD-WAS-FOUND TO TRUE
                           SET SCAN-IS-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE YTD-MASTER-IN.
           IF NOT YTD-WAS-FOUND
               MOVE "YEAR TO DATE: NO YTDMAST RECORD ON FILE"
                   TO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
           ELSE
               MOVE YTD-GROSS TO DISPLAY-YTD-1
               MOVE YTD-TAXABLE TO DISPLAY-YTD-2
               MOVE YTD-TAX TO DISPLAY-YTD-3
               MOVE SPACES TO WS-NEW-LINE
               STRING "YEAR TO DATE  GROSS: " DISPLAY-YTD-1
                   "  TAXABLE: " DISPLAY-YTD-2
                   "  TAX: " DISPLAY-YTD-3
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
               MOVE YTD-DEDUCTIONS TO DISPLAY-YTD-1
               MOVE YTD-NET TO DISPLAY-YTD-2
               MOVE YTD-OT TO DISPLAY-YTD-3
               MOVE SPACES TO WS-NEW-LINE
               STRING "             DEDUCT: " DISPLAY-YTD-1
                   "  NET:     " DISPLAY-YTD-2
                   "  OT:  " DISPLAY-YTD-3
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
               MOVE YTD-401K-EE TO DISPLAY-YTD-1
               MOVE YTD-401K-MATCH TO DISPLAY-YTD-2
               MOVE SPACES TO WS-NEW-LINE
               STRING "             401K:   " DISPLAY-YTD-1
                   "  MATCH:   " DISPLAY-YTD-2
                   "  CO: " YTD-COMPANY-CODE
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
           END-IF.

      *> Balances net of approved requests not yet taken - the
      *> hours a supervisor has already promised.
       3300-BUILD-PTO-LINES.
           MOVE ZERO TO WS-VAC-PROMISED WS-SICK-PROMISED.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE EMP-ID TO RQ-EMP-ID.
           MOVE LOW-VALUES TO RQ-REQUEST-ID.
           START PTO-REQUEST-MASTER KEY IS NOT LESS THAN RQ-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-IS-DONE
               READ PTO-REQUEST-MASTER NEXT RECORD
                   AT END
                       SET SCAN-IS-DONE TO TRUE
                   NOT AT END
                       IF RQ-EMP-ID NOT = EMP-ID
                           SET SCAN-IS-DONE TO TRUE
                       ELSE
                           IF REQUEST-IS-APPROVED
                               IF REQUEST-IS-SICK
                                   ADD RQ-HOURS TO WS-SICK-PROMISED
                               ELSE
                                   ADD RQ-HOURS TO WS-VAC-PROMISED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE "PTO HOURS       BALANCE  APPROVED  AVAILABLE"
               TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE EMP-VAC-BALANCE TO DISPLAY-HOURS-1.
           MOVE WS-VAC-PROMISED TO DISPLAY-HOURS-2.
           COMPUTE WS-AVAILABLE = EMP-VAC-BALANCE - WS-VAC-PROMISED.
           MOVE WS-AVAILABLE TO DISPLAY-HOURS-3.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "  VACATION      " DISPLAY-HOURS-1 "   "
               DISPLAY-HOURS-2 "    " DISPLAY-HOURS-3
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE EMP-SICK-BALANCE TO DISPLAY-HOURS-1.
           MOVE WS-SICK-PROMISED TO DISPLAY-HOURS-2.
           COMPUTE WS-AVAILABLE = EMP-SICK-BALANCE - WS-SICK-PROMISED.
           MOVE WS-AVAILABLE TO DISPLAY-HOURS-3.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "  SICK          " DISPLAY-HOURS-1 "   "
               DISPLAY-HOURS-2 "    " DISPLAY-HOURS-3
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.

      *> Enrollments in force today, by the same start/stop test the
      *> pay run applies to a period.
       3400-BUILD-DEDUCTION-LINES.
           MOVE SPACES TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE "DEDUCTIONS  PLAN  PER PERIOD  EMPLOYER  TAX  START"
               & "      STOP" TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE EMP-ID TO DE-EMP-ID.
           MOVE LOW-VALUES TO DE-PLAN-CODE.
           START DEDUCTION-MASTER KEY IS NOT LESS THAN DE-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-IS-DONE
               READ DEDUCTION-MASTER NEXT RECORD
                   AT END
                       SET SCAN-IS-DONE TO TRUE
                   NOT AT END
                       IF DE-EMP-ID NOT = EMP-ID
                           SET SCAN-IS-DONE TO TRUE
                       ELSE
                           IF DE-START-DATE <= WS-RUN-DATE
                               AND (DE-STOP-DATE = SPACES
                                   OR DE-STOP-DATE >= WS-RUN-DATE)
                               PERFORM 3410-ADD-DEDUCTION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROW-COUNT = ZERO
               MOVE "            NONE ACTIVE" TO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
           END-IF.

       3410-ADD-DEDUCTION-LINE.
           MOVE DE-PERIOD-AMOUNT TO DISPLAY-AMOUNT-1.
           MOVE DE-ER-PERIOD-AMOUNT TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "            " DE-PLAN-CODE "  " DISPLAY-AMOUNT-1
               "  " DISPLAY-AMOUNT-2 "  " DE-TAX-STATUS "  "
               DE-START-DATE " " DE-STOP-DATE
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           ADD 1 TO WS-ROW-COUNT.

      *> Every order on file, satisfied ones included, so the
      *> question "why did the garnishment stop" is answered too.
       3500-BUILD-GARNISHMENT-LINES.
           MOVE SPACES TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE "GARNISHMENT ORDER ID  PRI  PER PERIOD  CAP%"
               & "   REMAINING  STATUS" TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE EMP-ID TO GO-EMP-ID.
           MOVE LOW-VALUES TO GO-ORDER-ID.
           START GARNISHMENT-MASTER KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-IS-DONE
               READ GARNISHMENT-MASTER NEXT RECORD
                   AT END
                       SET SCAN-IS-DONE TO TRUE
                   NOT AT END
                       IF GO-EMP-ID NOT = EMP-ID
                           SET SCAN-IS-DONE TO TRUE
                       ELSE
                           PERFORM 3510-ADD-GARNISHMENT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROW-COUNT = ZERO
               MOVE "            NONE ON FILE" TO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
           END-IF.

       3510-ADD-GARNISHMENT-LINE.
           MOVE GO-PERIOD-AMOUNT TO DISPLAY-AMOUNT-1.
           COMPUTE DISPLAY-PCT = GO-DISPOSABLE-PCT * 100.
           MOVE GO-REMAINING-BAL TO DISPLAY-BALANCE.
           MOVE SPACES TO WS-STATUS-TEXT.
           EVALUATE TRUE
               WHEN ORDER-IS-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN ORDER-IS-SATISFIED
                   MOVE "SATISFIED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE GO-ORDER-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "            " GO-ORDER-ID " " GO-PRIORITY "   "
               DISPLAY-AMOUNT-1 "   " DISPLAY-PCT "  " DISPLAY-BALANCE
               "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           ADD 1 TO WS-ROW-COUNT.

      *> PAYHIST runs oldest first within the employee; the last
      *> few rows are kept as the key walks by and listed newest
      *> first.
       3600-BUILD-PAYMENT-LINES.
           MOVE ZERO TO WS-PAY-COUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE EMP-ID TO PH-EMP-ID.
           MOVE ZERO TO PH-PERIOD-NO.
           MOVE LOW-VALUES TO PH-RUN-TYPE.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-IS-DONE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SCAN-IS-DONE TO TRUE
                   NOT AT END
                       IF PH-EMP-ID NOT = EMP-ID
                           SET SCAN-IS-DONE TO TRUE
                       ELSE
                           PERFORM 3610-KEEP-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           MOVE "LAST PAYMENTS  PERIOD  PERIOD END  CHECK DATE"
               & "       GROSS         NET" TO WS-NEW-LINE.
           PERFORM 8100-ADD-BODY-LINE.
           IF WS-PAY-COUNT = ZERO
               MOVE "               NONE ON PAYHIST" TO WS-NEW-LINE
               PERFORM 8100-ADD-BODY-LINE
           END-IF.
           PERFORM VARYING WS-PAY-IDX FROM WS-PAY-COUNT BY -1
                   UNTIL WS-PAY-IDX < 1
               PERFORM 3620-ADD-PAYMENT-LINE
           END-PERFORM.

       3610-KEEP-PAYMENT.
           IF WS-PAY-COUNT < WS-PAY-MAX
               ADD 1 TO WS-PAY-COUNT
           ELSE
               PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                       UNTIL WS-PAY-IDX >= WS-PAY-MAX
                   MOVE WS-PAY-ENTRY (WS-PAY-IDX + 1)
                       TO WS-PAY-ENTRY (WS-PAY-IDX)
               END-PERFORM
           END-IF.
           MOVE PH-PERIOD-NO TO PT-PERIOD-NO (WS-PAY-COUNT).
           MOVE PH-RUN-TYPE TO PT-RUN-TYPE (WS-PAY-COUNT).
           MOVE PH-PERIOD-END TO PT-PERIOD-END (WS-PAY-COUNT).
           MOVE PH-CHECK-DATE TO PT-CHECK-DATE (WS-PAY-COUNT).
           MOVE PH-GROSS-PAY TO PT-GROSS-PAY (WS-PAY-COUNT).
           MOVE PH-NET-PAY TO PT-NET-PAY (WS-PAY-COUNT).

      *> A reversal backs its period's payment out; it is flagged
      *> so nobody reads it as a second payment.
       3620-ADD-PAYMENT-LINE.
           MOVE PT-GROSS-PAY (WS-PAY-IDX) TO DISPLAY-AMOUNT-1.
           MOVE PT-NET-PAY (WS-PAY-IDX) TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO WS-NEW-LINE.
           STRING "               " PT-PERIOD-NO (WS-PAY-IDX) " "
               PT-RUN-TYPE (WS-PAY-IDX) "   "
               PT-PERIOD-END (WS-PAY-IDX) "  "
               PT-CHECK-DATE (WS-PAY-IDX) "  " DISPLAY-AMOUNT-1
               "  " DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           IF PT-RUN-TYPE (WS-PAY-IDX) = "V"
               MOVE "REV" TO WS-NEW-LINE (76:3)
           END-IF.
           PERFORM 8100-ADD-BODY-LINE.

      *> ---------------------------------------------------------
      *> Browse by name.
      *> ---------------------------------------------------------
       4000-BROWSE-BY-NAME.
           INSPECT WS-KEY-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-MATCH-COUNT WS-MATCH-TOTAL.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-IS-DONE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET SCAN-IS-DONE TO TRUE
                   NOT AT END
                       MOVE EMP-NAME TO WS-COMPARE-NAME
                       INSPECT WS-COMPARE-NAME CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF WS-COMPARE-NAME >= WS-KEY-NAME
                           ADD 1 TO WS-MATCH-TOTAL
                           PERFORM 4100-INSERT-MATCH
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-MATCH-TOTAL TO DISPLAY-COUNT.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "NAME=" WS-KEY-NAME " LISTED=" DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-LOG-DETAIL.
           PERFORM 8800-WRITE-RUN-LOG.
           IF WS-MATCH-COUNT = ZERO
               STRING "NO EMPLOYEE NAMED AT OR AFTER " WS-KEY-NAME
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               PERFORM 4200-PAGE-THROUGH-LIST
           END-IF.

      *> Keeps the sixty lowest names seen so far, in order: a name
      *> past the sixtieth is dropped, otherwise the entries after
      *> its place shift down one.
       4100-INSERT-MATCH.
           MOVE WS-COMPARE-NAME TO CD-NAME.
           MOVE EMP-ID TO CD-EMP-ID.
           MOVE EMP-STATUS TO CD-STATUS.
           MOVE EMP-DEPT TO CD-DEPT.
           MOVE EMP-JOB-CLASS TO CD-JOB-CLASS.
           MOVE EMP-PAY-GROUP TO CD-PAY-GROUP.
           IF WS-MATCH-COUNT < WS-MATCH-MAX
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-MATCH-COUNT TO WS-MATCH-POS
           ELSE
               IF CD-NAME < MT-NAME (WS-MATCH-MAX)
                   MOVE WS-MATCH-MAX TO WS-MATCH-POS
               ELSE
                   MOVE ZERO TO WS-MATCH-POS
               END-IF
           END-IF.
           IF WS-MATCH-POS > ZERO
               PERFORM UNTIL WS-MATCH-POS = 1
                       OR MT-NAME (WS-MATCH-POS - 1) <= CD-NAME
                   MOVE WS-MATCH-ENTRY (WS-MATCH-POS - 1)
                       TO WS-MATCH-ENTRY (WS-MATCH-POS)
                   SUBTRACT 1 FROM WS-MATCH-POS
               END-PERFORM
               MOVE WS-CANDIDATE TO WS-MATCH-ENTRY (WS-MATCH-POS)
           END-IF.

      *> The list comes back up after each employee looked at from
      *> it; ENTER pages on, past the last page ends the browse.
       4200-PAGE-THROUGH-LIST.
           MOVE "N" TO WS-LIST-SWITCH.
           MOVE 1 TO WS-PAGE-TOP.
           PERFORM 4300-SHOW-LIST-PAGE UNTIL LIST-IS-DONE.

       4300-SHOW-LIST-PAGE.
           MOVE "  EMP ID  NAME                  STATUS      DEPT  JOB"
               & "   GROUP" TO WS-PAGE-HEADING.
           MOVE SPACES TO WS-SHOW-TABLE.
           PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                   UNTIL WS-SHOW-IDX > WS-PAGE-SIZE
               COMPUTE WS-SRC-IDX = WS-PAGE-TOP + WS-SHOW-IDX - 1
               IF WS-SRC-IDX <= WS-MATCH-COUNT
                   PERFORM 4310-FORMAT-LIST-LINE
               END-IF
           END-PERFORM.
           IF WS-MATCH-TOTAL > WS-MATCH-COUNT
               AND WS-PAGE-TOP + WS-PAGE-SIZE > WS-MATCH-COUNT
               MOVE WS-MATCH-TOTAL TO DISPLAY-COUNT
               STRING "FIRST 60 OF " DISPLAY-COUNT " SHOWN - KEY "
                   "THE LAST NAME AGAIN TO CONTINUE"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           MOVE "ID TO VIEW, ENTER FOR NEXT PAGE, X FOR NEW SEARCH:"
               TO WS-PROMPT.
           MOVE SPACES TO WS-RESPONSE.
           DISPLAY PAGE-SCREEN.
           ACCEPT PAGE-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN WS-RESPONSE = "X" OR "x"
                   SET LIST-IS-DONE TO TRUE
               WHEN WS-RESPONSE NOT = SPACES
                   MOVE WS-RESPONSE TO WS-KEY-EMP-ID
                   PERFORM 3000-SHOW-EMPLOYEE
               WHEN OTHER
                   ADD WS-PAGE-SIZE TO WS-PAGE-TOP
                   IF WS-PAGE-TOP > WS-MATCH-COUNT
                       SET LIST-IS-DONE TO TRUE
                   END-IF
           END-EVALUATE.

       4310-FORMAT-LIST-LINE.
           MOVE MT-STATUS (WS-SRC-IDX) TO WS-STATUS-CODE.
           PERFORM 8200-NAME-STATUS.
           STRING "  " MT-EMP-ID (WS-SRC-IDX) "  "
               MT-NAME (WS-SRC-IDX) "  " WS-STATUS-TEXT "  "
               MT-DEPT (WS-SRC-IDX) "  " MT-JOB-CLASS (WS-SRC-IDX)
               "  " MT-PAY-GROUP (WS-SRC-IDX)
               DELIMITED BY SIZE INTO WS-SHOW-LINE (WS-SHOW-IDX).

      *> ---------------------------------------------------------
      *> Paging through one employee's lines.
      *> ---------------------------------------------------------
       5000-PAGE-THROUGH-EMPLOYEE.
           MOVE "N" TO WS-DETAIL-SWITCH.
           MOVE 1 TO WS-PAGE-TOP.
           PERFORM 5100-SHOW-DETAIL-PAGE UNTIL DETAIL-IS-DONE.

       5100-SHOW-DETAIL-PAGE.
           MOVE SPACES TO WS-PAGE-HEADING.
           STRING "EMPLOYEE " EMP-ID " " EMP-NAME
               DELIMITED BY SIZE INTO WS-PAGE-HEADING.
           MOVE SPACES TO WS-SHOW-TABLE.
           PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
                   UNTIL WS-SHOW-IDX > WS-PAGE-SIZE
               COMPUTE WS-SRC-IDX = WS-PAGE-TOP + WS-SHOW-IDX - 1
               IF WS-SRC-IDX <= WS-BODY-COUNT
                   MOVE WS-BODY-LINE (WS-SRC-IDX)
                       TO WS-SHOW-LINE (WS-SHOW-IDX)
               END-IF
           END-PERFORM.
           IF WS-PAGE-TOP + WS-PAGE-SIZE > WS-BODY-COUNT
               MOVE "ENTER TO RETURN, X FOR NEW SEARCH:" TO WS-PROMPT
           ELSE
               MOVE "ENTER FOR NEXT PAGE, X FOR NEW SEARCH:"
                   TO WS-PROMPT
           END-IF.
           MOVE SPACES TO WS-RESPONSE.
           DISPLAY PAGE-SCREEN.
           ACCEPT PAGE-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-RESPONSE = "X" OR "x"
               SET DETAIL-IS-DONE TO TRUE
               SET LIST-IS-DONE TO TRUE
           ELSE
               ADD WS-PAGE-SIZE TO WS-PAGE-TOP
               IF WS-PAGE-TOP > WS-BODY-COUNT
                   SET DETAIL-IS-DONE TO TRUE
               END-IF
           END-IF.

      *> A body that outgrows the table keeps its last line to say
      *> so rather than dropping rows without a word.
       8100-ADD-BODY-LINE.
           IF WS-BODY-COUNT < WS-BODY-MAX
               ADD 1 TO WS-BODY-COUNT
               MOVE WS-NEW-LINE TO WS-BODY-LINE (WS-BODY-COUNT)
           ELSE
               IF NOT BODY-IS-FULL
                   SET BODY-IS-FULL TO TRUE
                   MOVE "*** MORE ON FILE THAN THE INQUIRY SHOWS -"
                       & " RUN PAYINQ ***"
                       TO WS-BODY-LINE (WS-BODY-MAX)
               END-IF
           END-IF.

       8200-NAME-STATUS.
           EVALUATE WS-STATUS-CODE
               WHEN "A"
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN "L"
                   MOVE "ON LEAVE" TO WS-STATUS-TEXT
               WHEN "I"
                   MOVE "INACTIVE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE WS-STATUS-CODE TO WS-STATUS-TEXT
           END-EVALUATE.

      *> Written as each lookup happens, not at sign-off, so a
      *> session that is never ended cleanly still leaves its trail.
       8800-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-TIME-RAW.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "EMPINQ OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " AT=" WS-TIME-RAW (1:2) ":" WS-TIME-RAW (3:2)
               ":" WS-TIME-RAW (5:2) " " WS-LOG-DETAIL
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER DEDUCTION-MASTER GARNISHMENT-MASTER
               PTO-REQUEST-MASTER PAY-HISTORY-FILE.
