       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHINQ.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Employee master as-of inquiry. Answers "what department,
      ** job class and rate was this person in on that date" off the
      ** EMPHIST history instead of a hand search of EMPAUDIT: the
      ** employee and date come from a one-record EHINQPRM file (the
      ** PAYINQ convention), EMPASOF finds the picture in force on
      ** the date, and EMPHINQ.TXT prints that master followed by
      ** every history row on file for the employee, so the changes
      ** either side of the date can be seen too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY.
           SELECT INQUIRY-PARM-FILE ASSIGN TO "EHINQPRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "EMPHINQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-HISTORY-FILE.
       01  EMP-HISTORY-RECORD.
           COPY EMPHREC.

      *> Whose master, and as of what date (blank is today).
       FD  INQUIRY-PARM-FILE.
       01  INQUIRY-PARM-RECORD.
           05  INQ-EMP-ID          PIC X(6).
           05  INQ-AS-OF-DATE      PIC X(10).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE     PIC X(80).

      *> Company identity for the report heading - the same control
      *> record the pay run reads, so the second entity's data
      *> library prints its own name.
       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-EH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  EH-END-OF-FILE             VALUE "Y".
       01  WS-PARM-SWITCH        PIC X(1) VALUE "N".
           88  PARM-WAS-READ              VALUE "Y".
       01  WS-RUN-DATE           PIC X(10).
       01  WS-AS-OF-DATE         PIC X(10).
       01  WS-ROW-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-IN-FORCE-MARK      PIC X(2).

      *> A history image laid back out as the master record, for
      *> printing the as-of picture and each row of the timeline.
       01  INQ-MASTER-IMAGE      PIC X(300).
       01  INQ-MASTER-RECORD REDEFINES INQ-MASTER-IMAGE.
           COPY EMPMSTR.

       01  DISPLAY-RATE          PIC $$9.99.
       01  DISPLAY-SALARY        PIC $$$,$$9.99.
       01  DISPLAY-SSN           PIC X(11).
      *> The last four characters of the bank account. The account
      *> is left-justified in its 17 bytes, so the four end at the
      *> last non-blank character, not at byte 17.
       01  WS-ACCT-TRAILING      PIC 9(2).
       01  WS-ACCT-END           PIC 9(2).
       01  WS-ACCT-START         PIC 9(2).
       01  WS-ACCT-LAST-FOUR     PIC X(4).

       01  AS-OF-AREA.
           COPY ASOFAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           IF PARM-WAS-READ
               PERFORM 1100-PRINT-HEADER
               PERFORM 2000-PRINT-AS-OF-MASTER
               PERFORM 3000-PRINT-TIMELINE
           ELSE
               DISPLAY "*** NO EHINQPRM SUPPLIED - NOTHING TO "
                   "REPORT ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT INQUIRY-PARM-FILE.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           READ INQUIRY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET PARM-WAS-READ TO TRUE
                   MOVE INQ-AS-OF-DATE TO WS-AS-OF-DATE
                   IF WS-AS-OF-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-AS-OF-DATE
                   END-IF
           END-READ.

       1100-PRINT-HEADER.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - EMPLOYEE MASTER AS OF DATE" DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "EMPLOYEE: " INQ-EMP-ID "  AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.

       2000-PRINT-AS-OF-MASTER.
           MOVE INQ-EMP-ID TO ASOF-EMP-ID.
           MOVE WS-AS-OF-DATE TO ASOF-DATE.
           MOVE SPACES TO ASOF-KNOWN-BY-DATE.
           CALL "EMPASOF" USING AS-OF-AREA.
           IF ASOF-NOT-FOUND
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "NO HISTORY ON FILE ON OR BEFORE "
                   WS-AS-OF-DATE
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           ELSE
               MOVE ASOF-MASTER-IMAGE TO INQ-MASTER-IMAGE
               PERFORM 2100-PRINT-MASTER-FIELDS
           END-IF.

      *> The SSN is masked to the last four, as on every report but
      *> the W-2.
       2100-PRINT-MASTER-FIELDS.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "IN FORCE FROM: " ASOF-EFF-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "NAME:      " EMP-NAME
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SPACES TO DISPLAY-SSN.
           STRING "XXX-XX-" EMP-SSN (6:4)
               DELIMITED BY SIZE INTO DISPLAY-SSN.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "SSN:       " DISPLAY-SSN
               "   STATUS: " EMP-STATUS
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "COMPANY:   " EMP-COMPANY-CODE
               "   DEPT: " EMP-DEPT
               "   JOB CLASS: " EMP-JOB-CLASS
               "   PAY GROUP: " EMP-PAY-GROUP
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE HOURLY-RATE TO DISPLAY-RATE.
           MOVE EMP-SALARY-AMOUNT TO DISPLAY-SALARY.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "PAY BASIS: " EMP-PAY-BASIS
               "   RATE: " DISPLAY-RATE
               "   SALARY: " DISPLAY-SALARY
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "WORK/RES STATE: " EMP-WORK-STATE "/"
               EMP-RES-STATE "   LOCAL: " EMP-LOCAL-CODE
               "   FILING: " EMP-FILING-STATUS
               " ALLOW: " EMP-ALLOWANCES
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           PERFORM 2150-FIND-ACCOUNT-LAST-FOUR.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "BANK STATUS: " EMP-BANK-STATUS
               "   ACCOUNT ENDS: " WS-ACCT-LAST-FOUR
               "   PAID IN: " EMP-PAY-CURRENCY
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.

      *> Shortens to what there is for an account under four long.
       2150-FIND-ACCOUNT-LAST-FOUR.
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

      *> Every row for the employee, oldest first; "<<" marks the
      *> one the as-of date falls in.
       3000-PRINT-TIMELINE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE "   EFFECTIVE  SOURCE   BY         DEPT JOBC   RATE"
               & " S RECORDED" TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           OPEN INPUT EMP-HISTORY-FILE.
           MOVE INQ-EMP-ID TO EH-EMP-ID.
           MOVE LOW-VALUES TO EH-EFF-DATE.
           START EMP-HISTORY-FILE KEY IS NOT LESS THAN EH-KEY
               INVALID KEY
                   SET EH-END-OF-FILE TO TRUE
           END-START.
           PERFORM 3100-READ-HISTORY.
           PERFORM 3200-PRINT-HISTORY-ROW UNTIL EH-END-OF-FILE.
           CLOSE EMP-HISTORY-FILE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "HISTORY ROWS LISTED: " WS-ROW-COUNT
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.

       3100-READ-HISTORY.
           IF NOT EH-END-OF-FILE
               READ EMP-HISTORY-FILE NEXT RECORD
                   AT END
                       SET EH-END-OF-FILE TO TRUE
               END-READ
           END-IF.
           IF NOT EH-END-OF-FILE AND EH-EMP-ID NOT = INQ-EMP-ID
               SET EH-END-OF-FILE TO TRUE
           END-IF.

       3200-PRINT-HISTORY-ROW.
           MOVE EH-MASTER-IMAGE TO INQ-MASTER-IMAGE.
           MOVE SPACES TO WS-IN-FORCE-MARK.
           IF ASOF-FOUND AND EH-EFF-DATE = ASOF-EFF-DATE
               MOVE "<<" TO WS-IN-FORCE-MARK
           END-IF.
           MOVE HOURLY-RATE TO DISPLAY-RATE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING WS-IN-FORCE-MARK " " EH-EFF-DATE " "
               EH-SOURCE-PROGRAM " " EH-CHANGED-BY " " EMP-DEPT " "
               EMP-JOB-CLASS " " DISPLAY-RATE " " EMP-STATUS " "
               EH-RECORDED-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           ADD 1 TO WS-ROW-COUNT.
           PERFORM 3100-READ-HISTORY.

       9000-CLOSE-FILES.
           CLOSE INQUIRY-PARM-FILE INQUIRY-REPORT-FILE.
