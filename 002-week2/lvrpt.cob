       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVRPT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Weekly leave-of-absence report for HR, as of the LVPARM
      ** week-ending date (the run date when none is supplied).
      ** The first section lists every employee on leave with the
      ** leave type, start and expected return, flagging a leave
      ** with no return date, a return due within the next week,
      ** and a return date already past with the employee still
      ** out - the return-to-work follow-ups. The second section
      ** sums the FMLALDGR hours LVPOST posted over the rolling
      ** twelve months for every employee with FMLA use, against
      ** the twelve-week entitlement, flagging an entitlement
      ** exhausted or with under two weeks left.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEAVE-PARM-FILE ASSIGN TO "LVPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL FMLA-LEDGER ASSIGN TO "FMLALDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-KEY.
           SELECT LEAVE-REPORT-FILE ASSIGN TO "LEAVERPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The week-ending date (YYYY-MM-DD) to report as of.
       FD  LEAVE-PARM-FILE.
       01  LEAVE-PARM-RECORD.
           05  PARM-WEEK-END       PIC X(10).

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  FMLA-LEDGER.
       01  FMLA-LEDGER-RECORD.
           COPY FMLAREC.

       FD  LEAVE-REPORT-FILE.
       01  LEAVE-REPORT-LINE       PIC X(80).

      *> Company identity for the report heading.
       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-EMP-EOF-SWITCH     PIC X(1) VALUE "N".
           88  EMP-END-OF-FILE            VALUE "Y".
       01  WS-LDGR-EOF-SWITCH    PIC X(1) VALUE "N".
           88  LDGR-END-OF-FILE           VALUE "Y".

       01  WS-AS-OF-DATE         PIC X(10).
       01  WS-AS-OF-INT          PIC 9(8).
       01  WS-NEXT-WEEK-INT      PIC 9(8).
       01  WS-WINDOW-START-INT   PIC 9(8).
       01  WS-EMP-NAME           PIC X(20).
       01  WS-FLAG               PIC X(18).
       01  WS-DAYS-OUT           PIC S9(5).

      *> Dashed date -> day number through YYYYMMDD digits.
       01  WS-DATE-IN            PIC X(10).
       01  WS-DATE-INT           PIC 9(8).
       01  WS-DATE-DIGITS        PIC 9(8).
       01  WS-DATE-DIGITS-X REDEFINES WS-DATE-DIGITS PIC X(8).

      *> The entitlement is twelve forty-hour weeks; two weeks'
      *> worth left is the warning line.
       01  WS-ENTITLEMENT        PIC 9(3)V99 VALUE 480.
       01  WS-WARN-HOURS         PIC 9(3)V99 VALUE 80.
       01  WS-CURRENT-EMP-ID     PIC X(6) VALUE SPACES.
       01  WS-USED-HOURS         PIC 9(5)V99.
       01  WS-REMAIN-HOURS       PIC S9(5)V99.

       01  WS-ON-LEAVE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-FMLA-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-EXHAUSTED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-WARNING-COUNT      PIC 9(5) VALUE ZERO.

       01  DISPLAY-DAYS          PIC ZZZZ9.
       01  DISPLAY-USED          PIC ZZZZ9.99.
       01  DISPLAY-REMAIN        PIC ZZZZ9.99-.
       01  DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-PRINT-HEADING.
           PERFORM 2100-LIST-ON-LEAVE.
           PERFORM 2500-PRINT-LEAVE-TOTALS.
           PERFORM 3000-PRINT-FMLA-HEADING.
           PERFORM 3100-SUM-FMLA-LEDGER.
           PERFORM 3500-PRINT-FMLA-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT LEAVE-PARM-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT FMLA-LEDGER.
           OPEN OUTPUT LEAVE-REPORT-FILE.
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
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
           READ LEAVE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-WEEK-END NOT = SPACES
                       MOVE PARM-WEEK-END TO WS-AS-OF-DATE
                   END-IF
           END-READ.
           MOVE WS-AS-OF-DATE TO WS-DATE-IN.
           PERFORM 7100-DATE-TO-INT.
           MOVE WS-DATE-INT TO WS-AS-OF-INT.
           ADD 7 TO WS-AS-OF-INT GIVING WS-NEXT-WEEK-INT.
           SUBTRACT 365 FROM WS-AS-OF-INT
               GIVING WS-WINDOW-START-INT.

       2000-PRINT-HEADING.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - LEAVE OF ABSENCE REPORT" DELIMITED BY SIZE
               INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "   AS OF: "
               WS-AS-OF-DATE
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE "EMPLOYEES ON LEAVE:" TO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           MOVE "EMP-ID NAME                 T START      RETURN"
               TO LEAVE-REPORT-LINE (1:47).
           MOVE "DAYS" TO LEAVE-REPORT-LINE (54:4).
           MOVE "FOLLOW-UP" TO LEAVE-REPORT-LINE (59:9).
           WRITE LEAVE-REPORT-LINE.

       2100-LIST-ON-LEAVE.
           PERFORM UNTIL EMP-END-OF-FILE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET EMP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF EMP-IS-ON-LEAVE
                           PERFORM 2200-PRINT-ON-LEAVE
                       END-IF
               END-READ
           END-PERFORM.

      *> Days out are counted from the leave start to the as-of
      *> date; a return falling on or before it is overdue, one in
      *> the seven days after it is due this week.
       2200-PRINT-ON-LEAVE.
           ADD 1 TO WS-ON-LEAVE-COUNT.
           MOVE ZERO TO WS-DAYS-OUT.
           IF EMP-LEAVE-START NOT = SPACES
               MOVE EMP-LEAVE-START TO WS-DATE-IN
               PERFORM 7100-DATE-TO-INT
               COMPUTE WS-DAYS-OUT = WS-AS-OF-INT - WS-DATE-INT
           END-IF.
           IF WS-DAYS-OUT < ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF.
           MOVE SPACES TO WS-FLAG.
           IF EMP-LEAVE-RETURN = SPACES
               MOVE "NO RETURN DATE" TO WS-FLAG
           ELSE
               MOVE EMP-LEAVE-RETURN TO WS-DATE-IN
               PERFORM 7100-DATE-TO-INT
               IF WS-DATE-INT NOT > WS-AS-OF-INT
                   MOVE "*** OVERDUE" TO WS-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
               ELSE
                   IF WS-DATE-INT NOT > WS-NEXT-WEEK-INT
                       MOVE "RETURNS THIS WEEK" TO WS-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DAYS-OUT TO DISPLAY-DAYS.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING EMP-ID " " EMP-NAME " " EMP-LEAVE-TYPE " "
               EMP-LEAVE-START " " EMP-LEAVE-RETURN " "
               DISPLAY-DAYS " " WS-FLAG
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.

       2500-PRINT-LEAVE-TOTALS.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE WS-ON-LEAVE-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING "ON LEAVE: " DISPLAY-COUNT
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING "  PAST EXPECTED RETURN: " DISPLAY-COUNT
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE "  TYPES: F=FMLA M=MEDICAL P=PARENTAL U=UNPAID "
               & "W=WORKERS COMP" TO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.

       3000-PRINT-FMLA-HEADING.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING "FMLA ENTITLEMENT - ROLLING TWELVE MONTHS TO "
               WS-AS-OF-DATE " (480 HOURS):"
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           MOVE "EMP-ID NAME" TO LEAVE-REPORT-LINE (1:11).
           MOVE "USED" TO LEAVE-REPORT-LINE (33:4).
           MOVE "REMAINING" TO LEAVE-REPORT-LINE (38:9).
           WRITE LEAVE-REPORT-LINE.

      *> The ledger is read end to end in employee/week order; each
      *> employee's rows inside the window are summed and printed
      *> on the break.
       3100-SUM-FMLA-LEDGER.
           PERFORM UNTIL LDGR-END-OF-FILE
               READ FMLA-LEDGER NEXT RECORD
                   AT END
                       SET LDGR-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FM-EMP-ID NOT = WS-CURRENT-EMP-ID
                           PERFORM 3200-PRINT-ENTITLEMENT
                           MOVE FM-EMP-ID TO WS-CURRENT-EMP-ID
                           MOVE ZERO TO WS-USED-HOURS
                       END-IF
                       MOVE FM-WEEK-END TO WS-DATE-IN
                       PERFORM 7100-DATE-TO-INT
                       IF WS-DATE-INT > WS-WINDOW-START-INT
                           AND WS-DATE-INT NOT > WS-AS-OF-INT
                           ADD FM-HOURS TO WS-USED-HOURS
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 3200-PRINT-ENTITLEMENT.

      *> An employee whose rows have all aged out of the window has
      *> nothing to report.
       3200-PRINT-ENTITLEMENT.
           IF WS-CURRENT-EMP-ID NOT = SPACES
               AND WS-USED-HOURS > ZERO
               PERFORM 3300-PRINT-ONE-ENTITLEMENT
           END-IF.

       3300-PRINT-ONE-ENTITLEMENT.
           ADD 1 TO WS-FMLA-COUNT.
           MOVE SPACES TO WS-EMP-NAME.
           MOVE WS-CURRENT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER" TO WS-EMP-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-EMP-NAME
           END-READ.
           COMPUTE WS-REMAIN-HOURS = WS-ENTITLEMENT - WS-USED-HOURS.
           MOVE SPACES TO WS-FLAG.
           IF WS-REMAIN-HOURS NOT > ZERO
               MOVE "*** EXHAUSTED" TO WS-FLAG
               ADD 1 TO WS-EXHAUSTED-COUNT
           ELSE
               IF WS-REMAIN-HOURS < WS-WARN-HOURS
                   MOVE "UNDER 2 WEEKS LEFT" TO WS-FLAG
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.
           MOVE WS-USED-HOURS TO DISPLAY-USED.
           MOVE WS-REMAIN-HOURS TO DISPLAY-REMAIN.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING WS-CURRENT-EMP-ID " " WS-EMP-NAME " "
               DISPLAY-USED " " DISPLAY-REMAIN " " WS-FLAG
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.

       3500-PRINT-FMLA-TOTALS.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE WS-FMLA-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING "EMPLOYEES WITH FMLA USE: " DISPLAY-COUNT
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE WS-EXHAUSTED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING "  ENTITLEMENT EXHAUSTED: " DISPLAY-COUNT
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.
           MOVE WS-WARNING-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO LEAVE-REPORT-LINE.
           STRING "  UNDER TWO WEEKS LEFT:  " DISPLAY-COUNT
               DELIMITED BY SIZE INTO LEAVE-REPORT-LINE.
           WRITE LEAVE-REPORT-LINE.

       7100-DATE-TO-INT.
           MOVE WS-DATE-IN (1:4) TO WS-DATE-DIGITS-X (1:4).
           MOVE WS-DATE-IN (6:2) TO WS-DATE-DIGITS-X (5:2).
           MOVE WS-DATE-IN (9:2) TO WS-DATE-DIGITS-X (7:2).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS).

       9000-CLOSE-FILES.
           CLOSE LEAVE-PARM-FILE EMPLOYEE-MASTER FMLA-LEDGER
               LEAVE-REPORT-FILE.
