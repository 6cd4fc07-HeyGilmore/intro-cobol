       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTMAINT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Contractor payee master maintenance. Applies add/change/
      ** deactivate transactions from CNTRTRAN against the indexed
      ** CNTRMAST payee master - TIN, name, address, and backup-
      ** withholding flag - the same "transaction file drives
      ** updates to a master" approach EMPMAINT uses for EMPMAST.
      ** A contractor is never an employee: an add or TIN change
      ** whose payee ID or TIN is already on EMPMAST is refused
      ** and logged, so 1099 pay can never mix with W-2 pay. Every
      ** applied transaction is logged to CNTRAUDT with before/
      ** after values, the same convention as EMPAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTOR-MASTER ASSIGN TO "CNTRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-PAYEE-ID.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID.
           SELECT MAINTENANCE-FILE ASSIGN TO "CNTRTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "CNTRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTOR-MASTER.
       01  CONTRACTOR-RECORD.
           COPY CNTRREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

      *> One maintenance action per payee per run: A adds a new
      *> contractor, C changes the identity fields (a blank field
      *> is left as it was), D deactivates without removing the
      *> year's payments.
       FD  MAINTENANCE-FILE.
       01  MAINT-RECORD.
           05  CT-PAYEE-ID           PIC X(6).
           05  CT-ACTION-CODE        PIC X(1).
               88  CT-IS-ADD                   VALUE "A".
               88  CT-IS-CHANGE                VALUE "C".
               88  CT-IS-DEACTIVATE            VALUE "D".
           05  CT-TIN                PIC X(9).
           05  CT-TIN-TYPE           PIC X(1).
           05  CT-NAME               PIC X(30).
           05  CT-ADDRESS-1          PIC X(30).
           05  CT-CITY-ST-ZIP        PIC X(30).
           05  CT-BACKUP-WH-FLAG     PIC X(1).
           05  CT-CHANGED-BY         PIC X(10).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE            PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

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
       01  WS-EMP-EOF-SWITCH     PIC X(1) VALUE "N".
           88  EMP-END-OF-FILE            VALUE "Y".
       01  WS-OVERLAP-SWITCH     PIC X(1) VALUE "N".
           88  PAYEE-IS-EMPLOYEE          VALUE "Y".
           88  PAYEE-NOT-EMPLOYEE         VALUE "N".
       01  WS-CHECK-TIN          PIC X(9).
       01  WS-OLD-TIN            PIC X(9).
       01  WS-OLD-BACKUP-FLAG    PIC X(1).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.

      *> Payee maintenance decides who gets a 1099 and whether
      *> their payments are withheld, so it requires the payroll-
      *> maintain role ("M") through the shared AUTHCHK subprogram,
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
           MOVE "CNTMAINT" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO MAINTENANCE "
                   "WILL BE APPLIED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "CNTMAINT OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       1000-OPEN-FILES.
           OPEN I-O CONTRACTOR-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT MAINTENANCE-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND EXCEPTION-LOG.
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
                   PERFORM 2100-ADD-CONTRACTOR
               WHEN CT-IS-CHANGE
                   PERFORM 2200-CHANGE-CONTRACTOR
               WHEN CT-IS-DEACTIVATE
                   PERFORM 2300-DEACTIVATE-CONTRACTOR
               WHEN OTHER
                   DISPLAY "*** UNKNOWN ACTION CODE FOR PAYEE: "
                       CT-PAYEE-ID " - SKIPPED ***"
           END-EVALUATE.
           PERFORM 1100-READ-MAINTENANCE.

       2100-ADD-CONTRACTOR.
           MOVE CT-TIN TO WS-CHECK-TIN.
           PERFORM 2500-CHECK-EMPLOYEE-OVERLAP.
           IF PAYEE-NOT-EMPLOYEE
               PERFORM 2150-WRITE-CONTRACTOR
           END-IF.

       2150-WRITE-CONTRACTOR.
           INITIALIZE CONTRACTOR-RECORD.
           MOVE CT-PAYEE-ID TO CN-PAYEE-ID.
           MOVE CT-TIN TO CN-TIN.
           MOVE CT-TIN-TYPE TO CN-TIN-TYPE.
           MOVE CT-NAME TO CN-NAME.
           MOVE CT-ADDRESS-1 TO CN-ADDRESS-1.
           MOVE CT-CITY-ST-ZIP TO CN-CITY-ST-ZIP.
           MOVE CT-BACKUP-WH-FLAG TO CN-BACKUP-WH-FLAG.
           SET CN-IS-ACTIVE TO TRUE.
           WRITE CONTRACTOR-RECORD
               INVALID KEY
                   DISPLAY "*** ADD REJECTED - PAYEE ALREADY ON "
                       "MASTER: " CT-PAYEE-ID " ***"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2900-LOG-ADD
           END-WRITE.

       2200-CHANGE-CONTRACTOR.
           MOVE CT-PAYEE-ID TO CN-PAYEE-ID.
           READ CONTRACTOR-MASTER
               INVALID KEY
                   DISPLAY "*** CHANGE REJECTED - PAYEE NOT ON "
                       "MASTER: " CT-PAYEE-ID " ***"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2210-CHECK-NEW-TIN
           END-READ.

      *> A changed TIN gets the same employee check an add does;
      *> the overlap check reads EMPMAST, not the payee record, so
      *> the contractor just read is still in the record area.
       2210-CHECK-NEW-TIN.
           SET PAYEE-NOT-EMPLOYEE TO TRUE.
           IF CT-TIN NOT = SPACES AND CT-TIN NOT = CN-TIN
               MOVE CT-TIN TO WS-CHECK-TIN
               PERFORM 2500-CHECK-EMPLOYEE-OVERLAP
           END-IF.
           IF PAYEE-NOT-EMPLOYEE
               PERFORM 2250-APPLY-CHANGE
           END-IF.

       2250-APPLY-CHANGE.
           MOVE CN-TIN TO WS-OLD-TIN.
           MOVE CN-BACKUP-WH-FLAG TO WS-OLD-BACKUP-FLAG.
           IF CT-TIN NOT = SPACES
               MOVE CT-TIN TO CN-TIN
           END-IF.
           IF CT-TIN-TYPE NOT = SPACES
               MOVE CT-TIN-TYPE TO CN-TIN-TYPE
           END-IF.
           IF CT-NAME NOT = SPACES
               MOVE CT-NAME TO CN-NAME
           END-IF.
           IF CT-ADDRESS-1 NOT = SPACES
               MOVE CT-ADDRESS-1 TO CN-ADDRESS-1
           END-IF.
           IF CT-CITY-ST-ZIP NOT = SPACES
               MOVE CT-CITY-ST-ZIP TO CN-CITY-ST-ZIP
           END-IF.
      *> The backup flag is always taken as keyed - blank lifts
      *> backup withholding once the IRS clears the TIN.
           MOVE CT-BACKUP-WH-FLAG TO CN-BACKUP-WH-FLAG.
           SET CN-IS-ACTIVE TO TRUE.
           REWRITE CONTRACTOR-RECORD.
           PERFORM 2910-LOG-CHANGE.

       2300-DEACTIVATE-CONTRACTOR.
           MOVE CT-PAYEE-ID TO CN-PAYEE-ID.
           READ CONTRACTOR-MASTER
               INVALID KEY
                   DISPLAY "*** DEACTIVATE REJECTED - PAYEE NOT ON "
                       "MASTER: " CT-PAYEE-ID " ***"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   SET CN-IS-INACTIVE TO TRUE
                   REWRITE CONTRACTOR-RECORD
                   PERFORM 2920-LOG-DEACTIVATE
           END-READ.

      *> A payee ID that is an EMPMAST key, or a TIN that is some
      *> employee's SSN, is a worker already paid through payroll.
      *> The ID is a keyed read; the SSN is a pass of the master.
       2500-CHECK-EMPLOYEE-OVERLAP.
           SET PAYEE-NOT-EMPLOYEE TO TRUE.
           MOVE CT-PAYEE-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PAYEE-IS-EMPLOYEE TO TRUE
           END-READ.
           IF PAYEE-NOT-EMPLOYEE AND WS-CHECK-TIN NOT = SPACES
               MOVE "N" TO WS-EMP-EOF-SWITCH
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       SET EMP-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL EMP-END-OF-FILE OR PAYEE-IS-EMPLOYEE
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET EMP-END-OF-FILE TO TRUE
                       NOT AT END
                           IF EMP-SSN = WS-CHECK-TIN
                               SET PAYEE-IS-EMPLOYEE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF PAYEE-IS-EMPLOYEE
               PERFORM 2550-LOG-OVERLAP-REJECT
           END-IF.

       2550-LOG-OVERLAP-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "*** MAINT REJECTED FOR PAYEE " CT-PAYEE-ID
               " - ALREADY ON EMPLOYEE MASTER AS " EMP-ID " ***".
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "CNTMAINT" TO EXC-PROGRAM.
           MOVE CT-PAYEE-ID TO EXC-KEY.
           MOVE "CNTR" TO EXC-REASON-CODE.
           MOVE SPACES TO EXC-REASON-TEXT.
           STRING "CONTRACTOR IS EMPLOYEE " EMP-ID
               " - NOT APPLIED"
               DELIMITED BY SIZE INTO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       2900-LOG-ADD.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING CN-PAYEE-ID " ADD TIN=" CN-TIN
               " BACKUP=" CN-BACKUP-WH-FLAG
               " BY=" CT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2910-LOG-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING CN-PAYEE-ID " CHANGE OLD-TIN=" WS-OLD-TIN
               " NEW-TIN=" CN-TIN
               " BACKUP=" WS-OLD-BACKUP-FLAG "/" CN-BACKUP-WH-FLAG
               " BY=" CT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       2920-LOG-DEACTIVATE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING CN-PAYEE-ID " DEACTIVATE"
               " BY=" CT-CHANGED-BY " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE CONTRACTOR-MASTER EMPLOYEE-MASTER MAINTENANCE-FILE
               AUDIT-LOG-FILE EXCEPTION-LOG RUN-LOG-FILE.
