       IDENTIFICATION DIVISION.
       PROGRAM-ID. COXFER.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Mid-year transfer of an employee between legal entities.
      ** EMP-COMPANY-CODE alone only moves the employee; the YTD
      ** record would follow them and the new company's W-2 would
      ** carry wages the old company paid. Each XFERTRAN row names
      ** the employee, the company they move to, and the effective
      ** date. The employee's YTDMAST record is closed out whole to
      ** YTDXFER under the old company code (the W-2 programs file
      ** it under the old EIN) and a fresh zero record under the
      ** new code takes its place - written to YTDMOUT for
      ** promotion, the pay run's convention - so the FICA wage
      ** base restarts with the new employer. The master's company
      ** code is then rewritten and the change logged to EMPAUDIT.
      ** An employee with no YTD record yet, or whose record
      ** already stands under the new company, has only the master
      ** changed. Rejects go to EXCPLOG; COXFER.TXT lists what was
      ** closed out, including the social security tax the old
      ** employer withheld.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "XFERTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT YTD-MASTER-OUT ASSIGN TO "YTDMOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL YTD-XFER-FILE ASSIGN TO "YTDXFER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-REGISTER-FILE ASSIGN TO "COXFER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One row per employee changing company.
       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05  XT-EMP-ID           PIC X(6).
           05  XT-NEW-COMPANY      PIC X(3).
           05  XT-EFFECTIVE-DATE   PIC X(10).
           05  XT-ENTERED-BY       PIC X(10).

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

      *> The record in hand is closed out and then reset in place,
      *> so only the input side needs the field names.
       FD  YTD-MASTER-IN.
       01  YTD-IN-RECORD.
           COPY YTDREC.

       FD  YTD-MASTER-OUT.
       01  YTD-OUT-RECORD          PIC X(287).

      *> Closed-out YTD records, YTDREC layout, one per employee per
      *> company they left this year. Appended to; YEAREND archives
      *> and empties it.
       FD  YTD-XFER-FILE.
       01  YTD-XFER-RECORD         PIC X(287).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE          PIC X(80).

       FD  TRANSFER-REGISTER-FILE.
       01  TRANSFER-REGISTER-LINE  PIC X(80).

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
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.

       01  WS-TRAN-EOF-SWITCH    PIC X(1) VALUE "N".
           88  TRAN-END-OF-FILE           VALUE "Y".
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-EMP-FOUND-SWITCH   PIC X(1) VALUE "Y".
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
           88  EMPLOYEE-NOT-FOUND         VALUE "N".
       01  WS-EDIT-SWITCH        PIC X(1) VALUE "Y".
           88  TRANSFER-PASSES-EDIT       VALUE "Y".
           88  TRANSFER-FAILS-EDIT        VALUE "N".

       01  WS-REJECT-CODE        PIC X(4).
       01  WS-REJECT-TEXT        PIC X(40).
       01  WS-EFF-MONTH          PIC 9(2).
       01  WS-OLD-COMPANY        PIC X(3).
       01  WS-QTR-IDX            PIC 9(1).

      *> Accepted transfers, held until every transaction is edited
      *> so the YTD master is passed once for the whole batch.
       01  WS-XF-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-XF-MAX             PIC 9(2) VALUE 20.
       01  WS-XF-IDX             PIC 9(2).
       01  WS-XF-FOUND-IDX       PIC 9(2).
       01  WS-XF-TABLE.
           05  WS-XF-ENTRY OCCURS 20 TIMES.
               10  XFT-EMP-ID          PIC X(6).
               10  XFT-EMP-NAME        PIC A(20).
               10  XFT-OLD-COMPANY     PIC X(3).
               10  XFT-NEW-COMPANY     PIC X(3).
               10  XFT-EFF-DATE        PIC X(10).
               10  XFT-ENTERED-BY      PIC X(10).
               10  XFT-CLOSED-GROSS    PIC 9(7)V99.
               10  XFT-CLOSED-FICA     PIC 9(7)V99.
               10  XFT-YTD-SWITCH      PIC X(1).
                   88  XFT-YTD-CLOSED          VALUE "C".
                   88  XFT-YTD-ABSENT          VALUE "N".
                   88  XFT-YTD-ALREADY-NEW     VALUE "A".

       01  WS-APPLIED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-CLOSED-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(3) VALUE ZERO.

       01  DISPLAY-AMOUNT        PIC $$$$,$$9.99.
       01  DISPLAY-AMOUNT-2      PIC $$$$,$$9.99.

      *> Moving an employee between employers is master-file
      *> maintenance, the EMPMAINT role.
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
               PERFORM 2000-EDIT-ONE-TRANSFER
                   UNTIL TRAN-END-OF-FILE
               IF WS-XF-COUNT > ZERO
                   PERFORM 3000-SPLIT-YTD
                   PERFORM 4000-APPLY-ONE-TRANSFER
                       VARYING WS-XF-IDX FROM 1 BY 1
                       UNTIL WS-XF-IDX > WS-XF-COUNT
               END-IF
               PERFORM 8700-PRINT-TOTALS
               PERFORM 8800-WRITE-RUN-LOG
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT TRANSFER-FILE.
           OPEN I-O EMPLOYEE-MASTER.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN OUTPUT TRANSFER-REGISTER-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "COXFER" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO TRANSFERS "
                   "WILL BE APPLIED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1050-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

       1100-READ-TRANSACTION.
           READ TRANSFER-FILE
               AT END SET TRAN-END-OF-FILE TO TRUE
           END-READ.

       1200-PRINT-HEADING.
           MOVE SPACES TO TRANSFER-REGISTER-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - COMPANY TRANSFER REGISTER   RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE.
           WRITE TRANSFER-REGISTER-LINE.
           MOVE SPACES TO TRANSFER-REGISTER-LINE.
           WRITE TRANSFER-REGISTER-LINE.
           MOVE SPACES TO TRANSFER-REGISTER-LINE.
           MOVE "EMP-ID NAME" TO TRANSFER-REGISTER-LINE (1:11).
           MOVE "OLD NEW EFFECTIVE" TO TRANSFER-REGISTER-LINE (29:17).
           MOVE "CLOSED GROSS" TO TRANSFER-REGISTER-LINE (48:12).
           MOVE "SOC SEC TAX" TO TRANSFER-REGISTER-LINE (60:11).
           WRITE TRANSFER-REGISTER-LINE.

      *> Every edit runs before anything is written; the first one
      *> failed is the one logged.
       2000-EDIT-ONE-TRANSFER.
           SET TRANSFER-PASSES-EDIT TO TRUE.
           MOVE SPACES TO WS-REJECT-CODE WS-REJECT-TEXT.
           PERFORM 2100-EDIT-FIELDS.
           IF TRANSFER-PASSES-EDIT
               PERFORM 2200-EDIT-EMPLOYEE
           END-IF.
           IF TRANSFER-PASSES-EDIT
               PERFORM 2250-EDIT-DUPLICATE
           END-IF.
           IF TRANSFER-PASSES-EDIT AND WS-XF-COUNT NOT < WS-XF-MAX
               SET TRANSFER-FAILS-EDIT TO TRUE
               MOVE "VALX" TO WS-REJECT-CODE
               MOVE "TRANSFER TABLE FULL - RESUBMIT"
                   TO WS-REJECT-TEXT
           END-IF.
           IF TRANSFER-PASSES-EDIT
               PERFORM 2400-ACCEPT-TRANSFER
           ELSE
               PERFORM 2900-REJECT-TRANSFER
           END-IF.
           PERFORM 1100-READ-TRANSACTION.

       2100-EDIT-FIELDS.
           IF XT-NEW-COMPANY = SPACES
               SET TRANSFER-FAILS-EDIT TO TRUE
               MOVE "EDIT" TO WS-REJECT-CODE
               MOVE "NEW COMPANY CODE MISSING" TO WS-REJECT-TEXT
           ELSE
               IF XT-EFFECTIVE-DATE (5:1) NOT = "-"
                   OR XT-EFFECTIVE-DATE (8:1) NOT = "-"
                   OR XT-EFFECTIVE-DATE (6:2) NOT NUMERIC
                   SET TRANSFER-FAILS-EDIT TO TRUE
                   MOVE "EDIT" TO WS-REJECT-CODE
                   MOVE "EFFECTIVE DATE NOT YYYY-MM-DD"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE XT-EFFECTIVE-DATE (6:2) TO WS-EFF-MONTH
                   IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                       SET TRANSFER-FAILS-EDIT TO TRUE
                       MOVE "EDIT" TO WS-REJECT-CODE
                       MOVE "EFFECTIVE DATE MONTH INVALID"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

      *> The master may already show the new company if EMPMAINT
      *> changed it first - the YTD split is still owed, so that is
      *> not a reject; whether anything closes out is settled
      *> against the YTD record itself.
       2200-EDIT-EMPLOYEE.
           SET EMPLOYEE-WAS-FOUND TO TRUE.
           MOVE XT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
           END-READ.
           IF EMPLOYEE-NOT-FOUND
               SET TRANSFER-FAILS-EDIT TO TRUE
               MOVE "NFND" TO WS-REJECT-CODE
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-TEXT
           END-IF.

      *> Two moves for one employee in one batch would close out a
      *> record that was itself just opened.
       2250-EDIT-DUPLICATE.
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                   UNTIL WS-XF-IDX > WS-XF-COUNT
               IF XFT-EMP-ID (WS-XF-IDX) = XT-EMP-ID
                   SET TRANSFER-FAILS-EDIT TO TRUE
                   MOVE "DUPX" TO WS-REJECT-CODE
                   MOVE "EMPLOYEE ALREADY TRANSFERRED THIS BATCH"
                       TO WS-REJECT-TEXT
               END-IF
           END-PERFORM.

       2400-ACCEPT-TRANSFER.
           ADD 1 TO WS-XF-COUNT.
           MOVE XT-EMP-ID TO XFT-EMP-ID (WS-XF-COUNT).
           MOVE EMP-NAME TO XFT-EMP-NAME (WS-XF-COUNT).
           MOVE EMP-COMPANY-CODE TO XFT-OLD-COMPANY (WS-XF-COUNT).
           MOVE XT-NEW-COMPANY TO XFT-NEW-COMPANY (WS-XF-COUNT).
           MOVE XT-EFFECTIVE-DATE TO XFT-EFF-DATE (WS-XF-COUNT).
           MOVE XT-ENTERED-BY TO XFT-ENTERED-BY (WS-XF-COUNT).
           MOVE ZERO TO XFT-CLOSED-GROSS (WS-XF-COUNT)
               XFT-CLOSED-FICA (WS-XF-COUNT).
           SET XFT-YTD-ABSENT (WS-XF-COUNT) TO TRUE.

       2900-REJECT-TRANSFER.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 1 TO RETURN-CODE.
           MOVE SPACES TO TRANSFER-REGISTER-LINE.
           STRING XT-EMP-ID " *** REJECTED: " WS-REJECT-TEXT
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE.
           WRITE TRANSFER-REGISTER-LINE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "COXFER" TO EXC-PROGRAM.
           MOVE XT-EMP-ID TO EXC-KEY.
           MOVE WS-REJECT-CODE TO EXC-REASON-CODE.
           MOVE WS-REJECT-TEXT TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> One pass of the YTD master for the batch, old-master to
      *> new-master. A transferring employee's record goes to
      *> YTDXFER whole under the company it was earned in, and the
      *> record carried forward is a fresh zero one under the new
      *> company; everyone else carries forward untouched.
       3000-SPLIT-YTD.
           OPEN INPUT YTD-MASTER-IN.
           OPEN OUTPUT YTD-MASTER-OUT.
           OPEN EXTEND YTD-XFER-FILE.
           PERFORM UNTIL YTD-END-OF-FILE
               READ YTD-MASTER-IN
                   AT END
                       SET YTD-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 3100-FIND-TRANSFER
                       IF WS-XF-FOUND-IDX > ZERO
                           PERFORM 3200-CLOSE-OUT-YTD
                       END-IF
                       MOVE YTD-IN-RECORD TO YTD-OUT-RECORD
                       WRITE YTD-OUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE YTD-MASTER-IN YTD-MASTER-OUT YTD-XFER-FILE.

       3100-FIND-TRANSFER.
           MOVE ZERO TO WS-XF-FOUND-IDX.
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                   UNTIL WS-XF-IDX > WS-XF-COUNT
               IF XFT-EMP-ID (WS-XF-IDX) = YTD-EMP-ID
                   MOVE WS-XF-IDX TO WS-XF-FOUND-IDX
               END-IF
           END-PERFORM.

      *> A record written before the company code was carried
      *> belongs to the company the master showed before this
      *> transfer.
       3200-CLOSE-OUT-YTD.
           MOVE YTD-COMPANY-CODE TO WS-OLD-COMPANY.
           IF WS-OLD-COMPANY = SPACES
               MOVE XFT-OLD-COMPANY (WS-XF-FOUND-IDX)
                   TO WS-OLD-COMPANY
           END-IF.
           IF WS-OLD-COMPANY = XFT-NEW-COMPANY (WS-XF-FOUND-IDX)
               SET XFT-YTD-ALREADY-NEW (WS-XF-FOUND-IDX) TO TRUE
           ELSE
               MOVE WS-OLD-COMPANY TO YTD-COMPANY-CODE
               MOVE WS-OLD-COMPANY
                   TO XFT-OLD-COMPANY (WS-XF-FOUND-IDX)
               MOVE YTD-GROSS TO XFT-CLOSED-GROSS (WS-XF-FOUND-IDX)
               PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                       UNTIL WS-QTR-IDX > 4
                   ADD YTD-QTR-FICA (WS-QTR-IDX)
                       TO XFT-CLOSED-FICA (WS-XF-FOUND-IDX)
               END-PERFORM
               MOVE YTD-IN-RECORD TO YTD-XFER-RECORD
               WRITE YTD-XFER-RECORD
               INITIALIZE YTD-IN-RECORD
               MOVE XFT-EMP-ID (WS-XF-FOUND-IDX) TO YTD-EMP-ID
               MOVE XFT-NEW-COMPANY (WS-XF-FOUND-IDX)
                   TO YTD-COMPANY-CODE
               SET XFT-YTD-CLOSED (WS-XF-FOUND-IDX) TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

      *> The master follows the YTD split: new company code,
      *> audited the way EMPMAINT audits its own changes.
       4000-APPLY-ONE-TRANSFER.
           MOVE XFT-EMP-ID (WS-XF-IDX) TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XFT-NEW-COMPANY (WS-XF-IDX)
                       TO EMP-COMPANY-CODE
                   REWRITE EMP-MASTER-RECORD
           END-READ.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 4100-PRINT-TRANSFER.
           PERFORM 4200-LOG-TRANSFER.

       4100-PRINT-TRANSFER.
           MOVE XFT-CLOSED-GROSS (WS-XF-IDX) TO DISPLAY-AMOUNT.
           MOVE XFT-CLOSED-FICA (WS-XF-IDX) TO DISPLAY-AMOUNT-2.
           MOVE SPACES TO TRANSFER-REGISTER-LINE.
           STRING XFT-EMP-ID (WS-XF-IDX) " "
               XFT-EMP-NAME (WS-XF-IDX) " "
               XFT-OLD-COMPANY (WS-XF-IDX) " "
               XFT-NEW-COMPANY (WS-XF-IDX) " "
               XFT-EFF-DATE (WS-XF-IDX) " "
               DISPLAY-AMOUNT " " DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE.
           WRITE TRANSFER-REGISTER-LINE.
           EVALUATE TRUE
               WHEN XFT-YTD-ABSENT (WS-XF-IDX)
                   MOVE "       NO YTD RECORD - MASTER CHANGED ONLY"
                       TO TRANSFER-REGISTER-LINE
                   WRITE TRANSFER-REGISTER-LINE
               WHEN XFT-YTD-ALREADY-NEW (WS-XF-IDX)
                   MOVE "       YTD ALREADY UNDER NEW COMPANY - "
                       & "MASTER CHANGED ONLY"
                       TO TRANSFER-REGISTER-LINE
                   WRITE TRANSFER-REGISTER-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4200-LOG-TRANSFER.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING XFT-EMP-ID (WS-XF-IDX) " TRANSFER COMPANY "
               XFT-OLD-COMPANY (WS-XF-IDX) " TO "
               XFT-NEW-COMPANY (WS-XF-IDX)
               " EFF " XFT-EFF-DATE (WS-XF-IDX)
               " BY=" XFT-ENTERED-BY (WS-XF-IDX)
               " ON=" WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       8700-PRINT-TOTALS.
           MOVE SPACES TO TRANSFER-REGISTER-LINE.
           WRITE TRANSFER-REGISTER-LINE.
           MOVE SPACES TO TRANSFER-REGISTER-LINE.
           STRING "TRANSFERS APPLIED: " WS-APPLIED-COUNT
               "   YTD CLOSED OUT: " WS-CLOSED-COUNT
               "   REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE.
           WRITE TRANSFER-REGISTER-LINE.
           IF WS-APPLIED-COUNT > ZERO
               MOVE "YTDMOUT WRITTEN - PROMOTE TO YTDMAST"
                   TO TRANSFER-REGISTER-LINE
               WRITE TRANSFER-REGISTER-LINE
           END-IF.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "COXFER OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE TRANSFER-FILE EMPLOYEE-MASTER AUDIT-LOG-FILE
               TRANSFER-REGISTER-FILE EXCEPTION-LOG RUN-LOG-FILE.
