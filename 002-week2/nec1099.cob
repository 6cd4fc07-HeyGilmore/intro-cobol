       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEC1099.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Year-end 1099-NEC run for independent contractors. Reads
      ** the CNTRMAST payee master CNTPOST has posted through the
      ** year and, for the tax year, prints the readable 1099-NEC
      ** summary (NEC1099.TXT) and builds the electronic
      ** submission file (NECEFILE): an RA submitter record off the
      ** same COMPCTL employer identity W2FILE uses, one RB payee
      ** record per reportable contractor (TIN, name, address,
      ** box 1 nonemployee compensation, box 4 backup withholding),
      ** and an RT totals record. A payee is reportable at the $600
      ** threshold, or whenever anything was backup-withheld.
      ** NECPARM names the tax year; blank files last year when run
      ** January through March, this year otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTOR-MASTER ASSIGN TO "CNTRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-PAYEE-ID.
           SELECT OPTIONAL NEC-PARM-FILE ASSIGN TO "NECPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "NEC1099.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEC-EFILE ASSIGN TO "NECEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTOR-MASTER.
       01  CONTRACTOR-RECORD.
           COPY CNTRREC.

       FD  NEC-PARM-FILE.
       01  NEC-PARM-RECORD.
           05  PARM-TAX-YEAR       PIC X(4).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE     PIC X(80).

      *> The fixed-format submission: RA submitter, RB payee
      *> record per reportable contractor, RT totals.
       FD  NEC-EFILE.
       01  NEC-EFILE-RECORD        PIC X(130).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-EIN                PIC X(9)  VALUE SPACES.
       01  WS-RUN-DATE           PIC X(10).
       01  WS-TAX-YEAR           PIC X(4).
       01  WS-YEAR-NUM           PIC 9(4).
       01  WS-CN-EOF-SWITCH      PIC X(1) VALUE "N".
           88  CN-END-OF-FILE             VALUE "Y".

      *> 1099-NEC filing threshold for box 1.
       01  WS-NEC-THRESHOLD      PIC 9(5)V99 VALUE 600.00.

      *> The one payee's tax-year figures, from whichever bucket
      *> of the master holds that year.
       01  WS-NEC-PAID           PIC 9(7)V99.
       01  WS-NEC-BACKUP-WH      PIC 9(7)V99.

       01  NEC-RA-RECORD.
           05  FILLER            PIC X(2)  VALUE "RA".
           05  RA-EIN            PIC X(9).
           05  RA-COMPANY-NAME   PIC X(30).
           05  RA-TAX-YEAR       PIC X(4).
           05  FILLER            PIC X(85) VALUE SPACES.
      *> RB payee record: amounts zoned in cents, as on the W-2
      *> submission.
       01  NEC-RB-RECORD.
           05  FILLER            PIC X(2)  VALUE "RB".
           05  RB-TIN            PIC X(9).
           05  RB-TIN-TYPE       PIC X(1).
           05  RB-NAME           PIC X(30).
           05  RB-ADDRESS-1      PIC X(30).
           05  RB-CITY-ST-ZIP    PIC X(30).
           05  RB-NEC-COMP       PIC 9(11).
           05  RB-BACKUP-WH      PIC 9(11).
           05  FILLER            PIC X(6)  VALUE SPACES.
       01  NEC-RT-RECORD.
           05  FILLER            PIC X(2)  VALUE "RT".
           05  RT-PAYEE-COUNT    PIC 9(7).
           05  RT-NEC-COMP       PIC 9(13).
           05  RT-BACKUP-WH      PIC 9(13).
           05  FILLER            PIC X(95) VALUE SPACES.

       01  WS-READ-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REPORT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-UNDER-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-COMP         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-BACKUP       PIC 9(11)V99 VALUE ZERO.
       01  WS-UNDER-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01  DISPLAY-COMP          PIC $$,$$$,$$9.99.
       01  DISPLAY-BACKUP        PIC $$,$$$,$$9.99.
       01  DISPLAY-TOTAL         PIC $$$,$$$,$$9.99.
       01  DISPLAY-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-PRINT-HEADER.
           PERFORM 1200-WRITE-SUBMITTER-RECORD.
           PERFORM 1300-READ-CONTRACTOR.
           PERFORM 2000-REPORT-ONE-PAYEE UNTIL CN-END-OF-FILE.
           PERFORM 8900-WRITE-TOTALS.
           DISPLAY "NEC1099 COMPLETE - TAX YEAR: " WS-TAX-YEAR
               " PAYEES FILED: " WS-REPORT-COUNT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT CONTRACTOR-MASTER.
           OPEN OUTPUT SUMMARY-REPORT-FILE.
           OPEN OUTPUT NEC-EFILE.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE CO-EIN TO WS-EIN
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM 1050-READ-NEC-PARM.

      *> A missing NECPARM (SELECT OPTIONAL) reads as an immediate
      *> AT END: the 1099 season is January, so a first-quarter run
      *> files the year just ended.
       1050-READ-NEC-PARM.
           MOVE SPACES TO NEC-PARM-RECORD.
           OPEN INPUT NEC-PARM-FILE.
           READ NEC-PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE NEC-PARM-FILE.
           IF PARM-TAX-YEAR IS NUMERIC
               MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               MOVE WS-DATE-RAW (1:4) TO WS-YEAR-NUM
               IF WS-DATE-RAW (5:2) <= "03"
                   SUBTRACT 1 FROM WS-YEAR-NUM
               END-IF
               MOVE WS-YEAR-NUM TO WS-TAX-YEAR
           END-IF.

       1100-PRINT-HEADER.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - 1099-NEC SUMMARY" DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "PAYER EIN: " WS-EIN "   TAX YEAR: " WS-TAX-YEAR
               "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "PAYEE  TIN       NAME                     "
               TO SUMMARY-REPORT-LINE.
           MOVE "BOX 1 NEC COMP   BOX 4 FED WH"
               TO SUMMARY-REPORT-LINE (44:29).
           WRITE SUMMARY-REPORT-LINE.

       1200-WRITE-SUBMITTER-RECORD.
           MOVE WS-EIN TO RA-EIN.
           MOVE WS-COMPANY-NAME TO RA-COMPANY-NAME.
           MOVE WS-TAX-YEAR TO RA-TAX-YEAR.
           MOVE NEC-RA-RECORD TO NEC-EFILE-RECORD.
           WRITE NEC-EFILE-RECORD.

       1300-READ-CONTRACTOR.
           READ CONTRACTOR-MASTER NEXT RECORD
               AT END SET CN-END-OF-FILE TO TRUE
           END-READ.

       2000-REPORT-ONE-PAYEE.
           ADD 1 TO WS-READ-COUNT.
           MOVE ZERO TO WS-NEC-PAID WS-NEC-BACKUP-WH.
           EVALUATE TRUE
               WHEN CN-CURR-YEAR = WS-TAX-YEAR
                   MOVE CN-CURR-PAID TO WS-NEC-PAID
                   MOVE CN-CURR-BACKUP-WH TO WS-NEC-BACKUP-WH
               WHEN CN-PRIOR-YEAR = WS-TAX-YEAR
                   MOVE CN-PRIOR-PAID TO WS-NEC-PAID
                   MOVE CN-PRIOR-BACKUP-WH TO WS-NEC-BACKUP-WH
           END-EVALUATE.
           IF WS-NEC-PAID >= WS-NEC-THRESHOLD
               OR WS-NEC-BACKUP-WH > ZERO
               PERFORM 2100-FILE-PAYEE
           ELSE
               IF WS-NEC-PAID > ZERO
                   ADD 1 TO WS-UNDER-COUNT
                   ADD WS-NEC-PAID TO WS-UNDER-TOTAL
               END-IF
           END-IF.
           PERFORM 1300-READ-CONTRACTOR.

       2100-FILE-PAYEE.
           MOVE CN-TIN TO RB-TIN.
           MOVE CN-TIN-TYPE TO RB-TIN-TYPE.
           MOVE CN-NAME TO RB-NAME.
           MOVE CN-ADDRESS-1 TO RB-ADDRESS-1.
           MOVE CN-CITY-ST-ZIP TO RB-CITY-ST-ZIP.
           COMPUTE RB-NEC-COMP = WS-NEC-PAID * 100.
           COMPUTE RB-BACKUP-WH = WS-NEC-BACKUP-WH * 100.
           MOVE NEC-RB-RECORD TO NEC-EFILE-RECORD.
           WRITE NEC-EFILE-RECORD.
           ADD 1 TO WS-REPORT-COUNT.
           ADD WS-NEC-PAID TO WS-TOTAL-COMP.
           ADD WS-NEC-BACKUP-WH TO WS-TOTAL-BACKUP.
           MOVE WS-NEC-PAID TO DISPLAY-COMP.
           MOVE WS-NEC-BACKUP-WH TO DISPLAY-BACKUP.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING CN-PAYEE-ID " " CN-TIN " " CN-NAME (1:24)
               " " DISPLAY-COMP " " DISPLAY-BACKUP
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

       8900-WRITE-TOTALS.
           MOVE WS-REPORT-COUNT TO RT-PAYEE-COUNT.
           COMPUTE RT-NEC-COMP = WS-TOTAL-COMP * 100.
           COMPUTE RT-BACKUP-WH = WS-TOTAL-BACKUP * 100.
           MOVE NEC-RT-RECORD TO NEC-EFILE-RECORD.
           WRITE NEC-EFILE-RECORD.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE WS-READ-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "PAYEES ON MASTER:       " DISPLAY-COUNT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE WS-REPORT-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "1099-NEC FORMS FILED:   " DISPLAY-COUNT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE WS-TOTAL-COMP TO DISPLAY-TOTAL.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "TOTAL BOX 1 NEC COMP:  " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE WS-TOTAL-BACKUP TO DISPLAY-TOTAL.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "TOTAL BOX 4 FED WH:    " DISPLAY-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE WS-UNDER-COUNT TO DISPLAY-COUNT.
           MOVE WS-UNDER-TOTAL TO DISPLAY-TOTAL.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "PAID UNDER THRESHOLD:   " DISPLAY-COUNT
               "  " DISPLAY-TOTAL " (NOT FILED)"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE CONTRACTOR-MASTER SUMMARY-REPORT-FILE NEC-EFILE.
