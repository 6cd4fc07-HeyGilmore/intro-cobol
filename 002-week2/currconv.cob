      ** file of amount/pair-code records in, a CURRRPT.TXT
      ** converted-amounts report out. Accounting's monthly Canadian
      ** vendor translation is one batch run now, not an afternoon.
      ** Month-end (R)evaluation mode re-translates every open
      ** foreign-currency payable and receivable on FXOPEN at the
      ** rate in effect on the month-end date, reports the
      ** unrealized gain or loss against each item's booked US-
      ** dollar amount by currency (FXREVAL.TXT), and posts it as
      ** GLEXTRCT/GLPOSTDT lines so the ledger's acknowledgment
      ** comes back through GLACK like every payroll posting. An
      ** item with no rate in effect is reported, logged to EXCPLOG,
      ** and left unposted. Each adjustment is reversed on the first
      ** of the following month (GL dept REVR), so every month-end
      ** measures the item against its booked rate afresh instead of
      ** stacking on the last one; a month-end already posted on
      ** GLPOSTDT is refused. Items booked after the month-end are
      ** listed and left for next month; an item the run has no room
      ** for is reported and logged, never dropped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-REPORT-FILE ASSIGN TO "CURRRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO "FXOPEN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVALUATION-REPORT-FILE ASSIGN TO "FXREVAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOSTDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-REPORT-FILE.
       01  BATCH-REPORT-LINE       PIC X(80).

      *> One open foreign-currency item: what was booked, in what
      *> currency pair (foreign to US dollars, e.g. CADUSD), at what
      *> rate on what date, carried in receivables or payables.
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  FX-ITEM-ID          PIC X(10).
           05  FX-ITEM-TYPE        PIC X(1).
               88  FX-IS-PAYABLE           VALUE "P".
               88  FX-IS-RECEIVABLE        VALUE "R".
           05  FX-PAIR-CODE        PIC X(6).
           05  FX-FOREIGN-AMOUNT   PIC 9(8)V99.
           05  FX-BOOKED-RATE      PIC 9(3)V9999.
           05  FX-BOOKED-DATE      PIC X(10).
           05  FX-DEPT             PIC X(4).

       FD  REVALUATION-REPORT-FILE.
       01  REVALUATION-REPORT-LINE PIC X(80).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-LINE          PIC X(80).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           COPY GLPOSTRC.

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
       01 WS-PAIR-CODE-INPUT  PIC X(6).
       01 WS-MODE             PIC X(1).
       01 WS-RUN-DATE         PIC X(10).
      *> The date a rate must be in effect by - the run date, or the
      *> month-end date in revaluation mode.
       01 WS-RATE-DATE        PIC X(10).

       01 WS-RM-EOF-SWITCH    PIC X(1) VALUE "N".
           88  RM-END-OF-FILE           VALUE "Y".
       01 WS-CONVERTED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.

      *> Month-end revaluation. The month-end date is keyed; blank
      *> takes the last day of the month before the run date.
       01 WS-MONTH-END-INPUT   PIC X(10).
       01 WS-MONTH-END-DATE    PIC X(10).
       01 WS-MONTH-END-PERIOD  PIC 9(3).
       01 WS-DATE-INT          PIC 9(8).
       01 WS-DATE-DIGITS       PIC 9(8).
       01 WS-DATE-DIGITS-X REDEFINES WS-DATE-DIGITS PIC X(8).
       01 WS-DATE-SWITCH       PIC X(1).
           88  MONTH-END-IS-VALID        VALUE "Y".
           88  MONTH-END-IS-INVALID      VALUE "N".

      *> The open items, loaded whole so the report can be printed
      *> one currency pair at a time in the order pairs first appear.
       01 WS-ITEM-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 200 TIMES.
               10  ITB-ITEM-ID        PIC X(10).
               10  ITB-ITEM-TYPE      PIC X(1).
               10  ITB-PAIR-CODE      PIC X(6).
               10  ITB-FOREIGN-AMOUNT PIC 9(8)V99.
               10  ITB-BOOKED-RATE    PIC 9(3)V9999.
               10  ITB-BOOKED-DATE    PIC X(10).
               10  ITB-DEPT           PIC X(4).
       01 WS-ITEM-IDX          PIC 9(3).
       01 WS-PAIR-LIST-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-PAIR-LIST.
           05  WS-PAIR-LIST-CODE OCCURS 20 TIMES PIC X(6).
       01 WS-PAIR-IDX          PIC 9(2).
       01 WS-OI-EOF-SWITCH     PIC X(1) VALUE "N".
           88  OI-END-OF-FILE            VALUE "Y".
       01 WS-EXCLUDED-COUNT    PIC 9(5) VALUE ZERO.

      *> The reversing entry's date and period - the first of the
      *> month after the month-end.
       01 WS-REVERSAL-DATE     PIC X(10).
       01 WS-REVERSAL-PERIOD   PIC 9(3).
       01 WS-REVERSAL-YEAR     PIC 9(4).
       01 WS-REVERSAL-MONTH    PIC 9(2).
       01 WS-GP-EOF-SWITCH     PIC X(1) VALUE "N".
           88  GP-END-OF-FILE            VALUE "Y".
       01 WS-POSTED-SWITCH     PIC X(1) VALUE "N".
           88  MONTH-END-ALREADY-POSTED  VALUE "Y".

      *> Per item: booked and month-end US-dollar amounts, and the
      *> gain (positive) or loss (negative) - a receivable gains as
      *> the foreign currency strengthens, a payable loses.
       01 WS-BOOKED-USD        PIC 9(10)V99.
       01 WS-REVALUED-USD      PIC 9(10)V99.
       01 WS-GAIN-LOSS         PIC S9(10)V99.
       01 WS-PAIR-BOOKED       PIC 9(10)V99.
       01 WS-PAIR-REVALUED     PIC 9(10)V99.
       01 WS-PAIR-GAIN-LOSS    PIC S9(10)V99.
       01 WS-TOTAL-GAIN        PIC 9(10)V99 VALUE ZERO.
       01 WS-TOTAL-LOSS        PIC 9(10)V99 VALUE ZERO.
       01 WS-NET-GAIN-LOSS     PIC S9(10)V99.
       01 WS-REVALUED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-GL-LINE-COUNT     PIC 9(5) VALUE ZERO.
       01 DISPLAY-FOREIGN      PIC ZZ,ZZZ,ZZ9.99.
       01 DISPLAY-USD          PIC ZZ,ZZZ,ZZ9.99.
       01 DISPLAY-REVALUED     PIC ZZ,ZZZ,ZZ9.99.
       01 DISPLAY-GAIN-LOSS    PIC ---,---,--9.99.
       01 DISPLAY-GL-AMOUNT    PIC Z,ZZZ,ZZ9.99.

      *> GL accounts, overridden from COMPCTL when it names them.
       01 WS-COMPANY-CODE      PIC X(3)  VALUE SPACES.
       01 WS-COMPANY-NAME      PIC X(30) VALUE SPACES.
       01 GL-ACCT-FX-GAIN-LOSS PIC X(10) VALUE "7900-FXGL ".
       01 GL-ACCT-RECEIVABLE   PIC X(10) VALUE "1200-AR   ".
       01 GL-ACCT-PAYABLE      PIC X(10) VALUE "2000-AP   ".
       01 WS-GP-DEPT           PIC X(4).
       01 WS-GP-DRCR           PIC X(2).
       01 WS-GP-ACCOUNT        PIC X(10).
       01 WS-GP-AMOUNT         PIC 9(8)V99.
       01 WS-GP-POST-DATE      PIC X(10).
       01 WS-GP-PERIOD-NO      PIC 9(3).
       01 WS-CONTROL-ACCOUNT   PIC X(10).
       01 WS-DEBIT-ACCOUNT     PIC X(10).
       01 WS-CREDIT-ACCOUNT    PIC X(10).
       01 WS-GL-OPEN-SWITCH    PIC X(1) VALUE "N".
           88  GL-FILES-ARE-OPEN         VALUE "Y".
       01 WS-REJECT-CODE       PIC X(4).
       01 WS-REJECT-TEXT       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RATE-DATE.
           PERFORM 1000-LOAD-RATE-MASTER.
           DISPLAY "Run in (I)nteractive, (B)atch or month-end "
               "(R)evaluation mode? ".
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE = "B" OR WS-MODE = "b"
                   PERFORM 5000-RUN-BATCH-MODE
               WHEN WS-MODE = "R" OR WS-MODE = "r"
                   PERFORM 6000-RUN-REVALUATION
               WHEN OTHER
                   PERFORM 1500-RUN-INTERACTIVE-MODE
           END-EVALUATE.
           STOP RUN.

       1000-LOAD-RATE-MASTER.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF RTB-PAIR-CODE (WS-RATE-IDX) = WS-PAIR-CODE-INPUT
                   AND RTB-EFF-DATE (WS-RATE-IDX) <= WS-RATE-DATE
                   AND RTB-EFF-DATE (WS-RATE-IDX) > WS-BEST-DATE
                   MOVE WS-RATE-IDX TO WS-BEST-IDX
                   MOVE RTB-EFF-DATE (WS-RATE-IDX) TO WS-BEST-DATE
           END-IF.
           WRITE BATCH-REPORT-LINE.
           PERFORM 5100-READ-BATCH-RECORD.

      *> Month-end revaluation: every open item at the rate in
      *> effect on the month-end date, reported a currency pair at a
      *> time, with each item's gain or loss posted to the GL.
       6000-RUN-REVALUATION.
           PERFORM 6010-ACCEPT-MONTH-END.
           IF MONTH-END-IS-INVALID
               DISPLAY "*** MONTH-END DATE MUST BE YYYY-MM-DD - "
                   "NOTHING REVALUED ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-MONTH-END-DATE TO WS-RATE-DATE
               MOVE WS-MONTH-END-DATE (6:2) TO WS-MONTH-END-PERIOD
               PERFORM 6020-SET-REVERSAL-DATE
               PERFORM 6050-READ-COMPANY-CONTROL
               PERFORM 6030-CHECK-ALREADY-POSTED
               IF MONTH-END-ALREADY-POSTED
                   DISPLAY "*** FX REVALUATION FOR " WS-MONTH-END-DATE
                       " ALREADY ON GLPOSTDT - NOTHING REVALUED ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 6060-REVALUE-OPEN-ITEMS
               END-IF
           END-IF.

       6060-REVALUE-OPEN-ITEMS.
           OPEN OUTPUT REVALUATION-REPORT-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           PERFORM 6200-PRINT-HEADING.
           PERFORM 6100-LOAD-OPEN-ITEMS.
           PERFORM 6300-REVALUE-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-LIST-COUNT.
           PERFORM 6800-PRINT-TOTALS.
           IF GL-FILES-ARE-OPEN
               CLOSE GL-EXTRACT-FILE GL-POSTING-FILE
           END-IF.
           CLOSE REVALUATION-REPORT-FILE EXCEPTION-LOG.
           DISPLAY "CURRCONV REVALUATION COMPLETE - REVALUED: "
               WS-REVALUED-COUNT " REJECTED: " WS-REJECTED-COUNT
               " EXCLUDED: " WS-EXCLUDED-COUNT
               " GL LINES: " WS-GL-LINE-COUNT.

      *> Blank takes the day before the first of the run month.
       6010-ACCEPT-MONTH-END.
           DISPLAY "Month-end date (YYYY-MM-DD, blank for last "
               "month-end): ".
           ACCEPT WS-MONTH-END-INPUT.
           SET MONTH-END-IS-VALID TO TRUE.
           IF WS-MONTH-END-INPUT = SPACES
               MOVE WS-DATE-RAW (1:6) TO WS-DATE-DIGITS-X (1:6)
               MOVE "01" TO WS-DATE-DIGITS-X (7:2)
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS) - 1
               COMPUTE WS-DATE-DIGITS =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               STRING WS-DATE-DIGITS-X (1:4) "-"
                   WS-DATE-DIGITS-X (5:2) "-" WS-DATE-DIGITS-X (7:2)
                   DELIMITED BY SIZE INTO WS-MONTH-END-DATE
           ELSE
               MOVE WS-MONTH-END-INPUT TO WS-MONTH-END-DATE
               IF WS-MONTH-END-DATE (1:4) IS NOT NUMERIC
                   OR WS-MONTH-END-DATE (6:2) IS NOT NUMERIC
                   OR WS-MONTH-END-DATE (9:2) IS NOT NUMERIC
                   OR WS-MONTH-END-DATE (5:1) NOT = "-"
                   OR WS-MONTH-END-DATE (8:1) NOT = "-"
                   OR WS-MONTH-END-DATE (6:2) < "01"
                   OR WS-MONTH-END-DATE (6:2) > "12"
                   SET MONTH-END-IS-INVALID TO TRUE
               END-IF
           END-IF.

      *> First of the month after the month-end, the way
      *> PAYCHECK2's accrual finds the month after the period start.
       6020-SET-REVERSAL-DATE.
           MOVE WS-MONTH-END-DATE (1:4) TO WS-REVERSAL-YEAR.
           MOVE WS-MONTH-END-DATE (6:2) TO WS-REVERSAL-MONTH.
           IF WS-REVERSAL-MONTH = 12
               ADD 1 TO WS-REVERSAL-YEAR
               MOVE 1 TO WS-REVERSAL-MONTH
           ELSE
               ADD 1 TO WS-REVERSAL-MONTH
           END-IF.
           MOVE WS-REVERSAL-MONTH TO WS-REVERSAL-PERIOD.
           MOVE SPACES TO WS-REVERSAL-DATE.
           STRING WS-REVERSAL-YEAR "-" WS-REVERSAL-MONTH "-01"
               DELIMITED BY SIZE INTO WS-REVERSAL-DATE.

      *> Any exchange gain/loss line already on GLPOSTDT dated this
      *> month-end - other than one the GL side rejected - means the
      *> month was revalued; running it again would double both the
      *> adjustment and its reversal, so the whole run is refused.
       6030-CHECK-ALREADY-POSTED.
           OPEN INPUT GL-POSTING-FILE.
           PERFORM UNTIL GP-END-OF-FILE OR MONTH-END-ALREADY-POSTED
               READ GL-POSTING-FILE
                   AT END
                       SET GP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GP-POST-DATE = WS-MONTH-END-DATE
                           AND GP-ACCOUNT = GL-ACCT-FX-GAIN-LOSS
                           AND GP-DEPT NOT = "REVR"
                           AND NOT POSTING-IS-REJECTED
                           SET MONTH-END-ALREADY-POSTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-POSTING-FILE.

      *> The company's name and GL account map, the way PAYCHECK2
      *> and ACHREV load them.
       6050-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   DISPLAY "*** NO COMPCTL CONTROL RECORD - COMPANY "
                       "UNKNOWN ***"
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   IF CO-GL-FXGL-ACCT NOT = SPACES
                       MOVE CO-GL-FXGL-ACCT TO GL-ACCT-FX-GAIN-LOSS
                   END-IF
                   IF CO-GL-AR-ACCT NOT = SPACES
                       MOVE CO-GL-AR-ACCT TO GL-ACCT-RECEIVABLE
                   END-IF
                   IF CO-GL-AP-ACCT NOT = SPACES
                       MOVE CO-GL-AP-ACCT TO GL-ACCT-PAYABLE
                   END-IF
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

      *> An item booked after the month-end did not exist on it; it
      *> is listed ahead of the currency pairs and left for next
      *> month's run. An item past the table's 200 rows, or in a
      *> 21st currency pair, has no room here - it is reported and
      *> logged VALX, and the run ends nonzero, rather than dropped.
       6100-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM UNTIL OI-END-OF-FILE
               READ OPEN-ITEM-FILE
                   AT END
                       SET OI-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FX-BOOKED-DATE > WS-MONTH-END-DATE
                           PERFORM 6105-EXCLUDE-OPEN-ITEM
                       ELSE
                           PERFORM 6110-KEEP-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.
           IF WS-EXCLUDED-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               MOVE SPACES TO REVALUATION-REPORT-LINE
               WRITE REVALUATION-REPORT-LINE
           END-IF.

       6105-EXCLUDE-OPEN-ITEM.
           ADD 1 TO WS-EXCLUDED-COUNT.
           MOVE FX-FOREIGN-AMOUNT TO DISPLAY-FOREIGN.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           STRING FX-ITEM-ID " " FX-ITEM-TYPE " " DISPLAY-FOREIGN
               " " FX-PAIR-CODE " BOOKED " FX-BOOKED-DATE
               " - AFTER MONTH-END"
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.

       6110-KEEP-OPEN-ITEM.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-LIST-COUNT
               IF WS-PAIR-LIST-CODE (WS-PAIR-IDX) = FX-PAIR-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PAIR-IDX > WS-PAIR-LIST-COUNT
                   AND WS-PAIR-LIST-COUNT NOT < 20
                   MOVE "VALX" TO WS-REJECT-CODE
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "OVER 20 CURRENCY PAIRS ITEM " FX-ITEM-ID
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   PERFORM 6120-REJECT-OPEN-ITEM
               WHEN WS-ITEM-COUNT NOT < 200
                   MOVE "VALX" TO WS-REJECT-CODE
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "OVER 200 OPEN ITEMS ITEM " FX-ITEM-ID
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   PERFORM 6120-REJECT-OPEN-ITEM
               WHEN OTHER
                   IF WS-PAIR-IDX > WS-PAIR-LIST-COUNT
                       ADD 1 TO WS-PAIR-LIST-COUNT
                       MOVE FX-PAIR-CODE
                           TO WS-PAIR-LIST-CODE (WS-PAIR-LIST-COUNT)
                   END-IF
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE FX-ITEM-ID TO ITB-ITEM-ID (WS-ITEM-COUNT)
                   MOVE FX-ITEM-TYPE TO ITB-ITEM-TYPE (WS-ITEM-COUNT)
                   MOVE FX-PAIR-CODE TO ITB-PAIR-CODE (WS-ITEM-COUNT)
                   MOVE FX-FOREIGN-AMOUNT
                       TO ITB-FOREIGN-AMOUNT (WS-ITEM-COUNT)
                   MOVE FX-BOOKED-RATE
                       TO ITB-BOOKED-RATE (WS-ITEM-COUNT)
                   MOVE FX-BOOKED-DATE
                       TO ITB-BOOKED-DATE (WS-ITEM-COUNT)
                   MOVE FX-DEPT TO ITB-DEPT (WS-ITEM-COUNT)
           END-EVALUATE.

      *> 6600-REJECT-ITEM's report line and EXCPLOG row, for an item
      *> refused as it is read instead of from the table.
       6120-REJECT-OPEN-ITEM.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE FX-FOREIGN-AMOUNT TO DISPLAY-FOREIGN.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           STRING FX-ITEM-ID " " FX-ITEM-TYPE " " DISPLAY-FOREIGN
               " " FX-PAIR-CODE
               " *** " WS-REJECT-CODE " NOT REVALUED ***"
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "CURRCONV" TO EXC-PROGRAM.
           MOVE FX-PAIR-CODE TO EXC-KEY.
           MOVE WS-REJECT-CODE TO EXC-REASON-CODE.
           MOVE WS-REJECT-TEXT TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       6200-PRINT-HEADING.
           MOVE "MONTH-END FOREIGN CURRENCY REVALUATION"
               TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           STRING "MONTH-END: " WS-MONTH-END-DATE
               "  RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.

      *> One currency pair: its month-end rate, its items, and its
      *> subtotal. A pair with no rate in effect rejects every item.
       6300-REVALUE-ONE-PAIR.
           MOVE WS-PAIR-LIST-CODE (WS-PAIR-IDX) TO WS-PAIR-CODE-INPUT.
           PERFORM 2000-FIND-RATE.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           IF PAIR-IS-VALID
               MOVE RTB-RATE (WS-BEST-IDX) TO DISPLAY-RATE
               STRING "CURRENCY " WS-PAIR-CODE-INPUT
                   "  MONTH-END RATE " DISPLAY-RATE
                   " EFFECTIVE " WS-BEST-DATE
                   DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE
           ELSE
               STRING "CURRENCY " WS-PAIR-CODE-INPUT
                   "  *** NO RATE IN EFFECT ON " WS-MONTH-END-DATE
                   " ***"
                   DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE
           END-IF.
           WRITE REVALUATION-REPORT-LINE.
           MOVE "ITEM       T   FOREIGN AMT  BK RATE    BOOKED USD"
               & " MONTH-END USD      GAIN/LOSS"
               TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE ZERO TO WS-PAIR-BOOKED WS-PAIR-REVALUED
               WS-PAIR-GAIN-LOSS.
           PERFORM 6400-REVALUE-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
           IF PAIR-IS-VALID
               MOVE WS-PAIR-BOOKED TO DISPLAY-USD
               MOVE WS-PAIR-REVALUED TO DISPLAY-REVALUED
               MOVE WS-PAIR-GAIN-LOSS TO DISPLAY-GAIN-LOSS
               MOVE SPACES TO REVALUATION-REPORT-LINE
               STRING "TOTAL " WS-PAIR-CODE-INPUT
                   "                        "
                   DISPLAY-USD " " DISPLAY-REVALUED " "
                   DISPLAY-GAIN-LOSS
                   DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE
               WRITE REVALUATION-REPORT-LINE
           END-IF.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.

       6400-REVALUE-ONE-ITEM.
           IF ITB-PAIR-CODE (WS-ITEM-IDX) = WS-PAIR-CODE-INPUT
               MOVE ITB-FOREIGN-AMOUNT (WS-ITEM-IDX)
                   TO DISPLAY-FOREIGN
               EVALUATE TRUE
                   WHEN ITB-ITEM-TYPE (WS-ITEM-IDX) NOT = "P"
                       AND ITB-ITEM-TYPE (WS-ITEM-IDX) NOT = "R"
                       MOVE "VALX" TO WS-REJECT-CODE
                       MOVE SPACES TO WS-REJECT-TEXT
                       STRING "ITEM TYPE NOT P OR R "
                           ITB-ITEM-ID (WS-ITEM-IDX)
                           DELIMITED BY SIZE INTO WS-REJECT-TEXT
                       PERFORM 6600-REJECT-ITEM
                   WHEN PAIR-IS-INVALID
                       MOVE "FXRT" TO WS-REJECT-CODE
                       MOVE SPACES TO WS-REJECT-TEXT
                       STRING "NO RATE ON " WS-MONTH-END-DATE
                           " ITEM " ITB-ITEM-ID (WS-ITEM-IDX)
                           DELIMITED BY SIZE INTO WS-REJECT-TEXT
                       PERFORM 6600-REJECT-ITEM
                   WHEN OTHER
                       PERFORM 6500-PRICE-ITEM
               END-EVALUATE
           END-IF.

      *> Booked and month-end US dollars, both rounded to the cent
      *> the way 3000-CONVERT-AMOUNT rounds.
       6500-PRICE-ITEM.
           COMPUTE WS-BOOKED-USD ROUNDED =
               ITB-FOREIGN-AMOUNT (WS-ITEM-IDX)
               * ITB-BOOKED-RATE (WS-ITEM-IDX).
           COMPUTE WS-REVALUED-USD ROUNDED =
               ITB-FOREIGN-AMOUNT (WS-ITEM-IDX)
               * RTB-RATE (WS-BEST-IDX).
           IF ITB-ITEM-TYPE (WS-ITEM-IDX) = "P"
               COMPUTE WS-GAIN-LOSS = WS-BOOKED-USD - WS-REVALUED-USD
           ELSE
               COMPUTE WS-GAIN-LOSS = WS-REVALUED-USD - WS-BOOKED-USD
           END-IF.
           ADD 1 TO WS-REVALUED-COUNT.
           ADD WS-BOOKED-USD TO WS-PAIR-BOOKED.
           ADD WS-REVALUED-USD TO WS-PAIR-REVALUED.
           ADD WS-GAIN-LOSS TO WS-PAIR-GAIN-LOSS.
           IF WS-GAIN-LOSS > ZERO
               ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN
           ELSE
               SUBTRACT WS-GAIN-LOSS FROM WS-TOTAL-LOSS
           END-IF.
           MOVE ITB-BOOKED-RATE (WS-ITEM-IDX) TO DISPLAY-RATE.
           MOVE WS-BOOKED-USD TO DISPLAY-USD.
           MOVE WS-REVALUED-USD TO DISPLAY-REVALUED.
           MOVE WS-GAIN-LOSS TO DISPLAY-GAIN-LOSS.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           STRING ITB-ITEM-ID (WS-ITEM-IDX) " "
               ITB-ITEM-TYPE (WS-ITEM-IDX) " " DISPLAY-FOREIGN " "
               DISPLAY-RATE " " DISPLAY-USD " " DISPLAY-REVALUED " "
               DISPLAY-GAIN-LOSS
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           IF WS-GAIN-LOSS NOT = ZERO
               PERFORM 6700-POST-GAIN-LOSS
           END-IF.

       6600-REJECT-ITEM.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           STRING ITB-ITEM-ID (WS-ITEM-IDX) " "
               ITB-ITEM-TYPE (WS-ITEM-IDX) " " DISPLAY-FOREIGN
               " *** " WS-REJECT-CODE " NOT REVALUED ***"
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "CURRCONV" TO EXC-PROGRAM.
           MOVE ITB-PAIR-CODE (WS-ITEM-IDX) TO EXC-KEY.
           MOVE WS-REJECT-CODE TO EXC-REASON-CODE.
           MOVE WS-REJECT-TEXT TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

      *> A gain debits the item's control account (receivable or
      *> payable) and credits unrealized exchange gain/loss; a loss
      *> is the reverse. The same pair goes back out, sides swapped,
      *> on the first of the next month under dept REVR - the
      *> accrual/reversal pattern PAYCHECK2's ACCR/REVR lines follow.
       6700-POST-GAIN-LOSS.
           IF NOT GL-FILES-ARE-OPEN
               PERFORM 6710-OPEN-GL-FILES
           END-IF.
           IF ITB-ITEM-TYPE (WS-ITEM-IDX) = "P"
               MOVE GL-ACCT-PAYABLE TO WS-CONTROL-ACCOUNT
           ELSE
               MOVE GL-ACCT-RECEIVABLE TO WS-CONTROL-ACCOUNT
           END-IF.
           IF WS-GAIN-LOSS > ZERO
               MOVE WS-GAIN-LOSS TO WS-GP-AMOUNT
               MOVE WS-CONTROL-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE GL-ACCT-FX-GAIN-LOSS TO WS-CREDIT-ACCOUNT
           ELSE
               COMPUTE WS-GP-AMOUNT = ZERO - WS-GAIN-LOSS
               MOVE GL-ACCT-FX-GAIN-LOSS TO WS-DEBIT-ACCOUNT
               MOVE WS-CONTROL-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "FX REVALUATION " ITB-PAIR-CODE (WS-ITEM-IDX)
               " ITEM " ITB-ITEM-ID (WS-ITEM-IDX)
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE ITB-DEPT (WS-ITEM-IDX) TO WS-GP-DEPT.
           MOVE WS-MONTH-END-DATE TO WS-GP-POST-DATE.
           MOVE WS-MONTH-END-PERIOD TO WS-GP-PERIOD-NO.
           MOVE "DR" TO WS-GP-DRCR.
           MOVE WS-DEBIT-ACCOUNT TO WS-GP-ACCOUNT.
           PERFORM 6750-WRITE-ONE-GL-LINE.
           MOVE "CR" TO WS-GP-DRCR.
           MOVE WS-CREDIT-ACCOUNT TO WS-GP-ACCOUNT.
           PERFORM 6750-WRITE-ONE-GL-LINE.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING "FX REVERSAL " ITB-PAIR-CODE (WS-ITEM-IDX)
               " ITEM " ITB-ITEM-ID (WS-ITEM-IDX)
               " ON " WS-REVERSAL-DATE
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE "REVR" TO WS-GP-DEPT.
           MOVE WS-REVERSAL-DATE TO WS-GP-POST-DATE.
           MOVE WS-REVERSAL-PERIOD TO WS-GP-PERIOD-NO.
           MOVE "DR" TO WS-GP-DRCR.
           MOVE WS-CREDIT-ACCOUNT TO WS-GP-ACCOUNT.
           PERFORM 6750-WRITE-ONE-GL-LINE.
           MOVE "CR" TO WS-GP-DRCR.
           MOVE WS-DEBIT-ACCOUNT TO WS-GP-ACCOUNT.
           PERFORM 6750-WRITE-ONE-GL-LINE.

       6710-OPEN-GL-FILES.
           OPEN EXTEND GL-EXTRACT-FILE.
           OPEN EXTEND GL-POSTING-FILE.
           SET GL-FILES-ARE-OPEN TO TRUE.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " (" WS-COMPANY-CODE ") GL FX REVALUATION POSTING "
               WS-MONTH-END-DATE
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.

      *> Printable extract line and its fixed-field posting row for
      *> GLACK, dated and periodized as staged - the month-end for
      *> the adjustment, the next month's first for its reversal.
      *> Both are US dollars only - no foreign money moved.
       6750-WRITE-ONE-GL-LINE.
           MOVE WS-GP-AMOUNT TO DISPLAY-GL-AMOUNT.
           MOVE SPACES TO GL-EXTRACT-LINE.
           STRING WS-GP-DEPT " " WS-GP-DRCR " "
               WS-GP-ACCOUNT " " DISPLAY-GL-AMOUNT
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-LINE.
           MOVE WS-GP-POST-DATE TO GP-POST-DATE.
           MOVE WS-GP-PERIOD-NO TO GP-PERIOD-NO.
           MOVE WS-GP-DEPT TO GP-DEPT.
           MOVE WS-GP-DRCR TO GP-DRCR.
           MOVE WS-GP-ACCOUNT TO GP-ACCOUNT.
           MOVE WS-GP-AMOUNT TO GP-AMOUNT.
           MOVE "USD" TO GP-CURRENCY.
           MOVE 1 TO GP-FX-RATE.
           MOVE WS-GP-AMOUNT TO GP-FOREIGN-AMOUNT.
           SET POSTING-IS-OPEN TO TRUE.
           MOVE SPACES TO GP-ACK-REASON.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-GL-LINE-COUNT.

       6800-PRINT-TOTALS.
           COMPUTE WS-NET-GAIN-LOSS = WS-TOTAL-GAIN - WS-TOTAL-LOSS.
           MOVE WS-TOTAL-GAIN TO DISPLAY-USD.
           MOVE WS-TOTAL-LOSS TO DISPLAY-REVALUED.
           MOVE WS-NET-GAIN-LOSS TO DISPLAY-GAIN-LOSS.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           STRING "GAIN: " DISPLAY-USD "  LOSS: " DISPLAY-REVALUED
               "  NET: " DISPLAY-GAIN-LOSS
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           MOVE SPACES TO REVALUATION-REPORT-LINE.
           STRING "REVALUED: " WS-REVALUED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               "  EXCLUDED: " WS-EXCLUDED-COUNT
               "  GL LINES: " WS-GL-LINE-COUNT
               DELIMITED BY SIZE INTO REVALUATION-REPORT-LINE.
           WRITE REVALUATION-REPORT-LINE.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
