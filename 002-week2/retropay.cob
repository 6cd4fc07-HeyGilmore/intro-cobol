      ** catch-up amounts to RETROADJ for the next PAYCHECK2 cycle
      ** to pay with its own stub line. Skips are logged to the
      ** shared EXCEPTION-LOG.
      ** The rate each missed period was actually paid at comes off
      ** the EMPHIST history through EMPASOF - the master as it
      ** stood on the period's end date, counting only what had been
      ** keyed by its check date - so a transfer or a second raise
      ** between the effective date and today prices each period at
      ** its own rate instead of today's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-CAL-ENTRY OCCURS 30 TIMES.
               10  CTB-PERIOD-NO      PIC 9(3).
               10  CTB-START-DATE     PIC X(10).
               10  CTB-END-DATE       PIC X(10).
               10  CTB-CHECK-DATE     PIC X(10).
               10  CTB-STATUS         PIC X(1).
       01  WS-CAL-IDX            PIC 9(2).
       01  WS-CURRENT-START      PIC X(10) VALUE SPACES.
       01  WS-MISSED-PERIODS     PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-HOURS       PIC 9(3) VALUE ZERO.
       01  WS-RATE-DIFF          PIC 9(3)V99.
      *> The shortfall per hour summed across the missed periods,
      *> each against the rate that period was paid at.
       01  WS-PERIOD-PAID-RATE   PIC 9(3)V99.
       01  WS-RATE-DIFF-TOTAL    PIC 9(5)V99.
       01  WS-RETRO-AMOUNT       PIC 9(6)V99.
       01  WS-ADJUST-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-DATE     PIC X(10).
       01  DISPLAY-RETRO-AMT     PIC $$$,$$9.99.

       01  AS-OF-AREA.
           COPY ASOFAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
                               TO CTB-PERIOD-NO (WS-CAL-COUNT)
                           MOVE CAL-IN-START-DATE
                               TO CTB-START-DATE (WS-CAL-COUNT)
                           MOVE CAL-IN-END-DATE
                               TO CTB-END-DATE (WS-CAL-COUNT)
                           MOVE CAL-IN-CHECK-DATE
                               TO CTB-CHECK-DATE (WS-CAL-COUNT)
                           MOVE CAL-IN-PERIOD-STATUS
                               TO CTB-STATUS (WS-CAL-COUNT)
                           IF CAL-IN-PERIOD-IS-OPEN
               PERFORM 2110-COUNT-MISSED-PERIODS
               PERFORM 2120-FIND-PERIOD-HOURS
               IF WS-MISSED-PERIODS = ZERO OR WS-PERIOD-HOURS = ZERO
                   OR WS-RATE-DIFF-TOTAL = ZERO
                   PERFORM 2070-LOG-NOTHING-TO-PAY
               ELSE
                   COMPUTE WS-RETRO-AMOUNT ROUNDED =
                       WS-RATE-DIFF-TOTAL * WS-PERIOD-HOURS
                   MOVE EMP-ID TO RA-EMP-ID
                   MOVE WS-RETRO-AMOUNT TO RA-AMOUNT
                   MOVE EMP-RATE-EFF-DATE TO RA-EFF-DATE
      *> Closed periods that started on or after the effective date
      *> are the ones that paid the old rate when they shouldn't have.
       2110-COUNT-MISSED-PERIODS.
           MOVE ZERO TO WS-MISSED-PERIODS WS-RATE-DIFF-TOTAL.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CTB-STATUS (WS-CAL-IDX) = "C"
                   AND CTB-START-DATE (WS-CAL-IDX)
                       >= EMP-RATE-EFF-DATE
                   ADD 1 TO WS-MISSED-PERIODS
                   PERFORM 2115-PRICE-MISSED-PERIOD
               END-IF
           END-PERFORM.

      *> The rate the period was paid at: the history picture in
      *> force on its end date as it stood by its check date, or
      *> today's rate where the history does not reach back that
      *> far. A period already paid at the new rate or better owes
      *> nothing.
       2115-PRICE-MISSED-PERIOD.
           MOVE HOURLY-RATE TO WS-PERIOD-PAID-RATE.
           MOVE EMP-ID TO ASOF-EMP-ID.
           MOVE CTB-END-DATE (WS-CAL-IDX) TO ASOF-DATE.
           MOVE CTB-CHECK-DATE (WS-CAL-IDX) TO ASOF-KNOWN-BY-DATE.
           CALL "EMPASOF" USING AS-OF-AREA.
           IF ASOF-FOUND
               MOVE ASOF-HOURLY-RATE TO WS-PERIOD-PAID-RATE
           END-IF.
           IF EMP-NEW-RATE > WS-PERIOD-PAID-RATE
               SUBTRACT WS-PERIOD-PAID-RATE FROM EMP-NEW-RATE
                   GIVING WS-RATE-DIFF
               ADD WS-RATE-DIFF TO WS-RATE-DIFF-TOTAL
           END-IF.

       2120-FIND-PERIOD-HOURS.
           MOVE ZERO TO WS-PERIOD-HOURS.
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
           MOVE "RETROPAY" TO EXC-PROGRAM.
           MOVE EMP-ID TO EXC-KEY.
           MOVE "RETX" TO EXC-REASON-CODE.
           MOVE "NO CLOSED PERIOD, HOURS OR SHORTFALL"
               TO EXC-REASON-TEXT.
           MOVE WS-EXCEPTION-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
