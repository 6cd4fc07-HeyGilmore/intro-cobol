       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPRPT.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Weekly batch-window step-timing report. PAYGRADE writes a
      ** STEPHIST record for every step it runs (start, end,
      ** elapsed, how far into the window it finished, records
      ** moved) and a STEPALRT record whenever a step overruns its
      ** limit while the stream is still going. This run sets the
      ** last seven days against the trailing weeks before them,
      ** step by step: runs, average elapsed minutes this week and
      ** over the trailing weeks, the change, records per second,
      ** and the latest finish into the window. A step is flagged
      ** when it is creeping (this week's average up by the CREEPPC
      ** percentage or more), when any run went over its limit,
      ** when it is finishing inside the WARNPC share of the
      ** window, and when its growth rate puts it past the window
      ** deadline within WARNWK weeks. The week's alerts are listed
      ** after the steps. Limits and thresholds come from STEPPARM
      ** (key, blank, four-digit value); anything left off takes
      ** the defaults below. Read-only over all three files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-ALERT-FILE ASSIGN TO "STEPALRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-PARM-FILE ASSIGN TO "STEPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-REPORT-FILE ASSIGN TO "STEPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-HISTORY-FILE.
       01  STEP-HISTORY-RECORD.
           COPY STPHSTRC.

       FD  STEP-ALERT-FILE.
       01  STEP-ALERT-RECORD.
           COPY STPALTRC.

      *> WINDOW, DEFAULT, CREEPPC, WARNPC, TRAILWK, WARNWK, or a
      *> step number with that step's own limit in minutes.
       FD  STEP-PARM-FILE.
       01  STEP-PARM-RECORD.
           05  SP-KEY              PIC X(7).
           05  FILLER              PIC X(1).
           05  SP-VALUE            PIC 9(4).

       FD  TIMING-REPORT-FILE.
       01  TIMING-REPORT-LINE      PIC X(80).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-RUN-DAY-NUM        PIC 9(7).
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-SH-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SH-END-OF-FILE             VALUE "Y".
       01  WS-SA-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SA-END-OF-FILE             VALUE "Y".
       01  WS-SP-EOF-SWITCH      PIC X(1) VALUE "N".
           88  SP-END-OF-FILE             VALUE "Y".

      *> The thresholds, at their defaults until STEPPARM says
      *> otherwise: a four-hour window, half an hour a step, 20%
      *> creep, warn at 80% of the window, four trailing weeks, and
      *> a deadline inside eight weeks worth a flag.
       01  WS-WINDOW-MINS        PIC 9(4) VALUE 240.
       01  WS-DEFAULT-LIMIT      PIC 9(4) VALUE 30.
       01  WS-CREEP-PCT          PIC 9(4) VALUE 20.
       01  WS-WARN-PCT           PIC 9(4) VALUE 80.
       01  WS-TRAIL-WEEKS        PIC 9(4) VALUE 4.
       01  WS-WARN-WEEKS         PIC 9(4) VALUE 8.
       01  WS-WINDOW-SECS        PIC 9(7).
       01  WS-TRAIL-LAST-DAY     PIC 9(4).

      *> Per-step limits named on STEPPARM.
       01  WS-LIMIT-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 60 TIMES.
               10  LM-STEP-NO          PIC X(7).
               10  LM-MINUTES          PIC 9(4).
       01  WS-LIMIT-IDX          PIC 9(2).

      *> One row per step seen in the report's weeks, sorted into
      *> step order before printing.
       01  WS-STEP-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES.
               10  ST-STEP-NO          PIC X(7).
               10  ST-STEP-NAME        PIC X(10).
               10  ST-WEEK-RUNS        PIC 9(3).
               10  ST-WEEK-SECS        PIC 9(7).
               10  ST-WEEK-RECORDS     PIC 9(9).
               10  ST-WEEK-MAX-SECS    PIC 9(6).
               10  ST-WEEK-MAX-OFFSET  PIC 9(6).
               10  ST-TRAIL-RUNS       PIC 9(3).
               10  ST-TRAIL-SECS       PIC 9(7).
       01  WS-STEP-SWAP              PIC X(58).
       01  WS-STEP-IDX           PIC 9(2).
       01  WS-STEP-JDX           PIC 9(2).

      *> One history record's age in days, and where it lands.
       01  WS-REC-DATE-X         PIC X(8).
       01  WS-REC-DATE-NUM REDEFINES WS-REC-DATE-X PIC 9(8).
       01  WS-REC-DAY-NUM        PIC 9(7).
       01  WS-REC-AGE            PIC S9(7).
       01  WS-HIST-READ          PIC 9(7) VALUE ZERO.
       01  WS-HIST-WEEK          PIC 9(5) VALUE ZERO.
       01  WS-HIST-TRAIL         PIC 9(5) VALUE ZERO.

      *> One step's figures for its report line.
       01  WS-STEP-LIMIT         PIC 9(4).
       01  WS-WEEK-AVG-SECS      PIC 9(6)V9.
       01  WS-TRAIL-AVG-SECS     PIC 9(6)V9.
       01  WS-WEEK-AVG-MINS      PIC 9(4)V9.
       01  WS-TRAIL-AVG-MINS     PIC 9(4)V9.
       01  WS-CHANGE-PCT         PIC S9(4).
       01  WS-RECS-PER-SEC       PIC 9(6)V9.
       01  WS-END-MINS           PIC 9(4).
       01  WS-WINDOW-PCT         PIC 9(4).
       01  WS-GROWTH-SECS        PIC S9(6)V9.
       01  WS-TRAIL-MIDPOINT     PIC 9(3)V9.
       01  WS-WEEKS-LEFT         PIC 9(4)V9.
       01  WS-FLAG-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-STEPS-FLAGGED      PIC 9(3) VALUE ZERO.
       01  WS-LATEST-OFFSET      PIC 9(6) VALUE ZERO.
       01  WS-ALERT-COUNT        PIC 9(3) VALUE ZERO.

       01  DISPLAY-RUNS          PIC ZZ9.
       01  DISPLAY-MINS          PIC ZZZ9.9.
       01  DISPLAY-MINS-2        PIC ZZZ9.9.
       01  DISPLAY-PCT           PIC +++9.
       01  DISPLAY-RATE          PIC ZZZZZ9.9.
       01  DISPLAY-WHOLE         PIC ZZZ9.
       01  DISPLAY-WHOLE-2       PIC ZZZ9.
       01  DISPLAY-WEEKS         PIC ZZZ9.9.
       01  DISPLAY-COUNT         PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-STEP-PARM.
           PERFORM 1200-LOAD-HISTORY.
           PERFORM 1300-SORT-STEPS.
           PERFORM 2000-PRINT-HEADING.
           PERFORM 3000-PRINT-STEPS.
           PERFORM 4000-PRINT-WINDOW.
           PERFORM 5000-PRINT-ALERTS.
           DISPLAY "STEPRPT COMPLETE - STEPS: " WS-STEP-COUNT
               " FLAGGED: " WS-STEPS-FLAGGED
               " ALERTS: " WS-ALERT-COUNT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT STEP-HISTORY-FILE.
           OPEN OUTPUT TIMING-REPORT-FILE.
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
           MOVE WS-DATE-RAW TO WS-REC-DATE-X.
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-REC-DATE-NUM).

      *> A missing STEPPARM (SELECT OPTIONAL) reads as an immediate
      *> AT END and every default stands. A value that is not four
      *> digits is passed over.
       1100-READ-STEP-PARM.
           OPEN INPUT STEP-PARM-FILE.
           PERFORM UNTIL SP-END-OF-FILE
               READ STEP-PARM-FILE
                   AT END
                       SET SP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SP-VALUE IS NUMERIC
                           PERFORM 1110-APPLY-STEP-PARM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-PARM-FILE.
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60.
           IF WS-TRAIL-WEEKS = ZERO
               MOVE 1 TO WS-TRAIL-WEEKS
           END-IF.
           COMPUTE WS-TRAIL-LAST-DAY = (WS-TRAIL-WEEKS + 1) * 7 - 1.
           COMPUTE WS-TRAIL-MIDPOINT = (WS-TRAIL-WEEKS + 1) / 2.

       1110-APPLY-STEP-PARM.
           EVALUATE SP-KEY
               WHEN "WINDOW "
                   MOVE SP-VALUE TO WS-WINDOW-MINS
               WHEN "DEFAULT"
                   MOVE SP-VALUE TO WS-DEFAULT-LIMIT
               WHEN "CREEPPC"
                   MOVE SP-VALUE TO WS-CREEP-PCT
               WHEN "WARNPC "
                   MOVE SP-VALUE TO WS-WARN-PCT
               WHEN "TRAILWK"
                   MOVE SP-VALUE TO WS-TRAIL-WEEKS
               WHEN "WARNWK "
                   MOVE SP-VALUE TO WS-WARN-WEEKS
               WHEN OTHER
                   IF SP-KEY (1:4) = "STEP" AND WS-LIMIT-COUNT < 60
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE SP-KEY TO LM-STEP-NO (WS-LIMIT-COUNT)
                       MOVE SP-VALUE TO LM-MINUTES (WS-LIMIT-COUNT)
                   END-IF
           END-EVALUATE.

      *> Days 0-6 back from today are the report week; the trailing
      *> weeks run from day 7 back. Anything older is history the
      *> report doesn't need.
       1200-LOAD-HISTORY.
           PERFORM UNTIL SH-END-OF-FILE
               READ STEP-HISTORY-FILE
                   AT END
                       SET SH-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM 1210-PLACE-HISTORY
               END-READ
           END-PERFORM.

       1210-PLACE-HISTORY.
           STRING SH-END-STAMP (1:4) SH-END-STAMP (6:2)
               SH-END-STAMP (9:2)
               DELIMITED BY SIZE INTO WS-REC-DATE-X.
           IF WS-REC-DATE-NUM IS NUMERIC
               AND SH-ELAPSED-SECS IS NUMERIC
               COMPUTE WS-REC-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE (WS-REC-DATE-NUM)
               COMPUTE WS-REC-AGE = WS-RUN-DAY-NUM - WS-REC-DAY-NUM
               IF WS-REC-AGE >= ZERO
                   AND WS-REC-AGE <= WS-TRAIL-LAST-DAY
                   PERFORM 1220-FIND-STEP
                   IF WS-STEP-IDX > ZERO
                       PERFORM 1230-ADD-HISTORY
                   END-IF
               END-IF
           END-IF.

      *> The step's row, added the first time it is seen; the name
      *> is the most recent one the step ran under.
       1220-FIND-STEP.
           MOVE ZERO TO WS-STEP-IDX.
           PERFORM VARYING WS-STEP-JDX FROM 1 BY 1
                   UNTIL WS-STEP-JDX > WS-STEP-COUNT
               IF ST-STEP-NO (WS-STEP-JDX) = SH-STEP-NO
                   MOVE WS-STEP-JDX TO WS-STEP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-STEP-IDX = ZERO AND WS-STEP-COUNT < 60
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-IDX
               MOVE SH-STEP-NO TO ST-STEP-NO (WS-STEP-IDX)
               MOVE ZERO TO ST-WEEK-RUNS (WS-STEP-IDX)
                   ST-WEEK-SECS (WS-STEP-IDX)
                   ST-WEEK-RECORDS (WS-STEP-IDX)
                   ST-WEEK-MAX-SECS (WS-STEP-IDX)
                   ST-WEEK-MAX-OFFSET (WS-STEP-IDX)
                   ST-TRAIL-RUNS (WS-STEP-IDX)
                   ST-TRAIL-SECS (WS-STEP-IDX)
           END-IF.
           IF WS-STEP-IDX > ZERO
               MOVE SH-STEP-NAME TO ST-STEP-NAME (WS-STEP-IDX)
           END-IF.

       1230-ADD-HISTORY.
           IF WS-REC-AGE < 7
               ADD 1 TO WS-HIST-WEEK
               ADD 1 TO ST-WEEK-RUNS (WS-STEP-IDX)
               ADD SH-ELAPSED-SECS TO ST-WEEK-SECS (WS-STEP-IDX)
               IF SH-RECORD-COUNT IS NUMERIC
                   ADD SH-RECORD-COUNT
                       TO ST-WEEK-RECORDS (WS-STEP-IDX)
               END-IF
               IF SH-ELAPSED-SECS > ST-WEEK-MAX-SECS (WS-STEP-IDX)
                   MOVE SH-ELAPSED-SECS
                       TO ST-WEEK-MAX-SECS (WS-STEP-IDX)
               END-IF
               IF SH-JOB-OFFSET-SECS IS NUMERIC
                   IF SH-JOB-OFFSET-SECS
                       > ST-WEEK-MAX-OFFSET (WS-STEP-IDX)
                       MOVE SH-JOB-OFFSET-SECS
                           TO ST-WEEK-MAX-OFFSET (WS-STEP-IDX)
                   END-IF
                   IF SH-JOB-OFFSET-SECS > WS-LATEST-OFFSET
                       MOVE SH-JOB-OFFSET-SECS TO WS-LATEST-OFFSET
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-HIST-TRAIL
               ADD 1 TO ST-TRAIL-RUNS (WS-STEP-IDX)
               ADD SH-ELAPSED-SECS TO ST-TRAIL-SECS (WS-STEP-IDX)
           END-IF.

      *> Straight bubble into step-number order - the order the
      *> stream runs them.
       1300-SORT-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX >= WS-STEP-COUNT
               PERFORM VARYING WS-STEP-JDX FROM 1 BY 1
                       UNTIL WS-STEP-JDX >= WS-STEP-COUNT
                   IF ST-STEP-NO (WS-STEP-JDX)
                       > ST-STEP-NO (WS-STEP-JDX + 1)
                       MOVE WS-STEP-ENTRY (WS-STEP-JDX)
                           TO WS-STEP-SWAP
                       MOVE WS-STEP-ENTRY (WS-STEP-JDX + 1)
                           TO WS-STEP-ENTRY (WS-STEP-JDX)
                       MOVE WS-STEP-SWAP
                           TO WS-STEP-ENTRY (WS-STEP-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-PRINT-HEADING.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - BATCH WINDOW STEP TIMING" DELIMITED BY SIZE
               INTO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE WS-TRAIL-WEEKS TO DISPLAY-WHOLE.
           MOVE WS-WINDOW-MINS TO DISPLAY-WHOLE-2.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "WEEK ENDING: " WS-RUN-DATE
               "   TRAILING WEEKS: " DISPLAY-WHOLE
               "   WINDOW MINUTES: " DISPLAY-WHOLE-2
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE SPACES TO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE "STEP    NAME       RUNS  AVG-MIN TRAIL-MIN CHG%"
               TO TIMING-REPORT-LINE.
           MOVE "   REC/SEC END-MIN LIMIT" TO TIMING-REPORT-LINE (48:).
           WRITE TIMING-REPORT-LINE.

      *> Steps that ran only in the trailing weeks have nothing to
      *> say about this week and are left off.
       3000-PRINT-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF ST-WEEK-RUNS (WS-STEP-IDX) > ZERO
                   PERFORM 3100-PRINT-STEP-LINE
                   PERFORM 3200-FLAG-STEP
               END-IF
           END-PERFORM.

       3100-PRINT-STEP-LINE.
           MOVE WS-DEFAULT-LIMIT TO WS-STEP-LIMIT.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
               IF LM-STEP-NO (WS-LIMIT-IDX) = ST-STEP-NO (WS-STEP-IDX)
                   MOVE LM-MINUTES (WS-LIMIT-IDX) TO WS-STEP-LIMIT
               END-IF
           END-PERFORM.
           COMPUTE WS-WEEK-AVG-SECS ROUNDED =
               ST-WEEK-SECS (WS-STEP-IDX) / ST-WEEK-RUNS (WS-STEP-IDX).
           IF ST-TRAIL-RUNS (WS-STEP-IDX) > ZERO
               COMPUTE WS-TRAIL-AVG-SECS ROUNDED =
                   ST-TRAIL-SECS (WS-STEP-IDX)
                   / ST-TRAIL-RUNS (WS-STEP-IDX)
           ELSE
               MOVE ZERO TO WS-TRAIL-AVG-SECS
           END-IF.
           COMPUTE WS-WEEK-AVG-MINS ROUNDED = WS-WEEK-AVG-SECS / 60.
           COMPUTE WS-TRAIL-AVG-MINS ROUNDED = WS-TRAIL-AVG-SECS / 60.
           IF WS-TRAIL-AVG-SECS > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-WEEK-AVG-SECS - WS-TRAIL-AVG-SECS) * 100
                   / WS-TRAIL-AVG-SECS
           ELSE
               MOVE ZERO TO WS-CHANGE-PCT
           END-IF.
           IF ST-WEEK-SECS (WS-STEP-IDX) > ZERO
               COMPUTE WS-RECS-PER-SEC ROUNDED =
                   ST-WEEK-RECORDS (WS-STEP-IDX)
                   / ST-WEEK-SECS (WS-STEP-IDX)
           ELSE
               MOVE ST-WEEK-RECORDS (WS-STEP-IDX) TO WS-RECS-PER-SEC
           END-IF.
           COMPUTE WS-END-MINS ROUNDED =
               ST-WEEK-MAX-OFFSET (WS-STEP-IDX) / 60.
           MOVE ST-WEEK-RUNS (WS-STEP-IDX) TO DISPLAY-RUNS.
           MOVE WS-WEEK-AVG-MINS TO DISPLAY-MINS.
           MOVE WS-TRAIL-AVG-MINS TO DISPLAY-MINS-2.
           MOVE WS-CHANGE-PCT TO DISPLAY-PCT.
           MOVE WS-RECS-PER-SEC TO DISPLAY-RATE.
           MOVE WS-END-MINS TO DISPLAY-WHOLE.
           MOVE WS-STEP-LIMIT TO DISPLAY-WHOLE-2.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING ST-STEP-NO (WS-STEP-IDX) " "
               ST-STEP-NAME (WS-STEP-IDX) "  "
               DISPLAY-RUNS "   " DISPLAY-MINS "    " DISPLAY-MINS-2
               " " DISPLAY-PCT "  " DISPLAY-RATE "    " DISPLAY-WHOLE
               "  " DISPLAY-WHOLE-2
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.

      *> Creep needs a trailing average to creep from. The deadline
      *> projection takes the week-over-week growth as the change
      *> against the trailing average spread over the weeks between
      *> them (the trailing weeks' midpoint), and asks how many
      *> weeks of that growth the room left in the window holds.
       3200-FLAG-STEP.
           MOVE ZERO TO WS-FLAG-COUNT.
           IF WS-TRAIL-AVG-SECS > ZERO
               AND WS-CHANGE-PCT >= WS-CREEP-PCT
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-CHANGE-PCT TO DISPLAY-PCT
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "        *** CREEPING - AVERAGE UP"
                   DISPLAY-PCT "% ON THE TRAILING WEEKS"
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               WRITE TIMING-REPORT-LINE
           END-IF.
           IF ST-WEEK-MAX-SECS (WS-STEP-IDX) > WS-STEP-LIMIT * 60
               ADD 1 TO WS-FLAG-COUNT
               COMPUTE WS-END-MINS ROUNDED =
                   ST-WEEK-MAX-SECS (WS-STEP-IDX) / 60
               MOVE WS-END-MINS TO DISPLAY-WHOLE
               MOVE WS-STEP-LIMIT TO DISPLAY-WHOLE-2
               MOVE SPACES TO TIMING-REPORT-LINE
               STRING "        *** OVER LIMIT - LONGEST RUN"
                   DISPLAY-WHOLE " MIN, LIMIT" DISPLAY-WHOLE-2
                   " MIN"
                   DELIMITED BY SIZE INTO TIMING-REPORT-LINE
               WRITE TIMING-REPORT-LINE
           END-IF.
           IF WS-WINDOW-SECS > ZERO
               COMPUTE WS-WINDOW-PCT ROUNDED =
                   ST-WEEK-MAX-OFFSET (WS-STEP-IDX) * 100
                   / WS-WINDOW-SECS
               IF WS-WINDOW-PCT >= WS-WARN-PCT
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE WS-WINDOW-PCT TO DISPLAY-WHOLE
                   MOVE SPACES TO TIMING-REPORT-LINE
                   STRING "        *** NEAR DEADLINE - FINISHING AT"
                       DISPLAY-WHOLE "% OF THE WINDOW"
                       DELIMITED BY SIZE INTO TIMING-REPORT-LINE
                   WRITE TIMING-REPORT-LINE
               END-IF
           END-IF.
           IF WS-TRAIL-AVG-SECS > ZERO
               AND WS-WEEK-AVG-SECS > WS-TRAIL-AVG-SECS
               AND ST-WEEK-MAX-OFFSET (WS-STEP-IDX) < WS-WINDOW-SECS
               COMPUTE WS-GROWTH-SECS ROUNDED =
                   (WS-WEEK-AVG-SECS - WS-TRAIL-AVG-SECS)
                   / WS-TRAIL-MIDPOINT
               IF WS-GROWTH-SECS > ZERO
                   COMPUTE WS-WEEKS-LEFT ROUNDED =
                       (WS-WINDOW-SECS
                        - ST-WEEK-MAX-OFFSET (WS-STEP-IDX))
                       / WS-GROWTH-SECS
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-WEEKS-LEFT
                   END-COMPUTE
                   IF WS-WEEKS-LEFT <= WS-WARN-WEEKS
                       ADD 1 TO WS-FLAG-COUNT
                       MOVE WS-WEEKS-LEFT TO DISPLAY-WEEKS
                       MOVE SPACES TO TIMING-REPORT-LINE
                       STRING "        *** TRENDING - AT THIS GROWTH"
                           " PAST THE DEADLINE IN" DISPLAY-WEEKS
                           " WEEKS"
                           DELIMITED BY SIZE INTO TIMING-REPORT-LINE
                       WRITE TIMING-REPORT-LINE
                   END-IF
               END-IF
           END-IF.
           IF WS-FLAG-COUNT > ZERO
               ADD 1 TO WS-STEPS-FLAGGED
           END-IF.

       4000-PRINT-WINDOW.
           MOVE SPACES TO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           COMPUTE WS-END-MINS ROUNDED = WS-LATEST-OFFSET / 60.
           IF WS-WINDOW-SECS > ZERO
               COMPUTE WS-WINDOW-PCT ROUNDED =
                   WS-LATEST-OFFSET * 100 / WS-WINDOW-SECS
           ELSE
               MOVE ZERO TO WS-WINDOW-PCT
           END-IF.
           MOVE WS-END-MINS TO DISPLAY-WHOLE.
           MOVE WS-WINDOW-PCT TO DISPLAY-WHOLE-2.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "LATEST FINISH THIS WEEK:" DISPLAY-WHOLE
               " MIN INTO THE WINDOW (" DISPLAY-WHOLE-2 "%)"
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE WS-HIST-WEEK TO DISPLAY-COUNT.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "STEP RUNS THIS WEEK:    " DISPLAY-COUNT
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE WS-HIST-TRAIL TO DISPLAY-COUNT.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "STEP RUNS TRAILING:     " DISPLAY-COUNT
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE WS-STEPS-FLAGGED TO DISPLAY-COUNT.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "STEPS FLAGGED:          " DISPLAY-COUNT
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.

      *> The alerts the step watch raised during the week, as they
      *> were raised.
       5000-PRINT-ALERTS.
           MOVE SPACES TO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           MOVE "OVERRUN ALERTS THIS WEEK" TO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.
           OPEN INPUT STEP-ALERT-FILE.
           PERFORM UNTIL SA-END-OF-FILE
               READ STEP-ALERT-FILE
                   AT END
                       SET SA-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 5100-PRINT-ALERT
               END-READ
           END-PERFORM.
           CLOSE STEP-ALERT-FILE.
           IF WS-ALERT-COUNT = ZERO
               MOVE "  NONE" TO TIMING-REPORT-LINE
               WRITE TIMING-REPORT-LINE
           END-IF.

       5100-PRINT-ALERT.
           STRING SA-ALERT-STAMP (1:4) SA-ALERT-STAMP (6:2)
               SA-ALERT-STAMP (9:2)
               DELIMITED BY SIZE INTO WS-REC-DATE-X.
           MOVE 99 TO WS-REC-AGE.
           IF WS-REC-DATE-NUM IS NUMERIC
               COMPUTE WS-REC-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE (WS-REC-DATE-NUM)
               COMPUTE WS-REC-AGE = WS-RUN-DAY-NUM - WS-REC-DAY-NUM
           END-IF.
           IF WS-REC-AGE >= ZERO AND WS-REC-AGE <= 6
               PERFORM 5200-PRINT-ALERT-LINE
           END-IF.

       5200-PRINT-ALERT-LINE.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE SA-RUNNING-MINS TO DISPLAY-WHOLE.
           MOVE SA-LIMIT-MINS TO DISPLAY-WHOLE-2.
           MOVE SPACES TO TIMING-REPORT-LINE.
           STRING "  " SA-ALERT-STAMP " " SA-STEP-NO " "
               SA-STEP-NAME " " SA-ALERT-TYPE DISPLAY-WHOLE
               " MIN, LIMIT" DISPLAY-WHOLE-2
               DELIMITED BY SIZE INTO TIMING-REPORT-LINE.
           WRITE TIMING-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE STEP-HISTORY-FILE TIMING-REPORT-FILE.
