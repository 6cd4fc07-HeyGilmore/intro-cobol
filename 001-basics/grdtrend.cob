      ** terms side by side (count, average, letter counts,
      ** honor-roll rate) and flags any section whose average
      ** departs from the course's own historical average by ten
      ** points or more, naming the section's instructor of record
      ** as GRADES1 banked it, from the INSTMAST instructor master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       FD  INSTRUCTOR-MASTER.
       01  INSTRUCTOR-RECORD.
           COPY INSTREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
               10  TR-D-COUNT         PIC 9(3).
               10  TR-F-COUNT         PIC 9(3).
               10  TR-HONOR-COUNT     PIC 9(3).
               10  TR-INSTRUCTOR-ID   PIC X(6).
       01  WS-TREND-SWAP.
           05  SWP-COURSE-ID          PIC X(6).
           05  SWP-TERM-CODE          PIC X(6).
           05  SWP-D-COUNT            PIC 9(3).
           05  SWP-F-COUNT            PIC 9(3).
           05  SWP-HONOR-COUNT        PIC 9(3).
           05  SWP-INSTRUCTOR-ID      PIC X(6).
       01  WS-ROW-IDX            PIC 9(3).
       01  WS-ROW-JDX            PIC 9(3).

       01  DISPLAY-AVG           PIC ZZ9.
       01  DISPLAY-RATE          PIC ZZ9.

      *> Instructor names for the flag line.
       01  WS-INS-EOF-SWITCH     PIC X(1) VALUE "N".
           88  INS-END-OF-FILE            VALUE "Y".
       01  WS-INS-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-INSTRUCTOR-TABLE.
           05  WS-INS-ENTRY OCCURS 100 TIMES.
               10  INT-INSTRUCTOR-ID   PIC X(6).
               10  INT-INSTRUCTOR-NAME PIC X(20).
       01  WS-INS-IDX            PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-HISTORY.
           PERFORM 1150-LOAD-INSTRUCTORS.
           PERFORM 1200-SORT-HISTORY.
           PERFORM 2000-PRINT-TREND.
           DISPLAY "GRDTREND COMPLETE - SECTIONS FLAGGED: "
                               TO TR-F-COUNT (WS-ROW-COUNT)
                           MOVE GH-HONOR-COUNT
                               TO TR-HONOR-COUNT (WS-ROW-COUNT)
                           MOVE GH-INSTRUCTOR-ID
                               TO TR-INSTRUCTOR-ID (WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       1150-LOAD-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-MASTER.
           PERFORM UNTIL INS-END-OF-FILE
               READ INSTRUCTOR-MASTER
                   AT END
                       SET INS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-INS-COUNT < 100
                           ADD 1 TO WS-INS-COUNT
                           MOVE INS-INSTRUCTOR-ID
                               TO INT-INSTRUCTOR-ID (WS-INS-COUNT)
                           MOVE INS-INSTRUCTOR-NAME
                               TO INT-INSTRUCTOR-NAME (WS-INS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTRUCTOR-MASTER.

      *> Straight bubble into course / term / section order.
       1200-SORT-HISTORY.
                   DISPLAY-DRIFT " ***"
                   DELIMITED BY SIZE INTO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
               PERFORM 2300-PRINT-INSTRUCTOR-LINE
           END-IF.

      *> Rows banked before the catalog carried an instructor of
      *> record have none to name.
       2300-PRINT-INSTRUCTOR-LINE.
           MOVE SPACES TO TREND-REPORT-LINE.
           IF TR-INSTRUCTOR-ID (WS-ROW-IDX) = SPACES
               MOVE "        INSTRUCTOR: NOT RECORDED"
                   TO TREND-REPORT-LINE
           ELSE
               PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                       UNTIL WS-INS-IDX > WS-INS-COUNT
                   IF INT-INSTRUCTOR-ID (WS-INS-IDX)
                       = TR-INSTRUCTOR-ID (WS-ROW-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-INS-IDX > WS-INS-COUNT
                   STRING "        INSTRUCTOR: "
                       TR-INSTRUCTOR-ID (WS-ROW-IDX)
                       " (NOT ON INSTRUCTOR MASTER)"
                       DELIMITED BY SIZE INTO TREND-REPORT-LINE
               ELSE
                   STRING "        INSTRUCTOR: "
                       TR-INSTRUCTOR-ID (WS-ROW-IDX) " "
                       INT-INSTRUCTOR-NAME (WS-INS-IDX)
                       DELIMITED BY SIZE INTO TREND-REPORT-LINE
               END-IF
           END-IF.
           WRITE TREND-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE STATS-HISTORY-FILE TREND-REPORT-FILE.
