      ** exactly what must be deposited when. Deposits already made
      ** are marked off by check date through the optional DEPMADE
      ** file (old-master/new-master rewrite of FEDLIAB, the
      ** EXCPRVW pattern). ACHREV's negative rows for reversed
      ** deposits net against their check date's liability.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  FED-LIABILITY-IN.
       01  FED-LIABILITY-IN-REC.
           05  FLI-CHECK-DATE      PIC X(10).
           05  FLI-FED-TAX         PIC S9(8)V99.
           05  FLI-FICA-EE         PIC S9(8)V99.
           05  FLI-FICA-ER         PIC S9(8)V99.
           05  FLI-DEPOSIT-STATUS  PIC X(1).
               88  FLI-IS-OPEN             VALUE "N".
               88  FLI-IS-DEPOSITED        VALUE "Y".
       FD  FED-LIABILITY-OUT.
       01  FED-LIABILITY-OUT-REC.
           05  FLO-CHECK-DATE      PIC X(10).
           05  FLO-FED-TAX         PIC S9(8)V99.
           05  FLO-FICA-EE         PIC S9(8)V99.
           05  FLO-FICA-ER         PIC S9(8)V99.
           05  FLO-DEPOSIT-STATUS  PIC X(1).
               88  FLO-IS-OPEN             VALUE "N".
               88  FLO-IS-DEPOSITED        VALUE "Y".

      *> One check date per deposit the controller has actually
      *> sent - everything on FEDLIAB for that date marks off. The
      *> date the money went and the amount sent ride behind it for
      *> FED941's quarterly reconciliation; this run only needs the
      *> check date.
       FD  DEPOSIT-MADE-FILE.
       01  DEPOSIT-MADE-RECORD.
           05  DM-CHECK-DATE       PIC X(10).
           05  DM-DEPOSIT-DATE     PIC X(10).
           05  DM-AMOUNT           PIC 9(8)V99.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE    PIC X(80).
       01  WS-DUE-DATE           PIC X(10).

       01  WS-OPEN-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-OPEN-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-ROW-TOTAL          PIC S9(9)V99.
       01  DISPLAY-ROW-TOTAL     PIC $$$,$$$,$$9.99-.
       01  DISPLAY-OPEN-TOTAL    PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
                   "  " WS-DUE-DATE " DEPOSITED"
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           ELSE
               ADD WS-ROW-TOTAL TO WS-OPEN-TOTAL
      *> ACHREV's offset for a reversed deposit nets against the
      *> check date's liability; it is not itself a deposit due.
               IF WS-ROW-TOTAL < ZERO
                   STRING FLI-CHECK-DATE "  " DISPLAY-ROW-TOTAL
                       "  " WS-DUE-DATE " REVERSAL"
                       DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
                   STRING FLI-CHECK-DATE "  " DISPLAY-ROW-TOTAL
                       "  " WS-DUE-DATE " *** DUE ***"
                       DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
               END-IF
           END-IF.
           WRITE SCHEDULE-REPORT-LINE.
           WRITE FED-LIABILITY-OUT-REC.
