    05  BATCH-CHOICE      PIC 99.
    05  BATCH-NUM1        PIC S9(3)V99 SIGN LEADING SEPARATE.
    05  BATCH-NUM2        PIC S9(3)V99 SIGN LEADING SEPARATE.
*> Choice 11 (loan amortization) carries the loan terms instead of
*> two operands: principal, annual rate as a percentage to three
*> places (06500 is 6.5%), and the number of monthly payments.
01  BATCH-LOAN-RECORD.
    05  BATCH-LOAN-CHOICE     PIC 99.
    05  BATCH-LOAN-PRINCIPAL  PIC 9(7)V99.
    05  BATCH-LOAN-RATE       PIC 99V999.
    05  BATCH-LOAN-PAYMENTS   PIC 9(3).

FD  BATCH-OUTPUT-FILE.
01  BATCH-OUTPUT-LINE PIC X(80).
01 WS-SESSION-OP-COUNT PIC 9(5) VALUE ZERO.
01 DISPLAY-SESSION-OP-COUNT PIC ZZZZ9.

*> Loan amortization (choice 11). Payments are monthly at the annual
*> rate over twelve; the level payment is rounded to the cent and
*> the last payment absorbs whatever the rounding left over.
01 WS-LOAN-INPUT          PIC S9(7)V999.
01 WS-LOAN-PRINCIPAL      PIC 9(7)V99.
01 WS-LOAN-ANNUAL-RATE    PIC 99V999.
01 WS-LOAN-PAYMENTS       PIC 9(3).
01 WS-LOAN-PERIOD-RATE    PIC 9V9(9).
01 WS-LOAN-FACTOR         PIC 9(9)V9(9).
01 WS-LOAN-PAYMENT        PIC 9(7)V99.
01 WS-LOAN-BALANCE        PIC 9(7)V99.
01 WS-LOAN-INTEREST       PIC 9(7)V99.
01 WS-LOAN-PRINCIPAL-PART PIC 9(7)V99.
01 WS-LOAN-THIS-PAYMENT   PIC 9(7)V99.
01 WS-LOAN-PERIOD         PIC 9(3).
01 WS-LOAN-TOTAL-PAID     PIC 9(9)V99.
01 WS-LOAN-TOTAL-INTEREST PIC 9(9)V99.
01 WS-LOAN-TOTAL-PRINCIPAL PIC 9(9)V99.
01 DISPLAY-LOAN-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
01 DISPLAY-LOAN-RATE      PIC Z9.999.
01 DISPLAY-LOAN-PERIOD    PIC ZZ9.
01 DISPLAY-LOAN-PAYMENT   PIC ZZZ,ZZZ,ZZ9.99.
01 DISPLAY-LOAN-INTEREST  PIC ZZZ,ZZZ,ZZ9.99.
01 DISPLAY-LOAN-PRIN-PART PIC ZZZ,ZZZ,ZZ9.99.
01 DISPLAY-LOAN-BALANCE   PIC ZZZ,ZZZ,ZZ9.99.
01 DISPLAY-LOG-PRINCIPAL  PIC ZZZZZZ9.99.
01 DISPLAY-LOG-PAYMENT    PIC ZZZZZZ9.99.
*> Batch mode only opens the report file once a schedule needs it.
01 WS-REPORT-OPEN-SWITCH  PIC X(1) VALUE "N".
    88  REPORT-IS-OPEN             VALUE "Y".

procedure division.
0000-MAIN.
    OPEN EXTEND CALC-LOG.

1000-RUN-INTERACTIVE-MODE.
    OPEN OUTPUT SESSION-REPORT-FILE.
    SET REPORT-IS-OPEN TO TRUE.
    PERFORM 1050-PRINT-SESSION-REPORT-HEADER.
    PERFORM UNTIL CHOICE = 10
        DISPLAY "=========="
        DISPLAY "8. MR  (recall memory into NUM1)"
        DISPLAY "9. MC  (clear memory)"
        DISPLAY "10. Exit"
        DISPLAY "11. Loan amortization schedule (to CALCRPT.TXT)"
        DISPLAY "Choose an option (1-11): "
        ACCEPT CHOICE

        EVALUATE TRUE
                DISPLAY "GOODBYE!"
            WHEN CHOICE = 7 OR CHOICE = 8 OR CHOICE = 9
                PERFORM 3000-EXECUTE-MEMORY-OPERATION
            WHEN CHOICE = 11
                PERFORM 4000-ACCEPT-LOAN-TERMS
                PERFORM 4100-RUN-AMORTIZATION
                IF OPERATION-IS-VALID
                    MOVE WS-LOAN-PAYMENT TO DISPLAY-LOAN-PAYMENT
                    DISPLAY "Payment: " DISPLAY-LOAN-PAYMENT
                        " - schedule written to CALCRPT.TXT"
                END-IF
                DISPLAY " "
            WHEN OTHER
                DISPLAY "Enter First Number (decimals and a"
                DISPLAY "leading - OK, e.g. -12.50)"
    END-IF.
    WRITE SESSION-REPORT-LINE.

*> Loan terms from the keyboard - a leading minus is read so a
*> negative principal is refused rather than silently made positive.
4000-ACCEPT-LOAN-TERMS.
    SET OPERATION-IS-VALID TO TRUE.
    DISPLAY "Enter Principal (e.g. 12500.00)".
    ACCEPT WS-NUM-INPUT.
    COMPUTE WS-LOAN-INPUT = FUNCTION NUMVAL (WS-NUM-INPUT).
    IF WS-LOAN-INPUT < ZERO
        SET OPERATION-IS-INVALID TO TRUE
        MOVE ZERO TO WS-LOAN-INPUT
    END-IF.
    MOVE WS-LOAN-INPUT TO WS-LOAN-PRINCIPAL.
    DISPLAY "Enter Annual Rate % (e.g. 6.5)".
    ACCEPT WS-NUM-INPUT.
    COMPUTE WS-LOAN-INPUT = FUNCTION NUMVAL (WS-NUM-INPUT).
    IF WS-LOAN-INPUT < ZERO
        SET OPERATION-IS-INVALID TO TRUE
        MOVE ZERO TO WS-LOAN-INPUT
    END-IF.
    MOVE WS-LOAN-INPUT TO WS-LOAN-ANNUAL-RATE.
    DISPLAY "Enter Number of Monthly Payments (1-480)".
    ACCEPT WS-NUM-INPUT.
    COMPUTE WS-LOAN-INPUT = FUNCTION NUMVAL (WS-NUM-INPUT).
    IF WS-LOAN-INPUT < ZERO
        SET OPERATION-IS-INVALID TO TRUE
        MOVE ZERO TO WS-LOAN-INPUT
    END-IF.
    MOVE WS-LOAN-INPUT TO WS-LOAN-PAYMENTS.

*> Shared by both modes, like 2000-EXECUTE-OPERATION: the level
*> payment, then the schedule period by period onto the report
*> file, then the CALCLOG record. Terms that can't be amortized
*> (no principal, no payments or more than forty years of them, or
*> a rate that overflows the payment factor) are REJECTED.
4100-RUN-AMORTIZATION.
    IF WS-LOAN-PRINCIPAL = ZERO
        OR WS-LOAN-PAYMENTS = ZERO OR WS-LOAN-PAYMENTS > 480
        SET OPERATION-IS-INVALID TO TRUE
    END-IF.
    MOVE ZERO TO WS-LOAN-PAYMENT.
    IF OPERATION-IS-VALID
        PERFORM 4150-CALC-LEVEL-PAYMENT
    END-IF.
    IF OPERATION-IS-VALID
        IF NOT REPORT-IS-OPEN
            OPEN OUTPUT SESSION-REPORT-FILE
            SET REPORT-IS-OPEN TO TRUE
            PERFORM 1050-PRINT-SESSION-REPORT-HEADER
        END-IF
        PERFORM 4300-PRINT-SCHEDULE-HEADER
        MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-BALANCE
        MOVE ZERO TO WS-LOAN-TOTAL-PAID WS-LOAN-TOTAL-INTEREST
            WS-LOAN-TOTAL-PRINCIPAL
        PERFORM 4200-AMORTIZE-ONE-PERIOD
            VARYING WS-LOAN-PERIOD FROM 1 BY 1
            UNTIL WS-LOAN-PERIOD > WS-LOAN-PAYMENTS
        PERFORM 4400-PRINT-SCHEDULE-TOTALS
        ADD 1 TO WS-SESSION-OP-COUNT
    ELSE
        DISPLAY "Loan terms rejected - principal and 1-480 payments"
        DISPLAY "are required."
    END-IF.
    PERFORM 4500-WRITE-LOAN-LOG-RECORD.

*> Level payment P * r * (1+r)**n / ((1+r)**n - 1) at the monthly
*> rate r; an interest-free loan simply splits the principal.
4150-CALC-LEVEL-PAYMENT.
    COMPUTE WS-LOAN-PERIOD-RATE = WS-LOAN-ANNUAL-RATE / 1200.
    IF WS-LOAN-PERIOD-RATE = ZERO
        DIVIDE WS-LOAN-PRINCIPAL BY WS-LOAN-PAYMENTS
            GIVING WS-LOAN-PAYMENT ROUNDED
    ELSE
        COMPUTE WS-LOAN-FACTOR =
            (1 + WS-LOAN-PERIOD-RATE) ** WS-LOAN-PAYMENTS
            ON SIZE ERROR
                SET OPERATION-IS-INVALID TO TRUE
        END-COMPUTE
        IF OPERATION-IS-VALID
            COMPUTE WS-LOAN-PAYMENT ROUNDED =
                WS-LOAN-PRINCIPAL * WS-LOAN-PERIOD-RATE
                * WS-LOAN-FACTOR / (WS-LOAN-FACTOR - 1)
                ON SIZE ERROR
                    SET OPERATION-IS-INVALID TO TRUE
            END-COMPUTE
        END-IF
    END-IF.

*> The last payment takes the whole remaining balance, so the pennies
*> the level payment's rounding gained or lost all land there.
4200-AMORTIZE-ONE-PERIOD.
    COMPUTE WS-LOAN-INTEREST ROUNDED =
        WS-LOAN-BALANCE * WS-LOAN-PERIOD-RATE.
    IF WS-LOAN-PERIOD = WS-LOAN-PAYMENTS
        MOVE WS-LOAN-BALANCE TO WS-LOAN-PRINCIPAL-PART
    ELSE
        SUBTRACT WS-LOAN-INTEREST FROM WS-LOAN-PAYMENT
            GIVING WS-LOAN-PRINCIPAL-PART
        IF WS-LOAN-PRINCIPAL-PART > WS-LOAN-BALANCE
            MOVE WS-LOAN-BALANCE TO WS-LOAN-PRINCIPAL-PART
        END-IF
    END-IF.
    ADD WS-LOAN-PRINCIPAL-PART WS-LOAN-INTEREST
        GIVING WS-LOAN-THIS-PAYMENT.
    SUBTRACT WS-LOAN-PRINCIPAL-PART FROM WS-LOAN-BALANCE.
    ADD WS-LOAN-THIS-PAYMENT TO WS-LOAN-TOTAL-PAID.
    ADD WS-LOAN-INTEREST TO WS-LOAN-TOTAL-INTEREST.
    ADD WS-LOAN-PRINCIPAL-PART TO WS-LOAN-TOTAL-PRINCIPAL.
    MOVE WS-LOAN-PERIOD TO DISPLAY-LOAN-PERIOD.
    MOVE WS-LOAN-THIS-PAYMENT TO DISPLAY-LOAN-PAYMENT.
    MOVE WS-LOAN-INTEREST TO DISPLAY-LOAN-INTEREST.
    MOVE WS-LOAN-PRINCIPAL-PART TO DISPLAY-LOAN-PRIN-PART.
    MOVE WS-LOAN-BALANCE TO DISPLAY-LOAN-BALANCE.
    MOVE SPACES TO SESSION-REPORT-LINE.
    STRING "  " DISPLAY-LOAN-PERIOD " " DISPLAY-LOAN-PAYMENT
        " " DISPLAY-LOAN-INTEREST " " DISPLAY-LOAN-PRIN-PART
        " " DISPLAY-LOAN-BALANCE
        DELIMITED BY SIZE INTO SESSION-REPORT-LINE.
    WRITE SESSION-REPORT-LINE.

4300-PRINT-SCHEDULE-HEADER.
    MOVE WS-LOAN-PRINCIPAL TO DISPLAY-LOAN-PRINCIPAL.
    MOVE WS-LOAN-ANNUAL-RATE TO DISPLAY-LOAN-RATE.
    MOVE WS-LOAN-PAYMENTS TO DISPLAY-LOAN-PERIOD.
    MOVE SPACES TO SESSION-REPORT-LINE.
    WRITE SESSION-REPORT-LINE.
    MOVE "LOAN AMORTIZATION SCHEDULE" TO SESSION-REPORT-LINE.
    WRITE SESSION-REPORT-LINE.
    MOVE SPACES TO SESSION-REPORT-LINE.
    STRING "PRINCIPAL: " DISPLAY-LOAN-PRINCIPAL
        "  ANNUAL RATE: " DISPLAY-LOAN-RATE "%"
        "  PAYMENTS: " DISPLAY-LOAN-PERIOD
        DELIMITED BY SIZE INTO SESSION-REPORT-LINE.
    WRITE SESSION-REPORT-LINE.
    MOVE "  PMT        PAYMENT       INTEREST      PRINCIPAL"
        & "        BALANCE" TO SESSION-REPORT-LINE.
    WRITE SESSION-REPORT-LINE.

4400-PRINT-SCHEDULE-TOTALS.
    MOVE WS-LOAN-TOTAL-PAID TO DISPLAY-LOAN-PAYMENT.
    MOVE WS-LOAN-TOTAL-INTEREST TO DISPLAY-LOAN-INTEREST.
    MOVE WS-LOAN-TOTAL-PRINCIPAL TO DISPLAY-LOAN-PRIN-PART.
    MOVE SPACES TO SESSION-REPORT-LINE.
    STRING "TOTAL " DISPLAY-LOAN-PAYMENT " " DISPLAY-LOAN-INTEREST
        " " DISPLAY-LOAN-PRIN-PART
        DELIMITED BY SIZE INTO SESSION-REPORT-LINE.
    WRITE SESSION-REPORT-LINE.

*> One CALCLOG record per schedule - the terms and the level
*> payment, or REJECTED, the same convention as 2500.
4500-WRITE-LOAN-LOG-RECORD.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
    STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
        "-" WS-DATE-RAW (7:2)
        DELIMITED BY SIZE INTO WS-LOG-DATE.
    MOVE WS-LOAN-PRINCIPAL TO DISPLAY-LOG-PRINCIPAL.
    MOVE WS-LOAN-ANNUAL-RATE TO DISPLAY-LOAN-RATE.
    MOVE WS-LOAN-PAYMENTS TO DISPLAY-LOAN-PERIOD.
    MOVE SPACES TO CALC-LOG-LINE.
    IF OPERATION-IS-VALID
        MOVE WS-LOAN-PAYMENT TO DISPLAY-LOG-PAYMENT
        STRING WS-LOG-DATE " CHOICE=11 LOAN=" DISPLAY-LOG-PRINCIPAL
            " RATE=" DISPLAY-LOAN-RATE " N=" DISPLAY-LOAN-PERIOD
            " PMT=" DISPLAY-LOG-PAYMENT
            DELIMITED BY SIZE INTO CALC-LOG-LINE
    ELSE
        STRING WS-LOG-DATE " CHOICE=11 LOAN=" DISPLAY-LOG-PRINCIPAL
            " RATE=" DISPLAY-LOAN-RATE " N=" DISPLAY-LOAN-PERIOD
            " PMT=REJECTED"
            DELIMITED BY SIZE INTO CALC-LOG-LINE
    END-IF.
    WRITE CALC-LOG-LINE.

*> Batch mode: read a file of operations (choice + two operands,
*> one per line) and write a results file, the same idiom
*> PAYCHECK1/GRADES1 use for unattended batch runs instead of
    PERFORM 5200-PROCESS-BATCH-RECORD UNTIL BATCH-END-OF-FILE.
    CLOSE BATCH-INPUT-FILE.
    CLOSE BATCH-OUTPUT-FILE.
    IF REPORT-IS-OPEN
        PERFORM 1090-CLOSE-SESSION-REPORT
    END-IF.

5100-READ-BATCH-RECORD.
    READ BATCH-INPUT-FILE

5200-PROCESS-BATCH-RECORD.
    MOVE BATCH-CHOICE TO CHOICE.
    IF CHOICE = 11
        PERFORM 5250-PROCESS-BATCH-LOAN
    ELSE
        MOVE BATCH-NUM1 TO NUM1
        MOVE BATCH-NUM2 TO NUM2
        PERFORM 2000-EXECUTE-OPERATION
        PERFORM 2500-WRITE-LOG-RECORD
        PERFORM 5300-WRITE-BATCH-RESULT
    END-IF.
    PERFORM 5100-READ-BATCH-RECORD.

*> The schedule itself goes to the report file; CALCOUT gets the
*> one-line answer the other choices get.
5250-PROCESS-BATCH-LOAN.
    SET OPERATION-IS-VALID TO TRUE.
    IF BATCH-LOAN-PRINCIPAL IS NOT NUMERIC
        OR BATCH-LOAN-RATE IS NOT NUMERIC
        OR BATCH-LOAN-PAYMENTS IS NOT NUMERIC
        SET OPERATION-IS-INVALID TO TRUE
        MOVE ZERO TO WS-LOAN-PRINCIPAL WS-LOAN-ANNUAL-RATE
            WS-LOAN-PAYMENTS
    ELSE
        MOVE BATCH-LOAN-PRINCIPAL TO WS-LOAN-PRINCIPAL
        MOVE BATCH-LOAN-RATE TO WS-LOAN-ANNUAL-RATE
        MOVE BATCH-LOAN-PAYMENTS TO WS-LOAN-PAYMENTS
    END-IF.
    PERFORM 4100-RUN-AMORTIZATION.
    MOVE SPACES TO BATCH-OUTPUT-LINE.
    IF OPERATION-IS-VALID
        MOVE WS-LOAN-PAYMENT TO DISPLAY-LOG-PAYMENT
        STRING "CHOICE=11 LOAN=" DISPLAY-LOG-PRINCIPAL
            " RATE=" DISPLAY-LOAN-RATE " N=" DISPLAY-LOAN-PERIOD
            " PMT=" DISPLAY-LOG-PAYMENT " SCHEDULE=CALCRPT.TXT"
            DELIMITED BY SIZE INTO BATCH-OUTPUT-LINE
    ELSE
        STRING "CHOICE=11 LOAN=" DISPLAY-LOG-PRINCIPAL
            " RATE=" DISPLAY-LOAN-RATE " N=" DISPLAY-LOAN-PERIOD
            " RESULT=REJECTED"
            DELIMITED BY SIZE INTO BATCH-OUTPUT-LINE
    END-IF.
    WRITE BATCH-OUTPUT-LINE.

5300-WRITE-BATCH-RESULT.
    MOVE SPACES TO BATCH-OUTPUT-LINE.
    IF OPERATION-IS-VALID
