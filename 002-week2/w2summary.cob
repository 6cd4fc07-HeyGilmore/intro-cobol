      ** EMPLOYEE-MASTER the way PAYCHECK2's
      ** 2050-LOOKUP-EMPLOYEE-MASTER does. This report addresses the
      ** actual forms, so the SSN prints in full here - and only
      ** here. One W-2 per employee per employer: the summary
      ** prints only the YTD records earned under this COMPCTL's
      ** company, the live YTDMAST ones plus any YTDXFER records
      ** COXFER closed out when an employee left it mid-year. An
      ** employee whose employers together withheld more social
      ** security than the annual maximum (each employer restarts
      ** the wage base) is listed at the end - the employee
      ** claims the excess back on their own return.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL YTD-XFER-IN ASSIGN TO "YTDXFER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-TABLE-FILE ASSIGN TO "TAXTABLE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
                                 ==YTD-STATE-GROSS== BY
                                     ==YTD-IN-STATE-GROSS==
                                 ==YTD-STATE-TAX== BY
                                     ==YTD-IN-STATE-TAX==
                                 ==YTD-LOCAL-CODE== BY
                                     ==YTD-IN-LOCAL-CODE==
                                 ==YTD-LOCAL-GROSS== BY
                                     ==YTD-IN-LOCAL-GROSS==
                                 ==YTD-LOCAL-TAX== BY
                                     ==YTD-IN-LOCAL-TAX==
                                 ==YTD-QTR-FED-TAX== BY
                                     ==YTD-IN-QTR-FED-TAX==
                                 ==YTD-QTR-FICA== BY
                                     ==YTD-IN-QTR-FICA==
                                 ==YTD-COMPANY-CODE== BY
                                     ==YTD-IN-COMPANY-CODE==.

      *> Closed-out records from company transfers - same layout.
       FD  YTD-XFER-IN.
       01  YTD-XFER-RECORD.
           COPY YTDREC.

      *> Only the "P" parameter record matters here - the social
      *> security rate and wage base TAXCALC withholds against; the
      *> other TAXTABLE record shapes are TAXCALC's and are skipped.
       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           05  TT-RECORD-TYPE      PIC X(1).
               88  TT-IS-PARAMETERS        VALUE "P".
           05  TT-PARM-FIELDS.
               10  TT-STATE-RATE       PIC V999.
               10  TT-FICA-RATE        PIC V999.
               10  TT-FICA-WAGE-BASE   PIC 9(7)V99.
               10  TT-ALLOWANCE-AMT    PIC 9(4)V99.
               10  FILLER              PIC X(3).

       FD  W2-SUMMARY-FILE.
       01  W2-SUMMARY-LINE         PIC X(80).
       01  WS-DATE-RAW         PIC X(8).
       01 WS-YTD-EOF-SWITCH    PIC X(1)  VALUE "N".
           88  YTD-END-OF-FILE           VALUE "Y".
       01 WS-XFER-EOF-SWITCH   PIC X(1)  VALUE "N".
           88  XFER-END-OF-FILE          VALUE "Y".
       01 WS-TT-EOF-SWITCH     PIC X(1)  VALUE "N".
           88  TT-END-OF-FILE            VALUE "Y".
       01 WS-EMP-FOUND-SWITCH  PIC X(1)  VALUE "Y".
           88  EMPLOYEE-WAS-FOUND        VALUE "Y".
           88  EMPLOYEE-NOT-FOUND        VALUE "N".
       01 WS-COMPANY-CODE      PIC X(3)  VALUE SPACES.
       01 WS-COMPANY-NAME      PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE          PIC X(10).
       01 WS-RUN-ID            PIC X(19) VALUE SPACES.

      *> The one W-2's figures, whichever file they came from, so
      *> the live and closed-out records print through one
      *> paragraph.
       01 WS-W2-EMP-ID         PIC X(6).
       01 WS-W2-COMPANY        PIC X(3).
       01 WS-W2-GROSS          PIC 9(7)V99.
       01 WS-W2-TAXABLE        PIC 9(7)V99.
       01 WS-W2-TAX            PIC 9(7)V99.
       01 WS-W2-DEDUCT         PIC 9(7)V99.
       01 WS-W2-SOC-SEC        PIC 9(7)V99.
       01 WS-W2-SOURCE         PIC X(1).
           88  W2-FROM-LIVE-YTD          VALUE "L".
           88  W2-FROM-TRANSFER          VALUE "X".
       01 WS-QTR-IDX           PIC 9(1).

      *> Social security maximum for the year: TAXCALC's defaults,
      *> overridden from the TAXTABLE "P" record.
       01 WS-FICA-RATE         PIC V999    VALUE .062.
       01 WS-FICA-WAGE-BASE    PIC 9(7)V99 VALUE 176100.
       01 WS-SOC-SEC-MAX       PIC 9(7)V99.

      *> Every closed-out record's employee, company, and social
      *> security withheld, so each live record can total what all
      *> of the employee's employers took.
       01 WS-XT-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-XT-MAX            PIC 9(3)  VALUE 100.
       01 WS-XT-IDX            PIC 9(3).
       01 WS-XT-TABLE.
           05  WS-XT-ENTRY OCCURS 100 TIMES.
               10  XTT-EMP-ID          PIC X(6).
               10  XTT-COMPANY         PIC X(3).
               10  XTT-SOC-SEC         PIC 9(7)V99.
       01 WS-SS-TOTAL          PIC 9(7)V99.
       01 WS-SS-EMPLOYERS      PIC 9(2).
       01 WS-SS-OURS-SWITCH    PIC X(1).
           88  SS-COMPANY-INVOLVED       VALUE "Y".

      *> Employees over the maximum, printed after the totals.
       01 WS-EX-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-EX-MAX            PIC 9(3)  VALUE 50.
       01 WS-EX-IDX            PIC 9(3).
       01 WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 50 TIMES.
               10  EXT-EMP-ID          PIC X(6).
               10  EXT-EMP-NAME        PIC A(20).
               10  EXT-EMPLOYERS       PIC 9(2).
               10  EXT-WITHHELD        PIC 9(7)V99.
               10  EXT-EXCESS          PIC 9(7)V99.

       01 DISPLAY-W2-WAGES     PIC $$$,$$9.99.
       01 DISPLAY-W2-TAXABLE   PIC $$$,$$9.99.
       01 DISPLAY-W2-TAX       PIC $$$,$$9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1050-LOAD-SOC-SEC-MAX.
           PERFORM 1150-LOAD-TRANSFERS.
           PERFORM 1100-PRINT-HEADER.
           PERFORM 1200-READ-YTD.
           PERFORM 2000-PROCESS-YTD UNTIL YTD-END-OF-FILE.
           PERFORM 2500-PROCESS-TRANSFERS.
           PERFORM 8900-PRINT-TOTALS.
           PERFORM 8950-PRINT-EXCESS-SOC-SEC.
           PERFORM 8870-CATALOG-REPORT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           END-READ.
           CLOSE RUN-ID-FILE.

       1050-LOAD-SOC-SEC-MAX.
           OPEN INPUT TAX-TABLE-FILE.
           PERFORM UNTIL TT-END-OF-FILE
               READ TAX-TABLE-FILE
                   AT END
                       SET TT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TT-IS-PARAMETERS
                           MOVE TT-FICA-RATE TO WS-FICA-RATE
                           MOVE TT-FICA-WAGE-BASE
                               TO WS-FICA-WAGE-BASE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-TABLE-FILE.
           MULTIPLY WS-FICA-WAGE-BASE BY WS-FICA-RATE
               GIVING WS-SOC-SEC-MAX ROUNDED.

      *> A missing YTDXFER (SELECT OPTIONAL) means nobody changed
      *> company this year and reads as an immediate AT END.
       1150-LOAD-TRANSFERS.
           OPEN INPUT YTD-XFER-IN.
           PERFORM UNTIL XFER-END-OF-FILE
               PERFORM 1250-READ-XFER
               IF NOT XFER-END-OF-FILE
                   IF WS-XT-COUNT < WS-XT-MAX
                       ADD 1 TO WS-XT-COUNT
                       MOVE WS-W2-EMP-ID TO XTT-EMP-ID (WS-XT-COUNT)
                       MOVE WS-W2-COMPANY
                           TO XTT-COMPANY (WS-XT-COUNT)
                       MOVE WS-W2-SOC-SEC
                           TO XTT-SOC-SEC (WS-XT-COUNT)
                   ELSE
                       DISPLAY "*** W2SUMMARY: OVER " WS-XT-MAX
                           " TRANSFER RECORDS - EXCESS SOCIAL "
                           "SECURITY LIST INCOMPLETE ***"
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE YTD-XFER-IN.

       1100-PRINT-HEADER.
           MOVE SPACES TO W2-SUMMARY-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "

       1200-READ-YTD.
           READ YTD-MASTER-IN
               AT END
                   SET YTD-END-OF-FILE TO TRUE
               NOT AT END
                   SET W2-FROM-LIVE-YTD TO TRUE
                   MOVE YTD-IN-EMP-ID TO WS-W2-EMP-ID
                   MOVE YTD-IN-COMPANY-CODE TO WS-W2-COMPANY
                   MOVE YTD-IN-GROSS TO WS-W2-GROSS
                   MOVE YTD-IN-TAXABLE TO WS-W2-TAXABLE
                   MOVE YTD-IN-TAX TO WS-W2-TAX
                   MOVE YTD-IN-DEDUCTIONS TO WS-W2-DEDUCT
                   MOVE ZERO TO WS-W2-SOC-SEC
                   PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                           UNTIL WS-QTR-IDX > 4
                       ADD YTD-IN-QTR-FICA (WS-QTR-IDX)
                           TO WS-W2-SOC-SEC
                   END-PERFORM
           END-READ.

       1250-READ-XFER.
           READ YTD-XFER-IN
               AT END
                   SET XFER-END-OF-FILE TO TRUE
               NOT AT END
                   SET W2-FROM-TRANSFER TO TRUE
                   MOVE YTD-EMP-ID TO WS-W2-EMP-ID
                   MOVE YTD-COMPANY-CODE TO WS-W2-COMPANY
                   MOVE YTD-GROSS TO WS-W2-GROSS
                   MOVE YTD-TAXABLE TO WS-W2-TAXABLE
                   MOVE YTD-TAX TO WS-W2-TAX
                   MOVE YTD-DEDUCTIONS TO WS-W2-DEDUCT
                   MOVE ZERO TO WS-W2-SOC-SEC
                   PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                           UNTIL WS-QTR-IDX > 4
                       ADD YTD-QTR-FICA (WS-QTR-IDX)
                           TO WS-W2-SOC-SEC
                   END-PERFORM
           END-READ.

      *> A YTD record written before the company code was carried
      *> belongs to the company the employee's master names.
       2000-PROCESS-YTD.
           IF WS-W2-COMPANY = SPACES
               PERFORM 2050-LOOKUP-EMPLOYEE-MASTER
               IF EMPLOYEE-WAS-FOUND
                   MOVE EMP-COMPANY-CODE TO WS-W2-COMPANY
               END-IF
           END-IF.
           IF WS-W2-COMPANY = WS-COMPANY-CODE
               PERFORM 2100-PRINT-W2
           END-IF.
           PERFORM 2300-CHECK-EXCESS-SOC-SEC.
           PERFORM 1200-READ-YTD.

       2100-PRINT-W2.
           PERFORM 2050-LOOKUP-EMPLOYEE-MASTER.
           MOVE WS-W2-GROSS TO DISPLAY-W2-WAGES.
      *> Box-1 style taxable wages: gross less the pre-tax
      *> enrollment amounts the pay runs accumulated.
           MOVE WS-W2-TAXABLE TO DISPLAY-W2-TAXABLE.
           MOVE WS-W2-TAX TO DISPLAY-W2-TAX.
           MOVE WS-W2-DEDUCT TO DISPLAY-W2-DEDUCT.
           MOVE SPACES TO W2-SUMMARY-LINE.
           IF EMPLOYEE-WAS-FOUND
               STRING WS-W2-EMP-ID " " EMP-SSN " " EMP-NAME
                   DELIMITED BY SIZE INTO W2-SUMMARY-LINE
               WRITE W2-SUMMARY-LINE
               STRING "       " EMP-ADDRESS-1
                   DELIMITED BY SIZE INTO W2-SUMMARY-LINE
               WRITE W2-SUMMARY-LINE
           ELSE
               STRING WS-W2-EMP-ID
                   " *** NOT ON EMPLOYEE-MASTER ***"
                   DELIMITED BY SIZE INTO W2-SUMMARY-LINE
               WRITE W2-SUMMARY-LINE
           END-IF.
           IF W2-FROM-TRANSFER
               MOVE "       CLOSED OUT ON TRANSFER TO ANOTHER COMPANY"
                   TO W2-SUMMARY-LINE
               WRITE W2-SUMMARY-LINE
           END-IF.
           MOVE SPACES TO W2-SUMMARY-LINE.
           STRING "       " DISPLAY-W2-WAGES " " DISPLAY-W2-TAXABLE
               " " DISPLAY-W2-TAX " " DISPLAY-W2-DEDUCT
           WRITE W2-SUMMARY-LINE.

           ADD 1 TO WS-EMPLOYEE-COUNT.
           ADD WS-W2-GROSS TO WS-TOTAL-WAGES.
           ADD WS-W2-TAXABLE TO WS-TOTAL-TAXABLE.
           ADD WS-W2-TAX TO WS-TOTAL-TAX.
           ADD WS-W2-DEDUCT TO WS-TOTAL-DEDUCT.

      *> The live record plus every closed-out one for the same
      *> employee is what they had withheld this year. Only an
      *> employee with more than one employer can be over - one
      *> employer's withholding stops at the wage base - and the
      *> list is this company's to print when any of those W-2s
      *> is its own.
       2300-CHECK-EXCESS-SOC-SEC.
           MOVE WS-W2-SOC-SEC TO WS-SS-TOTAL.
           MOVE 1 TO WS-SS-EMPLOYERS.
           MOVE "N" TO WS-SS-OURS-SWITCH.
           IF WS-W2-COMPANY = WS-COMPANY-CODE
               SET SS-COMPANY-INVOLVED TO TRUE
           END-IF.
           PERFORM VARYING WS-XT-IDX FROM 1 BY 1
                   UNTIL WS-XT-IDX > WS-XT-COUNT
               IF XTT-EMP-ID (WS-XT-IDX) = WS-W2-EMP-ID
                   ADD XTT-SOC-SEC (WS-XT-IDX) TO WS-SS-TOTAL
                   ADD 1 TO WS-SS-EMPLOYERS
                   IF XTT-COMPANY (WS-XT-IDX) = WS-COMPANY-CODE
                       SET SS-COMPANY-INVOLVED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SS-EMPLOYERS > 1 AND SS-COMPANY-INVOLVED
               AND WS-SS-TOTAL > WS-SOC-SEC-MAX
               AND WS-EX-COUNT < WS-EX-MAX
               ADD 1 TO WS-EX-COUNT
               MOVE WS-W2-EMP-ID TO EXT-EMP-ID (WS-EX-COUNT)
               PERFORM 2050-LOOKUP-EMPLOYEE-MASTER
               IF EMPLOYEE-WAS-FOUND
                   MOVE EMP-NAME TO EXT-EMP-NAME (WS-EX-COUNT)
               ELSE
                   MOVE SPACES TO EXT-EMP-NAME (WS-EX-COUNT)
               END-IF
               MOVE WS-SS-EMPLOYERS TO EXT-EMPLOYERS (WS-EX-COUNT)
               MOVE WS-SS-TOTAL TO EXT-WITHHELD (WS-EX-COUNT)
               SUBTRACT WS-SOC-SEC-MAX FROM WS-SS-TOTAL
                   GIVING EXT-EXCESS (WS-EX-COUNT)
           END-IF.

      *> The closed-out records earned under this company each get
      *> their own W-2, after the live ones.
       2500-PROCESS-TRANSFERS.
           MOVE "N" TO WS-XFER-EOF-SWITCH.
           OPEN INPUT YTD-XFER-IN.
           PERFORM 1250-READ-XFER.
           PERFORM UNTIL XFER-END-OF-FILE
               IF WS-W2-COMPANY = WS-COMPANY-CODE
                   PERFORM 2100-PRINT-W2
               END-IF
               PERFORM 1250-READ-XFER
           END-PERFORM.
           CLOSE YTD-XFER-IN.

      *> Same keyed-read pattern as PAYCHECK2's lookup: the YTD
      *> record's EMP-ID drives a read against the indexed master.
       2050-LOOKUP-EMPLOYEE-MASTER.
           SET EMPLOYEE-WAS-FOUND TO TRUE.
           MOVE WS-W2-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
               DELIMITED BY SIZE INTO W2-SUMMARY-LINE.
           WRITE W2-SUMMARY-LINE.

      *> Each employer's W-2 stays as withheld; the employee takes
      *> the excess as a credit on their own return.
       8950-PRINT-EXCESS-SOC-SEC.
           IF WS-EX-COUNT > ZERO
               MOVE SPACES TO W2-SUMMARY-LINE
               WRITE W2-SUMMARY-LINE
               MOVE "EXCESS SOCIAL SECURITY WITHHELD - MORE THAN ONE "
                   & "EMPLOYER" TO W2-SUMMARY-LINE
               WRITE W2-SUMMARY-LINE
               MOVE WS-SOC-SEC-MAX TO DISPLAY-W2-TAX
               MOVE SPACES TO W2-SUMMARY-LINE
               STRING "ANNUAL MAXIMUM: " DISPLAY-W2-TAX
                   DELIMITED BY SIZE INTO W2-SUMMARY-LINE
               WRITE W2-SUMMARY-LINE
               MOVE "EMP-ID NAME                 EMPLRS   WITHHELD"
                   & "     EXCESS" TO W2-SUMMARY-LINE
               WRITE W2-SUMMARY-LINE
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX > WS-EX-COUNT
                   MOVE EXT-WITHHELD (WS-EX-IDX) TO DISPLAY-W2-TAX
                   MOVE EXT-EXCESS (WS-EX-IDX) TO DISPLAY-W2-DEDUCT
                   MOVE SPACES TO W2-SUMMARY-LINE
                   STRING EXT-EMP-ID (WS-EX-IDX) " "
                       EXT-EMP-NAME (WS-EX-IDX) "  "
                       EXT-EMPLOYERS (WS-EX-IDX) "    "
                       DISPLAY-W2-TAX " " DISPLAY-W2-DEDUCT
                       DELIMITED BY SIZE INTO W2-SUMMARY-LINE
                   WRITE W2-SUMMARY-LINE
               END-PERFORM
           END-IF.

      *> Catalog this report under the run's identity.
       8870-CATALOG-REPORT.
           MOVE "W2SUMRY.TXT" TO RP-REPORT-NAME.
