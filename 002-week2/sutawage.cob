       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUTAWAGE.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** State unemployment (SUTA) quarterly wage-detail file, in
      ** the W2FILE mold. TAXCALC prices the employer's SUTA every
      ** period; this run files the wages behind it. For the
      ** quarter named on QTRPARM (the same parm QTRRPT reads) each
      ** YTDMAST employee's YTD-QTR-GROSS bucket is split across the
      ** states the YTD state buckets say they were paid in, SSN and
      ** name come by keyed EMPMAST lookup, and the wages break out
      ** into taxable and excess against the SUTA wage base on the
      ** TAXTABLE "E" record. Rows are sorted by state and written
      ** to SUTAFILE as one fixed-format section per state - an SA
      ** employer header, an SW wage row per employee, an ST state
      ** trailer - and the SUTARPT control report totals each state
      ** and proves the filed wages tie to QTRRPT for the quarter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER-IN ASSIGN TO "YTDMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL YTD-XFER-IN ASSIGN TO "YTDXFER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT QUARTER-PARM-FILE ASSIGN TO "QTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-TABLE-FILE ASSIGN TO "TAXTABLE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUTA-SORT-FILE ASSIGN TO "SUTASORT.TMP".
           SELECT SUTA-EFILE ASSIGN TO "SUTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUTA-REPORT-FILE ASSIGN TO "SUTARPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER-IN.
       01  YTD-IN-RECORD.
           COPY YTDREC REPLACING ==YTD-EMP-ID== BY ==YTD-IN-EMP-ID==
                                 ==YTD-GROSS==   BY ==YTD-IN-GROSS==
                                 ==YTD-OT==      BY ==YTD-IN-OT==
                                 ==YTD-NET==     BY ==YTD-IN-NET==
                                 ==YTD-TAX==     BY ==YTD-IN-TAX==
                                 ==YTD-DEDUCTIONS== BY
                                     ==YTD-IN-DEDUCTIONS==
                                 ==YTD-QTR-GROSS== BY
                                     ==YTD-IN-QTR-GROSS==
                                 ==YTD-QTR-TAX== BY
                                     ==YTD-IN-QTR-TAX==
                                 ==YTD-TAXABLE== BY
                                     ==YTD-IN-TAXABLE==
                                 ==YTD-401K-EE== BY
                                     ==YTD-IN-401K-EE==
                                 ==YTD-401K-MATCH== BY
                                     ==YTD-IN-401K-MATCH==
                                 ==YTD-STATE-CODE== BY
                                     ==YTD-IN-STATE-CODE==
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

      *> Closed-out records from company transfers - same layout,
      *> read into YTD-IN-RECORD.
       FD  YTD-XFER-IN.
       01  YTD-XFER-RECORD         PIC X(287).

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  QUARTER-PARM-FILE.
       01  QUARTER-PARM-RECORD.
           05  PARM-QUARTER-NO     PIC 9(1).

      *> Only the "E" employer-rate record matters here; the other
      *> TAXTABLE record shapes are TAXCALC's and are skipped.
       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           05  TT-RECORD-TYPE      PIC X(1).
               88  TT-IS-EMPLOYER          VALUE "E".
           05  TT-EMPLOYER-FIELDS.
               10  TT-FUTA-RATE        PIC V999.
               10  TT-FUTA-WAGE-BASE   PIC 9(7)V99.
               10  TT-SUTA-RATE        PIC V999.
               10  TT-SUTA-WAGE-BASE   PIC 9(7)V99.

      *> One row per employee per state with wages this quarter,
      *> sorted so each state's section writes contiguously.
       SD  SUTA-SORT-FILE.
       01  SUTA-SORT-RECORD.
           05  SS-STATE-CODE       PIC X(2).
           05  SS-EMP-ID           PIC X(6).
           05  SS-SSN              PIC X(9).
           05  SS-NAME             PIC X(20).
           05  SS-QTR-WAGES        PIC 9(7)V99.
           05  SS-TAXABLE-WAGES    PIC 9(7)V99.
           05  SS-EXCESS-WAGES     PIC 9(7)V99.

      *> The fixed-format state file: SA header, SW wage rows, ST
      *> trailer, repeated per state.
       FD  SUTA-EFILE.
       01  SUTA-EFILE-RECORD       PIC X(80).

       FD  SUTA-REPORT-FILE.
       01  SUTA-REPORT-LINE        PIC X(80).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-COMPANY-CODE       PIC X(3)  VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-EIN                PIC X(9)  VALUE SPACES.
       01  WS-YTD-EOF-SWITCH     PIC X(1) VALUE "N".
           88  YTD-END-OF-FILE            VALUE "Y".
       01  WS-YTD-PHASE          PIC X(1) VALUE "M".
           88  READING-YTDMAST            VALUE "M".
           88  READING-YTDXFER            VALUE "X".
       01  WS-TT-EOF-SWITCH      PIC X(1) VALUE "N".
           88  TT-END-OF-FILE             VALUE "Y".
       01  WS-SORT-EOF-SWITCH    PIC X(1) VALUE "N".
           88  SUTA-SORT-END-OF-FILE      VALUE "Y".
       01  WS-EMP-FOUND-SWITCH   PIC X(1) VALUE "Y".
           88  EMPLOYEE-WAS-FOUND         VALUE "Y".
           88  EMPLOYEE-NOT-FOUND         VALUE "N".

       01  WS-REPORT-QTR         PIC 9(1) VALUE ZERO.
       01  WS-RUN-DATE           PIC X(10).
       01  WS-TAX-YEAR           PIC X(4).
      *> Same default TAXCALC carries when TAXTABLE has no "E"
      *> record, so the file and the priced SUTA agree.
       01  WS-SUTA-WAGE-BASE     PIC 9(7)V99 VALUE 9000.

      *> One employee's quarter, before it is split by state.
       01  WS-QTR-WAGES          PIC 9(7)V99.
       01  WS-PRIOR-WAGES        PIC 9(7)V99.
       01  WS-BASE-ROOM          PIC 9(7)V99.
       01  WS-QTR-TAXABLE        PIC 9(7)V99.
       01  WS-STATE-TOTAL        PIC 9(8)V99.
       01  WS-SLOTS-USED         PIC 9(1).
       01  WS-FIRST-SLOT         PIC 9(1).
       01  WS-REM-WAGES          PIC 9(7)V99.
       01  WS-REM-TAXABLE        PIC 9(7)V99.
       01  WS-QTR-IDX            PIC 9(1).
       01  WS-ST-IDX             PIC 9(1).

      *> State control break while the sorted rows write out.
       01  WS-CURRENT-STATE      PIC X(2) VALUE SPACES.
       01  WS-ST-EMP-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ST-WAGES           PIC 9(11)V99 VALUE ZERO.
       01  WS-ST-TAXABLE         PIC 9(11)V99 VALUE ZERO.
       01  WS-ST-EXCESS          PIC 9(11)V99 VALUE ZERO.

      *> Control totals. WS-READ-COUNT and WS-READ-WAGES are the
      *> same employee count and quarter wages QTRRPT prints; the
      *> filed wages plus the wages with no state to file under
      *> have to come back to them.
       01  WS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-READ-WAGES         PIC 9(11)V99 VALUE ZERO.
       01  WS-ZERO-WAGE-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ROW-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-STATE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-FILED-WAGES        PIC 9(11)V99 VALUE ZERO.
       01  WS-FILED-TAXABLE      PIC 9(11)V99 VALUE ZERO.
       01  WS-FILED-EXCESS       PIC 9(11)V99 VALUE ZERO.
       01  WS-NO-STATE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-NO-STATE-WAGES     PIC 9(11)V99 VALUE ZERO.
       01  WS-TIE-WAGES          PIC 9(11)V99 VALUE ZERO.

       01  SUTA-SA-RECORD.
           05  FILLER            PIC X(2)  VALUE "SA".
           05  SA-STATE-CODE     PIC X(2).
           05  SA-EIN            PIC X(9).
           05  SA-COMPANY-NAME   PIC X(30).
           05  SA-TAX-YEAR       PIC X(4).
           05  SA-QUARTER        PIC 9(1).
           05  FILLER            PIC X(32) VALUE SPACES.
       01  SUTA-SW-RECORD.
           05  FILLER            PIC X(2)  VALUE "SW".
           05  SW-STATE-CODE     PIC X(2).
           05  SW-SSN            PIC X(9).
           05  SW-NAME           PIC X(20).
           05  SW-QTR-WAGES      PIC 9(11).
           05  SW-TAXABLE-WAGES  PIC 9(11).
           05  SW-EXCESS-WAGES   PIC 9(11).
           05  FILLER            PIC X(14) VALUE SPACES.
       01  SUTA-ST-RECORD.
           05  FILLER            PIC X(2)  VALUE "ST".
           05  ST-STATE-CODE     PIC X(2).
           05  ST-EMPLOYEE-COUNT PIC 9(7).
           05  ST-QTR-WAGES      PIC 9(13).
           05  ST-TAXABLE-WAGES  PIC 9(13).
           05  ST-EXCESS-WAGES   PIC 9(13).
           05  FILLER            PIC X(30) VALUE SPACES.

       01  DISPLAY-TOT-WAGES     PIC $$$,$$$,$$9.99.
       01  DISPLAY-TOT-TAXABLE   PIC $$$,$$$,$$9.99.
       01  DISPLAY-TOT-EXCESS    PIC $$$,$$$,$$9.99.
       01  DISPLAY-COUNT         PIC Z,ZZZ,ZZ9.
       01  DISPLAY-WAGE-BASE     PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           IF WS-REPORT-QTR >= 1 AND WS-REPORT-QTR <= 4
               PERFORM 1100-PRINT-HEADER
               SORT SUTA-SORT-FILE
                   ON ASCENDING KEY SS-STATE-CODE SS-EMP-ID
                   INPUT PROCEDURE IS 2000-BUILD-STATE-ROWS
                   OUTPUT PROCEDURE IS 3000-WRITE-STATE-FILES
               PERFORM 8900-PRINT-CONTROL-TOTALS
           ELSE
               DISPLAY "*** QTRPARM MISSING OR NOT 1-4 - NOTHING "
                   "TO FILE ***"
               MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "SUTAWAGE COMPLETE - STATES: " WS-STATE-COUNT
               " WAGE ROWS: " WS-ROW-COUNT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT YTD-MASTER-IN.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT QUARTER-PARM-FILE.
           OPEN OUTPUT SUTA-EFILE.
           OPEN OUTPUT SUTA-REPORT-FILE.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE CO-EIN TO WS-EIN
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE (1:4) TO WS-TAX-YEAR.
           READ QUARTER-PARM-FILE
               AT END
                   MOVE ZERO TO WS-REPORT-QTR
               NOT AT END
                   MOVE PARM-QUARTER-NO TO WS-REPORT-QTR
           END-READ.
           PERFORM 1050-LOAD-SUTA-WAGE-BASE.

      *> The wage base is the one TAXCALC priced the employer's SUTA
      *> against, so taxable wages here match the tax accrued.
       1050-LOAD-SUTA-WAGE-BASE.
           OPEN INPUT TAX-TABLE-FILE.
           PERFORM UNTIL TT-END-OF-FILE
               READ TAX-TABLE-FILE
                   AT END
                       SET TT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TT-IS-EMPLOYER
                           MOVE TT-SUTA-WAGE-BASE
                               TO WS-SUTA-WAGE-BASE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-TABLE-FILE.

       1100-PRINT-HEADER.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - SUTA QUARTERLY WAGE DETAIL" DELIMITED BY SIZE
               INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE WS-SUTA-WAGE-BASE TO DISPLAY-WAGE-BASE.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "   QUARTER: "
               WS-REPORT-QTR "   WAGE BASE: " DISPLAY-WAGE-BASE
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE SPACES TO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.

      *> Only this company's records file under its number - a
      *> record from before the company code was carried counts as
      *> this company's. YTDMAST's end rolls on into the YTDXFER
      *> records COXFER closed out when an employee changed company
      *> mid-year, so the quarters worked before the move still
      *> file under the company that paid them.
       1200-READ-YTD.
           PERFORM 1210-READ-SOURCE.
           PERFORM UNTIL YTD-END-OF-FILE
               IF YTD-IN-COMPANY-CODE = SPACES
                   OR YTD-IN-COMPANY-CODE = WS-COMPANY-CODE
                   EXIT PERFORM
               END-IF
               PERFORM 1210-READ-SOURCE
           END-PERFORM.

      *> A missing YTDXFER (SELECT OPTIONAL) reads as an immediate
      *> AT END.
       1210-READ-SOURCE.
           IF READING-YTDMAST
               READ YTD-MASTER-IN
                   AT END
                       SET READING-YTDXFER TO TRUE
                       OPEN INPUT YTD-XFER-IN
               END-READ
           END-IF.
           IF READING-YTDXFER
               READ YTD-XFER-IN INTO YTD-IN-RECORD
                   AT END
                       SET YTD-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *> SORT's INPUT PROCEDURE: one pass of YTDMAST, releasing a
      *> row per state each employee was paid in this quarter.
       2000-BUILD-STATE-ROWS.
           PERFORM 1200-READ-YTD.
           PERFORM UNTIL YTD-END-OF-FILE
               PERFORM 2100-PRICE-ONE-EMPLOYEE
               PERFORM 1200-READ-YTD
           END-PERFORM.

      *> Wages earned earlier in the year use up the wage base
      *> first; only what is left of it makes this quarter's wages
      *> taxable, and the rest of the quarter is excess.
       2100-PRICE-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           MOVE YTD-IN-QTR-GROSS (WS-REPORT-QTR) TO WS-QTR-WAGES.
           ADD WS-QTR-WAGES TO WS-READ-WAGES.
           IF WS-QTR-WAGES = ZERO
               ADD 1 TO WS-ZERO-WAGE-COUNT
           ELSE
               MOVE ZERO TO WS-PRIOR-WAGES
               PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                       UNTIL WS-QTR-IDX >= WS-REPORT-QTR
                   ADD YTD-IN-QTR-GROSS (WS-QTR-IDX)
                       TO WS-PRIOR-WAGES
               END-PERFORM
               IF WS-PRIOR-WAGES >= WS-SUTA-WAGE-BASE
                   MOVE ZERO TO WS-QTR-TAXABLE
               ELSE
                   SUBTRACT WS-PRIOR-WAGES FROM WS-SUTA-WAGE-BASE
                       GIVING WS-BASE-ROOM
                   IF WS-QTR-WAGES > WS-BASE-ROOM
                       MOVE WS-BASE-ROOM TO WS-QTR-TAXABLE
                   ELSE
                       MOVE WS-QTR-WAGES TO WS-QTR-TAXABLE
                   END-IF
               END-IF
               PERFORM 2200-LOOKUP-EMPLOYEE
               PERFORM 2300-SPLIT-BY-STATE
           END-IF.

       2200-LOOKUP-EMPLOYEE.
           SET EMPLOYEE-WAS-FOUND TO TRUE.
           MOVE YTD-IN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET EMPLOYEE-NOT-FOUND TO TRUE
           END-READ.
           MOVE YTD-IN-EMP-ID TO SS-EMP-ID.
           IF EMPLOYEE-WAS-FOUND
               MOVE EMP-SSN TO SS-SSN
               MOVE EMP-NAME TO SS-NAME
           ELSE
               MOVE SPACES TO SS-SSN
               MOVE "NOT ON EMPLOYEE MSTR" TO SS-NAME
           END-IF.

      *> The YTD state buckets are year-to-date, not per quarter,
      *> so an employee paid in two states has the quarter split in
      *> proportion to each state's share of the year's state wages
      *> - the last state takes the rounding remainder so the rows
      *> always add back to the quarter. No state bucket at all
      *> falls back to the master's work state; with neither, the
      *> wages print as unfileable and are held out of the file.
       2300-SPLIT-BY-STATE.
           MOVE ZERO TO WS-SLOTS-USED WS-FIRST-SLOT WS-STATE-TOTAL.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > 2
               IF YTD-IN-STATE-CODE (WS-ST-IDX) NOT = SPACES
                   ADD 1 TO WS-SLOTS-USED
                   ADD YTD-IN-STATE-GROSS (WS-ST-IDX)
                       TO WS-STATE-TOTAL
                   IF WS-FIRST-SLOT = ZERO
                       MOVE WS-ST-IDX TO WS-FIRST-SLOT
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-SLOTS-USED = 2 AND WS-STATE-TOTAL > ZERO
                   MOVE WS-QTR-WAGES TO WS-REM-WAGES
                   MOVE WS-QTR-TAXABLE TO WS-REM-TAXABLE
                   MOVE YTD-IN-STATE-CODE (1) TO SS-STATE-CODE
                   COMPUTE SS-QTR-WAGES ROUNDED = WS-QTR-WAGES
                       * YTD-IN-STATE-GROSS (1) / WS-STATE-TOTAL
                   COMPUTE SS-TAXABLE-WAGES ROUNDED = WS-QTR-TAXABLE
                       * YTD-IN-STATE-GROSS (1) / WS-STATE-TOTAL
                   SUBTRACT SS-QTR-WAGES FROM WS-REM-WAGES
                   SUBTRACT SS-TAXABLE-WAGES FROM WS-REM-TAXABLE
                   PERFORM 2400-RELEASE-STATE-ROW
                   MOVE YTD-IN-STATE-CODE (2) TO SS-STATE-CODE
                   MOVE WS-REM-WAGES TO SS-QTR-WAGES
                   MOVE WS-REM-TAXABLE TO SS-TAXABLE-WAGES
                   PERFORM 2400-RELEASE-STATE-ROW
               WHEN WS-SLOTS-USED > ZERO
                   MOVE YTD-IN-STATE-CODE (WS-FIRST-SLOT)
                       TO SS-STATE-CODE
                   MOVE WS-QTR-WAGES TO SS-QTR-WAGES
                   MOVE WS-QTR-TAXABLE TO SS-TAXABLE-WAGES
                   PERFORM 2400-RELEASE-STATE-ROW
               WHEN EMPLOYEE-WAS-FOUND AND EMP-WORK-STATE NOT = SPACES
                   MOVE EMP-WORK-STATE TO SS-STATE-CODE
                   MOVE WS-QTR-WAGES TO SS-QTR-WAGES
                   MOVE WS-QTR-TAXABLE TO SS-TAXABLE-WAGES
                   PERFORM 2400-RELEASE-STATE-ROW
               WHEN OTHER
                   PERFORM 2500-PRINT-NO-STATE
           END-EVALUATE.

       2400-RELEASE-STATE-ROW.
           SUBTRACT SS-TAXABLE-WAGES FROM SS-QTR-WAGES
               GIVING SS-EXCESS-WAGES.
           RELEASE SUTA-SORT-RECORD.

       2500-PRINT-NO-STATE.
           ADD 1 TO WS-NO-STATE-COUNT.
           ADD WS-QTR-WAGES TO WS-NO-STATE-WAGES.
           MOVE WS-QTR-WAGES TO DISPLAY-TOT-WAGES.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "*** NO STATE TO FILE UNDER - EMP " YTD-IN-EMP-ID
               " " DISPLAY-TOT-WAGES " ***"
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.

      *> SORT's OUTPUT PROCEDURE: RETURNs the rows in state order,
      *> opening each state's section with its SA header and
      *> closing it with the ST trailer on the state break.
       3000-WRITE-STATE-FILES.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "STATE  EMPLOYEES      QTR WAGES        TAXABLE"
               "         EXCESS"
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           PERFORM UNTIL SUTA-SORT-END-OF-FILE
               RETURN SUTA-SORT-FILE
                   AT END
                       SET SUTA-SORT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CURRENT-STATE NOT = SPACES
                           AND SS-STATE-CODE NOT = WS-CURRENT-STATE
                           PERFORM 3200-CLOSE-STATE-SECTION
                       END-IF
                       IF SS-STATE-CODE NOT = WS-CURRENT-STATE
                           PERFORM 3100-OPEN-STATE-SECTION
                       END-IF
                       PERFORM 3300-WRITE-WAGE-ROW
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-STATE NOT = SPACES
               PERFORM 3200-CLOSE-STATE-SECTION
           END-IF.

       3100-OPEN-STATE-SECTION.
           MOVE SS-STATE-CODE TO WS-CURRENT-STATE.
           ADD 1 TO WS-STATE-COUNT.
           MOVE ZERO TO WS-ST-EMP-COUNT WS-ST-WAGES WS-ST-TAXABLE
               WS-ST-EXCESS.
           MOVE WS-CURRENT-STATE TO SA-STATE-CODE.
           MOVE WS-EIN TO SA-EIN.
           MOVE WS-COMPANY-NAME TO SA-COMPANY-NAME.
           MOVE WS-TAX-YEAR TO SA-TAX-YEAR.
           MOVE WS-REPORT-QTR TO SA-QUARTER.
           MOVE SUTA-SA-RECORD TO SUTA-EFILE-RECORD.
           WRITE SUTA-EFILE-RECORD.

       3200-CLOSE-STATE-SECTION.
           MOVE WS-CURRENT-STATE TO ST-STATE-CODE.
           MOVE WS-ST-EMP-COUNT TO ST-EMPLOYEE-COUNT.
           COMPUTE ST-QTR-WAGES = WS-ST-WAGES * 100.
           COMPUTE ST-TAXABLE-WAGES = WS-ST-TAXABLE * 100.
           COMPUTE ST-EXCESS-WAGES = WS-ST-EXCESS * 100.
           MOVE SUTA-ST-RECORD TO SUTA-EFILE-RECORD.
           WRITE SUTA-EFILE-RECORD.
           MOVE WS-ST-EMP-COUNT TO DISPLAY-COUNT.
           MOVE WS-ST-WAGES TO DISPLAY-TOT-WAGES.
           MOVE WS-ST-TAXABLE TO DISPLAY-TOT-TAXABLE.
           MOVE WS-ST-EXCESS TO DISPLAY-TOT-EXCESS.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "  " WS-CURRENT-STATE "  " DISPLAY-COUNT " "
               DISPLAY-TOT-WAGES " " DISPLAY-TOT-TAXABLE " "
               DISPLAY-TOT-EXCESS
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.

       3300-WRITE-WAGE-ROW.
           MOVE SS-STATE-CODE TO SW-STATE-CODE.
           MOVE SS-SSN TO SW-SSN.
           MOVE SS-NAME TO SW-NAME.
           COMPUTE SW-QTR-WAGES = SS-QTR-WAGES * 100.
           COMPUTE SW-TAXABLE-WAGES = SS-TAXABLE-WAGES * 100.
           COMPUTE SW-EXCESS-WAGES = SS-EXCESS-WAGES * 100.
           MOVE SUTA-SW-RECORD TO SUTA-EFILE-RECORD.
           WRITE SUTA-EFILE-RECORD.
           ADD 1 TO WS-ROW-COUNT WS-ST-EMP-COUNT.
           ADD SS-QTR-WAGES TO WS-ST-WAGES WS-FILED-WAGES.
           ADD SS-TAXABLE-WAGES TO WS-ST-TAXABLE WS-FILED-TAXABLE.
           ADD SS-EXCESS-WAGES TO WS-ST-EXCESS WS-FILED-EXCESS.

      *> The tie-out: employees read and quarter wages read are
      *> QTRRPT's EMPLOYEES and TOTAL QTR WAGES for the quarter;
      *> what was filed plus what had no state must equal them.
       8900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE WS-FILED-WAGES TO DISPLAY-TOT-WAGES.
           MOVE WS-FILED-TAXABLE TO DISPLAY-TOT-TAXABLE.
           MOVE WS-FILED-EXCESS TO DISPLAY-TOT-EXCESS.
           MOVE WS-ROW-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "  ALL " DISPLAY-COUNT " "
               DISPLAY-TOT-WAGES " " DISPLAY-TOT-TAXABLE " "
               DISPLAY-TOT-EXCESS
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE SPACES TO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE "CONTROL TOTALS (TIE TO QTRRPT FOR THE QUARTER)"
               TO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE WS-READ-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "  EMPLOYEES READ:       " DISPLAY-COUNT
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE WS-ZERO-WAGE-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "  NO WAGES THIS QTR:    " DISPLAY-COUNT
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE WS-READ-WAGES TO DISPLAY-TOT-WAGES.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "  QTR WAGES READ:       " DISPLAY-TOT-WAGES
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE WS-FILED-WAGES TO DISPLAY-TOT-WAGES.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "  QTR WAGES FILED:      " DISPLAY-TOT-WAGES
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           MOVE WS-NO-STATE-WAGES TO DISPLAY-TOT-WAGES.
           MOVE SPACES TO SUTA-REPORT-LINE.
           STRING "  QTR WAGES NO STATE:   " DISPLAY-TOT-WAGES
               DELIMITED BY SIZE INTO SUTA-REPORT-LINE.
           WRITE SUTA-REPORT-LINE.
           ADD WS-FILED-WAGES WS-NO-STATE-WAGES GIVING WS-TIE-WAGES.
           MOVE SPACES TO SUTA-REPORT-LINE.
           IF WS-TIE-WAGES = WS-READ-WAGES
               AND WS-NO-STATE-COUNT = ZERO
               MOVE "  IN BALANCE WITH QTRRPT" TO SUTA-REPORT-LINE
           ELSE
               IF WS-TIE-WAGES = WS-READ-WAGES
                   MOVE "*** WAGES HELD OUT - NO STATE ON FILE ***"
                       TO SUTA-REPORT-LINE
               ELSE
                   MOVE "*** OUT OF BALANCE WITH QTRRPT ***"
                       TO SUTA-REPORT-LINE
               END-IF
               MOVE 1 TO RETURN-CODE
           END-IF.
           WRITE SUTA-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE YTD-MASTER-IN EMPLOYEE-MASTER QUARTER-PARM-FILE
               SUTA-EFILE SUTA-REPORT-FILE.
           IF READING-YTDXFER
               CLOSE YTD-XFER-IN
           END-IF.
