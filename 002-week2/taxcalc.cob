      ** carries the flat state rate, the FICA rate, the FICA annual
      ** wage base (withholding stops once YTD gross crosses it),
      ** and the per-allowance amount subtracted from taxable pay.
      ** Local (city / school-district) earned-income tax is a flat
      ** rate per jurisdiction off the same dataset, withheld when
      ** the employee's master names a local code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.
      *> Six record shapes share the dataset, told apart by type:
      *> "B" carries one federal bracket (filing status, bracket
      *> floor, marginal rate, ascending floor order per status),
      *> "P" carries the scalar parameters (state rate, FICA rate,
      *> carries one STATE bracket (state code, floor, marginal
      *> rate, ascending floor order per state) and "R" carries a
      *> reciprocity pair - a work state whose cross-river
      *> commuters are taxed by their resident state instead. "L"
      *> carries one local jurisdiction's flat earned-income rate.
       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-RECORD.
           05  TT-RECORD-TYPE      PIC X(1).
               88  TT-IS-EMPLOYER          VALUE "E".
               88  TT-IS-STATE-BRACKET     VALUE "S".
               88  TT-IS-RECIPROCITY       VALUE "R".
               88  TT-IS-LOCAL             VALUE "L".
           05  TT-RECORD-BODY.
               10  TT-FILING-STATUS    PIC X(1).
               10  TT-BRACKET-FLOOR    PIC 9(6)V99.
               10  TT-RE-WORK-STATE    PIC X(2).
               10  TT-RE-RES-STATE     PIC X(2).
               10  FILLER              PIC X(20).
           05  TT-LOCAL-FIELDS REDEFINES TT-RECORD-BODY.
               10  TT-LO-LOCAL-CODE    PIC X(4).
               10  TT-LO-RATE          PIC V9999.
               10  TT-LO-STATE-CODE    PIC X(2).
               10  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-LOADED-SWITCH PIC X(1) VALUE "N".
       01  WS-ST-FOUND-SWITCH  PIC X(1).
           88  STATE-HAS-BRACKETS       VALUE "Y".

      *> Local jurisdictions as loaded from TAXTABLE. A code on the
      *> master with no rate on file withholds nothing locally.
       01  WS-LOCAL-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-LOCAL-TABLE.
           05  WS-LOCAL-ENTRY OCCURS 20 TIMES.
               10  LCL-LOCAL-CODE     PIC X(4).
               10  LCL-RATE           PIC V9999.
       01  WS-LOCAL-IDX        PIC 9(2).

      *> Scalar parameters - the VALUE clauses are only the fallback
      *> if TAXTABLE carries no "P" record.
       01  STATE-TAX-RATE      PIC V999    VALUE .045.
           PERFORM 2100-CALC-FEDERAL-TAX.
           PERFORM 2150-CALC-STATE-TAX.
           PERFORM 2200-CALC-FICA-TAX.
           PERFORM 2250-CALC-LOCAL-TAX.
           ADD TAX-FEDERAL-AMT TAX-STATE-AMT TAX-FICA-AMT
                TAX-LOCAL-AMT GIVING TAX-TOTAL-AMT.
           PERFORM 2300-CALC-EMPLOYER-TAX.
           GOBACK.

                       MOVE TT-RE-RES-STATE
                           TO RCP-RES-STATE (WS-RECIP-COUNT)
                   END-IF
               WHEN TT-IS-LOCAL
                   IF WS-LOCAL-COUNT < 20
                       ADD 1 TO WS-LOCAL-COUNT
                       MOVE TT-LO-LOCAL-CODE
                           TO LCL-LOCAL-CODE (WS-LOCAL-COUNT)
                       MOVE TT-LO-RATE
                           TO LCL-RATE (WS-LOCAL-COUNT)
                   END-IF
           END-EVALUATE.

      *> State withholding: the work state's rules apply unless a
                   GIVING TAX-FICA-AMT ROUNDED
           END-IF.

      *> Local earned-income tax: a flat rate on the same taxable
      *> pay the state sees, for the jurisdiction the master names.
      *> No code, or a code with no rate on file, withholds nothing.
       2250-CALC-LOCAL-TAX.
           MOVE ZERO TO TAX-LOCAL-AMT.
           IF TAX-LOCAL-CODE NOT = SPACES
               PERFORM VARYING WS-LOCAL-IDX FROM 1 BY 1
                       UNTIL WS-LOCAL-IDX > WS-LOCAL-COUNT
                   IF LCL-LOCAL-CODE (WS-LOCAL-IDX) = TAX-LOCAL-CODE
                       MULTIPLY WS-TAXABLE-PAY
                           BY LCL-RATE (WS-LOCAL-IDX)
                           GIVING TAX-LOCAL-AMT ROUNDED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> Employer-side amounts: the FICA match mirrors the employee
      *> amount dollar for dollar (same rate, same wage base, just
      *> computed), and FUTA/SUTA each tax the slice of this
