       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENFEED.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Benefits carrier eligibility feed, run once per carrier.
      ** BENPARM names the carrier and the DEDMSTR plan codes it
      ** covers. Every enrollment in those plans for the COMPCTL
      ** company's employees is priced into the coverage the
      ** carrier should be holding - the enrollment's stop date, or
      ** the employee's termination date once EMPMAST shows them
      ** inactive - and compared against BENSNAP, the snapshot of
      ** what the carrier was last sent. The differences go to the
      ** carrier's BENFEED file in the fixed enrollment layout:
      ** adds, changes (name, SSN, address or coverage dates), and
      ** terminations, including enrollments sent before that have
      ** since disappeared from DEDMSTR. BENCTL.TXT is the control
      ** report the counts are balanced from. The snapshot is
      ** updated only when the whole file was produced cleanly; a
      ** run with any fault leaves it as it was, so the next run
      ** sends the same changes again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-PARM-FILE ASSIGN TO "BENPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-KEY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL BENEFIT-SNAPSHOT ASSIGN TO "BENSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY.
           SELECT CARRIER-FEED-FILE ASSIGN TO "BENFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "BENCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The carrier this run feeds and up to four plan codes it
      *> insures.
       FD  CARRIER-PARM-FILE.
       01  CARRIER-PARM-RECORD.
           05  PARM-CARRIER-ID     PIC X(4).
           05  PARM-CARRIER-NAME   PIC X(20).
           05  PARM-PLAN-CODE      PIC X(4) OCCURS 4 TIMES.

       FD  DEDUCTION-MASTER.
       01  DEDUCTION-ENROLLMENT-RECORD.
           COPY DEDREC.

       FD  EMPLOYEE-MASTER.
       01  EMP-MASTER-RECORD.
           COPY EMPMSTR.

       FD  BENEFIT-SNAPSHOT.
       01  BENEFIT-SNAPSHOT-RECORD.
           COPY BENSNPRC.

       FD  CARRIER-FEED-FILE.
       01  CARRIER-FEED-RECORD.
           COPY BENFDREC.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE     PIC X(80).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           COPY EXCPREC.

      *> Run-activity log shared by every gated program.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(80).

       FD  COMPANY-CONTROL-FILE.
       01  COMPANY-CONTROL-RECORD.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
      *> CURRENT-DATE is YYYYMMDD...; the dashed
      *> YYYY-MM-DD every dataset and date compare in this
      *> system carries is built from these raw digits.
       01  WS-DATE-RAW         PIC X(8).
       01  WS-RUN-DATE           PIC X(10).
       01  WS-COMPANY-CODE       PIC X(3) VALUE SPACES.
       01  WS-COMPANY-NAME       PIC X(30) VALUE SPACES.
       01  WS-FEED-STATUS        PIC X(2).

       01  WS-DED-EOF-SWITCH     PIC X(1) VALUE "N".
           88  DED-END-OF-FILE            VALUE "Y".
       01  WS-SNAP-EOF-SWITCH    PIC X(1) VALUE "N".
           88  SNAP-END-OF-FILE           VALUE "Y".
       01  WS-PARM-SWITCH        PIC X(1) VALUE "N".
           88  PARM-WAS-READ              VALUE "Y".
       01  WS-CLEAN-SWITCH       PIC X(1) VALUE "Y".
           88  FEED-IS-CLEAN              VALUE "Y".
           88  FEED-HAS-FAULT             VALUE "N".
       01  WS-PLAN-SWITCH        PIC X(1).
           88  PLAN-IS-CARRIED            VALUE "Y".
       01  WS-SNAP-FOUND-SWITCH  PIC X(1).
           88  SNAPSHOT-WAS-FOUND         VALUE "Y".
           88  SNAPSHOT-NOT-FOUND         VALUE "N".
       01  WS-PLAN-IDX           PIC 9(1).

       01  WS-CARRIER-ID         PIC X(4).
       01  WS-CARRIER-NAME       PIC X(20).
       01  WS-FAULT-TEXT         PIC X(40).
       01  WS-NEW-ACTION         PIC X(1).

      *> The coverage the carrier should be holding for the
      *> enrollment in hand.
       01  WS-CURRENT-COVERAGE.
           05  CC-EMP-NAME         PIC A(20).
           05  CC-SSN              PIC X(9).
           05  CC-ADDRESS-1        PIC A(30).
           05  CC-CITY-ST-ZIP      PIC A(30).
           05  CC-COV-START        PIC X(10).
           05  CC-COV-END          PIC X(10).

      *> Every change found, held until the file is complete so
      *> the snapshot can be banked in one pass - or not at all.
       01  WS-CH-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CH-MAX             PIC 9(3) VALUE 500.
       01  WS-CH-IDX             PIC 9(3).
       01  WS-CH-TABLE.
           05  WS-CH-ENTRY OCCURS 500 TIMES.
               10  CHT-ACTION          PIC X(1).
               10  CHT-EMP-ID          PIC X(6).
               10  CHT-PLAN-CODE       PIC X(4).
               10  CHT-SNAP-SWITCH     PIC X(1).
                   88  CHT-SNAP-EXISTS         VALUE "Y".
               10  CHT-COVERAGE.
                   15  CHT-EMP-NAME        PIC A(20).
                   15  CHT-SSN             PIC X(9).
                   15  CHT-ADDRESS-1       PIC A(30).
                   15  CHT-CITY-ST-ZIP     PIC A(30).
                   15  CHT-COV-START       PIC X(10).
                   15  CHT-COV-END         PIC X(10).

       01  WS-ENROLL-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ADD-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CHANGE-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-TERM-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-RECORD-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-FAULT-COUNT        PIC 9(5) VALUE ZERO.

       01  DISPLAY-COUNT         PIC ZZZZZ9.

      *> The feed carries SSNs and decides who is insured - it is
      *> payroll master maintenance, the EMPMAINT role.
       01  AUTH-CHECK-AREA.
           COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1020-CHECK-AUTHORIZATION.
           IF AUTH-GRANTED
               PERFORM 1100-READ-PARM
               IF PARM-WAS-READ
                   PERFORM 1050-READ-COMPANY-CONTROL
                   PERFORM 1200-PRINT-HEADING
                   PERFORM 1300-WRITE-FEED-HEADER
                   PERFORM 2000-COMPARE-ENROLLMENTS
                   PERFORM 3000-FIND-DROPPED-ENROLLMENTS
                   PERFORM 4000-WRITE-FEED-TRAILER
                   PERFORM 8700-PRINT-CONTROL-TOTALS
                   IF FEED-IS-CLEAN
                       PERFORM 5000-BANK-SNAPSHOT
                   ELSE
                       MOVE 1 TO RETURN-CODE
                   END-IF
                   PERFORM 8750-PRINT-SNAPSHOT-STATUS
                   PERFORM 8800-WRITE-RUN-LOG
               ELSE
                   DISPLAY "*** NO BENPARM SUPPLIED - NO CARRIER TO "
                       "FEED ***"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT CARRIER-PARM-FILE.
           OPEN INPUT DEDUCTION-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN I-O BENEFIT-SNAPSHOT.
           OPEN OUTPUT CARRIER-FEED-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           OPEN EXTEND EXCEPTION-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-RAW.
           STRING WS-DATE-RAW (1:4) "-" WS-DATE-RAW (5:2)
               "-" WS-DATE-RAW (7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1020-CHECK-AUTHORIZATION.
           MOVE "BENFEED" TO AUTH-PROGRAM-NAME.
           MOVE "M" TO AUTH-REQUIRED-ROLE.
           CALL "AUTHCHK" USING AUTH-CHECK-AREA.
           IF AUTH-DENIED
               DISPLAY "*** RUN NOT AUTHORIZED - NO CARRIER FILE "
                   "WILL BE PRODUCED ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       1050-READ-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-FILE.
           READ COMPANY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CO-COMPANY-CODE TO WS-COMPANY-CODE
                   MOVE CO-COMPANY-NAME TO WS-COMPANY-NAME
           END-READ.
           CLOSE COMPANY-CONTROL-FILE.

       1100-READ-PARM.
           READ CARRIER-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-CARRIER-ID NOT = SPACES
                       MOVE PARM-CARRIER-ID TO WS-CARRIER-ID
                       MOVE PARM-CARRIER-NAME TO WS-CARRIER-NAME
                       SET PARM-WAS-READ TO TRUE
                   END-IF
           END-READ.

       1200-PRINT-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING WS-COMPANY-NAME DELIMITED BY "  "
               " - CARRIER ELIGIBILITY FEED CONTROL"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "CARRIER: " WS-CARRIER-ID " " WS-CARRIER-NAME
               "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "PLANS:"
               " " PARM-PLAN-CODE (1) " " PARM-PLAN-CODE (2)
               " " PARM-PLAN-CODE (3) " " PARM-PLAN-CODE (4)
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           MOVE "A EMP-ID NAME" TO CONTROL-REPORT-LINE (1:13).
           MOVE "PLAN COVERAGE FROM/TO" TO CONTROL-REPORT-LINE (30:21).
           WRITE CONTROL-REPORT-LINE.

       1300-WRITE-FEED-HEADER.
           MOVE SPACES TO CARRIER-FEED-RECORD.
           SET BF-IS-HEADER TO TRUE.
           MOVE WS-CARRIER-ID TO BF-HDR-CARRIER-ID.
           MOVE WS-CARRIER-NAME TO BF-HDR-CARRIER-NAME.
           MOVE WS-COMPANY-CODE TO BF-HDR-COMPANY-CODE.
           MOVE WS-COMPANY-NAME TO BF-HDR-COMPANY-NAME.
           MOVE WS-RUN-DATE TO BF-HDR-FILE-DATE.
           PERFORM 7000-WRITE-FEED-RECORD.

      *> DEDMSTR is walked end to end in employee/plan order; only
      *> the carrier's plans, and only this company's employees.
       2000-COMPARE-ENROLLMENTS.
           MOVE LOW-VALUES TO DE-KEY.
           START DEDUCTION-MASTER KEY IS NOT LESS THAN DE-KEY
               INVALID KEY
                   SET DED-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL DED-END-OF-FILE
               READ DEDUCTION-MASTER NEXT RECORD
                   AT END
                       SET DED-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2050-CHECK-PLAN
                       IF PLAN-IS-CARRIED
                           PERFORM 2100-COMPARE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       2050-CHECK-PLAN.
           MOVE "N" TO WS-PLAN-SWITCH.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > 4
               IF PARM-PLAN-CODE (WS-PLAN-IDX) NOT = SPACES
                   AND PARM-PLAN-CODE (WS-PLAN-IDX) = DE-PLAN-CODE
                   SET PLAN-IS-CARRIED TO TRUE
               END-IF
           END-PERFORM.

       2100-COMPARE-ONE-ENROLLMENT.
           MOVE DE-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "ENROLLED EMPLOYEE NOT ON MASTER"
                       TO WS-FAULT-TEXT
                   PERFORM 7500-LOG-FAULT
               NOT INVALID KEY
                   IF EMP-COMPANY-CODE = WS-COMPANY-CODE
                       ADD 1 TO WS-ENROLL-COUNT
                       PERFORM 2200-PRICE-COVERAGE
                       PERFORM 2300-COMPARE-SNAPSHOT
                   END-IF
           END-READ.

      *> Coverage ends at the enrollment's stop date or the
      *> employee's termination, whichever comes first. A leave of
      *> absence does not end coverage. An inactive master with no
      *> termination date on it ends coverage as of this run.
       2200-PRICE-COVERAGE.
           MOVE EMP-NAME TO CC-EMP-NAME.
           MOVE EMP-SSN TO CC-SSN.
           MOVE EMP-ADDRESS-1 TO CC-ADDRESS-1.
           MOVE EMP-CITY-ST-ZIP TO CC-CITY-ST-ZIP.
           MOVE DE-START-DATE TO CC-COV-START.
           MOVE DE-STOP-DATE TO CC-COV-END.
           IF EMP-IS-INACTIVE
               IF EMP-TERM-DATE = SPACES
                   IF CC-COV-END = SPACES
                       OR CC-COV-END > WS-RUN-DATE
                       MOVE WS-RUN-DATE TO CC-COV-END
                   END-IF
               ELSE
                   IF CC-COV-END = SPACES
                       OR CC-COV-END > EMP-TERM-DATE
                       MOVE EMP-TERM-DATE TO CC-COV-END
                   END-IF
               END-IF
           END-IF.

      *> Never sent: an add, unless the coverage already ended
      *> before the carrier ever heard of it. Sent and in force:
      *> a termination once an end date appears, a change when
      *> anything the carrier holds differs. Sent and ended: an end
      *> date removed again is a reinstatement, sent as an add.
       2300-COMPARE-SNAPSHOT.
           MOVE WS-CARRIER-ID TO BS-CARRIER-ID.
           MOVE DE-EMP-ID TO BS-EMP-ID.
           MOVE DE-PLAN-CODE TO BS-PLAN-CODE.
           SET SNAPSHOT-WAS-FOUND TO TRUE.
           READ BENEFIT-SNAPSHOT
               INVALID KEY
                   SET SNAPSHOT-NOT-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN SNAPSHOT-NOT-FOUND
                   IF CC-COV-END = SPACES
                       OR CC-COV-END NOT < WS-RUN-DATE
                       MOVE "A" TO WS-NEW-ACTION
                       PERFORM 2400-RECORD-CHANGE
                   END-IF
               WHEN BS-COV-END = SPACES AND CC-COV-END NOT = SPACES
                   MOVE "T" TO WS-NEW-ACTION
                   PERFORM 2400-RECORD-CHANGE
               WHEN BS-COV-END NOT = SPACES AND CC-COV-END = SPACES
                   MOVE "A" TO WS-NEW-ACTION
                   PERFORM 2400-RECORD-CHANGE
               WHEN BS-EMP-NAME NOT = CC-EMP-NAME
                   OR BS-SSN NOT = CC-SSN
                   OR BS-ADDRESS-1 NOT = CC-ADDRESS-1
                   OR BS-CITY-ST-ZIP NOT = CC-CITY-ST-ZIP
                   OR BS-COV-START NOT = CC-COV-START
                   OR BS-COV-END NOT = CC-COV-END
                   MOVE "C" TO WS-NEW-ACTION
                   PERFORM 2400-RECORD-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-RECORD-CHANGE.
           IF WS-CH-COUNT NOT < WS-CH-MAX
               MOVE "CHANGE TABLE FULL - SNAPSHOT NOT BANKED"
                   TO WS-FAULT-TEXT
               PERFORM 7500-LOG-FAULT
           ELSE
               ADD 1 TO WS-CH-COUNT
               MOVE WS-NEW-ACTION TO CHT-ACTION (WS-CH-COUNT)
               MOVE DE-EMP-ID TO CHT-EMP-ID (WS-CH-COUNT)
               MOVE DE-PLAN-CODE TO CHT-PLAN-CODE (WS-CH-COUNT)
               MOVE WS-SNAP-FOUND-SWITCH
                   TO CHT-SNAP-SWITCH (WS-CH-COUNT)
               MOVE WS-CURRENT-COVERAGE
                   TO CHT-COVERAGE (WS-CH-COUNT)
               MOVE WS-CH-COUNT TO WS-CH-IDX
               PERFORM 2500-WRITE-DETAIL
           END-IF.

       2500-WRITE-DETAIL.
           MOVE SPACES TO CARRIER-FEED-RECORD.
           SET BF-IS-DETAIL TO TRUE.
           MOVE CHT-ACTION (WS-CH-IDX) TO BF-ACTION.
           MOVE WS-CARRIER-ID TO BF-CARRIER-ID.
           MOVE CHT-EMP-ID (WS-CH-IDX) TO BF-EMP-ID.
           MOVE CHT-SSN (WS-CH-IDX) TO BF-SSN.
           MOVE CHT-EMP-NAME (WS-CH-IDX) TO BF-EMP-NAME.
           MOVE CHT-ADDRESS-1 (WS-CH-IDX) TO BF-ADDRESS-1.
           MOVE CHT-CITY-ST-ZIP (WS-CH-IDX) TO BF-CITY-ST-ZIP.
           MOVE CHT-PLAN-CODE (WS-CH-IDX) TO BF-PLAN-CODE.
           MOVE CHT-COV-START (WS-CH-IDX) TO BF-COV-START.
           MOVE CHT-COV-END (WS-CH-IDX) TO BF-COV-END.
           PERFORM 7000-WRITE-FEED-RECORD.
           EVALUATE TRUE
               WHEN BF-IS-ADD
                   ADD 1 TO WS-ADD-COUNT
               WHEN BF-IS-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN BF-IS-TERM
                   ADD 1 TO WS-TERM-COUNT
           END-EVALUATE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING BF-ACTION " " BF-EMP-ID " " BF-EMP-NAME " "
               BF-PLAN-CODE " " BF-COV-START " " BF-COV-END
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

      *> A snapshot row still in force whose enrollment has left
      *> DEDMSTR altogether (or whose employee moved to another
      *> company) is terminated as of this run.
       3000-FIND-DROPPED-ENROLLMENTS.
           MOVE WS-CARRIER-ID TO BS-CARRIER-ID.
           MOVE LOW-VALUES TO BS-EMP-ID BS-PLAN-CODE.
           START BENEFIT-SNAPSHOT KEY IS NOT LESS THAN BS-KEY
               INVALID KEY
                   SET SNAP-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL SNAP-END-OF-FILE
               READ BENEFIT-SNAPSHOT NEXT RECORD
                   AT END
                       SET SNAP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF BS-CARRIER-ID NOT = WS-CARRIER-ID
                           SET SNAP-END-OF-FILE TO TRUE
                       ELSE
                           IF BS-COV-END = SPACES
                               PERFORM 3100-CHECK-STILL-ENROLLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3100-CHECK-STILL-ENROLLED.
           MOVE BS-EMP-ID TO DE-EMP-ID.
           MOVE BS-PLAN-CODE TO DE-PLAN-CODE.
           READ DEDUCTION-MASTER
               INVALID KEY
                   PERFORM 3200-TERMINATE-DROPPED
               NOT INVALID KEY
                   MOVE BS-EMP-ID TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           PERFORM 3200-TERMINATE-DROPPED
                       NOT INVALID KEY
                           IF EMP-COMPANY-CODE NOT = WS-COMPANY-CODE
                               PERFORM 3200-TERMINATE-DROPPED
                           END-IF
                   END-READ
           END-READ.

       3200-TERMINATE-DROPPED.
           MOVE BS-EMP-NAME TO CC-EMP-NAME.
           MOVE BS-SSN TO CC-SSN.
           MOVE BS-ADDRESS-1 TO CC-ADDRESS-1.
           MOVE BS-CITY-ST-ZIP TO CC-CITY-ST-ZIP.
           MOVE BS-COV-START TO CC-COV-START.
           MOVE WS-RUN-DATE TO CC-COV-END.
           MOVE BS-EMP-ID TO DE-EMP-ID.
           MOVE BS-PLAN-CODE TO DE-PLAN-CODE.
           SET SNAPSHOT-WAS-FOUND TO TRUE.
           MOVE "T" TO WS-NEW-ACTION.
           PERFORM 2400-RECORD-CHANGE.

       4000-WRITE-FEED-TRAILER.
           MOVE SPACES TO CARRIER-FEED-RECORD.
           SET BF-IS-TRAILER TO TRUE.
           MOVE WS-CARRIER-ID TO BF-TRL-CARRIER-ID.
           MOVE WS-ADD-COUNT TO BF-TRL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO BF-TRL-CHANGE-COUNT.
           MOVE WS-TERM-COUNT TO BF-TRL-TERM-COUNT.
           ADD 1 TO WS-RECORD-COUNT GIVING BF-TRL-RECORD-COUNT.
           PERFORM 7000-WRITE-FEED-RECORD.
           IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-TERM-COUNT
                   NOT = WS-CH-COUNT
               MOVE "FEED DETAIL COUNT DOES NOT BALANCE"
                   TO WS-FAULT-TEXT
               PERFORM 7500-LOG-FAULT
           END-IF.

      *> Only reached on a clean file: the snapshot now holds
      *> exactly what the carrier was just sent.
       5000-BANK-SNAPSHOT.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               PERFORM 5100-BANK-ONE-CHANGE
           END-PERFORM.

       5100-BANK-ONE-CHANGE.
           MOVE WS-CARRIER-ID TO BS-CARRIER-ID.
           MOVE CHT-EMP-ID (WS-CH-IDX) TO BS-EMP-ID.
           MOVE CHT-PLAN-CODE (WS-CH-IDX) TO BS-PLAN-CODE.
           MOVE CHT-EMP-NAME (WS-CH-IDX) TO BS-EMP-NAME.
           MOVE CHT-SSN (WS-CH-IDX) TO BS-SSN.
           MOVE CHT-ADDRESS-1 (WS-CH-IDX) TO BS-ADDRESS-1.
           MOVE CHT-CITY-ST-ZIP (WS-CH-IDX) TO BS-CITY-ST-ZIP.
           MOVE CHT-COV-START (WS-CH-IDX) TO BS-COV-START.
           MOVE CHT-COV-END (WS-CH-IDX) TO BS-COV-END.
           MOVE WS-RUN-DATE TO BS-SENT-DATE.
           IF CHT-SNAP-EXISTS (WS-CH-IDX)
               REWRITE BENEFIT-SNAPSHOT-RECORD
                   INVALID KEY
                       WRITE BENEFIT-SNAPSHOT-RECORD
               END-REWRITE
           ELSE
               WRITE BENEFIT-SNAPSHOT-RECORD
                   INVALID KEY
                       REWRITE BENEFIT-SNAPSHOT-RECORD
               END-WRITE
           END-IF.

      *> Any write the feed dataset refuses makes the file unfit to
      *> send, and the snapshot is left alone.
       7000-WRITE-FEED-RECORD.
           WRITE CARRIER-FEED-RECORD.
           IF WS-FEED-STATUS = "00"
               ADD 1 TO WS-RECORD-COUNT
           ELSE
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "BENFEED WRITE FAILED - STATUS "
                   WS-FEED-STATUS
                   DELIMITED BY SIZE INTO WS-FAULT-TEXT
               PERFORM 7500-LOG-FAULT
           END-IF.

       7500-LOG-FAULT.
           SET FEED-HAS-FAULT TO TRUE.
           ADD 1 TO WS-FAULT-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "*** " DE-EMP-ID " " WS-FAULT-TEXT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "BENFEED" TO EXC-PROGRAM.
           MOVE DE-EMP-ID TO EXC-KEY.
           MOVE "BENX" TO EXC-REASON-CODE.
           MOVE WS-FAULT-TEXT TO EXC-REASON-TEXT.
           MOVE WS-RUN-DATE TO EXC-DATE.
           SET EXCEPTION-IS-OPEN TO TRUE.
           WRITE EXCEPTION-LOG-RECORD.

       8700-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-ENROLL-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "ENROLLMENTS COMPARED:  " DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-ADD-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "ADDS:                  " DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-CHANGE-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "CHANGES:               " DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-TERM-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "TERMINATIONS:          " DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-RECORD-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "RECORDS ON FILE:       " DISPLAY-COUNT
               " (INCL HEADER/TRAILER)"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WS-FAULT-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "FAULTS:                " DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

       8750-PRINT-SNAPSHOT-STATUS.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           IF FEED-IS-CLEAN
               MOVE "FILE PRODUCED CLEANLY - BENSNAP UPDATED"
                   TO CONTROL-REPORT-LINE
           ELSE
               MOVE "*** FILE HAS FAULTS - DO NOT SEND - BENSNAP NOT "
                   & "UPDATED ***" TO CONTROL-REPORT-LINE
           END-IF.
           WRITE CONTROL-REPORT-LINE.

       8800-WRITE-RUN-LOG.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "BENFEED OPERATOR=" AUTH-OPERATOR-OUT
               " ON=" WS-RUN-DATE
               " CARRIER=" WS-CARRIER-ID
               " SENT=" WS-CH-COUNT
               " CLEAN=" WS-CLEAN-SWITCH
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       9000-CLOSE-FILES.
           CLOSE CARRIER-PARM-FILE DEDUCTION-MASTER EMPLOYEE-MASTER
               BENEFIT-SNAPSHOT CARRIER-FEED-FILE CONTROL-REPORT-FILE
               EXCEPTION-LOG RUN-LOG-FILE.
