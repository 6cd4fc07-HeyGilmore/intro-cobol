       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASOF.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-10-15.
      ** Employee master as-of subprogram. EMPMAST only holds today's
      ** values; EMPHIST holds the effective-dated pictures EMPMAINT
      ** and BANKAPPR write as they change the master. A caller
      ** passes an employee and a date in the ASOFAREA communication
      ** area and gets back the row in force on that date - the one
      ** with the latest effective date not after it - so a report
      ** can charge a period to the department and job class the
      ** employee was in then instead of the one they are in now.
      ** A known-by date narrows the answer to rows written by then,
      ** which is what a re-pricing run needs to see the master as
      ** the pay run that paid the period saw it. No row on or
      ** before the date (an employee whose history starts later,
      ** or a date before EMPHIST existed) comes back not found and
      ** the caller keeps today's master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-HISTORY-FILE.
       01  EMP-HISTORY-RECORD.
           COPY EMPHREC.

       WORKING-STORAGE SECTION.
       01  WS-EH-EOF-SWITCH      PIC X(1).
           88  EH-END-OF-FILE             VALUE "Y".

      *> The image laid back out as the master record it was taken
      *> from, so the answer fields can be picked off by name.
       01  HISTORY-MASTER-IMAGE  PIC X(300).
       01  HISTORY-MASTER-RECORD REDEFINES HISTORY-MASTER-IMAGE.
           COPY EMPMSTR.

       LINKAGE SECTION.
       01  AS-OF-AREA.
           COPY ASOFAREA.

       PROCEDURE DIVISION USING AS-OF-AREA.
       0000-FIND-AS-OF.
           SET ASOF-NOT-FOUND TO TRUE.
           MOVE SPACES TO ASOF-EFF-DATE ASOF-MASTER-IMAGE.
           MOVE "N" TO WS-EH-EOF-SWITCH.
           OPEN INPUT EMP-HISTORY-FILE.
           MOVE ASOF-EMP-ID TO EH-EMP-ID.
           MOVE LOW-VALUES TO EH-EFF-DATE.
           START EMP-HISTORY-FILE KEY IS NOT LESS THAN EH-KEY
               INVALID KEY
                   SET EH-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1000-READ-HISTORY.
           PERFORM UNTIL EH-END-OF-FILE
                   OR EH-EMP-ID NOT = ASOF-EMP-ID
                   OR EH-EFF-DATE > ASOF-DATE
               IF ASOF-KNOWN-BY-DATE = SPACES
                   OR EH-RECORDED-DATE NOT > ASOF-KNOWN-BY-DATE
                   SET ASOF-FOUND TO TRUE
                   MOVE EH-EFF-DATE TO ASOF-EFF-DATE
                   MOVE EH-MASTER-IMAGE TO ASOF-MASTER-IMAGE
               END-IF
               PERFORM 1000-READ-HISTORY
           END-PERFORM.
           CLOSE EMP-HISTORY-FILE.
           IF ASOF-FOUND
               PERFORM 2000-RETURN-FIELDS
           END-IF.
           GOBACK.

       1000-READ-HISTORY.
           IF NOT EH-END-OF-FILE
               READ EMP-HISTORY-FILE NEXT RECORD
                   AT END
                       SET EH-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       2000-RETURN-FIELDS.
           MOVE ASOF-MASTER-IMAGE TO HISTORY-MASTER-IMAGE.
           MOVE EMP-COMPANY-CODE  TO ASOF-COMPANY-CODE.
           MOVE EMP-DEPT          TO ASOF-DEPT.
           MOVE EMP-JOB-CLASS     TO ASOF-JOB-CLASS.
           MOVE EMP-PAY-GROUP     TO ASOF-PAY-GROUP.
           MOVE EMP-PAY-BASIS     TO ASOF-PAY-BASIS.
           MOVE HOURLY-RATE       TO ASOF-HOURLY-RATE.
           MOVE EMP-SALARY-AMOUNT TO ASOF-SALARY-AMOUNT.
           MOVE EMP-STATUS        TO ASOF-STATUS.
