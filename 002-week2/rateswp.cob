               AT END SET MST-END-OF-FILE TO TRUE
           END-READ.

      *> Employed hourly employees matching the selector get a
      *> generated change - one out on leave included, so they come
      *> back at the rate everyone else got; salaried and inactive
      *> records are left alone (a salary scale change is its own
      *> project).
       2000-SWEEP-MASTER.
           IF EMP-IS-EMPLOYED AND NOT PAY-BASIS-SALARIED
               EVALUATE TRUE
                   WHEN SELECT-EVERYONE
                       PERFORM 2100-GENERATE-CHANGE
           MOVE EMP-CITY-ST-ZIP   TO MAINT-CITY-ST-ZIP.
           MOVE EMP-WORK-STATE    TO MAINT-WORK-STATE.
           MOVE EMP-RES-STATE     TO MAINT-RES-STATE.
           MOVE EMP-LOCAL-CODE    TO MAINT-LOCAL-CODE.
           MOVE EMP-ROUTING-NO    TO MAINT-ROUTING-NO.
           MOVE EMP-ACCOUNT-NO    TO MAINT-ACCOUNT-NO.
           MOVE WS-NEW-RATE       TO MAINT-HOURLY-RATE.
           MOVE EMP-ALLOWANCES    TO MAINT-ALLOWANCES.
           MOVE RS-EFF-DATE       TO MAINT-RATE-EFF-DATE.
           MOVE EMP-PAY-GROUP     TO MAINT-PAY-GROUP.
           MOVE EMP-PAY-CURRENCY  TO MAINT-PAY-CURRENCY.
           MOVE RS-CHANGED-BY     TO MAINT-CHANGED-BY.
           MOVE SPACES TO MAINT-LEAVE-TYPE MAINT-LEAVE-START
               MAINT-LEAVE-RETURN.
           WRITE MAINT-RECORD.
           ADD 1 TO WS-GENERATED-COUNT.
           MOVE HOURLY-RATE TO DISPLAY-OLD-RATE.
