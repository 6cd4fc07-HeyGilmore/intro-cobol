      ** PAYCHECK2 rejecting half the timesheets as NOT FOUND - this
      ** step reads EMPLOYEE-MASTER and STUDENT-MASTER end to end
      ** and checks what the programs downstream assume: EMP-STATUS
      ** is "A", "I" or "L" (a leave carrying a known leave type and
      ** start date), HOURLY-RATE numeric and nonzero for employed,
      ** routing/account both present or both absent, course count
      ** nonzero wherever quality points are nonzero, and every
      ** YTDMAST record matched by an EMPMAST entry. Bad records go
       FD  YTD-MASTER-IN.
       01  YTD-IN-RECORD.
           05  YTD-IN-EMP-ID       PIC X(6).
           05  FILLER              PIC X(281).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE      PIC X(80).

       2100-CHECK-ONE-EMPLOYEE.
           MOVE EMP-ID TO WS-FAULT-KEY.
           IF NOT EMP-IS-EMPLOYED AND NOT EMP-IS-INACTIVE
               MOVE "EMP-STATUS NOT A, I OR L" TO WS-FAULT-TEXT
               PERFORM 7000-REPORT-FAULT
           END-IF.
           IF EMP-IS-ON-LEAVE
               AND (NOT LEAVE-TYPE-IS-VALID
                   OR EMP-LEAVE-START = SPACES)
               MOVE "ON LEAVE WITHOUT LEAVE TYPE/START"
                   TO WS-FAULT-TEXT
               PERFORM 7000-REPORT-FAULT
           END-IF.
           IF HOURLY-RATE IS NOT NUMERIC
           ELSE
      *> A salaried employee legitimately carries a zero hourly
      *> rate - what they must carry instead is a salary amount.
               IF EMP-IS-EMPLOYED AND HOURLY-RATE = ZERO
                   AND NOT PAY-BASIS-SALARIED
                   MOVE "ACTIVE WITH ZERO HOURLY-RATE"
                       TO WS-FAULT-TEXT
                   PERFORM 7000-REPORT-FAULT
               END-IF
           END-IF.
           IF EMP-IS-EMPLOYED AND PAY-BASIS-SALARIED
               AND EMP-SALARY-AMOUNT = ZERO
               MOVE "SALARIED WITH ZERO SALARY AMOUNT"
                   TO WS-FAULT-TEXT
                   TO WS-FAULT-TEXT
               PERFORM 7000-REPORT-FAULT
           END-IF.
      *> GPA divides quality points by attempted credits, and no
      *> student can have passed more credits than were attempted.
           IF SM-QUALITY-POINTS NOT = ZERO
               AND SM-CREDITS-ATTEMPTED = ZERO
               MOVE "QUALITY POINTS WITH NO CREDITS ATTEMPTED"
                   TO WS-FAULT-TEXT
               PERFORM 7000-REPORT-FAULT
           END-IF.
           IF SM-CREDITS-EARNED > SM-CREDITS-ATTEMPTED
               MOVE "CREDITS EARNED EXCEED CREDITS ATTEMPTED"
                   TO WS-FAULT-TEXT
               PERFORM 7000-REPORT-FAULT
           END-IF.

      *> Every YTD record must belong to someone on the employee
      *> master - an orphan means one of the two files is damaged.
