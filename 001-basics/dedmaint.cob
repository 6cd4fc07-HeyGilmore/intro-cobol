      *> plan - carried onto the DEDMSTR record so the pay run
      *> reduces taxable gross by the pre-tax enrollments.
           05  DT-TAX-STATUS         PIC X(1).
      *> The employer's per-period premium share. Left blank on a
      *> change it keeps the amount already on the enrollment.
           05  DT-ER-PERIOD-AMOUNT   PIC 9(4)V99.
           05  DT-ER-PERIOD-AMOUNT-X REDEFINES DT-ER-PERIOD-AMOUNT
                                     PIC X(6).
           05  DT-CHANGED-BY         PIC X(10).

       FD  AUDIT-LOG-FILE.
           MOVE DT-START-DATE TO DE-START-DATE.
           MOVE DT-STOP-DATE TO DE-STOP-DATE.
           MOVE DT-TAX-STATUS TO DE-TAX-STATUS.
           IF DT-ER-PERIOD-AMOUNT IS NUMERIC
               MOVE DT-ER-PERIOD-AMOUNT TO DE-ER-PERIOD-AMOUNT
           ELSE
               MOVE ZERO TO DE-ER-PERIOD-AMOUNT
           END-IF.
           WRITE DEDUCTION-ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY "*** ENROLL REJECTED - ALREADY ENROLLED: "
                   END-IF
                   MOVE DT-STOP-DATE TO DE-STOP-DATE
                   MOVE DT-TAX-STATUS TO DE-TAX-STATUS
                   IF DT-ER-PERIOD-AMOUNT-X NOT = SPACES
                       MOVE DT-ER-PERIOD-AMOUNT TO DE-ER-PERIOD-AMOUNT
                   END-IF
                   REWRITE DEDUCTION-ENROLLMENT-RECORD
                   PERFORM 2910-LOG-CHANGE
           END-READ.
