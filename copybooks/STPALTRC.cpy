      *> Step overrun alert: PAYGRADE's step watch writes one while
      *> the stream is still running, the moment a step has run
      *> longer than its STEPPARM limit ("OVERRUN") or the whole
      *> job has run past the batch window ("WINDOW", step JOB).
      *> One alert per step per run. STEPRPT lists the week's.
       05  SA-ALERT-STAMP      PIC X(19).
       05  SA-RUN-ID           PIC X(19).
       05  SA-STEP-NO          PIC X(7).
       05  SA-STEP-NAME        PIC X(10).
       05  SA-ALERT-TYPE       PIC X(8).
       05  SA-RUNNING-MINS     PIC 9(4).
       05  SA-LIMIT-MINS       PIC 9(4).
