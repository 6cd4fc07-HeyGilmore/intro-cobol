      *> Step-history record: PAYGRADE appends one per job step as
      *> the step ends - its start and end, elapsed seconds, how far
      *> into the batch window it finished (seconds from the job's
      *> start), its RC, and the records it moved (the RUNCTL
      *> records-read count, or the RUNLOG count, the step's
      *> programs left behind). STEPRPT reads the accumulated file
      *> for the weekly step-timing report. Written by the job
      *> stream, not by a program, so the layout is fixed-width
      *> with no separators.
       05  SH-RUN-ID           PIC X(19).
       05  SH-STEP-NO          PIC X(7).
       05  SH-STEP-NAME        PIC X(10).
       05  SH-START-STAMP      PIC X(19).
       05  SH-END-STAMP        PIC X(19).
       05  SH-ELAPSED-SECS     PIC 9(6).
       05  SH-JOB-OFFSET-SECS  PIC 9(6).
       05  SH-STEP-RC          PIC 9(3).
       05  SH-RECORD-COUNT     PIC 9(7).
