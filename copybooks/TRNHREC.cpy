      *> course-count seat per course). An incomplete or withdrawal
      *> is recorded here with its status so the official transcript
      *> can show it, but posts nothing to the rolled-up figures.
      *> TH-GRADE-POINTS is the per-credit grade point value (the
      *> 4.00 scale, what the repeat rule compares); the attempt's
      *> quality points are that times TH-CREDIT-HOURS, the course's
      *> catalog credits when it was graded.
       05  TH-KEY.
           10  TH-STUDENT-ID   PIC X(6).
           10  TH-COURSE-ID    PIC X(6).
           88  ATTEMPT-IS-COMPLETE     VALUE "C".
           88  ATTEMPT-IS-INCOMPLETE   VALUE "I".
           88  ATTEMPT-IS-WITHDRAWN    VALUE "W".
       05  TH-CREDIT-HOURS     PIC 9V9.
