      *> Class-rank record (CLSRANK), keyed by CR-STUDENT-ID and
      *> rebuilt whole by every CLSRANK run, so it always states the
      *> rank as of CR-RANK-DATE. Ties share a rank in competition
      *> style (1, 2, 2, 4): a student's rank is one more than the
      *> number of the cohort with a strictly higher GPA.
      *> CR-PERCENTILE is the share of the cohort ranked below the
      *> student (0-99); CR-DECILE is 1 for the top tenth through 10
      *> for the bottom. TRNSCRPT reads it for the students whose
      *> master carries a rank release.
       05  CR-STUDENT-ID       PIC X(6).
       05  CR-COHORT-BASIS     PIC X(1).
           88  CR-COHORT-IS-ENTRY-TERM VALUE "E".
           88  CR-COHORT-IS-PROGRAM    VALUE "P".
       05  CR-COHORT-CODE      PIC X(6).
       05  CR-CUM-GPA          PIC 9V99.
       05  CR-CLASS-RANK       PIC 9(4).
       05  CR-COHORT-SIZE      PIC 9(4).
       05  CR-PERCENTILE       PIC 9(2).
       05  CR-DECILE           PIC 9(2).
       05  CR-RANK-DATE        PIC X(10).
