      *> live on the master itself instead of existing only as a
      *> side effect of roster lines, and STUMAINT maintains the
      *> record the way EMPMAINT maintains EMPMAST. GPA is
      *> SM-QUALITY-POINTS / SM-CREDITS-ATTEMPTED, kept as separate
      *> accumulators so the divide only happens at display time -
      *> quality points are each course's grade points times its
      *> catalog credit hours, so a one-credit lab no longer weighs
      *> the same as a five-credit course. SM-COURSE-COUNT still
      *> counts the courses on record.
       05  SM-STUDENT-ID       PIC X(6).
       05  SM-STUDENT-NAME     PIC A(20).
       05  SM-STUDENT-STATUS   PIC X(1).
      *> resets it on good standing, and flags a dismissal review
      *> once it reaches the STNDPARM threshold.
       05  SM-PROBATION-TERMS  PIC 9(2).
      *> Credit hours of the graded attempts that count on the
      *> transcript (the GPA divisor), and of those that passed
      *> (what DEGAUDIT's minimum-credits requirement counts).
       05  SM-CREDITS-ATTEMPTED PIC 9(3)V9.
       05  SM-CREDITS-EARNED    PIC 9(3)V9.
      *> The cohort CLSRANK ranks the student within: the term the
      *> student entered (stamped from the first roster line that
      *> created the master, or keyed on STUMAINT) and the degree
      *> program code, whichever the RANKPARM basis names.
       05  SM-ENTRY-TERM        PIC X(6).
       05  SM-PROGRAM-CODE      PIC X(4).
      *> The student's signed release for class rank to appear on
      *> the official transcript - TRNSCRPT prints the CLSRANK line
      *> only when this is "Y". Anything else withholds it.
       05  SM-RANK-RELEASE      PIC X(1).
           88  RANK-RELEASE-AUTHORIZED VALUE "Y".
      *> Financial aid satisfactory academic progress. Only a
      *> student flagged as an aid recipient is evaluated. SAPEVAL
      *> sets the status each term - meeting, warning, suspension,
      *> or probation on an approved appeal - and records the term
      *> it evaluated and the status the student carried into that
      *> term, so a rerun for the same term decides from the same
      *> starting point instead of escalating twice. An appeal the
      *> aid office approves is keyed on STUMAINT for the term it
      *> covers. Blank status means never evaluated.
       05  SM-AID-RECIPIENT     PIC X(1).
           88  STUDENT-RECEIVES-AID    VALUE "Y".
       05  SM-SAP-STATUS        PIC X(1).
           88  SAP-IS-MEETING          VALUE "M".
           88  SAP-IS-WARNING          VALUE "W".
           88  SAP-IS-SUSPENDED        VALUE "S".
           88  SAP-IS-PROBATION        VALUE "P".
       05  SM-SAP-TERM          PIC X(6).
       05  SM-SAP-PRIOR-STATUS  PIC X(1).
       05  SM-SAP-APPEAL-TERM   PIC X(6).
