      *> GRDSTATH history every run. GRDTREND reads terms of these
      *> side by side so the dean can see a section drifting from
      *> the course's historical spread instead of one run's
      *> snapshot. GH-INSTRUCTOR-ID is the section's instructor of
      *> record from the catalog, blank on rows banked before the
      *> catalog carried one.
       05  GH-TERM-CODE        PIC X(6).
       05  GH-COURSE-ID        PIC X(6).
       05  GH-SECTION-NO       PIC X(3).
       05  GH-D-COUNT          PIC 9(3).
       05  GH-F-COUNT          PIC 9(3).
       05  GH-HONOR-COUNT      PIC 9(3).
       05  GH-INSTRUCTOR-ID    PIC X(6).
