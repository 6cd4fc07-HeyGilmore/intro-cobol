      *> Administrative withdrawal proposal (AWDPROP), one line per
      *> student per course/section/term that ATTROLL found has
      *> stopped attending past the ATTNPARM cut-off. Rebuilt whole
      *> by every ATTROLL run - the list the registrar works from.
      *> AWDCONF applies only the proposals the registrar confirms on
      *> AWDDEC, so a student who has come back drops off the next
      *> list with nothing to undo. AW-DAYS-ABSENT counts from the
      *> last meeting attended (the first meeting held, for a student
      *> who never attended) to the section's latest meeting.
       05  AW-COURSE-ID        PIC X(6).
       05  AW-SECTION-NO       PIC X(3).
       05  AW-TERM-CODE        PIC X(6).
       05  AW-STUDENT-ID       PIC X(6).
       05  AW-LAST-ATTENDED    PIC X(10).
       05  AW-DAYS-ABSENT      PIC 9(3).
       05  AW-PROPOSED-DATE    PIC X(10).
