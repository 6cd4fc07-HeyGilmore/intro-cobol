      *> Pending grade-correction record: two-person control over a
      *> posted grade, the same maker/checker posture PENDREC puts
      *> on bank changes. GRDCORR queues each keyed correction here
      *> instead of applying it; GRDAPPR applies or rejects it in a
      *> later run under an operator holding the registrar role, who
      *> may not be the operator that keyed it or the instructor who
      *> asked for it. One copybook keeps the requester and approver
      *> programs on the same layout.
      *> GP-REQUEST-NO is assigned by GRDCORR, one past the highest
      *> already on the queue, and is what GRDAPPT decisions name.
       05  GP-REQUEST-NO       PIC 9(6).
       05  GP-STUDENT-ID       PIC X(6).
       05  GP-COURSE-ID        PIC X(6).
       05  GP-SECTION-NO       PIC X(3).
       05  GP-FIELD-CODE       PIC X(1).
       05  GP-NEW-VALUE        PIC 9(3).
       05  GP-NEW-STATUS       PIC X(1).
      *> The instructor who asked for the change, and why (CALC
      *> calculation error, DATA keying error, LATE late work
      *> accepted, INCP incomplete finished, APPL grade appeal).
       05  GP-CHANGED-BY       PIC X(10).
       05  GP-REASON-CODE      PIC X(4).
      *> The operator who keyed it onto the queue.
       05  GP-REQUESTED-BY     PIC X(10).
       05  GP-REQUEST-DATE     PIC X(10).
       05  GP-STATUS           PIC X(1).
           88  GP-IS-PENDING           VALUE "P".
           88  GP-IS-APPROVED          VALUE "A".
           88  GP-IS-REJECTED          VALUE "R".
       05  GP-DECIDED-BY       PIC X(10).
       05  GP-DECIDED-DATE     PIC X(10).
