      *> Shared class-roster record (STUDENT-RECORD), COPYed into
      *> GRADES1's CLASS-ROSTER record and GRDAPPR's ROSTER-IN record
      *> so a roster file written/read by one program is guaranteed
      *> to line up byte-for-byte with the other. GRDAPPR carries its
      *> own RI- prefixed names, applied via COPY ... REPLACING.
      *> Course identity leads the record: which course, section,
      *> and term this roster line belongs to, validated against the
      *> report card marked accordingly but post NOTHING to the
      *> transcript master - no course count, no quality points - so
      *> a withdrawal can't land a permanent F. An incomplete is
      *> finished later through an approved GRDCORR correction that
      *> posts the real scores and flips the status back to
      *> complete. Blank is treated as complete for rosters keyed
      *> before this field.
       05  COMPLETION-STATUS     PIC X(1).
           88  COURSE-INCOMPLETE         VALUE "I".
           88  COURSE-WITHDRAWN          VALUE "W".
