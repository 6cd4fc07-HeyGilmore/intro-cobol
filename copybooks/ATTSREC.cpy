      *> Attendance summary (ATTNSUM), one line per student per
      *> course/section/term, rebuilt whole by every ATTROLL run from
      *> the instructors' ATTEND meeting file. GRADES1 prints it on
      *> the report card. The percentage is meetings present over
      *> meetings held, excused absences left out of both; a section
      *> with nothing but excused meetings shows 100. AS-LAST-
      *> ATTENDED is the student's last present or excused meeting,
      *> blank if the student never attended one.
       05  AS-COURSE-ID        PIC X(6).
       05  AS-SECTION-NO       PIC X(3).
       05  AS-TERM-CODE        PIC X(6).
       05  AS-STUDENT-ID       PIC X(6).
       05  AS-MEETINGS         PIC 9(3).
       05  AS-PRESENT          PIC 9(3).
       05  AS-ABSENT           PIC 9(3).
       05  AS-EXCUSED          PIC 9(3).
       05  AS-ATTEND-PCT       PIC 9(3).
       05  AS-LAST-ATTENDED    PIC X(10).
      *> Blank is attending; L is under the ATTNPARM minimum; S has
      *> stopped attending past the cut-off and is proposed for
      *> administrative withdrawal.
       05  AS-FLAG             PIC X(1).
           88  AS-ATTENDANCE-OK        VALUE " ".
           88  AS-BELOW-MINIMUM        VALUE "L".
           88  AS-STOPPED-ATTENDING    VALUE "S".
