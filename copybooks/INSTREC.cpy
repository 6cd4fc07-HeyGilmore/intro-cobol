      *> Instructor master (INSTMAST), one line per instructor in
      *> instructor-ID order. The course catalog names each
      *> section's instructor of record by INS-INSTRUCTOR-ID;
      *> GRDSUBM reports grade submission by instructor and GRDTREND
      *> names the instructor on a section it flags. An instructor
      *> who has left keeps the master line, status "I", so older
      *> catalog entries and banked statistics still find a name.
       05  INS-INSTRUCTOR-ID   PIC X(6).
       05  INS-INSTRUCTOR-NAME PIC X(20).
       05  INS-DEPT-CODE       PIC X(4).
       05  INS-STATUS          PIC X(1).
           88  INSTRUCTOR-IS-ACTIVE    VALUE "A".
           88  INSTRUCTOR-HAS-LEFT     VALUE "I".
