      *> Electronic transcript exchange record (ETRANS), fixed 80
      *> bytes. One file header, then per transcript a student
      *> identity record, each term's course records followed by
      *> that term's totals, and the cumulative summary with the
      *> standing notation; a trailer closes the file with counts
      *> the receiving school balances against. ET-DOCUMENT-NO ties
      *> a transcript's records together and matches the ETRDISP
      *> dispatch register - zero on the header and trailer.
      *> Incompletes and withdrawals carry their completion code
      *> and no grade points; credits are one implied decimal and
      *> GPAs two.
       05  ET-RECORD-TYPE      PIC X(1).
           88  ET-IS-HEADER            VALUE "H".
           88  ET-IS-STUDENT           VALUE "S".
           88  ET-IS-COURSE            VALUE "C".
           88  ET-IS-TERM              VALUE "T".
           88  ET-IS-SUMMARY           VALUE "G".
           88  ET-IS-TRAILER           VALUE "Z".
       05  ET-DOCUMENT-NO      PIC 9(6).
       05  ET-STUDENT.
           10  ET-STU-ID           PIC X(6).
           10  ET-STU-NAME         PIC A(20).
           10  ET-STU-STATUS       PIC X(1).
           10  ET-STU-DEST-INST    PIC X(6).
           10  ET-STU-ENTRY-TERM   PIC X(6).
           10  ET-STU-PROGRAM-CODE PIC X(4).
           10  ET-STU-ISSUE-DATE   PIC X(10).
           10  FILLER              PIC X(20).
       05  ET-HEADER REDEFINES ET-STUDENT.
           10  ET-HDR-SENDER-CODE  PIC X(3).
           10  ET-HDR-SENDER-NAME  PIC X(30).
           10  ET-HDR-FILE-DATE    PIC X(10).
           10  FILLER              PIC X(30).
       05  ET-COURSE REDEFINES ET-STUDENT.
           10  ET-CRS-TERM-CODE    PIC X(6).
           10  ET-CRS-COURSE-ID    PIC X(6).
           10  ET-CRS-SECTION-NO   PIC X(3).
           10  ET-CRS-LETTER-GRADE PIC X(2).
           10  ET-CRS-COMPLETION   PIC X(1).
           10  ET-CRS-CREDIT-HOURS PIC 9V9.
           10  ET-CRS-GRADE-POINTS PIC 9V99.
           10  FILLER              PIC X(50).
       05  ET-TERM REDEFINES ET-STUDENT.
           10  ET-TRM-TERM-CODE    PIC X(6).
           10  ET-TRM-CREDITS      PIC 9(3)V9.
           10  ET-TRM-GPA          PIC 9V99.
           10  FILLER              PIC X(60).
       05  ET-SUMMARY REDEFINES ET-STUDENT.
           10  ET-SUM-COURSE-COUNT PIC 9(3).
           10  ET-SUM-ATTEMPTED    PIC 9(3)V9.
           10  ET-SUM-EARNED       PIC 9(3)V9.
           10  ET-SUM-CUM-GPA      PIC 9V99.
           10  ET-SUM-STANDING     PIC X(16).
           10  FILLER              PIC X(43).
       05  ET-TRAILER REDEFINES ET-STUDENT.
           10  ET-TRL-DOC-COUNT    PIC 9(6).
           10  ET-TRL-RECORD-COUNT PIC 9(7).
           10  FILLER              PIC X(60).
