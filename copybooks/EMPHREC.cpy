      *> Employee master history (EMPHIST), one row per employee and
      *> effective date: the whole EMPMAST record as it stood from
      *> that date until the next row. EMPMAINT writes a row for
      *> every transaction it applies and BANKAPPR for every bank
      *> change it approves, dated the day they land; a dated rate
      *> change (keyed in EMPMAINT or generated by RATESWP) also
      *> gets a row on its effective date carrying the new rate.
      *> Two changes the same day leave one row - the later picture.
      *> The recorded date is when the row was last written, so a
      *> change keyed after the fact can be told from one that was
      *> on file at the time. EMPASOF reads it back for a date.
       05  EH-KEY.
           10  EH-EMP-ID       PIC X(6).
           10  EH-EFF-DATE     PIC X(10).
       05  EH-SOURCE-PROGRAM   PIC X(8).
       05  EH-CHANGED-BY       PIC X(10).
       05  EH-RECORDED-DATE    PIC X(10).
      *> The EMPMSTR record, with room for the fields it grows.
       05  EH-MASTER-IMAGE     PIC X(300).
