      *> Independent-contractor payee master (CNTRMAST), keyed by
      *> payee ID. Contractors are paid through accounts payable,
      *> never through the pay run, so they live here and never on
      *> EMPMAST, PAYHIST, or YTDMAST. Maintained by CNTMAINT the
      *> way EMPMAINT maintains EMPMAST; CNTPOST posts the year's
      *> payments against it; NEC1099 files the 1099-NEC from it.
       05  CN-PAYEE-ID         PIC X(6).
      *> Taxpayer ID as filed: an SSN for a sole proprietor ("S"),
      *> an EIN for a business ("E").
       05  CN-TIN              PIC X(9).
       05  CN-TIN-TYPE         PIC X(1).
           88  CN-TIN-IS-SSN           VALUE "S".
           88  CN-TIN-IS-EIN           VALUE "E".
       05  CN-NAME             PIC X(30).
       05  CN-ADDRESS-1        PIC X(30).
       05  CN-CITY-ST-ZIP      PIC X(30).
      *> "Y" when the IRS has put the payee under backup
      *> withholding (missing or wrong TIN): every payment posted
      *> has the backup rate withheld and reported in box 4.
       05  CN-BACKUP-WH-FLAG   PIC X(1).
           88  CN-BACKUP-WITHHOLD      VALUE "Y".
       05  CN-STATUS           PIC X(1).
           88  CN-IS-ACTIVE            VALUE "A".
           88  CN-IS-INACTIVE          VALUE "I".
      *> Payments by calendar year - the year being posted now and
      *> the one before it, so January's first invoices do not wipe
      *> out the year NEC1099 is still filing. Paid is the gross
      *> (box 1); backup withheld is box 4.
       05  CN-CURR-YEAR        PIC X(4).
       05  CN-CURR-PAID        PIC 9(7)V99.
       05  CN-CURR-BACKUP-WH   PIC 9(7)V99.
       05  CN-PRIOR-YEAR       PIC X(4).
       05  CN-PRIOR-PAID       PIC 9(7)V99.
       05  CN-PRIOR-BACKUP-WH  PIC 9(7)V99.
