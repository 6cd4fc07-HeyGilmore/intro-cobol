      *> Access recertification log (RCRTLOG), one row per signed
      *> attestation RCRTLOAD accepts: the reviewing manager's
      *> decision on one operator's AUTHUSR roles for the quarter.
      *> ACCRECRT reads it back to show which operators are
      *> certified for the quarter and which are still outstanding;
      *> the file itself is the evidence the auditors ask for.
       05  RL-QUARTER          PIC X(6).
       05  RL-OPERATOR-ID      PIC X(8).
       05  RL-DECISION         PIC X(1).
           88  RL-IS-KEEP              VALUE "K".
           88  RL-IS-REVOKE            VALUE "R".
           88  RL-IS-CHANGE            VALUE "C".
      *> The roles AUTHUSR showed when the decision was logged, and
      *> on a change the roles the manager certified instead.
       05  RL-ROLES-HELD       PIC X(4).
       05  RL-NEW-ROLES        PIC X(4).
       05  RL-REVIEWER-ID      PIC X(8).
       05  RL-ATTEST-DATE      PIC X(10).
