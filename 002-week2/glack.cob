                                   ==POSTING-IS-REJECTED== BY
                                       ==GPI-IS-REJECTED==
                                   ==GP-ACK-REASON== BY
                                       ==GPI-ACK-REASON==
                                   ==GP-CURRENCY== BY
                                       ==GPI-CURRENCY==
                                   ==GP-FX-RATE== BY
                                       ==GPI-FX-RATE==
                                   ==GP-FOREIGN-AMOUNT== BY
                                       ==GPI-FOREIGN-AMOUNT==.

       FD  GL-POSTING-OUT.
       01  GL-POSTING-OUT-REC.
                                   ==POSTING-IS-REJECTED== BY
                                       ==GPO-IS-REJECTED==
                                   ==GP-ACK-REASON== BY
                                       ==GPO-ACK-REASON==
                                   ==GP-CURRENCY== BY
                                       ==GPO-CURRENCY==
                                   ==GP-FX-RATE== BY
                                       ==GPO-FX-RATE==
                                   ==GP-FOREIGN-AMOUNT== BY
                                       ==GPO-FOREIGN-AMOUNT==.

      *> One row per posting line the ledger system decided on.
       FD  GL-ACK-FILE.
