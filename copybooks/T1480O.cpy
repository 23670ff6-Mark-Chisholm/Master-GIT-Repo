               05  O1480-58-ABBREV-DESCR        PIC X(21).
               05  O1480-58-STYLE-CODE          PIC X(6).
           03  O1480-BILLING-WEEK               PIC X(8).
      *                * 'C' = PRICED FROM THE CONTRACT PRICE MASTER
      *                  (CONPRC) INSTEAD OF THE 551 *
           03  O1480-CONTRACT-FLAG              PIC X.
               88  O1480-CONTRACT-PRICED            VALUE 'C'.
