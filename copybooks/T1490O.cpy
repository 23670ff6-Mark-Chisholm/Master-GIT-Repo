           03  O1490-58-MISC-INFO.
               05  O1490-58-ABBREV-DESCR        PIC X(21).
               05  O1490-58-STYLE-CODE          PIC X(6).
      *                * 'C' = PRICED FROM THE CONTRACT PRICE MASTER
      *                  (CONPRC) INSTEAD OF THE 551 *
           03  O1490-CONTRACT-FLAG              PIC X.
               88  O1490-CONTRACT-PRICED            VALUE 'C'.
