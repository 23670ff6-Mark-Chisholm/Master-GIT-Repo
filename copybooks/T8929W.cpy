      *****************************************************************
      *  T8929W - INVOICE FILE (I8929E) RECORD LAYOUT.                *
      *  EVERY PART TYPE CARRIES THE INVOICED BANK CODE IN COLS 5-12. *
      *****************************************************************
       01  W8929-REC.
           03  W8929-PART-TYPE                  PIC X(2).
           03  W8929-TRANSACTION-REC            PIC X(298).
           03  FILLER REDEFINES W8929-TRANSACTION-REC.
               05  FILLER                       PIC X(2).
               05  W8929-BC                     PIC X(8).
               05  FILLER                       PIC X(288).
