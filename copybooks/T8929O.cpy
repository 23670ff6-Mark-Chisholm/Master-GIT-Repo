      *****************************************************************
      *  T8929O - INVOICE FILE (I8929P) RECORD LAYOUT.                *
      *  EVERY PART TYPE CARRIES THE INVOICED BANK CODE IN COLS 5-12. *
      *****************************************************************
       01  O8929-REC.
           03  O8929-PART-TYPE                  PIC X(2).
           03  FILLER                           PIC X(2).
           03  O8929-BC                         PIC X(8).
           03  FILLER                           PIC X(288).
