      *****************************************************************
      *  T8929I - INVOICE FILE (I8929I) RECORD LAYOUT.                *
      *  EVERY PART TYPE CARRIES THE INVOICED BANK CODE IN COLS 5-12. *
      *****************************************************************
       01  I8929-REC.
           03  I8929-PART-TYPE                  PIC X(2).
           03  I8929-20-SEP-INV-CD              PIC X(2).
           03  I8929-BC                         PIC X(8).
           03  FILLER                           PIC X(288).
