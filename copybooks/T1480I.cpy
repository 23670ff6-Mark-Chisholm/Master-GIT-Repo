      *****************************************************************
      *  T1480I - FI EXCLUSIVES MASTER (I1480) RECORD LAYOUT.  SAME   *
      *  RECORD SHAPE AS T1480O (THE O1480 MASTER LOADED EACH RUN BY  *
      *  BIL02200) -- I1480 IS THAT MASTER AS READ BY THE BIL02240    *
      *  CONTRACT PRICE RENEWAL REPORT.                               *
      *****************************************************************
       01  I1480-REC.
           03  I1480-KEY.
               05  I1480-BC                     PIC X(8).
               05  I1480-PROD-DQ                PIC X(16).
               05  I1480-PR-DESIG-PAIR          PIC X(4).
           03  I1480-PRICE-INFO.
               05  I1480-UNIT-BASE              PIC S9(5)V9(2) COMP-3.
               05  I1480-UNIT-DELIVERY          PIC S9(3)V9(2) COMP-3.
               05  I1480-ADDITIONAL-QUANTITY    PIC S9(5)      COMP-3.
               05  I1480-ADDL-QTY-BASE          PIC S9(3)V9(2) COMP-3.
               05  I1480-ADDL-QTY-DELIVERY      PIC S9(3)V9(2) COMP-3.
           03  I1480-58-MISC-INFO.
               05  I1480-58-ABBREV-DESCR        PIC X(21).
               05  I1480-58-STYLE-CODE          PIC X(6).
           03  I1480-BILLING-WEEK               PIC X(8).
      *                * 'C' = PRICED FROM THE CONTRACT PRICE MASTER
      *                  (CONPRC) INSTEAD OF THE 551 *
           03  I1480-CONTRACT-FLAG              PIC X.
               88  I1480-CONTRACT-PRICED            VALUE 'C'.
