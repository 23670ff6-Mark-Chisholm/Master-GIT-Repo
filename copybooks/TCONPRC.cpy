      *****************************************************************
      *  TCONPRC - CONTRACT PRICE MASTER (CONPRC) LAYOUT.  INDEXED    *
      *  (VSAM) MASTER, ONE RECORD PER BC / PRODUCT-DQ / PRICE        *
      *  DESIGNATION PAIR FOR WHICH THE FI HAS A NEGOTIATED EXCLUSIVE *
      *  PRICE.  MAINTAINED BY BIL02240 FROM ACCOUNT MANAGEMENT'S     *
      *  C1240 CARDS.  BIL02200 PRICES AN FI EXCLUSIVE FROM THIS      *
      *  RECORD INSTEAD OF THE 551 WHEN THE BILLING WEEK FALLS ON OR  *
      *  BETWEEN THE EFFECTIVE AND EXPIRATION DATES.  THE PRICE       *
      *  FIELDS HAVE THE SAME SHAPE AS THE O1475/O1480 PRICE INFO.    *
      *****************************************************************
       01  CPR-REC.
           03  CPR-KEY.
               05  CPR-BC                       PIC X(8).
               05  CPR-PROD-DQ                  PIC X(16).
               05  CPR-PR-DESIG-PAIR            PIC X(4).
      *                * CCYYMMDD, BOTH DATES INCLUSIVE *
           03  CPR-EFFECTIVE-DATE               PIC X(8).
           03  CPR-EXPIRATION-DATE              PIC X(8).
           03  CPR-PRICE-INFO.
               05  CPR-UNIT-BASE                PIC S9(5)V9(2) COMP-3.
               05  CPR-UNIT-DELIVERY            PIC S9(3)V9(2) COMP-3.
               05  CPR-ADDITIONAL-QUANTITY      PIC S9(5)      COMP-3.
               05  CPR-ADDL-QTY-BASE            PIC S9(3)V9(2) COMP-3.
               05  CPR-ADDL-QTY-DELIVERY        PIC S9(3)V9(2) COMP-3.
      *                * ACCOUNT MANAGEMENT'S CONTRACT NUMBER *
           03  CPR-CONTRACT-REF                 PIC X(8).
           03  CPR-ADD-STAMP.
               05  CPR-ADD-DATE                 PIC X(8).
               05  CPR-ADD-TIME                 PIC X(6).
           03  CPR-UPDATE-STAMP.
               05  CPR-UPDATE-DATE              PIC X(8).
               05  CPR-UPDATE-TIME              PIC X(6).
           03  FILLER                           PIC X(32).
