      *****************************************************************
      *  TFEEDREG - I545 FEED REGISTRY (FEEDREG) LAYOUT.  INDEXED     *
      *  (VSAM) MASTER, ONE RECORD PER BILLING DATE/RECEIVABLES       *
      *  REGION/FEED TYPE PROCESSED BY BIL02900 PASS 1.  THE RECORD   *
      *  COUNT AND GROSS HASH IDENTIFY THE FEED AS IT WAS FIRST       *
      *  PROCESSED; PASS 1 REFUSES A FEED WHOSE KEY IS ALREADY ON     *
      *  FILE UNLESS THE REFEED OVERRIDE IS GIVEN, AND THEN RECORDS   *
      *  THE REFEED AS THE LATEST PROCESSING.                         *
      *****************************************************************
       01  FRG-REC.
           03  FRG-KEY.
      *                * MMDDYY, AS CARRIED ON THE 545 *
               05  FRG-BILLING-DATE             PIC X(6).
               05  FRG-REGION                   PIC X(2).
               05  FRG-FEED-TYPE                PIC X.
                   88  FRG-WEEKLY-FEED              VALUE 'W'.
                   88  FRG-NON-WEEKLY-FEED          VALUE 'N'.
           03  FRG-REC-COUNT                    PIC S9(9)      COMP-3.
           03  FRG-HASH-GROSS                   PIC S9(11)V9(2) COMP-3.
           03  FRG-FIRST-STAMP.
               05  FRG-FIRST-DATE               PIC X(8).
               05  FRG-FIRST-TIME               PIC X(6).
           03  FRG-LAST-STAMP.
               05  FRG-LAST-DATE                PIC X(8).
               05  FRG-LAST-TIME                PIC X(6).
      *                * TIMES PROCESSED, FIRST FEED INCLUDED *
           03  FRG-FEED-COUNT                   PIC S9(3)      COMP-3.
           03  FRG-LAST-REC-COUNT               PIC S9(9)      COMP-3.
           03  FRG-LAST-HASH-GROSS              PIC S9(11)V9(2) COMP-3.
           03  FILLER                           PIC X(37).
