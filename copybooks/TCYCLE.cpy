      *****************************************************************
      *  TCYCLE - BILLING CYCLE CONTROL MASTER (CYCLE) LAYOUT.        *
      *  INDEXED (VSAM) MASTER.  THE RECORD KEYED 'CURRENT' IS THE    *
      *  CYCLE OPERATIONS OPENED WITH BIL02100 (ACTION=OPEN) - ITS    *
      *  BILLING DATE, OPEN/CLOSED STATUS, AND ONE STEP ENTRY PER     *
      *  REQUIRED PROGRAM.  EACH CYCLE PROGRAM CHECKS ITS INPUT       *
      *  BILLING DATE AGAINST THE OPEN CYCLE AT START AND RECORDS     *
      *  ITS STEP AT END OF JOB; BIL02100 (ACTION=CLOSE) REFUSES TO   *
      *  CLOSE UNTIL EVERY STEP HAS COMPLETED CLEANLY, THEN KEEPS A   *
      *  COPY OF THE CLOSED CYCLE KEYED ON ITS BILLING WEEK.          *
      *                                                               *
      *  STEP ENTRIES:  1 = BIL02200           2 = BIL02300           *
      *                 3 = BIL02850           4 = BIL02900 PASS 1    *
      *                 5 = BIL02900 PASS 2                           *
      *****************************************************************
       01  CYC-REC.
           03  CYC-KEY                          PIC X(8).
           03  CYC-STATUS                       PIC X.
               88  CYC-OPEN                         VALUE 'O'.
               88  CYC-CLOSED                       VALUE 'C'.
      *                * MMDDYY, AS CARRIED ON THE 545 AND IOWRK *
           03  CYC-BILLING-DATE                 PIC X(6).
      *                * CCYYMMDD FORM OF THE SAME DATE *
           03  CYC-BILLING-WEEK                 PIC X(8).
           03  CYC-PRIOR-BILLING-DATE           PIC X(6).
           03  CYC-OPEN-STAMP.
               05  CYC-OPEN-DATE                PIC X(8).
               05  CYC-OPEN-TIME                PIC X(6).
           03  CYC-CLOSE-STAMP.
               05  CYC-CLOSE-DATE               PIC X(8).
               05  CYC-CLOSE-TIME               PIC X(6).
           03  CYC-STEP-INFO.
               05  CYC-STEP-ENTRY               OCCURS 5 TIMES.
                   07  CYC-STEP-NAME            PIC X(10).
                   07  CYC-STEP-STATUS          PIC X.
                       88  CYC-STEP-NOT-RUN         VALUE SPACE.
                       88  CYC-STEP-COMPLETE        VALUE 'C'.
                       88  CYC-STEP-ABORTED         VALUE 'A'.
                   07  CYC-STEP-RETURN-CODE     PIC 9(2).
                   07  CYC-STEP-RUN-DATE        PIC X(8).
                   07  CYC-STEP-RUN-TIME        PIC X(6).
           03  FILLER                           PIC X(8).
