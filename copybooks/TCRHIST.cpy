      *****************************************************************
      *  TCRHIST - CREDIT HISTORY MASTER (CRHIST) LAYOUT.  INDEXED    *
      *  (VSAM) MASTER, ONE RECORD PER BANK CODE/CREDIT REASON CODE,  *
      *  MAINTAINED BY BIL02900 PASS 2 ON EACH WEEKLY RUN.  EACH      *
      *  RECORD CARRIES THE CREDIT COUNT AND CREDIT DOLLARS FOR UP TO *
      *  13 BILLING WEEKS, NEWEST FIRST; A WEEK IN WHICH THE BC HAD   *
      *  NO CREDITS FOR THE CODE HAS NO ENTRY.  CREDIT DOLLARS ARE    *
      *  THE IOWRK GROSS WITH THE SIGN REVERSED, SO CREDITS ARE       *
      *  POSITIVE.                                                    *
      *                                                               *
      *  THE RECORD KEYED '*WEEKS**' (REASON CODE SPACES) IS THE WEEK *
      *  CONTROL RECORD - ITS WEEK ENTRIES ARE THE LAST 13 BILLING    *
      *  WEEKS POSTED, NEWEST FIRST (COUNT AND DOLLARS ZERO).  IT     *
      *  SORTS AHEAD OF EVERY BANK CODE.                              *
      *****************************************************************
       01  CRH-REC.
           03  CRH-KEY.
               05  CRH-BC                       PIC X(8).
               05  CRH-REASON-CODE              PIC X(2).
           03  CRH-UPDATE-STAMP.
               05  CRH-UPDATE-DATE              PIC X(8).
               05  CRH-UPDATE-TIME              PIC X(6).
           03  CRH-WEEK-INFO.
               05  CRH-WEEK-ENTRY               OCCURS 13 TIMES.
      *                * CCYYMMDD BILLING WEEK, AS ON THE CYCLE MASTER *
                   07  CRH-WEEK                 PIC X(8).
                   07  CRH-WEEK-COUNT           PIC S9(7)      COMP-3.
                   07  CRH-WEEK-AMOUNT          PIC S9(9)V9(2) COMP-3.
           03  FILLER                           PIC X(42).
