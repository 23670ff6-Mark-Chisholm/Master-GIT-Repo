000191*        NO SORT STEP NEEDED - PASS 2 SORTS IT INTERNALLY
000200*
000204*OEXCP = I545 VALIDATION EXCEPTIONS OUT (AUDIT=Y ONLY) LRECL=80
000205*
000206*IBREF = BILLING REFERENCE CARDS FROM PARMLIB          LRECL=80
000207*        THE SAME CARDS AS PASS 2 (SEE BELOW).  PASS 1 USES THE
000207*        RESTITUTION/REIMBURSEMENT PRODUCT IDS ('RP' CARDS) TO
000207*        CARRY THE REPORT BASE AND DELIVERY ONTO IOWRK.  NOT READ
000207*        UNDER AUDIT=Y.
000208*
000208*FEEDREG = I545 FEED REGISTRY - VSAM                 LRECL=100
000208*        ONE RECORD PER BILLING DATE/RECEIVABLES REGION/FEED TYPE
000208*        (WEEKLY OR NON-WEEKLY) ALREADY PROCESSED, WITH ITS
000208*        RECORD COUNT AND GROSS HASH (COPYBOOK TFEEDREG).  AT END
000208*        OF FILE EACH REGION ON THE I545 IS LOOKED UP; A FEED
000208*        ALREADY ON FILE STOPS THE RUN UNLESS REFEED=Y IS GIVEN.
000208*        THE FEEDS ARE THEN REGISTERED.  NOT READ UNDER AUDIT=Y.
000208*
000208*DUPWK = SORT WORK FOR THE DUPLICATE TRANSACTION CHECK
000208*
000208*RUNLOG = BILLING CYCLE RUN-HISTORY MASTER - VSAM      LRECL=200
000208*        KEYED ON PROGRAM NUMBER/RUN STAMP.  ONE RECORD ADDED AT
000208*        RETURN CODE, AND START/STOP TIMES, FOR THE BIL02950
000209*        OPERATIONS RECAP.  COMMON TO BOTH PASSES.
000210*
000210*CYCLE = BILLING CYCLE CONTROL MASTER - VSAM           LRECL=200
000210*        THE CYCLE OPENED BY BIL02100.  A WEEKLY RUN OF EITHER
000210*        PASS ABORTS UNLESS THE CYCLE IS OPEN FOR ITS BILLING
000210*        DATE (I545 IN PASS 1, IOWRK IN PASS 2), AND RECORDS
000210*        ITS STEP IN IT AT END OF JOB (EVEN ON AN ABORT).
000210*        AUDIT=Y, MODE=NONWEEKLY AND PERIOD=Y RUNS ARE OFF-CYCLE
000210*        AND DO NOT READ IT.  COMMON TO BOTH PASSES.
000210*
000211*SYSOUT = REVISION INFO, FILE COUNTS, ERROR MESSAGES; ANY PAPER
000220*
000230*PARM = 'PASS=1'
000238*       DATE, NON-NUMERIC AMOUNTS), DISPLAYS TOTALS BY ERROR
000239*       TYPE, AND ENDS NONZERO WITHOUT PRODUCING IOWRK.
000240*
000241*       OPTIONAL KEYWORD: REFEED=Y (PASS 1 ONLY).  ALLOWS A FEED
000242*       ALREADY ON FEEDREG (SAME BILLING DATE, REGION AND FEED
000243*       TYPE) TO BE PROCESSED AGAIN - A DELIBERATE REFEED, E.G.
000244*       OF A CORRECTED 545.  DEFAULT IS REFEED=N: SUCH A RUN
000245*       ABORTS.
000246*
000250******************************************************************        
000260*
000270*RETURN CODES             = = =  PASS 1  = = =            12-09-98
000329*             (MODE=NONWEEKLY: NO I545 RECORD HAD FLAG '1')
000330*         - INCORRECT I545 UPDATE CODE
000340*         - MISMATCHED BILLING DATES
000342*         - NO BILLING CYCLE OPEN, OR THE I545 BILLING DATE IS
000344*             NOT THE OPEN CYCLE'S (WEEKLY RUN)
000346*         - VSAM ERROR (EXCEPT ON CLOSE); CYCLE
000347*         - EMPTY IBREF FILE, INVALID OR DUPLICATE IBREF CARD,
000348*             OR A REQUIRED IBREF ENTRY MISSING
000349*         - TABLE OVERFLOW; IBREF ENTRIES
000349*         - I545 FEED ALREADY PROCESSED (ON FEEDREG) AND
000349*             REFEED=Y NOT GIVEN
000349*         - VSAM ERROR (EXCEPT ON CLOSE); FEEDREG
000349*         - TABLE OVERFLOW; I545 RECEIVABLES REGIONS
000350*
000353*  08 = AUDIT SWEEP (AUDIT=Y) FOUND EXCEPTIONS.  SEE OEXCP.
000356*         NO IOWRK PRODUCED.
000357*       = DUPLICATE I545 TRANSACTIONS FOUND (SAME BC/BRANCH,
000358*         PRODUCT ID, WIP TRANSACTION NUMBER AND AMOUNTS).  SEE
000358*         SYSOUT.  IOWRK IS STILL PRODUCED.
000359*
000360*  04 = INFO ONLY.  RUN CONTINUED.  SEE SYSOUT.
000370*         - EXTRANEOUS PARM DATA
000379*         - AUDIT SWEEP (AUDIT=Y) CLEAN.  NO IOWRK PRODUCED.
000379*         - FEED ALREADY ON FEEDREG PROCESSED AGAIN (REFEED=Y)
000380*
000390******************************************************************        
000400*
000530*
000540*I8929E - INVOICE TRANSACTION RECORD                  LRECL = 300
000550*         EMAIL FROM BIL29100
000551*
000552*         ALL THREE FILES CARRY THE INVOICED BC IN COLS 5-12 OF
000553*         EVERY RECORD.  THE BCS INVOICED ARE RECONCILED TO THE
000554*         BCS BILLED ON IOWRK (NOT UNDER PERIOD=Y).
000560*
000570*PRINTER1 = WEEKLY BILLING REPORT, 132 CHARS/LINE     (LRECL=133)
000580*
000598*         LAST 6 WEEKS INCLUDING THIS RUN.  READ BY THE
000599*         BIL02850 PRE-CYCLE 575 EDIT.
000600*
000600*IGLMAP - GL ACCOUNT-MAPPING CONTROL CARDS FROM PARMLIB LRECL = 80
000600*         ONE CARD PER REGION/MEDIUM/AMOUNT TYPE:
000600*           COLS  1- 2  REGION ('**' = ANY REGION WITHOUT A CARD
000600*                       OF ITS OWN)
000600*           COLS  4- 8  MEDIUM - ACH, WIRE OR PAPER
000600*           COLS 10-11  AMOUNT TYPE - BD = BASE/DELIVERY,
000600*                       UC = UPCHARGE COLLECTED, TC = SALES TAX
000600*                       COLLECTED, TR = SALES TAX REBATED,
000600*                       DD = DUE DELUXE
000600*           COLS 13-28  DEBIT GL ACCOUNT  (BLANK = NO DEBIT)
000600*           COLS 30-45  CREDIT GL ACCOUNT (BLANK = NO CREDIT)
000600*           COLS 47-76  JOURNAL LINE DESCRIPTION (OPTIONAL)
000600*         A NET NEGATIVE AMOUNT POSTS TO THE OPPOSITE SIDES.  NOT
000600*         READ UNDER PERIOD=Y.
000600*
000600*OGLJRN - GL JOURNAL INTERFACE OUT                   LRECL = 120
000600*         THE WEEK'S BILLING AS A BALANCED GL JOURNAL, COMMA
000600*         DELIMITED - ONE 'H' HEADER (BILLING DATE, BATCH ID), ONE
000600*         'D' LINE PER ACCOUNT POSTING BY REGION/MEDIUM/AMOUNT
000600*         TYPE, AND ONE 'T' BATCH CONTROL TRAILER (LINE COUNT,
000600*         TOTAL DEBITS, TOTAL CREDITS).  WRITTEN ONLY WHEN THE
000600*         JOURNAL PROVES TO THE DOLLAR, REGION AND SALES TAX
000600*         RECAPS ON THE REPORT; OTHERWISE, AND UNDER PERIOD=Y, IT
000600*         IS LEFT EMPTY.
000600*
000600*IBREF  - BILLING REFERENCE CARDS FROM PARMLIB         LRECL = 80
000600*         COLS 1-2 GIVE THE CARD TYPE.  BLANK CARDS ARE IGNORED.
000600*         'RC' - ONE PER CREDIT REASON CODE:
000600*           COLS  4- 5  REASON CODE
000600*           COL      7  CATEGORY - B = BILLING ERROR, O = OTHER
000600*           COLS  9-38  DESCRIPTION (COLS 9-23 PRINT ON THE BC/
000600*                       REASON CODE PAGE)
000600*           COLS 40-69  BILLING ERRORS ONLY - THREE 10-BYTE LINES
000600*                       OF ACCURACY RECAP COLUMN HEADING, PRINTED
000600*                       AS KEYED OVER THE CODE'S COLUMN
000600*           UP TO 6 BILLING-ERROR CODES, WHICH TAKE THE ACCURACY
000600*           RECAP COLUMNS AND BC ERROR PAGE CODES IN CARD ORDER.
000600*         'DN' - ONE PER DO-NOT-MAIL INVOICE CODE, COLS 4-5.
000600*         'RP' - ONE PER RESTITUTION/REIMBURSEMENT PRODUCT:
000600*           COLS  4-13  PRODUCT ID (BYTES 3-12 OF THE 545 ID)
000600*           COLS 15-18  REST = RESTITUTION, REIM = REIMBURSEMENT
000600*           COLS 20-44  DESCRIPTION FOR THE REPORT (OPTIONAL)
000600*         'TH' - REPORTING THRESHOLDS, COLS 4-11 NAME AND
000600*                COLS 13-17 VALUE (ZERO-FILLED):
000600*           BCERRORS  A BC IS LISTED WITH ITS BILLING-ERROR
000600*                     CREDITS WHEN IT HAS MORE THAN THIS MANY
000600*           BCREASON  A BC/REASON CODE IS LISTED WHEN IT HAS MORE
000600*                     THAN THIS MANY CREDITS
000600*         AT LEAST ONE BILLING-ERROR CODE AND BOTH THRESHOLDS ARE
000600*         REQUIRED.  THE CARDS IN USE WHEN THE FILE WAS INTRODUCED
000600*         CARRY BILLING ERRORS 01, 02, 03, 06, 08 AND 09, DNM
000600*         CODES 91, 92 AND 93, RESTITUTION 9201031798,
000600*         REIMBURSEMENT 9201031799, BCERRORS 99 AND BCREASON 49.
000600*
000600*CRHIST - CREDIT HISTORY MASTER - VSAM                LRECL = 300
000600*         ONE RECORD PER BANK CODE/CREDIT REASON CODE WITH THE
000600*         CREDIT COUNT AND DOLLARS FOR EACH OF THE LAST 13 BILLING
000600*         WEEKS (COPYBOOK TCRHIST), PLUS A WEEK CONTROL RECORD.
000600*         UPDATED IN PLACE ON A WEEKLY RUN (PERIOD=N,
000600*         MODE=WEEKLY) ONLY; A RERUN OF THE SAME WEEK REPLACES
000600*         THAT WEEK'S FIGURES.  A BC/REASON CODE WITH NO CREDITS
000600*         IN THE LAST 13 WEEKS IS DELETED.  READ BY THE BIL02960
000600*         CHRONIC CREDIT WATCH LIST.
000600*
000600*SYSOUT = REVISION INFO, FILE COUNTS, ERROR MESSAGES; ANY PAPER
000600*
000610*PARM = 'PASS=2'
000712*         - EMPTY IRGNP FILE OR NO REGION CODES ON IT
000713*         - AN EXPECTED (IRGNP) REGION HAS NO IOWRK RECORDS
000720*         - TABLE OVERFLOW; NACHA TAPE CODE OR CREDIT BC
000722*         - NO BILLING CYCLE OPEN, OR THE IOWRK BILLING DATE IS
000724*             NOT THE OPEN CYCLE'S (WEEKLY RUN, PERIOD=N)
000726*         - VSAM ERROR (EXCEPT ON CLOSE); CYCLE
000727*         - EMPTY IGLMAP FILE, OR AN INVALID OR DUPLICATE IGLMAP
000728*             CARD
000729*         - TABLE OVERFLOW; IGLMAP CARD OR GL REGION/MEDIUM
000729*         - EMPTY IBREF FILE, INVALID OR DUPLICATE IBREF CARD,
000729*             OR A REQUIRED IBREF ENTRY MISSING
000729*         - TABLE OVERFLOW; IBREF ENTRIES
000729*         - VSAM ERROR (EXCEPT ON CLOSE); CRHIST
000729*         - THE CYCLE BILLING WEEK IS EARLIER THAN THE NEWEST WEEK
000729*             ON CRHIST (WEEKLY RUN, PERIOD=N)
000729*         - TABLE OVERFLOW; REASON CODES FOR ONE BC
000729*         - TABLE OVERFLOW; INVOICE RECONCILIATION BCS
000730*
000740*  12 = ERROR.  RUN CONTINUED.  REPORT INCORRECT.  SEE SYSOUT.
000750*         - IOWRK NACHA TAPE CODE INVALID PER I575 (ITEMS FOR
000769*             RECEIVED FOR AN UNEXPECTED TAPE CODE
000771*         - IOWRK CONTAINS A REGION NOT ON THE IRGNP EXPECTED-
000772*             REGION CARD (BLANK REGION IS EXEMPT)
000772*         - GL JOURNAL DOES NOT PROVE TO THE REPORT TOTALS, OR A
000772*             BILLED AMOUNT HAS NO IGLMAP ACCOUNTS (NO OGLJRN
000772*             RECORDS WRITTEN - SEE THE GL JOURNAL RECAP)
000773*
000780*  08 = INFO ONLY.  RUN CONTINUED.  SEE SYSOUT.
000790*         - EMPTY I8929I OR I8929P OR I8929E FILE
000794*         - EMPTY ISETL FILE (ALL ACH TAPE CODES WILL REPORT AS
000798*             "NO SETTLEMENT")
000799*         - A BC BILLED ON IOWRK HAD NO INVOICE ON I8929I, I8929P
000799*             OR I8929E (SEE THE INVOICE RECONCILIATION PAGE)
000800*
000810*  04 = INFO ONLY.  RUN CONTINUED.  SEE SYSOUT.
000820*         - EXTRANEOUS PARM DATA
000830*         - TABLE OVER 80% FULL; NACHA TAPE CODE OR CREDIT BC
000833*         - IOWRK CREDIT REASON CODE NOT ON THE IBREF FILE (SEE
000836*             THE UNLISTED REASON CODE PAGE)
000840*
000850******************************************************************        
000860*
001300*    AT THE END OF THE 545 FILE, PASS 1 CLOSES THE 545 (THE COMMON
001310*      CLOSE WILL TAKE CARE OF THE WORK FILE), AND DISPLAYS FILE
001320*      COUNTS.
001321*    EVERY I545 RECORD READ IS COUNTED AND HASHED (GROSS) BY
001322*      RECEIVABLES REGION.  AT THE END OF THE 545 EACH REGION'S
001323*      FEED IS LOOKED UP ON FEEDREG (ABORT IF ALREADY THERE,
001324*      UNLESS REFEED=Y) AND THEN REGISTERED.
001325*    THE MAIN PROCESS RUNS AS THE INPUT PROCEDURE OF A SORT -
001326*      EACH WORK RECORD WRITTEN RELEASES ITS 545 KEY FIELDS, AND
001327*      THE OUTPUT PROCEDURE LISTS RECORDS WITH THE SAME BC/BR,
001328*      PRODUCT ID, WIP TRANSACTION NUMBER AND AMOUNTS AS AN
001329*      EARLIER RECORD.
001330*  PASS 2
001340*    PASS 2 INITIALIZATION OPENS FILES, CHECKS AGAINST EMPTY
001350*      INPUTS, STORES THE BILLING DATE FROM THE FIRST WORK RECORD,
001520*      NEED TO BE CALCULATED (PERCENTAGES, AVERAGES).
001530*    PASS 2'S INVOICING RECAP PART OF REPORT DISPALYS INVOICE
001540*      COUNTS OFF I8929I, I8929P, AND I8929E FILES.
001541*    WHILE COUNTING, PASS 2 TABLES THE BCS INVOICED ON EACH
001542*      MEDIUM (PRINT, IMAGE, ELECTRONIC).  AFTER THE WORK FILE IS
001543*      GATHERED, EACH BC ON THE PER-BC SUMMARY IS LOOKED UP IN
001544*      THAT TABLE; THE INVOICE RECONCILIATION PAGE LISTS BCS
001545*      BILLED WITH NO INVOICE, BCS INVOICED ON MORE THAN ONE
001546*      MEDIUM, AND BCS INVOICED WITH NO BILLING.
001550*    PASS 2'S CLOSE CLOSES ALL ITS FILES EXCEPT IOWRK (WHICH IS
001560*      HANDLED BY THE COMMON CLOSE), AND DISPLAYS FILE COUNTS.
001570*    PASS 2'S GETTING THE PRODUCT DESCRIPTIONS FROM DATA OBJECT 3.
002504*            PERIOD FIGURES CANNOT BE LOADED AS A SINGLE WEEK.
002504*                                               M. CHISHOLM  33
002504*
002504*10-15-26  TIED WEEKLY RUNS TO THE BILLING CYCLE CONTROL MASTER
002504*            (CYCLE, OPENED BY THE NEW BIL02100).  PASS 1 (I545)
002504*            AND PASS 2 (IOWRK) NOW ABORT UNLESS THE CYCLE IS
002504*            OPEN FOR THEIR BILLING DATE, AND RECORD THEIR STEP
002504*            AND RETURN CODE IN THE CYCLE AT END OF JOB, SO THE
002504*            CYCLE CANNOT BE CLOSED UNTIL BOTH PASSES HAVE RUN
002504*            CLEAN.  AUDIT=Y, MODE=NONWEEKLY AND PERIOD=Y RUNS
002504*            ARE OFF-CYCLE AND ARE NOT CHECKED OR RECORDED.
002504*                                               M. CHISHOLM  34
002504*
002504*10-15-26  ADDED A GL JOURNAL INTERFACE (OGLJRN) TO PASS 2.  THE
002504*            WEEK'S BASE/DELIVERY, UPCHARGE COLLECTED, SALES TAX
002504*            COLLECTED AND REBATED, AND DUE DELUXE ARE GATHERED BY
002504*            REGION AND BILLING MEDIUM, POSTED TO THE GL ACCOUNTS
002504*            ON THE NEW IGLMAP CONTROL CARDS, AND PROVED AGAINST
002504*            THE DOLLAR, REGION AND SALES TAX RECAP TOTALS IN A
002504*            NEW GL JOURNAL RECAP SECTION.  A JOURNAL THAT DOES
002504*            NOT PROVE, OR HAS AN AMOUNT WITH NO IGLMAP ACCOUNTS,
002504*            RAISES RETURN CODE 12 AND NOTHING IS WRITTEN;
002504*            OTHERWISE OGLJRN CARRIES THE BILLING DATE AND A BATCH
002504*            CONTROL TRAILER.  NOTE THE CHKPT LRECL GREW FROM
002504*            1615142 TO 1621745 (GL REGION/MEDIUM TABLE ADDED).
002504*                                               M. CHISHOLM  35
002504*
002504*10-15-26  MOVED THE CREDIT REASON CODES, DNM INVOICE CODES,
002504*            RESTITUTION/REIMBURSEMENT PRODUCT IDS AND THE BC
002504*            ERROR PAGE THRESHOLDS OUT OF THE PROGRAM ONTO THE NEW
002504*            IBREF BILLING REFERENCE CARDS (BOTH PASSES).  THE
002504*            ACCURACY RECAP COLUMNS AND HEADINGS NOW COME FROM THE
002504*            BILLING-ERROR CODES ON IBREF, WITH A CODE LEGEND; THE
002504*            BC/REASON CODE PAGE PRINTS THE CODE DESCRIPTION; AND
002504*            IOWRK REASON CODES NOT ON IBREF ARE LISTED ON A NEW
002504*            PAGE (RETURN CODE 04).  CHKPT LRECL GREW FROM 1621745
002504*            TO 1622948 (UNLISTED REASON CODE TABLE ADDED).
002504*                                               M. CHISHOLM  36
002504*
002504*10-15-26  ADDED THE CRHIST CREDIT HISTORY MASTER.  A WEEKLY
002504*            PASS 2 NOW POSTS EACH BC'S CREDIT COUNT AND DOLLARS
002504*            BY REASON CODE FOR THE CYCLE BILLING WEEK, KEEPING
002504*            13 WEEKS PER BC/REASON CODE, FOR THE NEW BIL02960
002504*            CHRONIC CREDIT WATCH LIST.  POSTED AT EACH BC BREAK,
002504*            AHEAD OF THE CHECKPOINT, SO THE CHKPT LAYOUT IS
002504*            UNCHANGED.
002504*                                               M. CHISHOLM  37
002504*
002504*10-15-26  ADDED DUPLICATE FEED PROTECTION TO PASS 1.  EACH
002504*            REGION'S I545 FEED (BILLING DATE, REGION, RECORD
002504*            COUNT, GROSS HASH) IS REGISTERED ON THE NEW FEEDREG
002504*            MASTER, AND A FEED ALREADY REGISTERED STOPS THE RUN
002504*            UNLESS PARM REFEED=Y IS GIVEN.  PASS 1 ALSO SORTS
002504*            THE 545 KEY FIELDS OF THE WORK RECORDS AND LISTS
002504*            DUPLICATE TRANSACTIONS ON SYSOUT (RETURN CODE 08).
002504*            THE RUN LOG CARRIES THE DUPLICATE COUNT (I545DUP).
002504*                                               M. CHISHOLM  38
002504*
002504*10-15-26  ADDED AN INVOICE-TO-BILLING RECONCILIATION BY BC TO
002504*            PASS 2.  THE BCS ON I8929I, I8929P AND I8929E (BANK
002504*            CODE NOW DEFINED IN COLS 5-12) ARE MATCHED TO THE BCS
002504*            BILLED ON IOWRK.  A NEW REPORT PAGE LISTS BCS BILLED
002504*            BUT NOT INVOICED (RETURN CODE 08), BCS INVOICED ON
002504*            MORE THAN ONE MEDIUM, AND BCS INVOICED, NOT BILLED,
002504*            WITH COUNTS AND DOLLARS; THE RESULT GOES ON THE RUN
002504*            LOG.
002504*                                               M. CHISHOLM  39
002504*
002505******************************************************************
002505*
002506 ENVIRONMENT DIVISION.
DLXMIG     SELECT IOWRK-FILE    ASSIGN RSD-IOWRK.
002508*                * PASS 2 - INTERNAL SORT OF THE WORK FILE *
002509     SELECT SORTWK-FILE   ASSIGN RSD-SORTWK.
002509*                * PASS 1 - DUPLICATE TRANSACTION SORT *
002509     SELECT DUPWK-FILE    ASSIGN RSD-DUPWK.
002509    SELECT CHKPT-FILE    ASSIGN RSD-CHKPT.
002509    SELECT BALWRK-FILE   ASSIGN RSD-BALWRK.
002509*                * PASS 2 *
002611     SELECT OBCSUM-FILE   ASSIGN RSD-OBCSUM.
002612*                * PASS 2 - EXPECTED-REGION CONTROL CARDS *
002613     SELECT IRGNP-FILE    ASSIGN RSD-IRGNP.
002613*                * PASS 2 - GL ACCOUNT MAPPING AND GL JOURNAL *
002613     SELECT IGLMAP-FILE   ASSIGN RSD-IGLMAP.
002613     SELECT OGLJRN-FILE   ASSIGN RSD-OGLJRN.
002613     SELECT IBREF-FILE    ASSIGN RSD-IBREF.
002614*                * COMMON - RUN-HISTORY MASTER *
002615     SELECT RUNLOG-FILE   ASSIGN RUNLOG
002616                        ORGANIZATION IS INDEXED
002617                        ACCESS MODE IS DYNAMIC
002618                        RECORD KEY IS RUNL-KEY
002619                        FILE STATUS IS WS-RUNLOG-FILE-STATUS.
002619*                * COMMON - BILLING CYCLE CONTROL MASTER *
002619     SELECT CYCLE-FILE    ASSIGN CYCLE
002619                        ORGANIZATION IS INDEXED
002619                        ACCESS MODE IS DYNAMIC
002619                        RECORD KEY IS CYC-KEY
002619                        FILE STATUS IS WS-CYCLE-FILE-STATUS.
002619*                * PASS 2 - CREDIT HISTORY MASTER *
002619     SELECT CRHIST-FILE   ASSIGN CRHIST
002619                        ORGANIZATION IS INDEXED
002619                        ACCESS MODE IS DYNAMIC
002619                        RECORD KEY IS CRH-KEY
002619                        FILE STATUS IS WS-CRHIST-FILE-STATUS.
002619*                * PASS 1 - I545 FEED REGISTRY *
002619     SELECT FEEDREG-FILE  ASSIGN FEEDREG
002619                        ORGANIZATION IS INDEXED
002619                        ACCESS MODE IS DYNAMIC
002619                        RECORD KEY IS FRG-KEY
002619                        FILE STATUS IS WS-FEEDREG-FILE-STATUS.
002620*
002620 DATA DIVISION.
002630 FILE SECTION.
002748     03  SORTWK-SEQ                              PIC X(25).
002749     03  FILLER                                  PIC X(81).
002750*
002760 SD  DUPWK-FILE
002770     RECORD CONTAINS 70 CHARACTERS.
002780   01  DUPWK-REC.
002790     03  DUPWK-KEY.
002800       05  DUPWK-INSTITUTION               PIC X(20).
002810       05  DUPWK-PRODUCT-ID                PIC X(18).
002820       05  DUPWK-WIP-TRANS-NBR             PIC 9(2).
002830       05  DUPWK-REPORT-BASE               PIC S9(7)V99 COMP-3.
002840       05  DUPWK-REPORT-DELIVERY           PIC S9(5)V99 COMP-3.
002850       05  DUPWK-GROSS                     PIC S9(7)V99 COMP-3.
002860       05  DUPWK-UPCHARGE                  PIC S9(7)V99 COMP-3.
002870       05  DUPWK-TAX                       PIC S9(5)V99 COMP-3.
002880     03  DUPWK-REC-NBR                     PIC S9(9)    COMP-3.
002890     03  DUPWK-REGION                      PIC X(2).
002900*
002932 FD  CHKPT-FILE
002933     RECORDING MODE IS F
002934     BLOCK CONTAINS 0 RECORDS
002935     RECORD CONTAINS 1622948 CHARACTERS
002936     LABEL RECORDS STANDARD.
002937   01  CHKPT-REC.
002938     03  CHKPT-IOWRK-SEQ                        PIC X(25).
002956   03  CHKPT-BCSUM-TABLE                      PIC X(800003).
002957   03  CHKPT-PMIX-TABLE                       PIC X(8603).
002958   03  CHKPT-PDATE-TABLE                      PIC X(293).
002958   03  CHKPT-GLACC-TABLE                      PIC X(6603).
002958   03  CHKPT-UNLRSN-TABLE                     PIC X(1203).
002959*
002959 FD  BALWRK-FILE
002959     RECORDING MODE IS F
003818     03  FILLER                                  PIC X.
003828     03  PR1-A-TRN-CT                            PIC ----,---,--9.
003838     03  FILLER                                  PIC X.
003848     03  PR1-A-ERR-ENTRY          OCCURS 6 TIMES.
003858       05  PR1-A-ERR-CT                          PIC --,---,--9.
003868       05  FILLER                                PIC X.
003968     03  PR1-A-TOT-ERR-CT                        PIC --,---,--9.
003978     03  FILLER                                  PIC X(4).
003988     03  PR1-A-PCT                               PIC ----.99.
004298     03  PR1-C-COUNT                         PIC --,---,--9.
004308     03  FILLER                              PIC X(1).
004318     03  PR1-C-CR-ORD-COUNT                  PIC --,---,--9.
004328     03  FILLER                              PIC X(3).
004338     03  PR1-C-ERROR-CODE                    PIC X(2).
004344     03  FILLER                              PIC X(1).
004350     03  PR1-C-ERROR-DESC                    PIC X(15).
004358     03  PR1-C-FI-NAME                       PIC X(35).
004368     03  FILLER                              PIC X(1).
004378     03  PR1-C-REP-BASE-DELEVERY             PIC $$,$$$,$$9.99.
004664   03  FILLER                                  PIC X(3).
004665   03  PR1-G-PCT                               PIC ----.99.
004666   03  FILLER                                  PIC X(32).
004666*                * J LINE IS FOR GL JOURNAL RECAP *
004666 01  PR1-J-LINE.
004666   03  FILLER                                  PIC X(3).
004666   03  PR1-J-CAPTION                           PIC X(30).
004666   03  FILLER                                  PIC X(3).
004666   03  PR1-J-REPORT                         PIC ----,---,--9.99.
004666   03  FILLER                                  PIC X(3).
004666   03  PR1-J-JOURNAL                        PIC ----,---,--9.99.
004666   03  FILLER                                  PIC X(3).
004666   03  PR1-J-DIFFERENCE                     PIC ----,---,--9.99.
004666   03  FILLER                                  PIC X(3).
004666   03  PR1-J-STATUS                            PIC X(14).
004666   03  FILLER                                  PIC X(28).
004666*
004666 01  PR1-U-LINE.
004666   03  FILLER                                  PIC X(5).
004666   03  PR1-U-CODE                              PIC X(2).
004666   03  FILLER                                  PIC X(6).
004666   03  PR1-U-COUNT                             PIC ZZ,ZZZ,ZZ9.
004666   03  FILLER                                  PIC X(3).
004666   03  PR1-U-GROSS                          PIC ---,---,--9.99.
004666   03  FILLER                                  PIC X(92).
004666*                * K LINE IS FOR INVOICE RECONCILIATION *
004666 01  PR1-K-LINE.
004666   03  FILLER                                  PIC X(1).
004666   03  PR1-K-BC                                PIC X(8).
004666   03  FILLER                                  PIC X(1).
004666   03  PR1-K-FI-NAME                           PIC X(35).
004666   03  FILLER                                  PIC X(1).
004666   03  PR1-K-ORDER-CT                          PIC ZZZ,ZZ9.
004666   03  FILLER                                  PIC X(1).
004666   03  PR1-K-CREDIT-CT                         PIC ZZZ,ZZ9.
004666   03  FILLER                                  PIC X(1).
004666   03  PR1-K-GROSS                             PIC $$,$$$,$$9.99-.
004666   03  FILLER                                  PIC X(1).
004666   03  PR1-K-DUE-DLX                           PIC $$,$$$,$$9.99-.
004666   03  FILLER                                  PIC X(3).
004666   03  PR1-K-INV-CT                            OCCURS 3 TIMES.
004666     05  PR1-K-INV-NBR                         PIC ZZ,ZZ9.
004666     05  FILLER                                PIC X(2).
004666   03  FILLER                                  PIC X(14).
004666*                * L LINE IS FOR INVOICE RECONCILIATION TOTALS *
004666 01  PR1-L-LINE.
004666   03  FILLER                                  PIC X(3).
004666   03  PR1-L-CAPTION                           PIC X(42).
004666   03  PR1-L-BC-CT                             PIC ZZZ,ZZ9.
004666   03  FILLER                                  PIC X(17).
004666   03  PR1-L-GROSS                             PIC $$,$$$,$$9.99-.
004666   03  FILLER                                  PIC X(1).
004666   03  PR1-L-DUE-DLX                           PIC $$,$$$,$$9.99-.
004666   03  FILLER                                  PIC X(34).
004667*
004668 FD  EXTR1-FILE
004668    RECORDING MODE IS F
004753       07  FILLER                              PIC X(1).
004754   03  FILLER                                  PIC X(5).
004755*
004755 FD  IGLMAP-FILE
004755    RECORDING MODE IS F
004755    BLOCK CONTAINS 0 RECORDS
004755    RECORD CONTAINS 80 CHARACTERS
004755    LABEL RECORDS STANDARD.
004755 01  IGLMAP-REC.
004755   03  IGLMAP-REGION                         PIC X(2).
004755   03  FILLER                                PIC X(1).
004755   03  IGLMAP-MEDIUM                         PIC X(5).
004755   03  FILLER                                PIC X(1).
004755   03  IGLMAP-AMT-TYPE                       PIC X(2).
004755   03  FILLER                                PIC X(1).
004755   03  IGLMAP-DR-ACCT                        PIC X(16).
004755   03  FILLER                                PIC X(1).
004755   03  IGLMAP-CR-ACCT                        PIC X(16).
004755   03  FILLER                                PIC X(1).
004755   03  IGLMAP-DESC                           PIC X(30).
004755   03  FILLER                                PIC X(4).
004755*
004755 FD  OGLJRN-FILE
004755    RECORDING MODE IS F
004755    BLOCK CONTAINS 0 RECORDS
004755    RECORD CONTAINS 120 CHARACTERS
004755    LABEL RECORDS STANDARD.
004755 01  OGLJRN-REC                              PIC X(120).
004755*
004755 FD  IBREF-FILE
004755    RECORDING MODE IS F
004755    BLOCK CONTAINS 0 RECORDS
004755    RECORD CONTAINS 80 CHARACTERS
004755    LABEL RECORDS STANDARD.
004755 01  IBREF-REC.
004755   03  IBREF-CARD-TYPE                       PIC X(2).
004755     88  IBREF-REASON-CARD                     VALUE 'RC'.
004755     88  IBREF-DNM-CARD                        VALUE 'DN'.
004755     88  IBREF-REST-REIM-CARD                  VALUE 'RP'.
004755     88  IBREF-THRESHOLD-CARD                  VALUE 'TH'.
004755   03  FILLER                                PIC X(1).
004755   03  IBREF-DATA                            PIC X(77).
004755   03  IBREF-RC-DATA REDEFINES IBREF-DATA.
004755     05  IBREF-RC-CODE                       PIC X(2).
004755     05  FILLER                              PIC X(1).
004755     05  IBREF-RC-CATEGORY                   PIC X(1).
004755     05  FILLER                              PIC X(1).
004755     05  IBREF-RC-DESC                       PIC X(30).
004755     05  FILLER                              PIC X(1).
004755     05  IBREF-RC-HEADING      OCCURS 3 TIMES
004755                                             PIC X(10).
004755     05  FILLER                              PIC X(11).
004755   03  IBREF-DN-DATA REDEFINES IBREF-DATA.
004755     05  IBREF-DN-CODE                       PIC X(2).
004755     05  FILLER                              PIC X(75).
004755   03  IBREF-RP-DATA REDEFINES IBREF-DATA.
004755     05  IBREF-RP-PROD-ID                    PIC X(10).
004755     05  FILLER                              PIC X(1).
004755     05  IBREF-RP-KIND                       PIC X(4).
004755     05  FILLER                              PIC X(1).
004755     05  IBREF-RP-DESC                       PIC X(25).
004755     05  FILLER                              PIC X(36).
004755   03  IBREF-TH-DATA REDEFINES IBREF-DATA.
004755     05  IBREF-TH-NAME                       PIC X(8).
004755     05  FILLER                              PIC X(1).
004755     05  IBREF-TH-VALUE                      PIC X(5).
004755     05  IBREF-TH-VALUE-N REDEFINES IBREF-TH-VALUE
004755                                             PIC 9(5).
004755     05  FILLER                              PIC X(63).
004755*
004756 FD  RUNLOG-FILE
004757*
004758 COPY TRUNLOG.
004759*
004759 FD  CYCLE-FILE
004759*
004759 COPY TCYCLE.
004759*
004759 FD  CRHIST-FILE
004759*
004759 COPY TCRHIST.
004759*
004759 FD  FEEDREG-FILE
004759*
004759 COPY TFEEDREG.
004759*
004760 WORKING-STORAGE SECTION.
DLXMIG* DLXMIG Changes start here
DLXMIG COPY TDLXMIGE.
004823     88  END-ITAPH-FILE             VALUE 'E'.
004823   03  WS-ISETL-FILE-FLAG        PIC X.
004823     88  END-ISETL-FILE             VALUE 'E'.
004823   03  WS-IGLMAP-FILE-FLAG       PIC X.
004823     88  END-IGLMAP-FILE            VALUE 'E'.
004823   03  WS-IBREF-FILE-FLAG        PIC X.
004823     88  END-IBREF-FILE             VALUE 'E'.
004824   03  WS-RESTART-FLAG           PIC X.
004825     88  RESTART-RUN                VALUE 'Y'.
004826   03  WS-RUN-MODE-FLAG          PIC X.
004827     88  NON-WEEKLY-RUN             VALUE 'N'.
004828   03  WS-AUDIT-FLAG             PIC X.
004829     88  AUDIT-RUN                  VALUE 'Y'.
004829   03  WS-REFEED-FLAG            PIC X.
004829     88  REFEED-RUN                 VALUE 'Y'.
004829   03  WS-DUPWK-FILE-FLAG        PIC X.
004829     88  END-DUPWK-FILE             VALUE 'E'.
004830   03  WS-PERIOD-FLAG            PIC X.
004831     88  PERIOD-RUN                 VALUE 'Y'.
004832   03  WS-IRGNP-FILE-FLAG        PIC X.
005459   03  WS-OCRDTL-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
005460   03  WS-OEXCP-REC-COUNT         PIC S9(7)      COMP-3 VALUE +0.
005461   03  WS-OBCSUM-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
005461   03  WS-IGLMAP-REC-COUNT        PIC S9(5)      COMP-3 VALUE +0.
005461   03  WS-OGLJRN-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
005461   03  WS-IBREF-REC-COUNT         PIC S9(5)      COMP-3 VALUE +0.
005461   03  WS-DUP-I545-COUNT          PIC S9(7)      COMP-3 VALUE +0.
005461*
005461 01  WS-RUN-LOG-FIELDS.
005461   03  WS-RUNLOG-FILE-STATUS      PIC X(2).
005462   03  WS-RUNL-TIME-RAW           PIC X(8).
005462   03  WS-RUNL-START-TIME         PIC X(6)       VALUE SPACE.
005462*
005462 01  WS-CYCLE-FIELDS.
005462   03  WS-CYCLE-FILE-STATUS       PIC X(2).
005462     88  WS-CYCLE-SUCCESSFUL        VALUE '00'.
005462     88  WS-CYCLE-NO-SUCH-RECORD    VALUES '20', '23'.
005462     88  WS-CYCLE-SUCCESSFUL-OPEN   VALUES '00', '05', '97'.
005462   03  WS-CYCLE-FILE-FLAG         PIC X          VALUE SPACE.
005462     88  OPENED-CYCLE-FILE          VALUE 'Y'.
005462   03  WS-CYCLE-CHECK-FLAG        PIC X          VALUE SPACE.
005462     88  CYCLE-CHECK-ACTIVE         VALUE 'Y'.
005462   03  WS-CYCLE-VERIFIED-FLAG     PIC X          VALUE SPACE.
005462     88  CYCLE-VERIFIED             VALUE 'Y'.
005462   03  WS-CYCLE-CURRENT-KEY       PIC X(8)       VALUE 'CURRENT'.
005462*                * THIS PROGRAM'S STEP ENTRIES IN THE CYCLE RECORD *
005462   03  WS-CYCLE-PASS-1-SUB        PIC S9(4)      COMP VALUE +4.
005462   03  WS-CYCLE-PASS-2-SUB        PIC S9(4)      COMP VALUE +5.
005462   03  WS-CYCLE-STEP-SUB          PIC S9(4)      COMP.
005462   03  WS-CYCLE-STEP-STATUS       PIC X          VALUE 'C'.
005462   03  WS-CYCLE-BILLING-DATE      PIC X(6)       VALUE SPACE.
005462   03  WS-CYCLE-BILLING-WEEK      PIC X(8)       VALUE SPACE.
005462*
005462 01  WS-CRHIST-FIELDS.
005462   03  WS-CRHIST-FILE-STATUS      PIC X(2).
005462     88  WS-CRHIST-SUCCESSFUL       VALUE '00'.
005462     88  WS-CRHIST-END-OF-FILE      VALUE '10'.
005462     88  WS-CRHIST-NO-SUCH-RECORD   VALUES '20', '23'.
005462     88  WS-CRHIST-SUCCESSFUL-OPEN  VALUES '00', '05', '97'.
005462   03  WS-CRHIST-FILE-FLAG        PIC X          VALUE SPACE.
005462     88  OPENED-CRHIST-FILE         VALUE 'Y'.
005462   03  WS-CRHIST-EOF-FLAG         PIC X          VALUE SPACE.
005462     88  END-CRHIST-FILE            VALUE 'E'.
005462   03  WS-CRH-WEEKS-KEY           PIC X(10)      VALUE '*WEEKS**'.
005462*                * OLDEST OF THE 13 WEEKS KEPT; SPACE UNTIL 13
005462*                  WEEKS HAVE BEEN POSTED *
005462   03  WS-CRH-OLDEST-WEEK         PIC X(8)       VALUE SPACE.
005462   03  WS-CRH-SLOT-SUB            PIC S9(4)      COMP.
005462   03  WS-CRHIST-ADD-COUNT        PIC S9(7)      COMP-3 VALUE +0.
005462   03  WS-CRHIST-UPD-COUNT        PIC S9(7)      COMP-3 VALUE +0.
005462   03  WS-CRHIST-DEL-COUNT        PIC S9(7)      COMP-3 VALUE +0.
005462*
005462*                * THE CURRENT BC'S CREDITS BY REASON CODE *
005462 01  WS-CRHBC-TABLE.
005462   03  WS-CRHBC-TBL-ENT-COUNT       PIC S9(4)      COMP-3
005462                                               VALUE ZEROES.
005462   03  WS-CRHBC-TBL-REC        OCCURS 200 TIMES
005462                                 DEPENDING ON
005462                                   WS-CRHBC-TBL-ENT-COUNT
005462                                 INDEXED BY
005462                                   IX-WS-CRHBC-TBL.
005462     05  WS-CRHBC-TBL-CODE            PIC X(2).
005462     05  WS-CRHBC-TBL-COUNT           PIC S9(7)      COMP-3.
005462     05  WS-CRHBC-TBL-AMOUNT          PIC S9(9)V9(2) COMP-3.
005462*
005462 01  WS-FEEDREG-FIELDS.
005462   03  WS-FEEDREG-FILE-STATUS     PIC X(2).
005462     88  WS-FEEDREG-SUCCESSFUL      VALUE '00'.
005462     88  WS-FEEDREG-NO-SUCH-RECORD  VALUES '20', '23'.
005462     88  WS-FEEDREG-SUCCESSFUL-OPEN VALUES '00', '05', '97'.
005462   03  WS-FEEDREG-FILE-FLAG       PIC X          VALUE SPACE.
005462     88  OPENED-FEEDREG-FILE        VALUE 'Y'.
005462*                * 'W' WEEKLY, 'N' NON-WEEKLY (MODE=NONWEEKLY) *
005462   03  WS-FEED-TYPE               PIC X          VALUE 'W'.
005462   03  WS-FEED-ON-FILE-COUNT      PIC S9(3)      COMP-3 VALUE +0.
005462*
005462*                * THE I545 FEED BY RECEIVABLES REGION *
005462 01  WS-FEED-TABLE.
005462   03  WS-FEED-TBL-ENT-COUNT        PIC S9(4)      COMP-3
005462                                               VALUE ZEROES.
005462   03  WS-FEED-TBL-REC         OCCURS 100 TIMES
005462                                 DEPENDING ON
005462                                   WS-FEED-TBL-ENT-COUNT
005462                                 INDEXED BY
005462                                   IX-WS-FEED-TBL.
005462     05  WS-FEED-TBL-REGION           PIC X(2).
005462     05  WS-FEED-TBL-REC-COUNT        PIC S9(9)      COMP-3.
005462     05  WS-FEED-TBL-HASH-GROSS       PIC S9(11)V9(2) COMP-3.
005462     05  WS-FEED-TBL-ON-FILE-FLAG     PIC X.
005462       88  WS-FEED-TBL-ON-FILE          VALUE 'Y'.
005462*
005462 01  WS-DUP-FIELDS.
005462*                * KEY AND RECORD NUMBER OF THE KEY'S FIRST REC *
005462   03  WS-DUP-HOLD-KEY            PIC X(63).
005462   03  WS-DUP-HOLD-REC-NBR        PIC S9(9)      COMP-3.
005462   03  WS-DUP-LIST-LIMIT          PIC S9(5)      COMP-3 VALUE 500.
005462*
005462 01  WS-AUDIT-FIELDS.
005463   03  WS-AUD-UPD-CODE-CT         PIC S9(7)      COMP-3 VALUE +0.
005464   03  WS-AUD-BILL-DATE-CT        PIC S9(7)      COMP-3 VALUE +0.
005477*
005478*
005479 01  WS-CHKPT-REC-COUNT          PIC S9(5)      COMP-3 VALUE +0.
005480 01  WS-HOLD-CHKPT-REC           PIC X(1622948).
005481 01  WS-PRINT-CONTROLS.
005487   03  WS-LINE-COUNT              PIC S9(3)      COMP VALUE +090.
005497   03  WS-LINE-SPACER             PIC S9         COMP VALUE +2.
006237     05  FILLER                   PIC X(44)      VALUE
006247                   'S       INVOICES                            '.
006257   03  WS-A-HD-1.
006267     05  FILLER                   PIC X(27)      VALUE SPACE.
006277     05  FILLER                   PIC X(65)      VALUE SPACE.
006287     05  FILLER                   PIC X(40)      VALUE SPACE.
006297   03  WS-A-HD-2.
006307     05  FILLER                   PIC X(27)      VALUE SPACE.
006317     05  FILLER                   PIC X(65)      VALUE SPACE.
006327     05  FILLER                   PIC X(40)      VALUE
006337                   '                         NUMBER OF      '.
006347   03  WS-A-HD-3.
006357     05  FILLER                   PIC X(27)      VALUE SPACE.
006367     05  FILLER                   PIC X(65)      VALUE SPACE.
006377     05  FILLER                   PIC X(40)      VALUE
006387                   '    TOTAL     ACCURACY  BANK CODES      '.
006397   03  WS-A-HD-4.
006407     05  FILLER                   PIC X(27)      VALUE
006417                   '                  TOTALS   '.
006427     05  FILLER                   PIC X(65)      VALUE SPACE.
006437     05  FILLER                   PIC X(40)      VALUE
006447                   '    ERRORS     PERCENT  WITH ERRORS     '.
006527   03  WS-B-HD-1.
006537     05  FILLER                   PIC X(32)      VALUE
006547                   ' BANK CODE    #CRS-TRANS-ORDERS '.
006637          'BANK CODE     FI NAME                             '.
006647     05  FILLER        PIC X(32) VALUE
006657          '   REPORT BASE  REPORT DELIVERY'.
006657   03  WS-U-HD-1.
006657     05  FILLER                   PIC X(40)      VALUE
006657                   '    CODE     #CRS-TRANS            GROSS'.
006657     05  FILLER                   PIC X(92)      VALUE SPACE.
006657   03  WS-K-HD-1.
006657     05  FILLER                   PIC X(10)      VALUE
006657                                      ' BANK CODE'.
006657     05  FILLER                   PIC X(36)      VALUE
006657                                      ' FI NAME'.
006657     05  FILLER                   PIC X(7)       VALUE ' ORDERS'.
006657     05  FILLER                   PIC X(8)       VALUE ' CREDITS'.
006657     05  FILLER        PIC X(15) VALUE '          GROSS'.
006657     05  FILLER        PIC X(15) VALUE '     DUE DELUXE'.
006657     05  FILLER        PIC X(27) VALUE
006657                                    '    PRINT   IMAGE  ELECTR'.
006657     05  FILLER                   PIC X(14)      VALUE SPACE.
006657   03  WS-L-HD-1.
006657     05  FILLER                   PIC X(45)      VALUE SPACE.
006657     05  FILLER                   PIC X(7)       VALUE '    BCS'.
006657     05  FILLER        PIC X(17) VALUE SPACE.
006657     05  FILLER        PIC X(14) VALUE '  BILLED GROSS'.
006657     05  FILLER        PIC X(15) VALUE '     DUE DELUXE'.
006657     05  FILLER                   PIC X(34)      VALUE SPACE.
006658   03  WS-R-HD-1.
006659     05  FILLER                   PIC X(25)      VALUE
006660          '   REGION    TRAN COUNT  '.
006682     05  FILLER        PIC X(17) VALUE '   NOT EXPECTED: '.
006683     05  WS-SETL-SUM-UNEXP        PIC ZZZ9.
006684     05  FILLER                   PIC X(40)      VALUE SPACE.
006684   03  WS-J-HD-1.
006684     05  FILLER                   PIC X(3)       VALUE SPACE.
006684     05  FILLER                   PIC X(30)      VALUE 'CONTROL'.
006684     05  FILLER                   PIC X(3)       VALUE SPACE.
006684     05  FILLER        PIC X(15) VALUE '   PER REPORT $'.
006684     05  FILLER                   PIC X(3)       VALUE SPACE.
006684     05  FILLER        PIC X(15) VALUE '  PER JOURNAL $'.
006684     05  FILLER                   PIC X(3)       VALUE SPACE.
006684     05  FILLER        PIC X(15) VALUE '   DIFFERENCE $'.
006684     05  FILLER                   PIC X(3)       VALUE SPACE.
006684     05  FILLER                   PIC X(14)      VALUE 'STATUS'.
006684     05  FILLER                   PIC X(28)      VALUE SPACE.
006684   03  WS-GL-SUMMARY-LINE.
006684     05  FILLER        PIC X(18) VALUE '   JOURNAL LINES: '.
006684     05  WS-GL-SUM-LINES          PIC ZZZ,ZZ9.
006684     05  FILLER        PIC X(11) VALUE '   DEBITS: '.
006684     05  WS-GL-SUM-DEBITS         PIC ZZZ,ZZZ,ZZ9.99.
006684     05  FILLER        PIC X(12) VALUE '   CREDITS: '.
006684     05  WS-GL-SUM-CREDITS        PIC ZZZ,ZZZ,ZZ9.99.
006684     05  FILLER                   PIC X(3)       VALUE SPACE.
006684     05  WS-GL-SUM-RESULT         PIC X(30)      VALUE SPACE.
006684     05  FILLER                   PIC X(23)      VALUE SPACE.
006684   03  WS-F-HD-1.
006685     05  FILLER                   PIC X(10)      VALUE
006686                                      ' BANK CODE'.
006867*
006877 01  WS-BC-ERR-REC.
006887   03  WS-BC-ERR-REC-BC           PIC X(8).
006897*                * ONE PER ACCURACY RECAP COLUMN *
006907   03  WS-BC-ERR-REC-FLAGS.
006917     05  WS-BC-ERR-REC-FLAG     OCCURS 6 TIMES
006927                                PIC X.
006957   03  WS-BC-ERR-REC-COUNT        PIC 9(6)      COMP-3.
006967   03  WS-BC-ERR-ORD-REC-COUNT    PIC 9(6)      COMP-3.
006977   03  WS-BC-ERR-REC-BASE-DEL     PIC S9(7)V9(2)
007538     05  WS-INV-TBL-INV-BC-COUNT  PIC S9(5)      COMP-3.
007548     05  WS-INV-TBL-DEB-BC-COUNT  PIC S9(5)      COMP-3.
007558*
007559*                * BCS INVOICED THIS WEEK, PLUS ANY BC BILLED WITH
007560*                  NO INVOICE (ADDED BY THE RECONCILIATION) *
007561 01  WS-INVBC-TABLE.
007562   03  WS-INVBC-TBL-ENT-COUNT       PIC S9(5)      COMP-3
007563                                               VALUE ZEROES.
007564   03  WS-INVBC-TBL-REC        OCCURS 20000 TIMES
007565                                 DEPENDING ON
007566                                   WS-INVBC-TBL-ENT-COUNT
007567                                 INDEXED BY
007567                                   IX-WS-INVBC-TBL.
007567     05  WS-INVBC-TBL-BC              PIC X(8).
007567     05  WS-INVBC-TBL-INV-CT          OCCURS 3 TIMES
007567*                * 1:PRINT (I8929P), 2:IMAGE (I8929I),
007567*                  3:ELECTRONIC (I8929E) *
007567                                      PIC S9(5)      COMP-3.
007567     05  WS-INVBC-TBL-MEDIA-CT        PIC S9(1)      COMP-3.
007567     05  WS-INVBC-TBL-BCSUM-SUB       PIC S9(5)      COMP-3.
007567*                * ZERO = NO BILLING THIS WEEK *
007567*
007567 01  WS-INVRCN-FIELDS.
007567   03  WS-INVRCN-FLAG             PIC X          VALUE SPACE.
007567     88  INVOICE-RECON-DONE         VALUE 'Y'.
007567   03  WS-INVRCN-BC               PIC X(8).
007567   03  WS-INVRCN-MEDIUM-SUB       PIC S9(4)      COMP.
007567   03  WS-INVRCN-MATCH-BC-CT      PIC S9(5)      COMP-3 VALUE +0.
007567   03  WS-INVRCN-MATCH-GROSS      PIC S9(9)V9(2) COMP-3 VALUE +0.
007567   03  WS-INVRCN-MATCH-DUE-DLX    PIC S9(9)V9(2) COMP-3 VALUE +0.
007567   03  WS-INVRCN-NOINV-BC-CT      PIC S9(5)      COMP-3 VALUE +0.
007567   03  WS-INVRCN-NOINV-GROSS      PIC S9(9)V9(2) COMP-3 VALUE +0.
007567   03  WS-INVRCN-NOINV-DUE-DLX    PIC S9(9)V9(2) COMP-3 VALUE +0.
007567   03  WS-INVRCN-MULTI-BC-CT      PIC S9(5)      COMP-3 VALUE +0.
007567   03  WS-INVRCN-MULTI-GROSS      PIC S9(9)V9(2) COMP-3 VALUE +0.
007567   03  WS-INVRCN-MULTI-DUE-DLX    PIC S9(9)V9(2) COMP-3 VALUE +0.
007567   03  WS-INVRCN-NOBILL-BC-CT     PIC S9(5)      COMP-3 VALUE +0.
007567   03  WS-INVRCN-LIST-CT          PIC S9(5)      COMP-3 VALUE +0.
007567   03  WS-INVRCN-TITLE            PIC X(40).
007567   03  WS-INVRCN-LIST-TYPE        PIC X.
007567     88  INVRCN-LIST-NOT-INVOICED   VALUE 'N'.
007567     88  INVRCN-LIST-MULTI-MEDIUM   VALUE 'M'.
007567     88  INVRCN-LIST-NOT-BILLED     VALUE 'B'.
007567*
007568 01  WS-ACCURACY-FIELDS.
007578     05  WS-ACCURACY-TRAN-COUNT   PIC S9(9)      COMP-3.
007588*                * ONE PER ACCURACY RECAP COLUMN *
007598     05  WS-ACCURACY-ERR-COUNT    OCCURS 6 TIMES
007608                                  PIC S9(6)      COMP-3.
007648     05  WS-ACCURACY-TOTAL-ERR-CT PIC S9(6)      COMP-3.
007658     05  WS-ACCURACY-ERR-BC-COUNT PIC S9(6)      COMP-3.
007668 01  WS-ACCURACY-ORDER-FIELDS.
007678     05  WS-ACCURACY-ORDER-COUNT    PIC S9(9)      COMP-3.
007688     05  WS-ACCURACY-ORDER-ERR-COUNT OCCURS 6 TIMES
007698                                  PIC S9(6)      COMP-3.
007748     05  WS-ACCURACY-TOTAL-ORDER-CT PIC S9(6)      COMP-3.
007758     05  WS-ACCURACY-ORDER-BC-COUNT PIC S9(6)      COMP-3.
007768*
008354   03  WS-REGION-TOTAL-TAX-COLL     PIC S9(9)V9(2) COMP-3 VALUE +0.
008354   03  WS-REGION-TOTAL-TAX-REBATE   PIC S9(9)V9(2) COMP-3 VALUE +0.
008354*
008354*                * GL JOURNAL - THE WEEK'S DOLLARS BY REGION AND
008354*                  MEDIUM, ONE AMOUNT PER GL AMOUNT TYPE *
008354 01  WS-GLACC-TABLE.
008354   03  WS-GLACC-TBL-ENT-COUNT       PIC S9(4)      COMP-3
008354                                               VALUE ZEROES.
008354   03  WS-GLACC-TBL-REC        OCCURS 200 TIMES
008354                                 DEPENDING ON
008354                                   WS-GLACC-TBL-ENT-COUNT
008354                                 INDEXED BY
008354                                   IX-WS-GLACC-TBL-IN.
008354     05  WS-GLACC-TBL-REGION          PIC X(2).
008354     05  WS-GLACC-TBL-MEDIUM          PIC 9.
008354*                * SUBSCRIPTED LIKE WS-GL-TYPE-ENTRY *
008354     05  WS-GLACC-TBL-AMT        OCCURS 5 TIMES
008354                                      PIC S9(9)V9(2) COMP-3.
008354*
008354*                * THE IGLMAP ACCOUNT CARDS *
008354 01  WS-GLMAP-TABLE.
008354   03  WS-GLMAP-TBL-ENT-COUNT       PIC S9(4)      COMP-3
008354                                               VALUE ZEROES.
008354   03  WS-GLMAP-TBL-REC        OCCURS 500 TIMES
008354                                 DEPENDING ON
008354                                   WS-GLMAP-TBL-ENT-COUNT
008354                                 INDEXED BY
008354                                   IX-WS-GLMAP-TBL.
008354     05  WS-GLMAP-TBL-KEY             PIC X(9).
008354     05  WS-GLMAP-TBL-DR-ACCT         PIC X(16).
008354     05  WS-GLMAP-TBL-CR-ACCT         PIC X(16).
008354     05  WS-GLMAP-TBL-DESC            PIC X(30).
008354*
008354*                * 1:BD, 2:UC, 3:TC, 4:TR, 5:DD *
008354 01  WS-GL-TYPE-VALUES.
008354   03  FILLER        PIC X(22) VALUE 'BDBASE/DELIVERY       '.
008354   03  FILLER        PIC X(22) VALUE 'UCUPCHARGE COLLECTED  '.
008354   03  FILLER        PIC X(22) VALUE 'TCSALES TAX COLLECTED '.
008354   03  FILLER        PIC X(22) VALUE 'TRSALES TAX REBATED   '.
008354   03  FILLER        PIC X(22) VALUE 'DDDUE DELUXE          '.
008354 01  WS-GL-TYPE-TABLE REDEFINES WS-GL-TYPE-VALUES.
008354   03  WS-GL-TYPE-ENTRY        OCCURS 5 TIMES.
008354     05  WS-GL-TYPE-CODE              PIC X(2).
008354     05  WS-GL-TYPE-DESC              PIC X(20).
008354*
008354*                * SUBSCRIPTED LIKE WS-MED-TBL-MEDIUM *
008354 01  WS-GL-MEDIUM-VALUES              PIC X(20)      VALUE
008354                                        'ACH       WIRE PAPER'.
008354 01  WS-GL-MEDIUM-TABLE REDEFINES WS-GL-MEDIUM-VALUES.
008354   03  WS-GL-MEDIUM-NAME       OCCURS 4 TIMES
008354                                      PIC X(5).
008354*
008354*                * JOURNAL DOLLARS BY REGION, SUBSCRIPTED LIKE
008354*                  WS-REGION-TBL-REC *
008354 01  WS-GLRGN-TABLE.
008354   03  WS-GLRGN-REC            OCCURS 50 TIMES.
008354     05  WS-GLRGN-DUE-DLX             PIC S9(9)V9(2) COMP-3.
008354     05  WS-GLRGN-TAX-COLL            PIC S9(9)V9(2) COMP-3.
008354     05  WS-GLRGN-TAX-REBATE          PIC S9(9)V9(2) COMP-3.
008354*
008354 01  WS-GL-WORK-FIELDS.
008354   03  WS-GL-PASS-FLAG              PIC X          VALUE SPACE.
008354     88  GL-CONTROL-PASS              VALUE 'C'.
008354     88  GL-LISTING-PASS              VALUE 'L'.
008354     88  GL-WRITING-PASS              VALUE 'W'.
008354   03  WS-GL-BAL-FLAG               PIC X          VALUE SPACE.
008354     88  GL-OUT-OF-BALANCE            VALUE 'Y'.
008354   03  WS-GL-MAP-FOUND-FLAG         PIC X          VALUE SPACE.
008354     88  GL-MAP-FOUND                 VALUE 'Y'.
008354   03  WS-GL-KEY.
008354     05  WS-GL-KEY-REGION           PIC X(2).
008354     05  WS-GL-KEY-MEDIUM           PIC X(5).
008354     05  WS-GL-KEY-AMT-TYPE         PIC X(2).
008354   03  WS-GL-REC-MEDIUM             PIC 9.
008354   03  WS-GL-REC-AMT           OCCURS 5 TIMES
008354                                    PIC S9(9)V9(2) COMP-3.
008354   03  WS-GL-ACC-SUB                PIC S9(4)      COMP.
008354   03  WS-GL-TYPE-SUB               PIC S9(4)      COMP.
008354   03  WS-GL-MED-SUB                PIC S9(4)      COMP.
008354   03  WS-GL-RGN-SUB                PIC S9(4)      COMP.
008354   03  WS-GL-AMOUNT                 PIC S9(9)V9(2) COMP-3.
008354   03  WS-GL-POST-AMT               PIC S9(9)V9(2) COMP-3.
008354   03  WS-GL-DR-ACCT                PIC X(16).
008354   03  WS-GL-CR-ACCT                PIC X(16).
008354   03  WS-GL-DESC                   PIC X(30).
008354   03  WS-GL-DR-SIDE-ACCT           PIC X(16).
008354   03  WS-GL-CR-SIDE-ACCT           PIC X(16).
008354   03  WS-GL-LINE-ACCT              PIC X(16).
008354   03  WS-GL-LINE-DR-CR             PIC X.
008354   03  WS-GL-TOTAL-DEBITS           PIC S9(11)V9(2) COMP-3
008354                                               VALUE +0.
008354   03  WS-GL-TOTAL-CREDITS          PIC S9(11)V9(2) COMP-3
008354                                               VALUE +0.
008354   03  WS-GL-DETAIL-COUNT           PIC S9(7)      COMP-3
008354                                               VALUE +0.
008354   03  WS-GL-UNMAPPED-CT            PIC S9(4)      COMP-3
008354                                               VALUE +0.
008354   03  WS-GL-MED-DUE-DLX       OCCURS 5 TIMES
008354                                    PIC S9(9)V9(2) COMP-3.
008354   03  WS-GL-JRN-TAX-COLL           PIC S9(9)V9(2) COMP-3
008354                                               VALUE +0.
008354   03  WS-GL-JRN-TAX-REBATE         PIC S9(9)V9(2) COMP-3
008354                                               VALUE +0.
008354   03  WS-GL-REPORT-AMT             PIC S9(11)V9(2) COMP-3.
008354   03  WS-GL-JOURNAL-AMT            PIC S9(11)V9(2) COMP-3.
008354   03  WS-GL-DIFFERENCE             PIC S9(11)V9(2) COMP-3.
008354   03  WS-GL-CAPTION                PIC X(30).
008354   03  WS-GL-RGN-CAPTION.
008354     05  WS-GL-RGN-CAPT-REGION      PIC X(10).
008354     05  FILLER                     PIC X          VALUE SPACE.
008354     05  WS-GL-RGN-CAPT-TEXT        PIC X(19).
008354   03  WS-GL-UNMAP-CAPTION.
008354     05  FILLER                     PIC X(11)      VALUE
008354                                      'NO IGLMAP: '.
008354     05  WS-GL-UNMAP-REGION         PIC X(2).
008354     05  FILLER                     PIC X          VALUE SPACE.
008354     05  WS-GL-UNMAP-MEDIUM         PIC X(5).
008354     05  FILLER                     PIC X          VALUE SPACE.
008354     05  WS-GL-UNMAP-AMT-TYPE       PIC X(2).
008354     05  FILLER                     PIC X(8)       VALUE SPACE.
008354   03  WS-GL-BATCH-ID.
008354     05  WS-GL-BATCH-DATE           PIC X(8).
008354     05  WS-GL-BATCH-TIME           PIC X(6).
008354   03  WS-GL-BILL-DATE.
008354     05  WS-GL-BILL-CC              PIC 9(2).
008354     05  WS-GL-BILL-YY              PIC X(2).
008354     05  WS-GL-BILL-MM              PIC X(2).
008354     05  WS-GL-BILL-DD              PIC X(2).
008354*
008354*                * OGLJRN RECORDS - BUILT HERE AND WRITTEN FROM *
008354 01  WS-GLJ-HDR-REC.
008354   03  WS-GLJ-H-REC-TYPE            PIC X          VALUE 'H'.
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-H-BILL-DATE           PIC X(8).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-H-SOURCE              PIC X(8)       VALUE
008354                                      'BIL02900'.
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-H-BATCH-ID            PIC X(14).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-H-DESC                PIC X(30).
008354   03  FILLER                       PIC X(55)      VALUE SPACE.
008354 01  WS-GLJ-DTL-REC.
008354   03  WS-GLJ-D-REC-TYPE            PIC X          VALUE 'D'.
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-D-BILL-DATE           PIC X(8).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-D-ACCOUNT             PIC X(16).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-D-DR-CR               PIC X.
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-D-AMOUNT              PIC 9(9).99.
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-D-REGION              PIC X(2).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-D-MEDIUM              PIC X(5).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-D-AMT-TYPE            PIC X(2).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-D-DESC                PIC X(30).
008354   03  FILLER                       PIC X(35)      VALUE SPACE.
008354 01  WS-GLJ-TRL-REC.
008354   03  WS-GLJ-T-REC-TYPE            PIC X          VALUE 'T'.
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-T-BILL-DATE           PIC X(8).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-T-BATCH-ID            PIC X(14).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-T-DETAIL-COUNT        PIC 9(7).
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-T-TOTAL-DEBITS        PIC 9(11).99.
008354   03  FILLER                       PIC X          VALUE ','.
008354   03  WS-GLJ-T-TOTAL-CREDITS       PIC 9(11).99.
008354   03  FILLER                       PIC X(57)      VALUE SPACE.
008354*
008354*                * THE IBREF CREDIT REASON CODES *
008354 01  WS-RSN-TABLE.
008354   03  WS-RSN-TBL-ENT-COUNT         PIC S9(4)      COMP-3
008354                                               VALUE ZEROES.
008354   03  WS-RSN-TBL-REC          OCCURS 100 TIMES
008354                                 DEPENDING ON
008354                                   WS-RSN-TBL-ENT-COUNT
008354                                 INDEXED BY
008354                                   IX-WS-RSN-TBL.
008354     05  WS-RSN-TBL-CODE              PIC X(2).
008354     05  WS-RSN-TBL-CATEGORY          PIC X.
008354     05  WS-RSN-TBL-DESC              PIC X(30).
008354*                * ACCURACY RECAP COLUMN; ZERO IF NOT A BILLING
008354*                  ERROR *
008354     05  WS-RSN-TBL-ERR-COL           PIC S9(4)      COMP.
008354*
008354*                * THE BILLING-ERROR CODES, IN ACCURACY RECAP
008354*                  COLUMN ORDER *
008354 01  WS-ERRCOL-TABLE.
008354   03  WS-ERRCOL-COUNT              PIC S9(4)      COMP VALUE +0.
008354   03  WS-ERRCOL-ENTRY         OCCURS 6 TIMES.
008354     05  WS-ERRCOL-CODE               PIC X(2).
008354     05  WS-ERRCOL-DESC               PIC X(30).
008354*
008354 01  WS-DNM-TABLE.
008354   03  WS-DNM-TBL-ENT-COUNT         PIC S9(4)      COMP-3
008354                                               VALUE ZEROES.
008354   03  WS-DNM-TBL-REC          OCCURS 20 TIMES
008354                                 DEPENDING ON
008354                                   WS-DNM-TBL-ENT-COUNT
008354                                 INDEXED BY
008354                                   IX-WS-DNM-TBL.
008354     05  WS-DNM-TBL-CODE              PIC X(2).
008354*
008354 01  WS-RRP-TABLE.
008354   03  WS-RRP-TBL-ENT-COUNT         PIC S9(4)      COMP-3
008354                                               VALUE ZEROES.
008354   03  WS-RRP-TBL-REC          OCCURS 20 TIMES
008354                                 DEPENDING ON
008354                                   WS-RRP-TBL-ENT-COUNT
008354                                 INDEXED BY
008354                                   IX-WS-RRP-TBL.
008354     05  WS-RRP-TBL-PROD-ID           PIC X(10).
008354     05  WS-RRP-TBL-KIND              PIC X(4).
008354     05  WS-RRP-TBL-DESC              PIC X(25).
008354*
008354*                * IOWRK REASON CODES NOT ON IBREF *
008354 01  WS-UNLRSN-TABLE.
008354   03  WS-UNLRSN-TBL-ENT-COUNT      PIC S9(4)      COMP-3
008354                                               VALUE ZEROES.
008354   03  WS-UNLRSN-TBL-REC       OCCURS 100 TIMES
008354                                 DEPENDING ON
008354                                   WS-UNLRSN-TBL-ENT-COUNT
008354                                 INDEXED BY
008354                                   IX-WS-UNLRSN-TBL.
008354     05  WS-UNLRSN-TBL-CODE           PIC X(2).
008354     05  WS-UNLRSN-TBL-TRAN-COUNT     PIC S9(7)      COMP-3.
008354     05  WS-UNLRSN-TBL-GROSS          PIC S9(9)V9(2) COMP-3.
008354*
008354 01  WS-BREF-WORK-FIELDS.
008354   03  WS-BREF-BC-ERR-LIMIT         PIC S9(5)      COMP-3
008354                                               VALUE -1.
008354   03  WS-BREF-BC-RSN-LIMIT         PIC S9(5)      COMP-3
008354                                               VALUE -1.
008354   03  WS-BREF-FOUND-FLAG           PIC X          VALUE SPACE.
008354     88  BREF-FOUND                   VALUE 'Y'.
008354   03  WS-BREF-SEARCH-CODE          PIC X(2).
008354   03  WS-BREF-SEARCH-PROD-ID       PIC X(10).
008354   03  WS-BREF-ERR-COL              PIC S9(4)      COMP.
008354   03  WS-ERRCOL-SUB                PIC S9(4)      COMP.
008354   03  WS-ERRCOL-HD-START           PIC S9(4)      COMP.
008354   03  WS-BREF-LIMIT-EDIT           PIC ZZZZ9.
008354   03  WS-BREF-LIMIT-LEAD           PIC S9(4)      COMP.
008354   03  WS-BREF-TITLE-PTR            PIC S9(4)      COMP.
008354   03  WS-BREF-TITLE-LIMIT          PIC S9(5)      COMP-3.
008354   03  WS-ERRCOL-HD-CODE.
008354     05  FILLER                     PIC X          VALUE '('.
008354     05  WS-ERRCOL-HD-CODE-CD       PIC X(2).
008354     05  FILLER                     PIC X          VALUE ')'.
008354 01  WS-PDATE-TABLE.
008354   03  WS-PDATE-TBL-ENT-COUNT       PIC S9(4)      COMP-3
008354                                               VALUE ZEROES.
008488     05  WS-CD-IOWRK-REC-CT       PIC ZZZ,ZZZ,ZZ9.
008498     05  FILLER                   PIC X(9)      VALUE ' RECORDS '.
008508     05  WS-CD-IOWRK-VERB         PIC X(7)       VALUE 'WRITTEN'.
008509   03  WS-CD-DUP-LINE.
008510     05  FILLER                   PIC X(8)       VALUE 'DUPS:'.
008511     05  WS-CD-DUP-CT             PIC ZZZ,ZZZ,ZZ9.
008512     05  FILLER                   PIC X(28)      VALUE
008513                              ' DUPLICATE I545 TRANSACTIONS'.
008514   03  WS-CD-DUP-DETAIL-LINE.
008515     05  FILLER                   PIC X(4)       VALUE 'REC '.
008516     05  WS-CD-DUPD-REC-NBR       PIC ZZZZZZZZ9.
008517     05  FILLER                   PIC X(8)       VALUE ' DUP OF'.
008517     05  WS-CD-DUPD-ORIG-NBR      PIC ZZZZZZZZ9.
008517     05  FILLER                   PIC X(5)       VALUE ' RGN '.
008517     05  WS-CD-DUPD-REGION        PIC X(2).
008517     05  FILLER                   PIC X(4)       VALUE ' BC '.
008517     05  WS-CD-DUPD-INSTITUTION   PIC X(20).
008517     05  FILLER                   PIC X(6)       VALUE ' PROD '.
008517     05  WS-CD-DUPD-PRODUCT-ID    PIC X(18).
008517     05  FILLER                   PIC X(5)       VALUE ' WIP '.
008517     05  WS-CD-DUPD-WIP-NBR       PIC 9(2).
008517     05  FILLER                   PIC X(7)       VALUE ' GROSS '.
008517     05  WS-CD-DUPD-GROSS         PIC Z,ZZZ,ZZ9.99-.
008517   03  WS-CD-FEED-LINE.
008517     05  FILLER                   PIC X(14)      VALUE
008517                              'FEED:  REGION '.
008517     05  WS-CD-FEED-REGION        PIC X(2).
008517     05  FILLER                   PIC X(8)       VALUE ' BILLED'.
008517     05  WS-CD-FEED-DATE          PIC X(6).
008517     05  FILLER                   PIC X          VALUE SPACE.
008517     05  WS-CD-FEED-REC-CT        PIC ZZZ,ZZZ,ZZ9.
008517     05  FILLER                   PIC X(12)      VALUE
008517                              ' RECS  HASH '.
008517     05  WS-CD-FEED-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
008517     05  FILLER                   PIC X(2)       VALUE SPACE.
008517     05  WS-CD-FEED-STATUS        PIC X(34).
008517   03  WS-CD-FEEDREG-LINE.
008517     05  FILLER                   PIC X(31)      VALUE
008517                              '      REGISTERED AS'.
008517     05  WS-CD-FEEDREG-REC-CT     PIC ZZZ,ZZZ,ZZ9.
008517     05  FILLER                   PIC X(12)      VALUE
008517                              ' RECS  HASH '.
008517     05  WS-CD-FEEDREG-HASH       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
008517     05  FILLER                   PIC X(12)      VALUE
008517                              '  FIRST RUN '.
008517     05  WS-CD-FEEDREG-FIRST      PIC X(8).
008517     05  FILLER                   PIC X(10)      VALUE
008517                              ' LAST RUN '.
008517     05  WS-CD-FEEDREG-LAST       PIC X(8).
008517     05  FILLER                   PIC X(6)       VALUE ' RUNS '.
008517     05  WS-CD-FEEDREG-TIMES      PIC ZZ9.
008517   03  WS-CD-INVRCN-LINE.
008517     05  FILLER                   PIC X(8)       VALUE 'INVRCN:'.
008517     05  WS-CD-INVRCN-NOINV-CT    PIC ZZ,ZZ9.
008517     05  FILLER                   PIC X(24)      VALUE
008517                             ' BCS BILLED NOT INVOICED'.
008517     05  WS-CD-INVRCN-MULTI-CT    PIC ZZ,ZZ9.
008517     05  FILLER                   PIC X(23)      VALUE
008517                             ' BCS INVOICED MULTI-MED'.
008517     05  WS-CD-INVRCN-NOBILL-CT   PIC ZZ,ZZ9.
008517     05  FILLER                   PIC X(24)      VALUE
008517                             ' BCS INVOICED NOT BILLED'.
008518   03  WS-CD-I575-LINE.
008528     05  FILLER                   PIC X(8)       VALUE 'I575:'.
008538     05  WS-CD-I575-REC-CT        PIC ZZZ,ZZZ,ZZ9.
008708     05  FILLER                   PIC X(8)      VALUE 'OBCSUM:'.
008709     05  WS-CD-OBCSUM-REC-CT        PIC ZZZ,ZZZ,ZZ9.
008710     05  FILLER              PIC X(18) VALUE ' RECORDS WRITTEN  '.
008710   03  WS-CD-IGLMAP-LINE.
008710     05  FILLER                   PIC X(8)      VALUE 'IGLMAP:'.
008710     05  WS-CD-IGLMAP-REC-CT        PIC ZZZ,ZZZ,ZZ9.
008710     05  FILLER              PIC X(18) VALUE ' RECORDS READ     '.
008710   03  WS-CD-OGLJRN-LINE.
008710     05  FILLER                   PIC X(8)      VALUE 'OGLJRN:'.
008710     05  WS-CD-OGLJRN-REC-CT        PIC ZZZ,ZZZ,ZZ9.
008710     05  FILLER              PIC X(18) VALUE ' RECORDS WRITTEN  '.
008710   03  WS-CD-IBREF-LINE.
008710     05  FILLER                   PIC X(8)      VALUE 'IBREF:'.
008710     05  WS-CD-IBREF-REC-CT         PIC ZZZ,ZZZ,ZZ9.
008710     05  FILLER              PIC X(18) VALUE ' RECORDS READ     '.
008710   03  WS-CD-CRHIST-LINE.
008710     05  FILLER                   PIC X(8)      VALUE 'CRHIST:'.
008710     05  WS-CD-CRHIST-ADD-CT        PIC ZZZ,ZZZ,ZZ9.
008710     05  FILLER              PIC X(10) VALUE ' ADDED  '.
008710     05  WS-CD-CRHIST-UPD-CT        PIC ZZZ,ZZZ,ZZ9.
008710     05  FILLER              PIC X(10) VALUE ' UPDATED  '.
008710     05  WS-CD-CRHIST-DEL-CT        PIC ZZZ,ZZZ,ZZ9.
008710     05  FILLER              PIC X(8)  VALUE ' DELETED'.
008710   03  WS-CD-AUD-READ-LINE.
008710     05  FILLER              PIC X(27) VALUE
008710                             'I545 RECORDS READ:         '.
008791*
008798 COPY CPY004.
008808*
008818 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02939'.
008828 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
008838*
DLXMIG* DLXMIG Changes start here
DLXMIG*LINKAGE SECTION.
009178     PERFORM 6000-LOAD-TAPE-CODE-TBL.
009187     PERFORM 6200-LOAD-SETL-TBL.
009188     PERFORM 6300-LOAD-EXPECTED-REGIONS.
009188     PERFORM 6600-LOAD-BILLING-REF.
009188     IF NOT PERIOD-RUN
009188       PERFORM 6500-LOAD-GL-MAP.
009189*                * THE UNSORTED PASS 1 WORK FILES ARE SORTED
009190*                  HERE - NO EXTERNAL SORT STEP, SO AN IOWRK
009191*                  SEQUENCE ABORT IS NO LONGER POSSIBLE *
009195         OUTPUT PROCEDURE IS 4000-GATHER-DATA.
009196     PERFORM 8290-VALIDATE-PASS-1-BALANCE.
009196     PERFORM 6400-CHECK-EXPECTED-REGIONS.
009196     IF NOT PERIOD-RUN
009196       PERFORM 6800-RECONCILE-INVOICES.
009196     IF PERIOD-RUN
009196*                * THE SORT RETURNS INSTITUTION ORDER, SO THE
009196*                  HEADING DATE SET BY 8295 IS AN ARBITRARY WEEK
009203       PERFORM 2860-PASS-TAPH-THROUGH
009204     ELSE
009205       PERFORM 2850-UPDATE-TAPH-HISTORY.
009205     IF NOT PERIOD-RUN
009205       PERFORM 5000-BUILD-GL-CONTROLS.
009206     PERFORM 2000-PRINT-REPORT.
009207     IF NOT PERIOD-RUN
009207       PERFORM 5500-WRITE-GL-JOURNAL.
009208     PERFORM 9200-PASS-2-CLOSE.
009218*
009228   2000-PRINT-REPORT.
009310     PERFORM 2570-WRITE-EXTR-ACCURACY.
009313     PERFORM 2550-PRT-REGION-RECAP.
009314     PERFORM 2590-PRT-TAX-RECAP.
009314     IF NOT PERIOD-RUN
009314       PERFORM 2650-PRT-GL-RECAP.
009315     IF PERIOD-RUN
009316       PERFORM 2780-PRT-PERIOD-RECAP
009317     ELSE
009318     PERFORM 2580-WRITE-EXTR-ACH-TAPE-CD.
009318     PERFORM 3000-PRT-BCS-W-ERRORS.
009328     PERFORM 3500-PRT-BCS-CODE-W-ERRORS.
009332     PERFORM 3550-PRT-UNLISTED-REASONS.
009333     IF INVOICE-RECON-DONE
009334       PERFORM 2410-PRT-INVOICE-RECON.
009338     PERFORM 3800-PRT-BCS-REST-REIM-RECAP.
009339     PERFORM 3890-PRT-PRODUCT-MIX.
009340     PERFORM 3850-PRT-BC-SUMMARY.
013146     MOVE WS-I8929-STUB-INV-CNT      TO PR1-I-CT-STUB.
013156     PERFORM 2600-WRITE-PRINTER1-REC.
013166*
013167   2410-PRT-INVOICE-RECON.
013168*
013169     PERFORM 2800-PRINT-HEADING-1.
013170     MOVE 'INVOICE-TO-BILLING RECONCILIATION BY BC:'
013171           TO PRINTER1-REC (1:40).
013172     MOVE SPACE TO PRINTER1-REC (41:92).
013173     MOVE +3 TO WS-LINE-SPACER.
013174     PERFORM 2600-WRITE-PRINTER1-REC.
013175     MOVE ALL '_' TO PRINTER1-REC (1:40).
013175     MOVE SPACE TO PRINTER1-REC (41:92).
013175     WRITE PRINTER1-REC.
013175     MOVE +2 TO WS-LINE-SPACER.
013175     MOVE WS-L-HD-1 TO PRINTER1-REC.
013175     PERFORM 2600-WRITE-PRINTER1-REC.
013175     MOVE +1 TO WS-LINE-SPACER.
013175     MOVE SPACE TO PRINTER1-REC.
013175     MOVE 'BILLED AND INVOICED ON ONE MEDIUM' TO PR1-L-CAPTION.
013175     MOVE WS-INVRCN-MATCH-BC-CT TO PR1-L-BC-CT.
013175     MOVE WS-INVRCN-MATCH-GROSS TO PR1-L-GROSS.
013175     MOVE WS-INVRCN-MATCH-DUE-DLX TO PR1-L-DUE-DLX.
013175     PERFORM 2600-WRITE-PRINTER1-REC.
013175     MOVE SPACE TO PRINTER1-REC.
013175     MOVE 'BILLED, NOT INVOICED ON ANY MEDIUM' TO PR1-L-CAPTION.
013175     MOVE WS-INVRCN-NOINV-BC-CT TO PR1-L-BC-CT.
013175     MOVE WS-INVRCN-NOINV-GROSS TO PR1-L-GROSS.
013175     MOVE WS-INVRCN-NOINV-DUE-DLX TO PR1-L-DUE-DLX.
013175     PERFORM 2600-WRITE-PRINTER1-REC.
013175     MOVE SPACE TO PRINTER1-REC.
013175     MOVE 'INVOICED ON MORE THAN ONE MEDIUM' TO PR1-L-CAPTION.
013175     MOVE WS-INVRCN-MULTI-BC-CT TO PR1-L-BC-CT.
013175     MOVE WS-INVRCN-MULTI-GROSS TO PR1-L-GROSS.
013175     MOVE WS-INVRCN-MULTI-DUE-DLX TO PR1-L-DUE-DLX.
013175     PERFORM 2600-WRITE-PRINTER1-REC.
013175     MOVE SPACE TO PRINTER1-REC.
013175     MOVE 'INVOICED, NO BILLING THIS WEEK' TO PR1-L-CAPTION.
013175     MOVE WS-INVRCN-NOBILL-BC-CT TO PR1-L-BC-CT.
013175     PERFORM 2600-WRITE-PRINTER1-REC.
013175*
013175     MOVE 'BCS BILLED, NOT INVOICED ON ANY MEDIUM:'
013175           TO WS-INVRCN-TITLE.
013175     MOVE 'N' TO WS-INVRCN-LIST-TYPE.
013175     PERFORM 2420-PRT-INV-RECON-LIST.
013175     MOVE 'BCS INVOICED ON MORE THAN ONE MEDIUM:'
013175           TO WS-INVRCN-TITLE.
013175     MOVE 'M' TO WS-INVRCN-LIST-TYPE.
013175     PERFORM 2420-PRT-INV-RECON-LIST.
013175     MOVE 'BCS INVOICED, NO BILLING THIS WEEK:'
013175           TO WS-INVRCN-TITLE.
013175     MOVE 'B' TO WS-INVRCN-LIST-TYPE.
013175     PERFORM 2420-PRT-INV-RECON-LIST.
013175*
013175   2420-PRT-INV-RECON-LIST.
013175*
013175     IF WS-LINE-COUNT GREATER +52
013175       PERFORM 2800-PRINT-HEADING-1.
013175     MOVE WS-INVRCN-TITLE TO PRINTER1-REC (1:40).
013175     MOVE SPACE TO PRINTER1-REC (41:92).
013175     MOVE +3 TO WS-LINE-SPACER.
013175     PERFORM 2600-WRITE-PRINTER1-REC.
013175     MOVE +2 TO WS-LINE-SPACER.
013175     MOVE WS-K-HD-1 TO PRINTER1-REC.
013175     PERFORM 2600-WRITE-PRINTER1-REC.
013175     MOVE +1 TO WS-LINE-SPACER.
013175     MOVE +0 TO WS-INVRCN-LIST-CT.
013175     PERFORM 2425-RPT-EACH-INV-RECON-BC
013175         VARYING IX-WS-INVBC-TBL FROM +1 BY +1
013175         UNTIL IX-WS-INVBC-TBL GREATER WS-INVBC-TBL-ENT-COUNT.
013175     IF WS-INVRCN-LIST-CT EQUAL +0
013175       MOVE SPACE TO PRINTER1-REC
013175       MOVE '(NONE)' TO PRINTER1-REC (5:6)
013175       PERFORM 2600-WRITE-PRINTER1-REC.
013175*
013175   2425-RPT-EACH-INV-RECON-BC.
013175*
013175     IF WS-INVBC-TBL-BCSUM-SUB (IX-WS-INVBC-TBL) EQUAL +0
013175       IF INVRCN-LIST-NOT-BILLED
013175         PERFORM 2430-RPT-INV-RECON-BC
013175       END-IF
013175     ELSE
013175       IF (INVRCN-LIST-NOT-INVOICED
013175             AND WS-INVBC-TBL-MEDIA-CT (IX-WS-INVBC-TBL)
013175                   EQUAL +0)
013175           OR (INVRCN-LIST-MULTI-MEDIUM
013175             AND WS-INVBC-TBL-MEDIA-CT (IX-WS-INVBC-TBL)
013175                   GREATER +1)
013175         PERFORM 2430-RPT-INV-RECON-BC.
013175*
013175   2430-RPT-INV-RECON-BC.
013175*
013175     IF WS-LINE-COUNT GREATER +58
013175       PERFORM 2800-PRINT-HEADING-1
013175       MOVE +3 TO WS-LINE-SPACER
013175       MOVE WS-INVRCN-TITLE TO PRINTER1-REC (1:40)
013175       MOVE SPACE TO PRINTER1-REC (41:92)
013175       PERFORM 2600-WRITE-PRINTER1-REC
013175       MOVE +2 TO WS-LINE-SPACER
013175       MOVE WS-K-HD-1 TO PRINTER1-REC
013175       PERFORM 2600-WRITE-PRINTER1-REC
013175       MOVE +1 TO WS-LINE-SPACER.
013175     ADD 1 TO WS-INVRCN-LIST-CT.
013175     MOVE SPACE TO PRINTER1-REC.
013175     MOVE WS-INVBC-TBL-BC (IX-WS-INVBC-TBL) TO PR1-K-BC.
013175     IF WS-INVBC-TBL-BCSUM-SUB (IX-WS-INVBC-TBL) NOT EQUAL +0
013175       SET IX-WS-BCSUM-TBL TO
013175             WS-INVBC-TBL-BCSUM-SUB (IX-WS-INVBC-TBL)
013175       MOVE WS-BCSUM-TBL-ORDER-CT (IX-WS-BCSUM-TBL)
013175             TO PR1-K-ORDER-CT
013175       MOVE WS-BCSUM-TBL-CREDIT-CT (IX-WS-BCSUM-TBL)
013175             TO PR1-K-CREDIT-CT
013175       MOVE WS-BCSUM-TBL-GROSS (IX-WS-BCSUM-TBL) TO PR1-K-GROSS
013175       MOVE WS-BCSUM-TBL-DUE-DLX (IX-WS-BCSUM-TBL)
013175             TO PR1-K-DUE-DLX.
013175     PERFORM 2435-MOVE-INV-RECON-COUNT
013175         VARYING WS-INVRCN-MEDIUM-SUB FROM +1 BY +1
013175         UNTIL WS-INVRCN-MEDIUM-SUB GREATER +3.
013175     PERFORM 2440-GET-INV-RECON-FI-NAME.
013175     PERFORM 2600-WRITE-PRINTER1-REC.
013175*
013175   2435-MOVE-INV-RECON-COUNT.
013175     MOVE WS-INVBC-TBL-INV-CT
013175           (IX-WS-INVBC-TBL, WS-INVRCN-MEDIUM-SUB)
013175           TO PR1-K-INV-NBR (WS-INVRCN-MEDIUM-SUB).
013175*
013175   2440-GET-INV-RECON-FI-NAME.
013175*
013175     MOVE SPACES TO WS-I550-RECORD-KEY.
013175     MOVE WS-INVBC-TBL-BC (IX-WS-INVBC-TBL) TO WS-I550-BC.
013175     MOVE WS-I550-RECORD-KEY TO I550-RECORD-KEY.
013175*
013175     PERFORM 3300-START-READ-I550-FILE.
013175*
013175     IF WS-I550-SUCCESSFUL
013175       IF WS-I550-BC = I550-BC
013175         MOVE I550-FI-NAME TO PR1-K-FI-NAME
013175       ELSE
013175         MOVE 'MISSING I550 FI NAME' TO PR1-K-FI-NAME
013175       END-IF
013175     ELSE
013175       IF WS-I550-NO-SUCH-RECORD
013175         MOVE 'MISSING I550 FI NAME' TO PR1-K-FI-NAME.
013175*
013176   2450-PRT-ACH-RECAP.
013186     MOVE 'ACH DUE DELUXE RECAP:' TO PRINTER1-REC (1:21).
013196     MOVE SPACE TO PRINTER1-REC (22:111).
013656     MOVE SPACE TO PRINTER1-REC.
013666     MOVE 'TRANSACTIONS' TO PR1-A-CAPT.
013676     MOVE WS-ACCURACY-TRAN-COUNT  TO PR1-A-TRN-CT.
013686     PERFORM 2505-MOVE-ERR-COUNT
013696         VARYING WS-ERRCOL-SUB FROM +1 BY +1
013706         UNTIL WS-ERRCOL-SUB GREATER WS-ERRCOL-COUNT.
013746     MOVE WS-ACCURACY-TOTAL-ERR-CT  TO PR1-A-TOT-ERR-CT.
013756*
013766     IF WS-ACCURACY-TRAN-COUNT NOT EQUAL +0
013896     MOVE SPACE TO PRINTER1-REC.
013906     MOVE '   ORDERS ' TO PR1-A-CAPT.
013916     MOVE WS-ACCURACY-ORDER-COUNT  TO PR1-A-TRN-CT.
013926     PERFORM 2506-MOVE-ORDER-COUNT
013936         VARYING WS-ERRCOL-SUB FROM +1 BY +1
013946         UNTIL WS-ERRCOL-SUB GREATER WS-ERRCOL-COUNT.
013986     MOVE WS-ACCURACY-TOTAL-ORDER-CT  TO PR1-A-TOT-ERR-CT.
013996*
014006     IF WS-ACCURACY-ORDER-COUNT NOT EQUAL +0
014086         MOVE WS-WORK-PERCENT TO PR1-A-PCT.
014096*
014106     MOVE WS-ACCURACY-ORDER-BC-COUNT TO PR1-A-ERR-BC-CT.
014107     PERFORM 2600-WRITE-PRINTER1-REC.
014108*
014109     MOVE SPACE TO PRINTER1-REC.
014110     MOVE 'BILLING ERROR CODES:' TO PRINTER1-REC (2:20).
014111     MOVE +2 TO WS-LINE-SPACER.
014112     PERFORM 2600-WRITE-PRINTER1-REC.
014113     MOVE +1 TO WS-LINE-SPACER.
014114     PERFORM 2510-PRT-ERR-CODE-LEGEND
014115         VARYING WS-ERRCOL-SUB FROM +1 BY +1
014115         UNTIL WS-ERRCOL-SUB GREATER WS-ERRCOL-COUNT.
014115*
014115   2505-MOVE-ERR-COUNT.
014115     MOVE WS-ACCURACY-ERR-COUNT (WS-ERRCOL-SUB)
014115           TO PR1-A-ERR-CT (WS-ERRCOL-SUB).
014115*
014115   2506-MOVE-ORDER-COUNT.
014115     MOVE WS-ACCURACY-ORDER-ERR-COUNT (WS-ERRCOL-SUB)
014115           TO PR1-A-ERR-CT (WS-ERRCOL-SUB).
014115*
014115   2510-PRT-ERR-CODE-LEGEND.
014115     MOVE SPACE TO PRINTER1-REC.
014115     MOVE '(' TO PRINTER1-REC (4:1).
014115     MOVE WS-ERRCOL-CODE (WS-ERRCOL-SUB) TO PRINTER1-REC (5:2).
014115     MOVE ')' TO PRINTER1-REC (7:1).
014115     MOVE WS-ERRCOL-DESC (WS-ERRCOL-SUB) TO PRINTER1-REC (10:30).
014116     PERFORM 2600-WRITE-PRINTER1-REC.
014117*
014118   2570-WRITE-EXTR-ACCURACY.
014279         TO EXTR1-AMT-2.
014280     PERFORM 2950-WRITE-EXTRACT-REC.
014281     SET IX-WS-REGION-TBL-OUT UP BY 1.
014281*
014281   2650-PRT-GL-RECAP.
014281*
014281*                * PROVES THE GL JOURNAL TOTALS GATHERED BY 5000
014281*                  AGAINST THE DOLLAR, REGION AND SALES TAX RECAP
014281*                  FIGURES PRINTED ABOVE.  ANY DIFFERENCE, OR ANY
014281*                  AMOUNT WITH NO IGLMAP ACCOUNTS, HOLDS THE WHOLE
014281*                  JOURNAL BACK (SEE 5500) *
014281     MOVE 'GL JOURNAL RECAP:' TO PRINTER1-REC (1:17).
014281     MOVE SPACE TO PRINTER1-REC (18:115).
014281     MOVE +3 TO WS-LINE-SPACER.
014281     PERFORM 2600-WRITE-PRINTER1-REC.
014281     MOVE ALL '_' TO PRINTER1-REC (1:17).
014281     MOVE SPACE TO PRINTER1-REC (18:115).
014281     WRITE PRINTER1-REC.
014281     MOVE +2 TO WS-LINE-SPACER.
014281     MOVE WS-J-HD-1 TO PRINTER1-REC.
014281     PERFORM 2600-WRITE-PRINTER1-REC.
014281     MOVE +1 TO WS-LINE-SPACER.
014281*                * DUE DELUXE BY MEDIUM - DOLLAR BILLING RECAP *
014281     MOVE 'DUE DELUXE - ACH' TO WS-GL-CAPTION.
014281     MOVE WS-MED-TBL-DUE-DELUXE (1) TO WS-GL-REPORT-AMT.
014281     MOVE WS-GL-MED-DUE-DLX (1) TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281     MOVE 'DUE DELUXE - WIRE' TO WS-GL-CAPTION.
014281     MOVE WS-MED-TBL-DUE-DELUXE (3) TO WS-GL-REPORT-AMT.
014281     MOVE WS-GL-MED-DUE-DLX (3) TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281     MOVE 'DUE DELUXE - PAPER' TO WS-GL-CAPTION.
014281     MOVE WS-MED-TBL-DUE-DELUXE (4) TO WS-GL-REPORT-AMT.
014281     MOVE WS-GL-MED-DUE-DLX (4) TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281     MOVE 'DUE DELUXE - * TOTAL *' TO WS-GL-CAPTION.
014281     MOVE WS-MED-TBL-DUE-DELUXE (5) TO WS-GL-REPORT-AMT.
014281     MOVE WS-GL-MED-DUE-DLX (5) TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281*                * BY REGION - REGION BREAKDOWN AND SALES TAX
014281*                  REMITTANCE RECAPS *
014281     PERFORM 2670-PRT-GL-EACH-REGION
014281         VARYING WS-GL-RGN-SUB FROM +1 BY +1
014281         UNTIL WS-GL-RGN-SUB GREATER WS-REGION-TBL-ENT-COUNT.
014281     MOVE 'SALES TAX COLL - * TOTAL *' TO WS-GL-CAPTION.
014281     MOVE WS-REGION-TOTAL-TAX-COLL TO WS-GL-REPORT-AMT.
014281     MOVE WS-GL-JRN-TAX-COLL TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281     MOVE 'SALES TAX REBATED - * TOTAL *' TO WS-GL-CAPTION.
014281     MOVE WS-REGION-TOTAL-TAX-REBATE TO WS-GL-REPORT-AMT.
014281     MOVE WS-GL-JRN-TAX-REBATE TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281*                * THE JOURNAL ITSELF - DEBITS (LEFT) AGAINST
014281*                  CREDITS (RIGHT) *
014281     MOVE 'JOURNAL DEBITS / CREDITS' TO WS-GL-CAPTION.
014281     MOVE WS-GL-TOTAL-DEBITS TO WS-GL-REPORT-AMT.
014281     MOVE WS-GL-TOTAL-CREDITS TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281     IF WS-GL-UNMAPPED-CT GREATER +0
014281       MOVE 'Y' TO WS-GL-BAL-FLAG
014281       MOVE 'L' TO WS-GL-PASS-FLAG
014281       PERFORM 5020-POST-EACH-GL-BUCKET
014281           VARYING WS-GL-ACC-SUB FROM +1 BY +1
014281           UNTIL WS-GL-ACC-SUB GREATER WS-GLACC-TBL-ENT-COUNT.
014281     MOVE WS-GL-DETAIL-COUNT TO WS-GL-SUM-LINES.
014281     MOVE WS-GL-TOTAL-DEBITS TO WS-GL-SUM-DEBITS.
014281     MOVE WS-GL-TOTAL-CREDITS TO WS-GL-SUM-CREDITS.
014281     IF GL-OUT-OF-BALANCE
014281       MOVE '* JOURNAL NOT WRITTEN *' TO WS-GL-SUM-RESULT
014281       MOVE 'Y' TO WS-RETURN-12-FLAG
014281       DISPLAY '* GL JOURNAL DOES NOT PROVE - OGLJRN NOT WRITTEN.'
014281             '  SEE THE GL JOURNAL RECAP *' UPON SYSOUT
014281     ELSE
014281       MOVE 'JOURNAL WRITTEN TO OGLJRN' TO WS-GL-SUM-RESULT.
014281     MOVE WS-GL-SUMMARY-LINE TO PRINTER1-REC.
014281     MOVE +2 TO WS-LINE-SPACER.
014281     PERFORM 2600-WRITE-PRINTER1-REC.
014281*
014281   2660-PRT-GL-CONTROL-LINE.
014281     IF WS-LINE-COUNT GREATER +58
014281       PERFORM 2800-PRINT-HEADING-1
014281       MOVE +3 TO WS-LINE-SPACER
014281       MOVE WS-J-HD-1 TO PRINTER1-REC
014281       PERFORM 2600-WRITE-PRINTER1-REC
014281       MOVE +1 TO WS-LINE-SPACER.
014281     MOVE SPACE TO PRINTER1-REC.
014281     MOVE WS-GL-CAPTION TO PR1-J-CAPTION.
014281     MOVE WS-GL-REPORT-AMT TO PR1-J-REPORT.
014281     MOVE WS-GL-JOURNAL-AMT TO PR1-J-JOURNAL.
014281     SUBTRACT WS-GL-REPORT-AMT FROM WS-GL-JOURNAL-AMT
014281           GIVING WS-GL-DIFFERENCE.
014281     MOVE WS-GL-DIFFERENCE TO PR1-J-DIFFERENCE.
014281     IF WS-GL-DIFFERENCE EQUAL +0
014281       MOVE 'IN BALANCE' TO PR1-J-STATUS
014281     ELSE
014281       MOVE '* OUT OF BAL *' TO PR1-J-STATUS
014281       MOVE 'Y' TO WS-GL-BAL-FLAG.
014281     PERFORM 2600-WRITE-PRINTER1-REC.
014281*
014281   2670-PRT-GL-EACH-REGION.
014281     IF WS-REGION-TBL-CODE (WS-GL-RGN-SUB) EQUAL SPACE
014281       MOVE 'UNASSIGNED' TO WS-GL-RGN-CAPT-REGION
014281     ELSE
014281       MOVE 'REGION' TO WS-GL-RGN-CAPT-REGION
014281       MOVE WS-REGION-TBL-CODE (WS-GL-RGN-SUB) TO
014281             WS-GL-RGN-CAPT-REGION (8:2).
014281     MOVE 'DUE DELUXE' TO WS-GL-RGN-CAPT-TEXT.
014281     MOVE WS-GL-RGN-CAPTION TO WS-GL-CAPTION.
014281     MOVE WS-REGION-TBL-DUE-DELUXE (WS-GL-RGN-SUB)
014281           TO WS-GL-REPORT-AMT.
014281     MOVE WS-GLRGN-DUE-DLX (WS-GL-RGN-SUB) TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281     MOVE 'SALES TAX COLLECTED' TO WS-GL-RGN-CAPT-TEXT.
014281     MOVE WS-GL-RGN-CAPTION TO WS-GL-CAPTION.
014281     MOVE WS-REGION-TBL-TAX-COLL (WS-GL-RGN-SUB)
014281           TO WS-GL-REPORT-AMT.
014281     MOVE WS-GLRGN-TAX-COLL (WS-GL-RGN-SUB) TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281     MOVE 'SALES TAX REBATED' TO WS-GL-RGN-CAPT-TEXT.
014281     MOVE WS-GL-RGN-CAPTION TO WS-GL-CAPTION.
014281     MOVE WS-REGION-TBL-TAX-REBATE (WS-GL-RGN-SUB)
014281           TO WS-GL-REPORT-AMT.
014281     MOVE WS-GLRGN-TAX-REBATE (WS-GL-RGN-SUB)
014281           TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281*
014281   2680-PRT-GL-UNMAPPED.
014281     MOVE WS-GL-KEY-REGION TO WS-GL-UNMAP-REGION.
014281     MOVE WS-GL-KEY-MEDIUM TO WS-GL-UNMAP-MEDIUM.
014281     MOVE WS-GL-KEY-AMT-TYPE TO WS-GL-UNMAP-AMT-TYPE.
014281     MOVE WS-GL-UNMAP-CAPTION TO WS-GL-CAPTION.
014281     MOVE WS-GL-AMOUNT TO WS-GL-REPORT-AMT.
014281     MOVE +0 TO WS-GL-JOURNAL-AMT.
014281     PERFORM 2660-PRT-GL-CONTROL-LINE.
014281     DISPLAY '* NO IGLMAP ACCOUNTS FOR REGION "' WS-GL-KEY-REGION
014281           '" MEDIUM "' WS-GL-KEY-MEDIUM '" AMOUNT TYPE "'
014281           WS-GL-KEY-AMT-TYPE '" *' UPON SYSOUT.
014282*
014283   2580-WRITE-EXTR-ACH-TAPE-CD.
014283*
014407*
014408   3000-PRT-BCS-W-ERRORS.
014409*
014415*                * THE TITLE CARRIES THE IBREF BCERRORS LIMIT *
014421     MOVE SPACE TO PRINTER1-REC.
014427     ADD +1 WS-BREF-BC-ERR-LIMIT GIVING WS-BREF-TITLE-LIMIT.
014433     PERFORM 3050-EDIT-TITLE-LIMIT.
014439     STRING 'BANK CODES WITH '
014445           WS-BREF-LIMIT-EDIT (WS-BREF-LIMIT-LEAD:)
014451           ' CREDITS FOR BILLING ERRORS:'
014457           DELIMITED BY SIZE
014463           INTO PRINTER1-REC WITH POINTER WS-BREF-TITLE-PTR.
014469     MOVE +3 TO WS-LINE-SPACER.
014475     PERFORM 2600-WRITE-PRINTER1-REC.
014481     SUBTRACT 1 FROM WS-BREF-TITLE-PTR.
014487     MOVE SPACE TO PRINTER1-REC.
014493     MOVE ALL '_' TO PRINTER1-REC (1:WS-BREF-TITLE-PTR).
DLXMIG*    WRITE PRINTER1-REC AFTER NO-ADVANCE.
DLXMIG     WRITE PRINTER1-REC. 
014504     MOVE +2 TO WS-LINE-SPACER.
014644         DISPLAY 'CREDIT BC TABLE OVER 80% FULL.' UPON SYSOUT
014654         MOVE 'Y' TO WS-RETURN-04-FLAG.
014664*
014665   3050-EDIT-TITLE-LIMIT.
014666     MOVE WS-BREF-TITLE-LIMIT TO WS-BREF-LIMIT-EDIT.
014667     MOVE +1 TO WS-BREF-LIMIT-LEAD WS-BREF-TITLE-PTR.
014668     INSPECT WS-BREF-LIMIT-EDIT TALLYING WS-BREF-LIMIT-LEAD
014669           FOR LEADING SPACE.
014670*
014674   3100-RPT-BC-W-ERRORS.
014684*
014694     IF WS-LINE-SPACER GREATER +58
014854     MOVE WS-BC-ERR-REC-BASE-DEL TO PR1-B-REP-BASE-DELEVERY.
014864     MOVE WS-BC-ERR-REC-UPCHARGE TO PR1-B-UPCHARGE.
014874     MOVE WS-BC-ERR-REC-GROSS TO PR1-B-GROSS.
014884     PERFORM 3150-MOVE-BC-ERROR-CODE
014894         VARYING WS-ERRCOL-SUB FROM +1 BY +1
014904         UNTIL WS-ERRCOL-SUB GREATER WS-ERRCOL-COUNT.
015054*
015064     PERFORM 3200-GET-FI-NAME.
015074     PERFORM 2600-WRITE-PRINTER1-REC.
015084*
015085   3150-MOVE-BC-ERROR-CODE.
015086     IF WS-BC-ERR-REC-FLAG (WS-ERRCOL-SUB) EQUAL 'Y'
015087       MOVE WS-ERRCOL-CODE (WS-ERRCOL-SUB)
015088             TO PR1-B-ERROR-CODE (IX-PR1-B-ERR)
015089       SET IX-PR1-B-ERR UP BY 1.
015090*
015094   3200-GET-FI-NAME.
015104*
015114     MOVE SPACES TO WS-I550-RECORD-KEY.
015504*
015514   3500-PRT-BCS-CODE-W-ERRORS.
015524*
015531*                * THE TITLE CARRIES THE IBREF BCREASON LIMIT *
015538     MOVE SPACE TO PRINTER1-REC.
015545     MOVE WS-BREF-BC-RSN-LIMIT TO WS-BREF-TITLE-LIMIT.
015552     PERFORM 3050-EDIT-TITLE-LIMIT.
015559     STRING 'OTHER SITUATIONS WHERE CREDIT TRANSACTIONS FOR A '
015566           'GIVEN REASON CODE FOR A GIVEN BANK CODE EXCEED '
015573           WS-BREF-LIMIT-EDIT (WS-BREF-LIMIT-LEAD:) ':'
015580           DELIMITED BY SIZE
015587           INTO PRINTER1-REC WITH POINTER WS-BREF-TITLE-PTR.
015594     MOVE +3 TO WS-LINE-SPACER.
015601     PERFORM 2600-WRITE-PRINTER1-REC.
015608     SUBTRACT 1 FROM WS-BREF-TITLE-PTR.
015615     MOVE SPACE TO PRINTER1-REC.
015622     MOVE ALL '_' TO PRINTER1-REC (1:WS-BREF-TITLE-PTR).
DLXMIG*    WRITE PRINTER1-REC AFTER NO-ADVANCE.
DLXMIG     WRITE PRINTER1-REC. 
015644     MOVE +2 TO WS-LINE-SPACER.
015774         DISPLAY 'CREDIT BC CODE TABLE OVER 80% FULL.' UPON SYSOUT
015784         MOVE 'Y' TO WS-RETURN-04-FLAG.
015794*
015795   3550-PRT-UNLISTED-REASONS.
015796*
015797     MOVE 'CREDIT REASON CODES NOT ON THE BILLING REFERENCE FILE:'
015798           TO PRINTER1-REC (1:54).
015799     MOVE SPACE TO PRINTER1-REC (55:78).
015800     MOVE +3 TO WS-LINE-SPACER.
015801     PERFORM 2600-WRITE-PRINTER1-REC.
015802     MOVE ALL '_' TO PRINTER1-REC (1:54).
015803     MOVE SPACE TO PRINTER1-REC (55:78).
015803     WRITE PRINTER1-REC.
015803     MOVE +2 TO WS-LINE-SPACER.
015803     MOVE WS-U-HD-1 TO PRINTER1-REC.
015803     PERFORM 2600-WRITE-PRINTER1-REC.
015803*
015803     IF WS-UNLRSN-TBL-ENT-COUNT EQUAL +0
015803       MOVE SPACE TO PRINTER1-REC
015803       MOVE '(NONE)' TO PRINTER1-REC (5:6)
015803       PERFORM 2600-WRITE-PRINTER1-REC
015803     ELSE
015803       PERFORM 3560-RPT-UNLISTED-REASON
015803           VARYING IX-WS-UNLRSN-TBL FROM +1 BY +1
015803           UNTIL IX-WS-UNLRSN-TBL GREATER WS-UNLRSN-TBL-ENT-COUNT
015803       DISPLAY '* IOWRK HAS CREDIT REASON CODES NOT ON IBREF *'
015803             UPON SYSOUT
015803       MOVE 'Y' TO WS-RETURN-04-FLAG.
015803*
015803   3560-RPT-UNLISTED-REASON.
015803*
015803     IF WS-LINE-SPACER GREATER +58
015803       PERFORM 2800-PRINT-HEADING-1
015803       MOVE +3 TO WS-LINE-SPACER
015803       MOVE WS-U-HD-1 TO PRINTER1-REC
015803       PERFORM 2600-WRITE-PRINTER1-REC
015803       MOVE +2 TO WS-LINE-SPACER.
015803*
015803     MOVE SPACE TO PRINTER1-REC.
015803     MOVE WS-UNLRSN-TBL-CODE (IX-WS-UNLRSN-TBL) TO PR1-U-CODE.
015803     MOVE WS-UNLRSN-TBL-TRAN-COUNT (IX-WS-UNLRSN-TBL)
015803           TO PR1-U-COUNT.
015803     MOVE WS-UNLRSN-TBL-GROSS (IX-WS-UNLRSN-TBL) TO PR1-U-GROSS.
015803     PERFORM 2600-WRITE-PRINTER1-REC.
015803*
015804   3600-RPT-BC-CODE-W-ERRORS.
015814*
015824     IF WS-LINE-SPACER GREATER +58
015904                                       WS-BC-ERR1-REC
015914       SET IX-WS-BC-ERR1-TBL-OUT UP BY 1.
015924 
015934     IF WS-BC-ERR1-REC-COUNT GREATER WS-BREF-BC-RSN-LIMIT
015944       MOVE SPACE TO PRINTER1-REC
015954       MOVE WS-BC-ERR1-REC-BC TO PR1-C-BC
015964       MOVE WS-BC-ERR1-REC-COUNT TO PR1-C-COUNT
015974       MOVE WS-BC-ERR1-ORD-REC-COUNT TO PR1-C-CR-ORD-COUNT
015984       MOVE WS-BC-ERR1-CODE TO PR1-C-ERROR-CODE
015988       PERFORM 3650-GET-REASON-DESC
015994       MOVE WS-BC-ERR1-REC-BASE-DEL TO PR1-C-REP-BASE-DELEVERY
016004       MOVE WS-BC-ERR1-REC-UPCHARGE TO PR1-C-UPCHARGE
016014       MOVE WS-BC-ERR1-REC-GROSS TO PR1-C-GROSS
016044       PERFORM 2600-WRITE-PRINTER1-REC
016054     END-IF.
016064*
016065   3650-GET-REASON-DESC.
016066     MOVE WS-BC-ERR1-CODE TO WS-BREF-SEARCH-CODE.
016067     PERFORM 6650-SEARCH-REASON-CODE.
016068     IF BREF-FOUND
016069       MOVE WS-RSN-TBL-DESC (IX-WS-RSN-TBL) TO PR1-C-ERROR-DESC
016070     ELSE
016071       MOVE '*NOT ON IBREF*' TO PR1-C-ERROR-DESC.
016072*
016074   3700-GET-FI-NAME.
016084*
016094     MOVE SPACES TO WS-I550-RECORD-KEY.
016714     MOVE WS-BC-REST-REIM-REP-BASE TO PR1-D-REP-BASE.
016724     MOVE WS-BC-REST-REIM-REP-DEL TO PR1-D-REP-DEL.
016734 
016737     MOVE WS-BC-REST-REIM-PROD-ID(3:10) TO WS-BREF-SEARCH-PROD-ID.
016740     PERFORM 6680-SEARCH-REST-REIM-PROD.
016743     IF BREF-FOUND
016746       MOVE WS-RRP-TBL-DESC (IX-WS-RRP-TBL) TO PR1-D-PROD-INFO
016749       IF WS-RRP-TBL-KIND (IX-WS-RRP-TBL) EQUAL 'REST'
016752         ADD WS-BC-REST-REIM-REP-BASE TO WS-RR-SUBTOT-REST-BASE
016755                                         WS-RR-GRAND-REST-BASE
016758         ADD WS-BC-REST-REIM-REP-DEL  TO WS-RR-SUBTOT-REST-DEL
016761                                         WS-RR-GRAND-REST-DEL
016764       ELSE
016767         ADD WS-BC-REST-REIM-REP-BASE TO WS-RR-SUBTOT-REIM-BASE
016770                                         WS-RR-GRAND-REIM-BASE
016773         ADD WS-BC-REST-REIM-REP-DEL  TO WS-RR-SUBTOT-REIM-DEL
016776                                         WS-RR-GRAND-REIM-DEL
016794       END-IF
016804     END-IF.
016814 
017174       END-IF
017175     END-IF.
017176     PERFORM 8295-SET-BILLING-HEADING.
017176     IF CYCLE-CHECK-ACTIVE
017176       PERFORM 8510-CHECK-CYCLE-DATE.
017176     IF CYCLE-CHECK-ACTIVE
017176       PERFORM 5870-START-CREDIT-HISTORY.
017177     PERFORM 4100-EACH-BC
017178         WITH TEST AFTER
017179         UNTIL (END-IOWRK-FILE).
017180     PERFORM 5900-SUM-UP-TABLES.
017180     IF CYCLE-CHECK-ACTIVE
017180       PERFORM 5890-END-CREDIT-HISTORY.
017181*
017182   4100-EACH-BC.
017183     MOVE WS-IOWRK-BC TO WS-HOLD-BC.
017184     MOVE WS-HOLD-BC TO WS-BC-ERR-REC-BC.
017185     MOVE SPACE TO WS-BC-ERR-REC-FLAGS WS-BC-FLAGS.
017186     MOVE +0 TO WS-BC-ERR-ORD-REC-COUNT.
017196     MOVE +0 TO WS-BC-ERR-REC-COUNT.
017206     MOVE +0 TO WS-BC-ERR-REC-BASE-DEL.
017276     MOVE +0 TO WS-BC-ERR1-REC-BASE-DEL.
017286     MOVE +0 TO WS-BC-ERR1-REC-UPCHARGE.
017296     MOVE +0 TO WS-BC-ERR1-REC-GROSS.
017296     MOVE +0 TO WS-CRHBC-TBL-ENT-COUNT.
017297     MOVE +0 TO WS-BCSUM-ORDER-COUNT WS-BCSUM-CREDIT-COUNT
017298           WS-BCSUM-BASE-DEL WS-BCSUM-UPCHARGE WS-BCSUM-GROSS
017299           WS-BCSUM-DUE-DLX.
017326         UNTIL (WS-IOWRK-BC GREATER WS-HOLD-BC).
017336     PERFORM 5800-ADD-IN-BC-COUNTS.
017337     PERFORM 5850-ADD-BC-SUMMARY.
017337     IF CYCLE-CHECK-ACTIVE
017337       PERFORM 5880-POST-CREDIT-HISTORY.
017337    PERFORM 8250-WRITE-CHECKPOINT.
017346*
017356   4200-EACH-BRANCH.
017496         ADD +1 TO WS-I8929I-REC-COUNT
017506         IF I8929-PART-TYPE = '20'
017516           ADD +1 TO WS-I8929-IMAGE-INV-CNT
017517           MOVE I8929-BC TO WS-INVRCN-BC
017518           MOVE +2 TO WS-INVRCN-MEDIUM-SUB
017519           PERFORM 6700-ADD-INVOICE-BC
017520           MOVE I8929-20-SEP-INV-CD TO WS-BREF-SEARCH-CODE
017524           PERFORM 6665-SEARCH-DNM-CODE
017528           IF BREF-FOUND
017536             ADD +1 TO WS-I8929-DNM-INV-CNT
017546           END-IF
017556         END-IF
017646         ADD +1 TO WS-I8929P-REC-COUNT
017656         IF O8929-PART-TYPE = '20'
017666           ADD +1 TO WS-I8929-PRINT-INV-CNT
017668           MOVE O8929-BC TO WS-INVRCN-BC
017670           MOVE +1 TO WS-INVRCN-MEDIUM-SUB
017672           PERFORM 6700-ADD-INVOICE-BC
017676         ELSE
017686           IF O8929-PART-TYPE = '50'
017696             ADD +1 TO WS-I8929-STUB-INV-CNT
017786         MOVE 'E' TO WS-I8929E-FILE-FLAG
017796       NOT AT END
017806         IF W8929-PART-TYPE = '10'
017808           MOVE W8929-BC TO WS-INVRCN-BC
017810           MOVE +3 TO WS-INVRCN-MEDIUM-SUB
017812           PERFORM 6700-ADD-INVOICE-BC
017816           IF W8929-TRANSACTION-REC (44:3) EQUAL 'DLX'
017826             ADD +1 TO WS-I8929-EMAIL-INV-CNT
017836           END-IF
018577     ADD 1 TO WS-MED-TBL-TRAN-COUNT
018587           (IX-WS-MED-TBL-MED, IX-WS-MED-TBL-TRN).
018597*
018602*                * BILLING ERRORS ARE THE IBREF CATEGORY B CODES;
018607*                  CODES NOT ON IBREF ARE LISTED SEPARATELY *
018612     MOVE SPACE TO WS-BREF-FOUND-FLAG.
018617     MOVE +0 TO WS-BREF-ERR-COL.
018622     IF IOWRK-REASON-FOR-CREDIT NOT EQUAL SPACE
018627       PERFORM 4920-FIND-REASON-CODE.
018628     IF (IOWRK-REASON-FOR-CREDIT NOT EQUAL SPACE)
018629         AND (CYCLE-CHECK-ACTIVE)
018630       PERFORM 4940-ADD-CREDIT-HIST-INFO.
018632     IF WS-BREF-ERR-COL GREATER +0
018637       PERFORM 4900-ADD-ERROR-INFO
018642     ELSE
018647       IF (IOWRK-REASON-FOR-CREDIT IS NUMERIC) OR (BREF-FOUND)
018657         PERFORM 4950-ADD-ERROR1-INFO
018667       END-IF
018677     END-IF.
018684     MOVE IOWRK-PRODUCT-ID(3:10) TO WS-BREF-SEARCH-PROD-ID.
018691     PERFORM 6680-SEARCH-REST-REIM-PROD.
018698     IF BREF-FOUND
018707       PERFORM 4970-REST-REIM-INFO
018717     ELSE
018727       CONTINUE
018737     END-IF.
018740     PERFORM 4980-ADD-REGION-INFO.
018741     IF NOT PERIOD-RUN
018741       PERFORM 4975-ADD-GL-INFO.
018742     IF PERIOD-RUN
018744       PERFORM 4990-ADD-PERIOD-DATE-INFO.
018745     PERFORM 4997-ADD-PRODUCT-MIX-INFO.
019047       ADD 1 TO WS-BC-ERR-ORD-REC-COUNT
019057     END-IF.
019067*
019077     ADD 1 TO WS-ACCURACY-ERR-COUNT (WS-BREF-ERR-COL).
019087     IF IOWRK-ORDER-COUNTS EQUAL 01
019097       ADD 1 TO WS-ACCURACY-ORDER-ERR-COUNT (WS-BREF-ERR-COL).
019107     MOVE 'Y' TO WS-BC-ERR-REC-FLAG (WS-BREF-ERR-COL).
019117*
019127   4920-FIND-REASON-CODE.
019137     MOVE IOWRK-REASON-FOR-CREDIT TO WS-BREF-SEARCH-CODE.
019147     PERFORM 6650-SEARCH-REASON-CODE.
019157     IF BREF-FOUND
019167       MOVE WS-RSN-TBL-ERR-COL (IX-WS-RSN-TBL) TO WS-BREF-ERR-COL
019177     ELSE
019187       PERFORM 4925-ADD-UNLISTED-REASON.
019197*
019207   4925-ADD-UNLISTED-REASON.
019217     SET IX-WS-UNLRSN-TBL TO +1.
019227     SEARCH WS-UNLRSN-TBL-REC
019237       AT END
019247         PERFORM 4926-NEW-UNLISTED-REASON
019257       WHEN WS-UNLRSN-TBL-CODE (IX-WS-UNLRSN-TBL)
019267             EQUAL IOWRK-REASON-FOR-CREDIT
019277         CONTINUE
019287     END-SEARCH.
019297     ADD 1 TO WS-UNLRSN-TBL-TRAN-COUNT (IX-WS-UNLRSN-TBL).
019307     ADD IOWRK-GROSS TO WS-UNLRSN-TBL-GROSS (IX-WS-UNLRSN-TBL).
019317*
019327   4926-NEW-UNLISTED-REASON.
019337     IF WS-UNLRSN-TBL-ENT-COUNT EQUAL +100
019347       DISPLAY '* UNLISTED REASON CODE TABLE HAS OVERFLOWED *'
019357             UPON SYSOUT
019367       GO TO 9900-DISPLAY-ABORT.
019377     ADD +1 TO WS-UNLRSN-TBL-ENT-COUNT.
019387     SET IX-WS-UNLRSN-TBL TO WS-UNLRSN-TBL-ENT-COUNT.
019397     MOVE IOWRK-REASON-FOR-CREDIT
019407           TO WS-UNLRSN-TBL-CODE (IX-WS-UNLRSN-TBL).
019417     MOVE +0 TO WS-UNLRSN-TBL-TRAN-COUNT (IX-WS-UNLRSN-TBL)
019427                WS-UNLRSN-TBL-GROSS (IX-WS-UNLRSN-TBL).
019477*
019478   4940-ADD-CREDIT-HIST-INFO.
019479     SET IX-WS-CRHBC-TBL TO +1.
019480     SEARCH WS-CRHBC-TBL-REC
019481       AT END
019482         PERFORM 4945-NEW-CREDIT-HIST-CODE
019483       WHEN WS-CRHBC-TBL-CODE (IX-WS-CRHBC-TBL)
019484             EQUAL IOWRK-REASON-FOR-CREDIT
019485         CONTINUE
019486     END-SEARCH.
019486     ADD 1 TO WS-CRHBC-TBL-COUNT (IX-WS-CRHBC-TBL).
019486     SUBTRACT IOWRK-GROSS
019486           FROM WS-CRHBC-TBL-AMOUNT (IX-WS-CRHBC-TBL).
019486*
019486   4945-NEW-CREDIT-HIST-CODE.
019486     IF WS-CRHBC-TBL-ENT-COUNT EQUAL +200
019486       DISPLAY '* BC CREDIT HISTORY TABLE HAS OVERFLOWED *'
019486             UPON SYSOUT
019486       GO TO 9900-DISPLAY-ABORT.
019486     ADD +1 TO WS-CRHBC-TBL-ENT-COUNT.
019486     SET IX-WS-CRHBC-TBL TO WS-CRHBC-TBL-ENT-COUNT.
019486     MOVE IOWRK-REASON-FOR-CREDIT
019486           TO WS-CRHBC-TBL-CODE (IX-WS-CRHBC-TBL).
019486     MOVE +0 TO WS-CRHBC-TBL-COUNT (IX-WS-CRHBC-TBL)
019486                WS-CRHBC-TBL-AMOUNT (IX-WS-CRHBC-TBL).
019486*
019487   4950-ADD-ERROR1-INFO.
019497*
019507     IF IOWRK-REGION NOT EQUAL SPACE
020357         GO TO 9900-DISPLAY-ABORT
020367        END-IF.
020369*
020369   4975-ADD-GL-INFO.
020369*
020369*                * SPLITS THE RECORD INTO THE GL AMOUNT TYPES.
020369*                  UPCHARGE COLLECTED IS WHATEVER DUE DELUXE HOLDS
020369*                  BEYOND BASE/DELIVERY AND COLLECTED TAX (ZERO
020369*                  UNLESS PASS 1 FOUND THE UPCHARGE COLLECTED) *
020369     MOVE IOWRK-REPORT-BASE-DELIVERY TO WS-GL-REC-AMT (1).
020369     MOVE +0 TO WS-GL-REC-AMT (3) WS-GL-REC-AMT (4).
020369     IF IOWRK-TAX-COLLECT-FLAG EQUAL 'R'
020369       MOVE IOWRK-TAX TO WS-GL-REC-AMT (4)
020369     ELSE
020369       MOVE IOWRK-TAX TO WS-GL-REC-AMT (3).
020369     SUBTRACT WS-GL-REC-AMT (1) WS-GL-REC-AMT (3)
020369           FROM IOWRK-DUE-DELUXE GIVING WS-GL-REC-AMT (2).
020369     MOVE IOWRK-DUE-DELUXE TO WS-GL-REC-AMT (5).
020369     SET WS-GL-REC-MEDIUM TO IX-WS-MED-TBL-MED.
020369     SET IX-WS-GLACC-TBL-IN TO +1.
020369     SEARCH WS-GLACC-TBL-REC
020369       AT END
020369         PERFORM 4976-ADD-IN-GL-BUCKET
020369       WHEN WS-GLACC-TBL-REGION (IX-WS-GLACC-TBL-IN)
020369                 EQUAL IOWRK-REGION
020369           AND WS-GLACC-TBL-MEDIUM (IX-WS-GLACC-TBL-IN)
020369                 EQUAL WS-GL-REC-MEDIUM
020369         PERFORM 4977-ADD-GL-AMOUNT
020369             VARYING WS-GL-TYPE-SUB FROM +1 BY +1
020369             UNTIL WS-GL-TYPE-SUB GREATER +5
020369     END-SEARCH.
020369*
020369   4976-ADD-IN-GL-BUCKET.
020369*
020369     IF WS-GLACC-TBL-ENT-COUNT EQUAL +200
020369       DISPLAY '* GL REGION/MEDIUM TABLE HAS OVERFLOWED *'
020369             UPON SYSOUT
020369       GO TO 9900-DISPLAY-ABORT.
020369     ADD +1 TO WS-GLACC-TBL-ENT-COUNT.
020369     SET IX-WS-GLACC-TBL-IN TO WS-GLACC-TBL-ENT-COUNT.
020369     MOVE IOWRK-REGION TO
020369           WS-GLACC-TBL-REGION (IX-WS-GLACC-TBL-IN).
020369     MOVE WS-GL-REC-MEDIUM TO
020369           WS-GLACC-TBL-MEDIUM (IX-WS-GLACC-TBL-IN).
020369     MOVE +0 TO WS-GLACC-TBL-AMT (IX-WS-GLACC-TBL-IN, 1)
020369           WS-GLACC-TBL-AMT (IX-WS-GLACC-TBL-IN, 2)
020369           WS-GLACC-TBL-AMT (IX-WS-GLACC-TBL-IN, 3)
020369           WS-GLACC-TBL-AMT (IX-WS-GLACC-TBL-IN, 4)
020369           WS-GLACC-TBL-AMT (IX-WS-GLACC-TBL-IN, 5).
020369     PERFORM 4977-ADD-GL-AMOUNT
020369         VARYING WS-GL-TYPE-SUB FROM +1 BY +1
020369         UNTIL WS-GL-TYPE-SUB GREATER +5.
020369*
020369   4977-ADD-GL-AMOUNT.
020369     ADD WS-GL-REC-AMT (WS-GL-TYPE-SUB) TO
020369           WS-GLACC-TBL-AMT (IX-WS-GLACC-TBL-IN, WS-GL-TYPE-SUB).
020369*
020370 4980-ADD-REGION-INFO.
020371*
020372   SET IX-WS-REGION-TBL-IN TO +1.
020475   ELSE
020476     MOVE +0 TO WS-PMIX-TBL-ORDER-CT (IX-WS-PMIX-TBL-IN)
020477   END-IF.
020477*
020477   5000-BUILD-GL-CONTROLS.
020477*
020477*                * FIRST PASS OVER THE GL REGION/MEDIUM BUCKETS -
020477*                  MAPS EACH AMOUNT TO ITS IGLMAP ACCOUNTS AND
020477*                  GATHERS THE JOURNAL TOTALS THAT 2650 PROVES.
020477*                  NOTHING IS WRITTEN UNTIL THE JOURNAL PROVES *
020477     MOVE +0 TO WS-GL-TOTAL-DEBITS WS-GL-TOTAL-CREDITS
020477           WS-GL-DETAIL-COUNT WS-GL-UNMAPPED-CT
020477           WS-GL-JRN-TAX-COLL WS-GL-JRN-TAX-REBATE.
020477     MOVE SPACE TO WS-GL-BAL-FLAG.
020477     PERFORM 5005-CLEAR-GL-MED-TOTAL
020477         VARYING WS-GL-MED-SUB FROM +1 BY +1
020477         UNTIL WS-GL-MED-SUB GREATER +5.
020477     PERFORM 5010-CLEAR-GL-RGN-TOTAL
020477         VARYING WS-GL-RGN-SUB FROM +1 BY +1
020477         UNTIL WS-GL-RGN-SUB GREATER +50.
020477     MOVE WS-HD1-BILL-CENTURY TO WS-GL-BILL-CC.
020477     MOVE WS-HD1-BILL-YEAR TO WS-GL-BILL-YY.
020477     MOVE WS-HD1-BILL-MONTH TO WS-GL-BILL-MM.
020477     MOVE WS-HD1-BILL-DAY TO WS-GL-BILL-DD.
020477     MOVE 'C' TO WS-GL-PASS-FLAG.
020477     PERFORM 5020-POST-EACH-GL-BUCKET
020477         VARYING WS-GL-ACC-SUB FROM +1 BY +1
020477         UNTIL WS-GL-ACC-SUB GREATER WS-GLACC-TBL-ENT-COUNT.
020477*
020477   5005-CLEAR-GL-MED-TOTAL.
020477     MOVE +0 TO WS-GL-MED-DUE-DLX (WS-GL-MED-SUB).
020477*
020477   5010-CLEAR-GL-RGN-TOTAL.
020477     MOVE +0 TO WS-GLRGN-DUE-DLX (WS-GL-RGN-SUB)
020477           WS-GLRGN-TAX-COLL (WS-GL-RGN-SUB)
020477           WS-GLRGN-TAX-REBATE (WS-GL-RGN-SUB).
020477*
020477   5020-POST-EACH-GL-BUCKET.
020477     PERFORM 5030-POST-EACH-GL-AMOUNT
020477         VARYING WS-GL-TYPE-SUB FROM +1 BY +1
020477         UNTIL WS-GL-TYPE-SUB GREATER +5.
020477*
020477   5030-POST-EACH-GL-AMOUNT.
020477*
020477*                * THE SAME ROUTINE SERVES ALL THREE PASSES - 'C'
020477*                  GATHERS THE CONTROLS, 'L' LISTS THE UNMAPPED
020477*                  AMOUNTS ON THE RECAP, 'W' WRITES THE JOURNAL *
020477     MOVE WS-GLACC-TBL-AMT (WS-GL-ACC-SUB, WS-GL-TYPE-SUB)
020477           TO WS-GL-AMOUNT.
020477     IF WS-GL-AMOUNT EQUAL +0
020477       GO TO 5030-EXIT.
020477     PERFORM 5040-FIND-GL-ACCOUNTS.
020477     IF GL-MAP-FOUND
020477       IF NOT GL-LISTING-PASS
020477         PERFORM 5050-POST-GL-AMOUNT
020477       END-IF
020477     ELSE
020477       IF GL-CONTROL-PASS
020477         ADD +1 TO WS-GL-UNMAPPED-CT
020477       ELSE
020477         IF GL-LISTING-PASS
020477           PERFORM 2680-PRT-GL-UNMAPPED
020477         END-IF
020477       END-IF
020477     END-IF.
020477   5030-EXIT.
020477     EXIT.
020477*
020477   5040-FIND-GL-ACCOUNTS.
020477*
020477*                * A CARD FOR THE REGION ITSELF WINS OVER THE
020477*                  '**' (ANY REGION) CARD *
020477     MOVE WS-GLACC-TBL-REGION (WS-GL-ACC-SUB) TO WS-GL-KEY-REGION.
020477     MOVE WS-GLACC-TBL-MEDIUM (WS-GL-ACC-SUB) TO WS-GL-MED-SUB.
020477     MOVE WS-GL-MEDIUM-NAME (WS-GL-MED-SUB) TO WS-GL-KEY-MEDIUM.
020477     MOVE WS-GL-TYPE-CODE (WS-GL-TYPE-SUB) TO WS-GL-KEY-AMT-TYPE.
020477     PERFORM 5045-SEARCH-GL-MAP.
020477     IF NOT GL-MAP-FOUND
020477       MOVE '**' TO WS-GL-KEY-REGION
020477       PERFORM 5045-SEARCH-GL-MAP
020477       MOVE WS-GLACC-TBL-REGION (WS-GL-ACC-SUB)
020477             TO WS-GL-KEY-REGION.
020477     IF GL-MAP-FOUND
020477       IF WS-GL-DESC EQUAL SPACE
020477         MOVE WS-GL-TYPE-DESC (WS-GL-TYPE-SUB) TO WS-GL-DESC.
020477*
020477   5045-SEARCH-GL-MAP.
020477     MOVE SPACE TO WS-GL-MAP-FOUND-FLAG.
020477     SET IX-WS-GLMAP-TBL TO +1.
020477     SEARCH WS-GLMAP-TBL-REC
020477       WHEN WS-GLMAP-TBL-KEY (IX-WS-GLMAP-TBL) EQUAL WS-GL-KEY
020477         MOVE 'Y' TO WS-GL-MAP-FOUND-FLAG
020477         MOVE WS-GLMAP-TBL-DR-ACCT (IX-WS-GLMAP-TBL)
020477               TO WS-GL-DR-ACCT
020477         MOVE WS-GLMAP-TBL-CR-ACCT (IX-WS-GLMAP-TBL)
020477               TO WS-GL-CR-ACCT
020477         MOVE WS-GLMAP-TBL-DESC (IX-WS-GLMAP-TBL) TO WS-GL-DESC
020477     END-SEARCH.
020477*
020477   5050-POST-GL-AMOUNT.
020477*
020477*                * A NET CREDIT POSTS TO THE OPPOSITE SIDES.  A
020477*                  CARD MAY CARRY ONE ACCOUNT ONLY WHEN ITS OTHER
020477*                  SIDE IS POSTED BY ANOTHER AMOUNT TYPE *
020477     IF WS-GL-AMOUNT LESS +0
020477       MULTIPLY -1 BY WS-GL-AMOUNT GIVING WS-GL-POST-AMT
020477       MOVE WS-GL-CR-ACCT TO WS-GL-DR-SIDE-ACCT
020477       MOVE WS-GL-DR-ACCT TO WS-GL-CR-SIDE-ACCT
020477     ELSE
020477       MOVE WS-GL-AMOUNT TO WS-GL-POST-AMT
020477       MOVE WS-GL-DR-ACCT TO WS-GL-DR-SIDE-ACCT
020477       MOVE WS-GL-CR-ACCT TO WS-GL-CR-SIDE-ACCT.
020477     IF WS-GL-DR-SIDE-ACCT NOT EQUAL SPACE
020477       MOVE WS-GL-DR-SIDE-ACCT TO WS-GL-LINE-ACCT
020477       MOVE 'D' TO WS-GL-LINE-DR-CR
020477       IF GL-WRITING-PASS
020477         PERFORM 5560-WRITE-GL-DETAIL
020477       ELSE
020477         ADD WS-GL-POST-AMT TO WS-GL-TOTAL-DEBITS
020477         ADD +1 TO WS-GL-DETAIL-COUNT
020477       END-IF
020477     END-IF.
020477     IF WS-GL-CR-SIDE-ACCT NOT EQUAL SPACE
020477       MOVE WS-GL-CR-SIDE-ACCT TO WS-GL-LINE-ACCT
020477       MOVE 'C' TO WS-GL-LINE-DR-CR
020477       IF GL-WRITING-PASS
020477         PERFORM 5560-WRITE-GL-DETAIL
020477       ELSE
020477         ADD WS-GL-POST-AMT TO WS-GL-TOTAL-CREDITS
020477         ADD +1 TO WS-GL-DETAIL-COUNT
020477       END-IF
020477     END-IF.
020477     IF NOT GL-WRITING-PASS
020477       PERFORM 5060-ADD-GL-CONTROLS.
020477*
020477   5060-ADD-GL-CONTROLS.
020477*
020477*                * THE SIGNED AMOUNT, AS THE RECAPS CARRY IT *
020477     PERFORM 5065-FIND-GL-REGION-SUB.
020477     IF WS-GL-TYPE-SUB EQUAL +5
020477       ADD WS-GL-AMOUNT TO WS-GL-MED-DUE-DLX (WS-GL-MED-SUB)
020477             WS-GL-MED-DUE-DLX (5)
020477       IF WS-GL-RGN-SUB GREATER +0
020477         ADD WS-GL-AMOUNT TO WS-GLRGN-DUE-DLX (WS-GL-RGN-SUB).
020477     IF WS-GL-TYPE-SUB EQUAL +3
020477       ADD WS-GL-AMOUNT TO WS-GL-JRN-TAX-COLL
020477       IF WS-GL-RGN-SUB GREATER +0
020477         ADD WS-GL-AMOUNT TO WS-GLRGN-TAX-COLL (WS-GL-RGN-SUB).
020477     IF WS-GL-TYPE-SUB EQUAL +4
020477       ADD WS-GL-AMOUNT TO WS-GL-JRN-TAX-REBATE
020477       IF WS-GL-RGN-SUB GREATER +0
020477         ADD WS-GL-AMOUNT TO WS-GLRGN-TAX-REBATE (WS-GL-RGN-SUB).
020477*
020477   5065-FIND-GL-REGION-SUB.
020477     MOVE +0 TO WS-GL-RGN-SUB.
020477     SET IX-WS-REGION-TBL-OUT TO +1.
020477     SEARCH WS-REGION-TBL-REC VARYING IX-WS-REGION-TBL-OUT
020477       WHEN WS-REGION-TBL-CODE (IX-WS-REGION-TBL-OUT)
020477                 EQUAL WS-GLACC-TBL-REGION (WS-GL-ACC-SUB)
020477         SET WS-GL-RGN-SUB TO IX-WS-REGION-TBL-OUT
020477     END-SEARCH.
020477*
020477   5500-WRITE-GL-JOURNAL.
020477*
020477*                * ALL OR NOTHING - AN OUT OF BALANCE JOURNAL
020477*                  LEAVES OGLJRN EMPTY (SEE 2650) *
020477     IF NOT GL-OUT-OF-BALANCE
020477       PERFORM 5510-WRITE-GL-BATCH.
020477*
020477   5510-WRITE-GL-BATCH.
020477     MOVE CPY4-CURRENT-DATE TO WS-GL-BATCH-DATE.
020477     MOVE WS-RUNL-START-TIME TO WS-GL-BATCH-TIME.
020477     MOVE WS-GL-BILL-DATE TO WS-GLJ-H-BILL-DATE
020477           WS-GLJ-D-BILL-DATE WS-GLJ-T-BILL-DATE.
020477     MOVE WS-GL-BATCH-ID TO WS-GLJ-H-BATCH-ID WS-GLJ-T-BATCH-ID.
020477     IF NON-WEEKLY-RUN
020477       MOVE 'NON-WEEKLY BILLING' TO WS-GLJ-H-DESC
020477     ELSE
020477       MOVE 'WEEKLY BILLING' TO WS-GLJ-H-DESC.
020477     WRITE OGLJRN-REC FROM WS-GLJ-HDR-REC.
020477     ADD +1 TO WS-OGLJRN-REC-COUNT.
020477     MOVE 'W' TO WS-GL-PASS-FLAG.
020477     PERFORM 5020-POST-EACH-GL-BUCKET
020477         VARYING WS-GL-ACC-SUB FROM +1 BY +1
020477         UNTIL WS-GL-ACC-SUB GREATER WS-GLACC-TBL-ENT-COUNT.
020477     MOVE WS-GL-DETAIL-COUNT TO WS-GLJ-T-DETAIL-COUNT.
020477     MOVE WS-GL-TOTAL-DEBITS TO WS-GLJ-T-TOTAL-DEBITS.
020477     MOVE WS-GL-TOTAL-CREDITS TO WS-GLJ-T-TOTAL-CREDITS.
020477     WRITE OGLJRN-REC FROM WS-GLJ-TRL-REC.
020477     ADD +1 TO WS-OGLJRN-REC-COUNT.
020477*
020477   5560-WRITE-GL-DETAIL.
020477     MOVE WS-GL-LINE-ACCT TO WS-GLJ-D-ACCOUNT.
020477     MOVE WS-GL-LINE-DR-CR TO WS-GLJ-D-DR-CR.
020477     MOVE WS-GL-POST-AMT TO WS-GLJ-D-AMOUNT.
020477     MOVE WS-GLACC-TBL-REGION (WS-GL-ACC-SUB) TO WS-GLJ-D-REGION.
020477     MOVE WS-GL-KEY-MEDIUM TO WS-GLJ-D-MEDIUM.
020477     MOVE WS-GL-KEY-AMT-TYPE TO WS-GLJ-D-AMT-TYPE.
020477     MOVE WS-GL-DESC TO WS-GLJ-D-DESC.
020477     WRITE OGLJRN-REC FROM WS-GLJ-DTL-REC.
020477     ADD +1 TO WS-OGLJRN-REC-COUNT.
020478*
020479   5700-ADD-IN-BR-COUNTS.
020479*
020522*
020532   5800-ADD-IN-BC-COUNTS.
020542*
020552     IF WS-BC-ERR-REC-COUNT GREATER WS-BREF-BC-ERR-LIMIT
020562       IF IX-WS-BC-ERR-TBL-IN NOT GREATER +1000
020572         MOVE WS-BC-ERR-REC TO WS-BC-ERR-TBL-REC
020582               (IX-WS-BC-ERR-TBL-IN)
020954     MOVE WS-BCSUM-DUE-DLX TO
020955           WS-BCSUM-TBL-DUE-DLX (IX-WS-BCSUM-TBL).
020956*
020956   5870-START-CREDIT-HISTORY.
020956*                * THE WEEK CONTROL RECORD GAINS THE CYCLE BILLING
020956*                  WEEK UNLESS IT IS ALREADY THERE (A RERUN) *
020956     OPEN I-O CRHIST-FILE.
020956     IF NOT WS-CRHIST-SUCCESSFUL-OPEN
020956       DISPLAY '* VSAM ERROR ON CRHIST OPEN.  FILE STATUS = '
020956             WS-CRHIST-FILE-STATUS '. *' UPON SYSOUT
020956       GO TO 9900-DISPLAY-ABORT.
020956     MOVE 'Y' TO WS-CRHIST-FILE-FLAG.
020956     MOVE WS-CRH-WEEKS-KEY TO CRH-KEY.
020956     READ CRHIST-FILE.
020956     IF WS-CRHIST-NO-SUCH-RECORD
020956       PERFORM 5874-CLEAR-CRHIST-REC
020956       MOVE WS-CRH-WEEKS-KEY TO CRH-KEY
020956       MOVE WS-CYCLE-BILLING-WEEK TO CRH-WEEK (1)
020956       WRITE CRH-REC
020956     ELSE
020956       IF NOT WS-CRHIST-SUCCESSFUL
020956         DISPLAY '* VSAM ERROR ON CRHIST READ.  FILE STATUS = '
020956               WS-CRHIST-FILE-STATUS '. *' UPON SYSOUT
020956         GO TO 9900-DISPLAY-ABORT
020956       ELSE
020956         IF CRH-WEEK (1) GREATER WS-CYCLE-BILLING-WEEK
020956           DISPLAY '* BILLING WEEK ' WS-CYCLE-BILLING-WEEK
020956                 ' IS EARLIER THAN CRHIST WEEK ' CRH-WEEK (1) ' *'
020956                 UPON SYSOUT
020956           GO TO 9900-DISPLAY-ABORT
020956         ELSE
020956           IF CRH-WEEK (1) NOT EQUAL WS-CYCLE-BILLING-WEEK
020956             PERFORM 5872-SHIFT-CRHIST-WEEKS
020956             PERFORM 5875-STAMP-CRHIST-REC
020956             REWRITE CRH-REC.
020956     IF NOT WS-CRHIST-SUCCESSFUL
020956       DISPLAY '* VSAM ERROR ON CRHIST WEEK CONTROL UPDATE.  '
020956             'FILE STATUS = ' WS-CRHIST-FILE-STATUS '. *'
020956             UPON SYSOUT
020956       GO TO 9900-DISPLAY-ABORT.
020956     MOVE CRH-WEEK (13) TO WS-CRH-OLDEST-WEEK.
020956*
020956   5872-SHIFT-CRHIST-WEEKS.
020956*                * THE OLDEST WEEK DROPS OFF; THE CYCLE WEEK
020956*                  BECOMES THE NEWEST, WITH NOTHING POSTED *
020956     PERFORM 5873-MOVE-CRHIST-WEEK
020956         VARYING WS-CRH-SLOT-SUB FROM +13 BY -1
020956         UNTIL WS-CRH-SLOT-SUB LESS +2.
020956     MOVE WS-CYCLE-BILLING-WEEK TO CRH-WEEK (1).
020956     MOVE +0 TO CRH-WEEK-COUNT (1) CRH-WEEK-AMOUNT (1).
020956*
020956   5873-MOVE-CRHIST-WEEK.
020956     MOVE CRH-WEEK-ENTRY (WS-CRH-SLOT-SUB - 1)
020956           TO CRH-WEEK-ENTRY (WS-CRH-SLOT-SUB).
020956*
020956   5874-CLEAR-CRHIST-REC.
020956     MOVE SPACE TO CRH-REC.
020956     PERFORM 5876-CLEAR-CRHIST-WEEK
020956         VARYING WS-CRH-SLOT-SUB FROM +1 BY +1
020956         UNTIL WS-CRH-SLOT-SUB GREATER +13.
020956     PERFORM 5875-STAMP-CRHIST-REC.
020956*
020956   5875-STAMP-CRHIST-REC.
020956     MOVE CPY4-CURRENT-DATE TO CRH-UPDATE-DATE.
020956     MOVE WS-RUNL-TIME-RAW (1:6) TO CRH-UPDATE-TIME.
020956*
020956   5876-CLEAR-CRHIST-WEEK.
020956     MOVE +0 TO CRH-WEEK-COUNT (WS-CRH-SLOT-SUB)
020956                CRH-WEEK-AMOUNT (WS-CRH-SLOT-SUB).
020956*
020956   5880-POST-CREDIT-HISTORY.
020956*                * THE BC'S FIGURES REPLACE WHATEVER THE WEEK
020956*                  HELD, SO A RESTART OR RERUN CANNOT DOUBLE
020956*                  THEM *
020956     PERFORM 5882-POST-CRHIST-REC
020956         VARYING IX-WS-CRHBC-TBL FROM +1 BY +1
020956         UNTIL IX-WS-CRHBC-TBL GREATER WS-CRHBC-TBL-ENT-COUNT.
020956*
020956   5882-POST-CRHIST-REC.
020956     MOVE WS-HOLD-BC TO CRH-BC.
020956     MOVE WS-CRHBC-TBL-CODE (IX-WS-CRHBC-TBL) TO CRH-REASON-CODE.
020956     READ CRHIST-FILE.
020956     IF WS-CRHIST-NO-SUCH-RECORD
020956       PERFORM 5884-ADD-CRHIST-REC
020956     ELSE
020956       IF WS-CRHIST-SUCCESSFUL
020956         PERFORM 5886-UPDATE-CRHIST-REC
020956       ELSE
020956         DISPLAY '* VSAM ERROR ON CRHIST READ.  KEY = "' CRH-KEY
020956               '".  FILE STATUS = ' WS-CRHIST-FILE-STATUS '. *'
020956               UPON SYSOUT
020956         GO TO 9900-DISPLAY-ABORT.
020956     IF NOT WS-CRHIST-SUCCESSFUL
020956       DISPLAY '* VSAM ERROR ON CRHIST UPDATE.  KEY = "' CRH-KEY
020956             '".  FILE STATUS = ' WS-CRHIST-FILE-STATUS '. *'
020956             UPON SYSOUT
020956       GO TO 9900-DISPLAY-ABORT.
020956*
020956   5884-ADD-CRHIST-REC.
020956     PERFORM 5874-CLEAR-CRHIST-REC.
020956     MOVE WS-HOLD-BC TO CRH-BC.
020956     MOVE WS-CRHBC-TBL-CODE (IX-WS-CRHBC-TBL) TO CRH-REASON-CODE.
020956     MOVE WS-CYCLE-BILLING-WEEK TO CRH-WEEK (1).
020956     MOVE WS-CRHBC-TBL-COUNT (IX-WS-CRHBC-TBL)
020956           TO CRH-WEEK-COUNT (1).
020956     MOVE WS-CRHBC-TBL-AMOUNT (IX-WS-CRHBC-TBL)
020956           TO CRH-WEEK-AMOUNT (1).
020956     WRITE CRH-REC.
020956     ADD 1 TO WS-CRHIST-ADD-COUNT.
020956*
020956   5886-UPDATE-CRHIST-REC.
020956     IF CRH-WEEK (1) NOT EQUAL WS-CYCLE-BILLING-WEEK
020956       PERFORM 5872-SHIFT-CRHIST-WEEKS.
020956     MOVE WS-CRHBC-TBL-COUNT (IX-WS-CRHBC-TBL)
020956           TO CRH-WEEK-COUNT (1).
020956     MOVE WS-CRHBC-TBL-AMOUNT (IX-WS-CRHBC-TBL)
020956           TO CRH-WEEK-AMOUNT (1).
020956     PERFORM 5875-STAMP-CRHIST-REC.
020956     REWRITE CRH-REC.
020956     ADD 1 TO WS-CRHIST-UPD-COUNT.
020956*
020956   5890-END-CREDIT-HISTORY.
020956*                * ONCE 13 WEEKS ARE KEPT, A BC/REASON CODE WHOSE
020956*                  NEWEST WEEK HAS FALLEN OUT OF THEM IS DELETED *
020956     IF WS-CRH-OLDEST-WEEK NOT EQUAL SPACE
020956       MOVE WS-CRH-WEEKS-KEY TO CRH-KEY
020956       START CRHIST-FILE KEY GREATER CRH-KEY
020956       IF WS-CRHIST-SUCCESSFUL
020956         PERFORM 5894-READ-CRHIST-NEXT
020956         PERFORM 5892-EACH-CRHIST-REC
020956             UNTIL END-CRHIST-FILE
020956       ELSE
020956         IF NOT WS-CRHIST-NO-SUCH-RECORD
020956           DISPLAY '* VSAM ERROR ON CRHIST START.  FILE STATUS = '
020956                 WS-CRHIST-FILE-STATUS '. *' UPON SYSOUT
020956           GO TO 9900-DISPLAY-ABORT.
020956     PERFORM 9410-CLOSE-CRHIST-FILE.
020956*
020956   5892-EACH-CRHIST-REC.
020956     IF CRH-WEEK (1) LESS WS-CRH-OLDEST-WEEK
020956       DELETE CRHIST-FILE RECORD
020956       IF NOT WS-CRHIST-SUCCESSFUL
020956         DISPLAY '* VSAM ERROR ON CRHIST DELETE.  KEY = "' CRH-KEY
020956               '".  FILE STATUS = ' WS-CRHIST-FILE-STATUS '. *'
020956               UPON SYSOUT
020956         GO TO 9900-DISPLAY-ABORT
020956       ELSE
020956         ADD 1 TO WS-CRHIST-DEL-COUNT.
020956     PERFORM 5894-READ-CRHIST-NEXT.
020956*
020956   5894-READ-CRHIST-NEXT.
020956     READ CRHIST-FILE NEXT RECORD.
020956     IF NOT WS-CRHIST-SUCCESSFUL
020956       IF WS-CRHIST-END-OF-FILE
020956         MOVE 'E' TO WS-CRHIST-EOF-FLAG
020956       ELSE
020956         DISPLAY '* VSAM ERROR ON CRHIST READ NEXT.  FILE '
020956               'STATUS = ' WS-CRHIST-FILE-STATUS '. *' UPON SYSOUT
020956         GO TO 9900-DISPLAY-ABORT.
020956*
020957   5900-SUM-UP-TABLES.
020959*
020962     ADD WS-MED-TBL-TRAN-COUNT (1, 1)
021742           WS-MED-TBL-TRAN-COUNT (4, 7) GIVING
021752           WS-MED-TBL-TRAN-COUNT (5, 7).
021762*
021772     ADD WS-ACCURACY-ERR-COUNT (1) WS-ACCURACY-ERR-COUNT (2)
021782           WS-ACCURACY-ERR-COUNT (3) WS-ACCURACY-ERR-COUNT (4)
021792           WS-ACCURACY-ERR-COUNT (5) WS-ACCURACY-ERR-COUNT (6)
021802           GIVING WS-ACCURACY-TOTAL-ERR-CT.
021812*
021822     ADD WS-ACCURACY-ORDER-ERR-COUNT (1)
021832           WS-ACCURACY-ORDER-ERR-COUNT (2)
021842           WS-ACCURACY-ORDER-ERR-COUNT (3)
021852           WS-ACCURACY-ORDER-ERR-COUNT (4)
021862           WS-ACCURACY-ORDER-ERR-COUNT (5)
021872           WS-ACCURACY-ORDER-ERR-COUNT (6)
021882           GIVING WS-ACCURACY-TOTAL-ORDER-CT.
021892*
021902   6000-LOAD-TAPE-CODE-TBL.
022692           WS-REGION-TBL-CODE (WS-EXPRGN-SUB)
022693       MOVE 'Y' TO WS-RGN-FOUND-FLAG.
022694*
022694   6500-LOAD-GL-MAP.
022694*
022694     OPEN INPUT IGLMAP-FILE.
022694     PERFORM 6510-READ-IGLMAP-FILE.
022694     IF END-IGLMAP-FILE
022694       DISPLAY '* IGLMAP IS AN EMPTY FILE *' UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     PERFORM 6520-EACH-IGLMAP-CARD
022694         WITH TEST AFTER
022694         UNTIL END-IGLMAP-FILE.
022694     CLOSE IGLMAP-FILE.
022694     IF WS-GLMAP-TBL-ENT-COUNT EQUAL +0
022694       DISPLAY '* IGLMAP HAS NO ACCOUNT CARDS *' UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694*
022694   6510-READ-IGLMAP-FILE.
022694     READ IGLMAP-FILE
022694       AT END
022694         MOVE 'E' TO WS-IGLMAP-FILE-FLAG
022694       NOT AT END
022694         ADD 1 TO WS-IGLMAP-REC-COUNT
022694     END-READ.
022694*
022694   6520-EACH-IGLMAP-CARD.
022694     IF IGLMAP-REC NOT EQUAL SPACE
022694       PERFORM 6530-EDIT-IGLMAP-CARD
022694       PERFORM 6540-ADD-IN-GL-MAP.
022694     PERFORM 6510-READ-IGLMAP-FILE.
022694*
022694   6530-EDIT-IGLMAP-CARD.
022694     IF (IGLMAP-MEDIUM NOT EQUAL 'ACH' AND 'WIRE' AND 'PAPER')
022694         OR (IGLMAP-AMT-TYPE NOT EQUAL 'BD' AND 'UC' AND 'TC'
022694                                   AND 'TR' AND 'DD')
022694         OR (IGLMAP-REGION EQUAL SPACE)
022694         OR (IGLMAP-DR-ACCT EQUAL SPACE
022694             AND IGLMAP-CR-ACCT EQUAL SPACE)
022694       DISPLAY '* INVALID IGLMAP CARD "' IGLMAP-REC (1:45) '" *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     MOVE IGLMAP-REGION TO WS-GL-KEY-REGION.
022694     MOVE IGLMAP-MEDIUM TO WS-GL-KEY-MEDIUM.
022694     MOVE IGLMAP-AMT-TYPE TO WS-GL-KEY-AMT-TYPE.
022694     PERFORM 5045-SEARCH-GL-MAP.
022694     IF GL-MAP-FOUND
022694       DISPLAY '* DUPLICATE IGLMAP CARD "' IGLMAP-REC (1:45) '" *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694*
022694   6540-ADD-IN-GL-MAP.
022694     IF WS-GLMAP-TBL-ENT-COUNT EQUAL +500
022694       DISPLAY '* IGLMAP TABLE HAS OVERFLOWED *' UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     ADD +1 TO WS-GLMAP-TBL-ENT-COUNT.
022694     SET IX-WS-GLMAP-TBL TO WS-GLMAP-TBL-ENT-COUNT.
022694     MOVE WS-GL-KEY TO WS-GLMAP-TBL-KEY (IX-WS-GLMAP-TBL).
022694     MOVE IGLMAP-DR-ACCT
022694           TO WS-GLMAP-TBL-DR-ACCT (IX-WS-GLMAP-TBL).
022694     MOVE IGLMAP-CR-ACCT
022694           TO WS-GLMAP-TBL-CR-ACCT (IX-WS-GLMAP-TBL).
022694     MOVE IGLMAP-DESC TO WS-GLMAP-TBL-DESC (IX-WS-GLMAP-TBL).
022694*
022694   6600-LOAD-BILLING-REF.
022694*
022694     OPEN INPUT IBREF-FILE.
022694     PERFORM 6610-READ-IBREF-FILE.
022694     IF END-IBREF-FILE
022694       DISPLAY '* IBREF IS AN EMPTY FILE *' UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     PERFORM 6620-EACH-IBREF-CARD
022694         WITH TEST AFTER
022694         UNTIL END-IBREF-FILE.
022694     CLOSE IBREF-FILE.
022694     IF WS-ERRCOL-COUNT EQUAL +0
022694       DISPLAY '* IBREF HAS NO BILLING-ERROR REASON CODES *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     IF (WS-BREF-BC-ERR-LIMIT LESS +0)
022694         OR (WS-BREF-BC-RSN-LIMIT LESS +0)
022694       DISPLAY '* IBREF IS MISSING A BCERRORS OR BCREASON CARD *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694*
022694   6610-READ-IBREF-FILE.
022694     READ IBREF-FILE
022694       AT END
022694         MOVE 'E' TO WS-IBREF-FILE-FLAG
022694       NOT AT END
022694         ADD 1 TO WS-IBREF-REC-COUNT
022694     END-READ.
022694*
022694   6620-EACH-IBREF-CARD.
022694     IF IBREF-REC NOT EQUAL SPACE
022694       PERFORM 6630-EDIT-IBREF-CARD.
022694     PERFORM 6610-READ-IBREF-FILE.
022694*
022694   6630-EDIT-IBREF-CARD.
022694     IF IBREF-REASON-CARD
022694       PERFORM 6640-ADD-IN-REASON-CODE
022694     ELSE
022694       IF IBREF-DNM-CARD
022694         PERFORM 6660-ADD-IN-DNM-CODE
022694       ELSE
022694         IF IBREF-REST-REIM-CARD
022694           PERFORM 6670-ADD-IN-REST-REIM-PROD
022694         ELSE
022694           IF IBREF-THRESHOLD-CARD
022694             PERFORM 6690-SET-THRESHOLD
022694           ELSE
022694             PERFORM 6695-INVALID-IBREF-CARD.
022694*
022694   6640-ADD-IN-REASON-CODE.
022694     IF (IBREF-RC-CODE EQUAL SPACE)
022694         OR (IBREF-RC-CATEGORY NOT EQUAL 'B' AND 'O')
022694         OR (IBREF-RC-DESC EQUAL SPACE)
022694       PERFORM 6695-INVALID-IBREF-CARD.
022694     MOVE IBREF-RC-CODE TO WS-BREF-SEARCH-CODE.
022694     PERFORM 6650-SEARCH-REASON-CODE.
022694     IF BREF-FOUND
022694       PERFORM 6696-DUPLICATE-IBREF-CARD.
022694     IF WS-RSN-TBL-ENT-COUNT EQUAL +100
022694       DISPLAY '* IBREF REASON CODE TABLE HAS OVERFLOWED *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     ADD +1 TO WS-RSN-TBL-ENT-COUNT.
022694     SET IX-WS-RSN-TBL TO WS-RSN-TBL-ENT-COUNT.
022694     MOVE IBREF-RC-CODE TO WS-RSN-TBL-CODE (IX-WS-RSN-TBL).
022694     MOVE IBREF-RC-CATEGORY
022694           TO WS-RSN-TBL-CATEGORY (IX-WS-RSN-TBL).
022694     MOVE IBREF-RC-DESC TO WS-RSN-TBL-DESC (IX-WS-RSN-TBL).
022694     MOVE +0 TO WS-RSN-TBL-ERR-COL (IX-WS-RSN-TBL).
022694     IF IBREF-RC-CATEGORY EQUAL 'B'
022694       PERFORM 6645-ADD-IN-ERROR-COLUMN.
022694*
022694   6645-ADD-IN-ERROR-COLUMN.
022694     IF WS-ERRCOL-COUNT EQUAL +6
022694       DISPLAY '* IBREF HAS MORE THAN 6 BILLING-ERROR CODES *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     ADD +1 TO WS-ERRCOL-COUNT.
022694     MOVE WS-ERRCOL-COUNT TO WS-RSN-TBL-ERR-COL (IX-WS-RSN-TBL).
022694     MOVE IBREF-RC-CODE TO WS-ERRCOL-CODE (WS-ERRCOL-COUNT).
022694     MOVE IBREF-RC-DESC TO WS-ERRCOL-DESC (WS-ERRCOL-COUNT).
022694*                * THE CODE'S ACCURACY RECAP COLUMN IS 10 BYTES AT
022694*                  PRINT POSITION 28, 39, 50, 61, 72 OR 83 *
022694     COMPUTE WS-ERRCOL-HD-START = (WS-ERRCOL-COUNT * 11) + 17.
022694     MOVE IBREF-RC-HEADING (1)
022694           TO WS-A-HD-1 (WS-ERRCOL-HD-START:10).
022694     MOVE IBREF-RC-HEADING (2)
022694           TO WS-A-HD-2 (WS-ERRCOL-HD-START:10).
022694     MOVE IBREF-RC-HEADING (3)
022694           TO WS-A-HD-3 (WS-ERRCOL-HD-START:10).
022694     ADD +4 TO WS-ERRCOL-HD-START.
022694     MOVE IBREF-RC-CODE TO WS-ERRCOL-HD-CODE-CD.
022694     MOVE WS-ERRCOL-HD-CODE TO WS-A-HD-4 (WS-ERRCOL-HD-START:4).
022694*
022694   6650-SEARCH-REASON-CODE.
022694     MOVE SPACE TO WS-BREF-FOUND-FLAG.
022694     SET IX-WS-RSN-TBL TO +1.
022694     SEARCH WS-RSN-TBL-REC
022694       WHEN WS-RSN-TBL-CODE (IX-WS-RSN-TBL)
022694             EQUAL WS-BREF-SEARCH-CODE
022694         MOVE 'Y' TO WS-BREF-FOUND-FLAG
022694     END-SEARCH.
022694*
022694   6660-ADD-IN-DNM-CODE.
022694     IF IBREF-DN-CODE EQUAL SPACE
022694       PERFORM 6695-INVALID-IBREF-CARD.
022694     MOVE IBREF-DN-CODE TO WS-BREF-SEARCH-CODE.
022694     PERFORM 6665-SEARCH-DNM-CODE.
022694     IF BREF-FOUND
022694       PERFORM 6696-DUPLICATE-IBREF-CARD.
022694     IF WS-DNM-TBL-ENT-COUNT EQUAL +20
022694       DISPLAY '* IBREF DNM CODE TABLE HAS OVERFLOWED *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     ADD +1 TO WS-DNM-TBL-ENT-COUNT.
022694     SET IX-WS-DNM-TBL TO WS-DNM-TBL-ENT-COUNT.
022694     MOVE IBREF-DN-CODE TO WS-DNM-TBL-CODE (IX-WS-DNM-TBL).
022694*
022694   6665-SEARCH-DNM-CODE.
022694     MOVE SPACE TO WS-BREF-FOUND-FLAG.
022694     SET IX-WS-DNM-TBL TO +1.
022694     SEARCH WS-DNM-TBL-REC
022694       WHEN WS-DNM-TBL-CODE (IX-WS-DNM-TBL)
022694             EQUAL WS-BREF-SEARCH-CODE
022694         MOVE 'Y' TO WS-BREF-FOUND-FLAG
022694     END-SEARCH.
022694*
022694   6670-ADD-IN-REST-REIM-PROD.
022694     IF (IBREF-RP-PROD-ID EQUAL SPACE)
022694         OR (IBREF-RP-KIND NOT EQUAL 'REST' AND 'REIM')
022694       PERFORM 6695-INVALID-IBREF-CARD.
022694     MOVE IBREF-RP-PROD-ID TO WS-BREF-SEARCH-PROD-ID.
022694     PERFORM 6680-SEARCH-REST-REIM-PROD.
022694     IF BREF-FOUND
022694       PERFORM 6696-DUPLICATE-IBREF-CARD.
022694     IF WS-RRP-TBL-ENT-COUNT EQUAL +20
022694       DISPLAY '* IBREF REST/REIM PRODUCT TABLE HAS OVERFLOWED *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     ADD +1 TO WS-RRP-TBL-ENT-COUNT.
022694     SET IX-WS-RRP-TBL TO WS-RRP-TBL-ENT-COUNT.
022694     MOVE IBREF-RP-PROD-ID TO WS-RRP-TBL-PROD-ID (IX-WS-RRP-TBL).
022694     MOVE IBREF-RP-KIND TO WS-RRP-TBL-KIND (IX-WS-RRP-TBL).
022694     MOVE IBREF-RP-DESC TO WS-RRP-TBL-DESC (IX-WS-RRP-TBL).
022694     IF IBREF-RP-DESC EQUAL SPACE
022694       IF IBREF-RP-KIND EQUAL 'REST'
022694         MOVE 'RESTITUTION' TO WS-RRP-TBL-DESC (IX-WS-RRP-TBL)
022694       ELSE
022694         MOVE 'REIMBURSEMENT' TO WS-RRP-TBL-DESC (IX-WS-RRP-TBL).
022694*
022694   6680-SEARCH-REST-REIM-PROD.
022694     MOVE SPACE TO WS-BREF-FOUND-FLAG.
022694     SET IX-WS-RRP-TBL TO +1.
022694     SEARCH WS-RRP-TBL-REC
022694       WHEN WS-RRP-TBL-PROD-ID (IX-WS-RRP-TBL)
022694             EQUAL WS-BREF-SEARCH-PROD-ID
022694         MOVE 'Y' TO WS-BREF-FOUND-FLAG
022694     END-SEARCH.
022694*
022694   6690-SET-THRESHOLD.
022694     IF IBREF-TH-VALUE NOT NUMERIC
022694       PERFORM 6695-INVALID-IBREF-CARD.
022694     IF IBREF-TH-NAME EQUAL 'BCERRORS'
022694       IF WS-BREF-BC-ERR-LIMIT NOT LESS +0
022694         PERFORM 6696-DUPLICATE-IBREF-CARD
022694       ELSE
022694         MOVE IBREF-TH-VALUE-N TO WS-BREF-BC-ERR-LIMIT
022694     ELSE
022694       IF IBREF-TH-NAME EQUAL 'BCREASON'
022694         IF WS-BREF-BC-RSN-LIMIT NOT LESS +0
022694           PERFORM 6696-DUPLICATE-IBREF-CARD
022694         ELSE
022694           MOVE IBREF-TH-VALUE-N TO WS-BREF-BC-RSN-LIMIT
022694       ELSE
022694         PERFORM 6695-INVALID-IBREF-CARD.
022694*
022694   6695-INVALID-IBREF-CARD.
022694     DISPLAY '* INVALID IBREF CARD "' IBREF-REC (1:45) '" *'
022694           UPON SYSOUT.
022694     GO TO 9900-DISPLAY-ABORT.
022694*
022694   6696-DUPLICATE-IBREF-CARD.
022694     DISPLAY '* DUPLICATE IBREF CARD "' IBREF-REC (1:45) '" *'
022694           UPON SYSOUT.
022694     GO TO 9900-DISPLAY-ABORT.
022694*
022694   6700-ADD-INVOICE-BC.
022694*                * THE INVOICE FILES ARE NORMALLY IN BC ORDER, SO
022694*                  THE LAST ENTRY USED IS TRIED FIRST *
022694     IF WS-INVBC-TBL-ENT-COUNT EQUAL +0
022694       PERFORM 6710-NEW-INVOICE-BC
022694     ELSE
022694       IF WS-INVBC-TBL-BC (IX-WS-INVBC-TBL) NOT EQUAL WS-INVRCN-BC
022694         PERFORM 6705-FIND-INVOICE-BC.
022694     IF WS-INVBC-TBL-INV-CT
022694           (IX-WS-INVBC-TBL, WS-INVRCN-MEDIUM-SUB)
022694           EQUAL +0
022694       ADD 1 TO WS-INVBC-TBL-MEDIA-CT (IX-WS-INVBC-TBL).
022694     ADD 1 TO
022694           WS-INVBC-TBL-INV-CT
022694             (IX-WS-INVBC-TBL, WS-INVRCN-MEDIUM-SUB).
022694*
022694   6705-FIND-INVOICE-BC.
022694     SET IX-WS-INVBC-TBL TO +1.
022694     SEARCH WS-INVBC-TBL-REC
022694       AT END
022694         PERFORM 6710-NEW-INVOICE-BC
022694       WHEN WS-INVBC-TBL-BC (IX-WS-INVBC-TBL) EQUAL WS-INVRCN-BC
022694         CONTINUE
022694     END-SEARCH.
022694*
022694   6710-NEW-INVOICE-BC.
022694     IF WS-INVBC-TBL-ENT-COUNT EQUAL +20000
022694       DISPLAY '* INVOICE RECONCILIATION BC TABLE HAS '
022694             'OVERFLOWED *'
022694             UPON SYSOUT
022694       GO TO 9900-DISPLAY-ABORT.
022694     ADD +1 TO WS-INVBC-TBL-ENT-COUNT.
022694     SET IX-WS-INVBC-TBL TO WS-INVBC-TBL-ENT-COUNT.
022694     MOVE WS-INVRCN-BC TO WS-INVBC-TBL-BC (IX-WS-INVBC-TBL).
022694     MOVE +0 TO WS-INVBC-TBL-INV-CT (IX-WS-INVBC-TBL, 1)
022694                WS-INVBC-TBL-INV-CT (IX-WS-INVBC-TBL, 2)
022694                WS-INVBC-TBL-INV-CT (IX-WS-INVBC-TBL, 3)
022694                WS-INVBC-TBL-MEDIA-CT (IX-WS-INVBC-TBL)
022694                WS-INVBC-TBL-BCSUM-SUB (IX-WS-INVBC-TBL).
022694*
022694   6800-RECONCILE-INVOICES.
022694*                * RUN AFTER THE GATHER, SO THE PER-BC SUMMARY
022694*                  TABLE (KEPT IN THE CHECKPOINT) HOLDS EVERY BC
022694*                  BILLED EVEN ON A RESTART; THE INVOICE TABLE IS
022694*                  REBUILT FROM THE 8929 FILES ON EVERY RUN *
022694     PERFORM 6810-RECON-EACH-BILLED-BC
022694         VARYING IX-WS-BCSUM-TBL FROM +1 BY +1
022694         UNTIL IX-WS-BCSUM-TBL GREATER WS-BCSUM-TBL-ENT-COUNT.
022694     PERFORM 6820-RECON-EACH-INVOICED-BC
022694         VARYING IX-WS-INVBC-TBL FROM +1 BY +1
022694         UNTIL IX-WS-INVBC-TBL GREATER WS-INVBC-TBL-ENT-COUNT.
022694     MOVE 'Y' TO WS-INVRCN-FLAG.
022694     MOVE WS-INVRCN-NOINV-BC-CT TO WS-CD-INVRCN-NOINV-CT.
022694     MOVE WS-INVRCN-MULTI-BC-CT TO WS-CD-INVRCN-MULTI-CT.
022694     MOVE WS-INVRCN-NOBILL-BC-CT TO WS-CD-INVRCN-NOBILL-CT.
022694     DISPLAY WS-CD-INVRCN-LINE UPON SYSOUT.
022694     IF WS-INVRCN-NOINV-BC-CT GREATER +0
022694       DISPLAY '* BCS BILLED BUT NOT INVOICED - SEE THE INVOICE '
022694             'RECONCILIATION PAGE *' UPON SYSOUT
022694       MOVE 'Y' TO WS-RETURN-08-FLAG.
022694*
022694   6810-RECON-EACH-BILLED-BC.
022694     MOVE WS-BCSUM-TBL-BC (IX-WS-BCSUM-TBL) TO WS-INVRCN-BC.
022694     PERFORM 6705-FIND-INVOICE-BC.
022694     SET WS-INVBC-TBL-BCSUM-SUB (IX-WS-INVBC-TBL)
022694           TO IX-WS-BCSUM-TBL.
022694     EVALUATE TRUE
022694       WHEN WS-INVBC-TBL-MEDIA-CT (IX-WS-INVBC-TBL) EQUAL +0
022694         ADD 1 TO WS-INVRCN-NOINV-BC-CT
022694         ADD WS-BCSUM-TBL-GROSS (IX-WS-BCSUM-TBL)
022694               TO WS-INVRCN-NOINV-GROSS
022694         ADD WS-BCSUM-TBL-DUE-DLX (IX-WS-BCSUM-TBL)
022694               TO WS-INVRCN-NOINV-DUE-DLX
022694       WHEN WS-INVBC-TBL-MEDIA-CT (IX-WS-INVBC-TBL) GREATER +1
022694         ADD 1 TO WS-INVRCN-MULTI-BC-CT
022694         ADD WS-BCSUM-TBL-GROSS (IX-WS-BCSUM-TBL)
022694               TO WS-INVRCN-MULTI-GROSS
022694         ADD WS-BCSUM-TBL-DUE-DLX (IX-WS-BCSUM-TBL)
022694               TO WS-INVRCN-MULTI-DUE-DLX
022694       WHEN OTHER
022694         ADD 1 TO WS-INVRCN-MATCH-BC-CT
022694         ADD WS-BCSUM-TBL-GROSS (IX-WS-BCSUM-TBL)
022694               TO WS-INVRCN-MATCH-GROSS
022694         ADD WS-BCSUM-TBL-DUE-DLX (IX-WS-BCSUM-TBL)
022694               TO WS-INVRCN-MATCH-DUE-DLX
022694     END-EVALUATE.
022694*
022694   6820-RECON-EACH-INVOICED-BC.
022694     IF WS-INVBC-TBL-BCSUM-SUB (IX-WS-INVBC-TBL) EQUAL +0
022694       ADD 1 TO WS-INVRCN-NOBILL-BC-CT.
022694*
022695   7000-PASS-1.
022695     IF AUDIT-RUN
022695       PERFORM 7400-AUDIT-SWEEP
022696     ELSE
022696       PERFORM 8100-PASS-1-INIT
022696       SORT DUPWK-FILE
022696           ASCENDING KEY DUPWK-KEY DUPWK-REC-NBR
022696           INPUT PROCEDURE IS 7050-SELECT-I545-RECS
022696           OUTPUT PROCEDURE IS 7500-FIND-DUPLICATES
022697       PERFORM 9100-PASS-1-CLOSE.
022697*
022697   7050-SELECT-I545-RECS.
022697*                * SORT INPUT PROCEDURE - PASS 1'S MAIN PROCESS.
022697*                  7300 RELEASES A DUPWK RECORD PER WORK RECORD *
022697     PERFORM 7100-EACH-I545-REC
022697         WITH TEST AFTER
022697         UNTIL END-I545-FILE.
022697*
022697   7100-EACH-I545-REC.
022697     ADD 1 TO WS-I545-REC-COUNT.
022697     PERFORM 7150-ADD-FEED-INFO.
022698     IF I545-NON-WEEKLY-BILLING-FLAG EQUAL '1'
022698       IF NON-WEEKLY-RUN
022698         PERFORM 7300-BUILD-IOWRK-REC
022700         PERFORM 7300-BUILD-IOWRK-REC.
022700     PERFORM 7200-READ-I545-FILE.
022700*
022700   7150-ADD-FEED-INFO.
022700     SET IX-WS-FEED-TBL TO +1.
022700     SEARCH WS-FEED-TBL-REC
022700       AT END
022700         PERFORM 7160-NEW-FEED-REGION
022700       WHEN WS-FEED-TBL-REGION (IX-WS-FEED-TBL)
022700             EQUAL I545-RECEIVABLES-REGION
022700         CONTINUE
022700     END-SEARCH.
022700     ADD 1 TO WS-FEED-TBL-REC-COUNT (IX-WS-FEED-TBL).
022700     ADD I545-GROSS TO WS-FEED-TBL-HASH-GROSS (IX-WS-FEED-TBL).
022700*
022700   7160-NEW-FEED-REGION.
022700     IF WS-FEED-TBL-ENT-COUNT EQUAL +100
022700       DISPLAY '* I545 REGION TABLE HAS OVERFLOWED *'
022700             UPON SYSOUT
022700       GO TO 9900-DISPLAY-ABORT.
022700     ADD +1 TO WS-FEED-TBL-ENT-COUNT.
022700     SET IX-WS-FEED-TBL TO WS-FEED-TBL-ENT-COUNT.
022700     MOVE I545-RECEIVABLES-REGION
022700           TO WS-FEED-TBL-REGION (IX-WS-FEED-TBL).
022700     MOVE +0 TO WS-FEED-TBL-REC-COUNT (IX-WS-FEED-TBL)
022700                WS-FEED-TBL-HASH-GROSS (IX-WS-FEED-TBL).
022700     MOVE SPACE TO WS-FEED-TBL-ON-FILE-FLAG (IX-WS-FEED-TBL).
022700*
022701   7200-READ-I545-FILE.
022701     READ I545-FILE
022701       AT END
022732                 MOVE I545-BILLING-DATE TO WS-BILLING-DATE
022742                 DISPLAY 'I545 BILLING DATE = "' WS-BILLING-DATE
022752                       '".' UPON SYSOUT
022754                 IF CYCLE-CHECK-ACTIVE
022756                   PERFORM 8510-CHECK-CYCLE-DATE
022758                 END-IF
022762               ELSE
022772                 DISPLAY '* I545 HAS CONFLICTING BILLING DATES "'
022782                       WS-BILLING-DATE '" AND "'
022962     MOVE I545-PRODUCT-BYTE-1 TO IOWRK-EXP-BYTE-1.
022972     MOVE SPACE TO IOWRK-CREDIT-FLAG IOWRK-REASON-FOR-CREDIT.
022982     MOVE I545-PRODUCT-ID TO IOWRK-PRODUCT-ID.
022986     MOVE I545-PRODUCT-CODE(3:10) TO WS-BREF-SEARCH-PROD-ID.
022990     PERFORM 6680-SEARCH-REST-REIM-PROD.
022994     IF BREF-FOUND
023002       MOVE I545-REPORT-BASE  TO IOWRK-REPORT-BASE
023012       MOVE I545-REPORT-DELIVERY TO IOWRK-REPORT-DELIVERY
023022     ELSE
023372     ADD 1 TO WS-IOWRK-REC-COUNT.
023373     ADD IOWRK-GROSS TO WS-PASS1-HASH-GROSS.
023374     ADD IOWRK-DUE-DELUXE TO WS-PASS1-HASH-DUE-DLX.
023374     PERFORM 7350-RELEASE-DUPWK-REC.
023374*
023374   7350-RELEASE-DUPWK-REC.
023374     MOVE I545-PRICING-INSTITUTION TO DUPWK-INSTITUTION.
023374     MOVE I545-PRODUCT-ID TO DUPWK-PRODUCT-ID.
023374     MOVE I545-WIP-TRANS-REC-NBR TO DUPWK-WIP-TRANS-NBR.
023374     MOVE I545-REPORT-BASE TO DUPWK-REPORT-BASE.
023374     MOVE I545-REPORT-DELIVERY TO DUPWK-REPORT-DELIVERY.
023374     MOVE I545-GROSS TO DUPWK-GROSS.
023374     MOVE I545-UPCHARGE TO DUPWK-UPCHARGE.
023374     MOVE I545-TAX TO DUPWK-TAX.
023374     MOVE WS-I545-REC-COUNT TO DUPWK-REC-NBR.
023374     MOVE I545-RECEIVABLES-REGION TO DUPWK-REGION.
023374     RELEASE DUPWK-REC.
023375*
023376   7400-AUDIT-SWEEP.
023377*
023439     MOVE WS-I545-REC-COUNT TO OEXCP-REC-NBR.
023440     WRITE OEXCP-REC.
023441     ADD 1 TO WS-OEXCP-REC-COUNT.
023441*
023441   7500-FIND-DUPLICATES.
023441*                * SORT OUTPUT PROCEDURE - A RECORD WITH THE SAME
023441*                  KEY AS THE ONE BEFORE IT DUPLICATES THE FIRST
023441*                  RECORD RETURNED WITH THAT KEY *
023441     PERFORM 7520-RETURN-DUPWK-REC.
023441     IF NOT END-DUPWK-FILE
023441       MOVE DUPWK-KEY TO WS-DUP-HOLD-KEY
023441       MOVE DUPWK-REC-NBR TO WS-DUP-HOLD-REC-NBR
023441       PERFORM 7520-RETURN-DUPWK-REC
023441       PERFORM 7510-EACH-DUPWK-REC
023441           UNTIL END-DUPWK-FILE.
023441*
023441   7510-EACH-DUPWK-REC.
023441     IF DUPWK-KEY EQUAL WS-DUP-HOLD-KEY
023441       PERFORM 7530-LIST-DUPLICATE
023441     ELSE
023441       MOVE DUPWK-KEY TO WS-DUP-HOLD-KEY
023441       MOVE DUPWK-REC-NBR TO WS-DUP-HOLD-REC-NBR.
023441     PERFORM 7520-RETURN-DUPWK-REC.
023441*
023441   7520-RETURN-DUPWK-REC.
023441     RETURN DUPWK-FILE
023441       AT END
023441         MOVE 'E' TO WS-DUPWK-FILE-FLAG
023441     END-RETURN.
023441*
023441   7530-LIST-DUPLICATE.
023441     ADD 1 TO WS-DUP-I545-COUNT.
023441     IF WS-DUP-I545-COUNT EQUAL +1
023441       DISPLAY '=======  DUPLICATE I545 TRANSACTIONS  ======='
023441             UPON SYSOUT.
023441     IF WS-DUP-I545-COUNT GREATER WS-DUP-LIST-LIMIT
023441       IF WS-DUP-I545-COUNT EQUAL WS-DUP-LIST-LIMIT + 1
023441         DISPLAY 'FURTHER DUPLICATES NOT LISTED - SEE COUNT.'
023441               UPON SYSOUT
023441       END-IF
023441     ELSE
023441       MOVE DUPWK-REC-NBR TO WS-CD-DUPD-REC-NBR
023441       MOVE WS-DUP-HOLD-REC-NBR TO WS-CD-DUPD-ORIG-NBR
023441       MOVE DUPWK-REGION TO WS-CD-DUPD-REGION
023441       MOVE DUPWK-INSTITUTION TO WS-CD-DUPD-INSTITUTION
023441       MOVE DUPWK-PRODUCT-ID TO WS-CD-DUPD-PRODUCT-ID
023441       MOVE DUPWK-WIP-TRANS-NBR TO WS-CD-DUPD-WIP-NBR
023441       MOVE DUPWK-GROSS TO WS-CD-DUPD-GROSS
023441       DISPLAY WS-CD-DUP-DETAIL-LINE UPON SYSOUT.
023441*
023441   7600-CHECK-FEED-REGISTRY.
023441*                * EACH REGION'S FEED IS LOOKED UP BEFORE ANY IS
023441*                  REGISTERED, SO A REFUSED RUN LEAVES FEEDREG AS
023441*                  IT WAS *
023441     IF NON-WEEKLY-RUN
023441       MOVE 'N' TO WS-FEED-TYPE.
023441     OPEN I-O FEEDREG-FILE.
023441     IF NOT WS-FEEDREG-SUCCESSFUL-OPEN
023441       DISPLAY '* VSAM ERROR ON FEEDREG OPEN.  FILE STATUS = '
023441             WS-FEEDREG-FILE-STATUS '. *' UPON SYSOUT
023441       GO TO 9900-DISPLAY-ABORT.
023441     MOVE 'Y' TO WS-FEEDREG-FILE-FLAG.
023441     DISPLAY '=======  I545 FEEDS BY REGION  =======' UPON
023441           SYSOUT.
023441     PERFORM 7610-CHECK-ONE-FEED
023441         VARYING IX-WS-FEED-TBL FROM +1 BY +1
023441         UNTIL IX-WS-FEED-TBL GREATER WS-FEED-TBL-ENT-COUNT.
023441     IF WS-FEED-ON-FILE-COUNT GREATER +0
023441       IF REFEED-RUN
023441         MOVE 'Y' TO WS-RETURN-04-FLAG
023441         DISPLAY 'INFO ONLY: FEED ALREADY ON FEEDREG PROCESSED '
023441               'AGAIN UNDER REFEED=Y.' UPON SYSOUT
023441       ELSE
023441         DISPLAY '* I545 FEED ALREADY PROCESSED (ON FEEDREG).  '
023441               'RERUN WITH PARM REFEED=Y ONLY FOR A DELIBERATE '
023441               'REFEED *'
023441               UPON SYSOUT
023441         GO TO 9900-DISPLAY-ABORT.
023441     PERFORM 7620-REGISTER-ONE-FEED
023441         VARYING IX-WS-FEED-TBL FROM +1 BY +1
023441         UNTIL IX-WS-FEED-TBL GREATER WS-FEED-TBL-ENT-COUNT.
023441     PERFORM 9420-CLOSE-FEEDREG-FILE.
023441*
023441   7610-CHECK-ONE-FEED.
023441     PERFORM 7630-SET-FEEDREG-KEY.
023441     MOVE FRG-REGION TO WS-CD-FEED-REGION.
023441     MOVE FRG-BILLING-DATE TO WS-CD-FEED-DATE.
023441     MOVE WS-FEED-TBL-REC-COUNT (IX-WS-FEED-TBL)
023441           TO WS-CD-FEED-REC-CT.
023441     MOVE WS-FEED-TBL-HASH-GROSS (IX-WS-FEED-TBL)
023441           TO WS-CD-FEED-HASH.
023441     READ FEEDREG-FILE.
023441     IF WS-FEEDREG-NO-SUCH-RECORD
023441       MOVE 'NEW FEED' TO WS-CD-FEED-STATUS
023441       DISPLAY WS-CD-FEED-LINE UPON SYSOUT
023441     ELSE
023441       IF NOT WS-FEEDREG-SUCCESSFUL
023441         DISPLAY '* VSAM ERROR ON FEEDREG READ.  FILE STATUS = '
023441               WS-FEEDREG-FILE-STATUS '. *' UPON SYSOUT
023441         GO TO 9900-DISPLAY-ABORT
023441       ELSE
023441         PERFORM 7615-SHOW-FEED-ON-FILE.
023441*
023441   7615-SHOW-FEED-ON-FILE.
023441     ADD 1 TO WS-FEED-ON-FILE-COUNT.
023441     MOVE 'Y' TO WS-FEED-TBL-ON-FILE-FLAG (IX-WS-FEED-TBL).
023441     IF FRG-REC-COUNT EQUAL
023441               WS-FEED-TBL-REC-COUNT (IX-WS-FEED-TBL)
023441         AND FRG-HASH-GROSS EQUAL
023441               WS-FEED-TBL-HASH-GROSS (IX-WS-FEED-TBL)
023441       MOVE '* ALREADY ON FEEDREG - SAME FEED *'
023441             TO WS-CD-FEED-STATUS
023441     ELSE
023441       MOVE '* ALREADY ON FEEDREG - DIFFERS *'
023441             TO WS-CD-FEED-STATUS.
023441     DISPLAY WS-CD-FEED-LINE UPON SYSOUT.
023441     MOVE FRG-REC-COUNT TO WS-CD-FEEDREG-REC-CT.
023441     MOVE FRG-HASH-GROSS TO WS-CD-FEEDREG-HASH.
023441     MOVE FRG-FIRST-DATE TO WS-CD-FEEDREG-FIRST.
023441     MOVE FRG-LAST-DATE TO WS-CD-FEEDREG-LAST.
023441     MOVE FRG-FEED-COUNT TO WS-CD-FEEDREG-TIMES.
023441     DISPLAY WS-CD-FEEDREG-LINE UPON SYSOUT.
023441*
023441   7620-REGISTER-ONE-FEED.
023441*                * A REFEED KEEPS THE FEED AS FIRST REGISTERED,
023441*                  RECORDS THE REFEED AS THE LATEST RUN *
023441     IF WS-FEED-TBL-ON-FILE (IX-WS-FEED-TBL)
023441       PERFORM 7630-SET-FEEDREG-KEY
023441       READ FEEDREG-FILE
023441       IF NOT WS-FEEDREG-SUCCESSFUL
023441         DISPLAY '* VSAM ERROR ON FEEDREG READ.  FILE STATUS = '
023441               WS-FEEDREG-FILE-STATUS '. *' UPON SYSOUT
023441         GO TO 9900-DISPLAY-ABORT
023441       END-IF
023441       ADD 1 TO FRG-FEED-COUNT
023441       PERFORM 7635-STAMP-FEEDREG-REC
023441       REWRITE FRG-REC
023441     ELSE
023441       MOVE SPACE TO FRG-REC
023441       PERFORM 7630-SET-FEEDREG-KEY
023441       MOVE WS-FEED-TBL-REC-COUNT (IX-WS-FEED-TBL)
023441             TO FRG-REC-COUNT
023441       MOVE WS-FEED-TBL-HASH-GROSS (IX-WS-FEED-TBL)
023441             TO FRG-HASH-GROSS
023441       MOVE +1 TO FRG-FEED-COUNT
023441       PERFORM 7635-STAMP-FEEDREG-REC
023441       MOVE FRG-LAST-STAMP TO FRG-FIRST-STAMP
023441       WRITE FRG-REC
023441     END-IF.
023441     IF NOT WS-FEEDREG-SUCCESSFUL
023441       DISPLAY '* VSAM ERROR ON FEEDREG UPDATE.  KEY = "' FRG-KEY
023441             '".  FILE STATUS = ' WS-FEEDREG-FILE-STATUS '. *'
023441             UPON SYSOUT
023441       GO TO 9900-DISPLAY-ABORT.
023441*
023441   7630-SET-FEEDREG-KEY.
023441     MOVE WS-BILLING-DATE TO FRG-BILLING-DATE.
023441     MOVE WS-FEED-TBL-REGION (IX-WS-FEED-TBL) TO FRG-REGION.
023441     MOVE WS-FEED-TYPE TO FRG-FEED-TYPE.
023441*
023441   7635-STAMP-FEEDREG-REC.
023441     MOVE CPY4-CURRENT-DATE TO FRG-LAST-DATE.
023441     MOVE WS-RUNL-TIME-RAW (1:6) TO FRG-LAST-TIME.
023441     MOVE WS-FEED-TBL-REC-COUNT (IX-WS-FEED-TBL)
023441           TO FRG-LAST-REC-COUNT.
023441     MOVE WS-FEED-TBL-HASH-GROSS (IX-WS-FEED-TBL)
023441           TO FRG-LAST-HASH-GROSS.
023442*
023443*
023444   8000-COMMON-INIT.
023881            UPON SYSOUT
023881      GO TO 9900-DISPLAY-ABORT.
023881*
023881    SET CPY108-VAL-IX TO +1.
023881    SEARCH CPY108-RET-VALUES-ENTRY
023881      AT END
023881        CONTINUE
023881      WHEN CPY108-RET-KEYWORD (CPY108-VAL-IX) EQUAL 'REFEED    '
023881        IF CPY108-RET-VALUE (CPY108-VAL-IX) EQUAL 'Y         '
023881            OR 'N         '
023881          MOVE CPY108-RET-VALUE (CPY108-VAL-IX) TO
023881                WS-REFEED-FLAG
023881          MOVE SPACE TO CPY108-RET-KEYWORD (CPY108-VAL-IX)
023881        ELSE
023881          DISPLAY '* INVALID VALUE "' CPY108-RET-VALUE
023881                (CPY108-VAL-IX) '" FOR PARM KEYWORD "'
023881                CPY108-RET-KEYWORD (CPY108-VAL-IX) '" *'
023881                UPON SYSOUT
023881          GO TO 9900-DISPLAY-ABORT
023881        END-IF
023881    END-SEARCH.
023881    IF REFEED-RUN AND NOT PASS-1
023881      DISPLAY '* PARM KEYWORD "REFEED" IS VALID ONLY WITH '
023881            'PASS=1 *' UPON SYSOUT
023881      GO TO 9900-DISPLAY-ABORT.
023881*
023881     PERFORM
023881           VARYING CPY108-VAL-IX FROM +1 BY +1
023881           UNTIL CPY108-VAL-IX GREATER +5
023922     END-PERFORM.
023932*
023942   8100-PASS-1-INIT.
023945     IF NOT NON-WEEKLY-RUN
023948       PERFORM 8500-READ-BILLING-CYCLE.
023949     PERFORM 6600-LOAD-BILLING-REF.
023952     OPEN INPUT I545-FILE OUTPUT IOWRK-FILE BALWRK-FILE.
023962     PERFORM 7200-READ-I545-FILE.
023972     IF END-I545-FILE
024002*
024012   8200-PASS-2-INIT.
024022*
024025     IF (NOT NON-WEEKLY-RUN) AND (NOT PERIOD-RUN)
024028       PERFORM 8500-READ-BILLING-CYCLE.
024032     OPEN OUTPUT PRINTER1-FILE
024033                 EXTR1-FILE
024034                 TAPEDTL-FILE
024038                 OBCSUM-FILE
024040                 OHIST-FILE
024041                 OTAPH-FILE
024045                 OGLJRN-FILE
024050           INPUT ITAPH-FILE
024051                 IHIST-FILE
024052                 I550-FILE
024744           WS-MED-TBL-TRAN-COUNT (1, 7)
024754           WS-INV-TBL-INV-BC-COUNT (1)
024764           WS-INV-TBL-DEB-BC-COUNT (1)
024772           WS-ACCURACY-TRAN-COUNT
024780           WS-ACCURACY-ERR-COUNT (1) WS-ACCURACY-ERR-COUNT (2)
024788           WS-ACCURACY-ERR-COUNT (3) WS-ACCURACY-ERR-COUNT (4)
024796           WS-ACCURACY-ERR-COUNT (5) WS-ACCURACY-ERR-COUNT (6)
024804           WS-ACCURACY-TOTAL-ERR-CT
024814           WS-ACCURACY-ERR-BC-COUNT
024824     MOVE +0 TO WS-ACCURACY-ORDER-COUNT
024834                WS-ACCURACY-ORDER-ERR-COUNT (1)
024844                WS-ACCURACY-ORDER-ERR-COUNT (2)
024854                WS-ACCURACY-ORDER-ERR-COUNT (3)
024864                WS-ACCURACY-ORDER-ERR-COUNT (4)
024874                WS-ACCURACY-ORDER-ERR-COUNT (5)
024884                WS-ACCURACY-ORDER-ERR-COUNT (6)
024894                WS-ACCURACY-TOTAL-ORDER-CT
024904                WS-ACCURACY-ORDER-BC-COUNT
024914     MOVE WS-MED-TBL-MEDIUM (1) TO WS-MED-TBL-MEDIUM (2)
024991     IF WS-SYSOUT-RUN-YEAR LESS WS-HD1-BILL-YEAR
024992       SUBTRACT 1 FROM WS-HD1-BILL-CENTURY.
024993     DISPLAY 'BILLING DATE = ' WS-HD1-BILL-DATE '.' UPON SYSOUT.
024993*
024993   8500-READ-BILLING-CYCLE.
024993*                * WEEKLY PASS 1 AND PASS 2 RUNS BELONG TO THE
024993*                  OPEN BILLING CYCLE.  AUDIT, NON-WEEKLY AND
024993*                  PERIOD RUNS ARE OFF-CYCLE AND NEVER GET HERE *
024993     OPEN INPUT CYCLE-FILE.
024993     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
024993       DISPLAY '* VSAM ERROR ON CYCLE OPEN.  FILE STATUS = '
024993             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
024993       GO TO 9900-DISPLAY-ABORT.
024993     MOVE 'Y' TO WS-CYCLE-FILE-FLAG.
024993     MOVE WS-CYCLE-CURRENT-KEY TO CYC-KEY.
024993     READ CYCLE-FILE.
024993     IF WS-CYCLE-NO-SUCH-RECORD
024993       DISPLAY '* NO BILLING CYCLE HAS BEEN OPENED *' UPON SYSOUT
024993       GO TO 9900-DISPLAY-ABORT.
024993     IF NOT WS-CYCLE-SUCCESSFUL
024993       DISPLAY '* VSAM ERROR ON CYCLE READ.  FILE STATUS = '
024993             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
024993       GO TO 9900-DISPLAY-ABORT.
024993     PERFORM 9400-CLOSE-CYCLE-FILE.
024993     IF NOT CYC-OPEN
024993       DISPLAY '* NO BILLING CYCLE IS OPEN - LAST CYCLE '
024993             CYC-BILLING-DATE ' IS CLOSED *' UPON SYSOUT
024993       GO TO 9900-DISPLAY-ABORT.
024993     MOVE CYC-BILLING-DATE TO WS-CYCLE-BILLING-DATE.
024993     MOVE CYC-BILLING-WEEK TO WS-CYCLE-BILLING-WEEK.
024993     DISPLAY 'BILLING CYCLE = "' WS-CYCLE-BILLING-DATE '".'
024993           UPON SYSOUT.
024993     MOVE 'Y' TO WS-CYCLE-CHECK-FLAG.
024993*
024993   8510-CHECK-CYCLE-DATE.
024993*                * PERFORMED ONCE THE RUN'S BILLING DATE IS
024993*                  KNOWN (FIRST I545 OR FIRST SORTED IOWRK) *
024993     IF WS-BILLING-DATE NOT EQUAL WS-CYCLE-BILLING-DATE
024993       DISPLAY '* BILLING DATE "' WS-BILLING-DATE '" IS NOT THE '
024993             'OPEN BILLING CYCLE "' WS-CYCLE-BILLING-DATE '" *'
024993             UPON SYSOUT
024993       GO TO 9900-DISPLAY-ABORT.
024993     MOVE 'Y' TO WS-CYCLE-VERIFIED-FLAG.
024994*
024994  8297-SET-PERIOD-HEADING.
024994*                * EARLIEST BILLING DATE IN THE PERIOD, COMPARED
024998    MOVE WS-BCSUM-TABLE        TO CHKPT-BCSUM-TABLE.
024999    MOVE WS-PMIX-TABLE         TO CHKPT-PMIX-TABLE.
025000    MOVE WS-PDATE-TABLE        TO CHKPT-PDATE-TABLE.
025000    MOVE WS-GLACC-TABLE        TO CHKPT-GLACC-TABLE.
025000    MOVE WS-UNLRSN-TABLE       TO CHKPT-UNLRSN-TABLE.
025000    SET  CHKPT-IX-BC-ERR-TBL-IN       TO IX-WS-BC-ERR-TBL-IN.
025000    SET  CHKPT-IX-BC-ERR1-TBL-IN      TO IX-WS-BC-ERR1-TBL-IN.
025000    SET  CHKPT-IX-BC-REST-REIM-TBL-IN TO IX-WS-BC-REST-REIM-TBL-IN.
025044    MOVE CHKPT-BCSUM-TABLE        TO WS-BCSUM-TABLE.
025045    MOVE CHKPT-PMIX-TABLE         TO WS-PMIX-TABLE.
025046    MOVE CHKPT-PDATE-TABLE        TO WS-PDATE-TABLE.
025046    MOVE CHKPT-GLACC-TABLE        TO WS-GLACC-TABLE.
025046    MOVE CHKPT-UNLRSN-TABLE       TO WS-UNLRSN-TABLE.
025046    SET  IX-WS-BC-ERR-TBL-IN       TO CHKPT-IX-BC-ERR-TBL-IN.
025046    SET  IX-WS-BC-ERR1-TBL-IN      TO CHKPT-IX-BC-ERR1-TBL-IN.
025046    SET  IX-WS-BC-REST-REIM-TBL-IN TO CHKPT-IX-BC-REST-REIM-TBL-IN.
025209     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
025210     PERFORM 9050-DISPLAY-OPS-ALERT.
025211     PERFORM 9500-WRITE-RUN-LOG.
025213     IF CYCLE-VERIFIED
025215       PERFORM 9600-RECORD-CYCLE-STEP.
025219*
025220   9050-DISPLAY-OPS-ALERT.
025221*
025283               'IOWRK RECORDS CREATED. *' UPON SYSOUT
025287       END-IF
025289       GO TO 9900-DISPLAY-ABORT.
025293     PERFORM 7600-CHECK-FEED-REGISTRY.
025299     CLOSE I545-FILE.
025300     MOVE WS-IOWRK-REC-COUNT    TO BALWRK-REC-COUNT.
025301     MOVE WS-PASS1-HASH-GROSS   TO BALWRK-HASH-GROSS.
025349           UPON SYSOUT.
025359     DISPLAY WS-CD-I545-LINE UPON SYSOUT.
025369     DISPLAY WS-CD-IOWRK-LINE UPON SYSOUT.
025372     MOVE WS-IBREF-REC-COUNT TO WS-CD-IBREF-REC-CT.
025375     DISPLAY WS-CD-IBREF-LINE UPON SYSOUT.
025376     MOVE WS-DUP-I545-COUNT TO WS-CD-DUP-CT.
025377     DISPLAY WS-CD-DUP-LINE UPON SYSOUT.
025378     IF WS-DUP-I545-COUNT GREATER +0
025378       MOVE 'Y' TO WS-RETURN-08-FLAG.
025379*
025380   9150-AUDIT-CLOSE.
025381*
025416           OHIST-FILE
025417           ITAPH-FILE
025418           OTAPH-FILE
025418           OGLJRN-FILE
025419           I8929I-FILE
025429           I8929P-FILE
025439           I8929E-FILE
025607     DISPLAY WS-CD-OCRDTL-LINE UPON SYSOUT.
025608     MOVE WS-OBCSUM-REC-COUNT TO WS-CD-OBCSUM-REC-CT.
025609     DISPLAY WS-CD-OBCSUM-LINE UPON SYSOUT.
025609     MOVE WS-IGLMAP-REC-COUNT TO WS-CD-IGLMAP-REC-CT.
025609     DISPLAY WS-CD-IGLMAP-LINE UPON SYSOUT.
025609     MOVE WS-OGLJRN-REC-COUNT TO WS-CD-OGLJRN-REC-CT.
025609     DISPLAY WS-CD-OGLJRN-LINE UPON SYSOUT.
025609     MOVE WS-IBREF-REC-COUNT TO WS-CD-IBREF-REC-CT.
025609     DISPLAY WS-CD-IBREF-LINE UPON SYSOUT.
025609     IF CYCLE-CHECK-ACTIVE
025609       MOVE WS-CRHIST-ADD-COUNT TO WS-CD-CRHIST-ADD-CT
025609       MOVE WS-CRHIST-UPD-COUNT TO WS-CD-CRHIST-UPD-CT
025609       MOVE WS-CRHIST-DEL-COUNT TO WS-CD-CRHIST-DEL-CT
025609       DISPLAY WS-CD-CRHIST-LINE UPON SYSOUT.
025609*
025609   9500-WRITE-RUN-LOG.
025609*                * THE RUN'S OUTCOME STANDS EVEN IF THE LOG
025610*                  CANNOT BE UPDATED - WARN, NEVER ABORT *
025639       MOVE 'OEXCP' TO RUNL-FILE-NAME (3)
025640       MOVE 'O' TO RUNL-FILE-IO (3)
025641       MOVE WS-OEXCP-REC-COUNT TO RUNL-FILE-COUNT (3)
025641       MOVE 'I545DUP' TO RUNL-FILE-NAME (4)
025641       MOVE 'I' TO RUNL-FILE-IO (4)
025641       MOVE WS-DUP-I545-COUNT TO RUNL-FILE-COUNT (4)
025642     ELSE
025643       MOVE 'IOWRK' TO RUNL-FILE-NAME (1)
025644       MOVE 'I' TO RUNL-FILE-IO (1)
025664       MOVE 'OBCSUM' TO RUNL-FILE-NAME (8)
025665       MOVE 'O' TO RUNL-FILE-IO (8)
025666       MOVE WS-OBCSUM-REC-COUNT TO RUNL-FILE-COUNT (8).
025666     IF INVOICE-RECON-DONE
025666       MOVE 'Y' TO RUNL-INV-RECON-FLAG
025666       MOVE WS-INVRCN-NOINV-BC-CT TO RUNL-INV-NOT-INVOICED-CT
025666       MOVE WS-INVRCN-NOINV-GROSS TO RUNL-INV-NOT-INVOICED-GROSS
025666       MOVE WS-INVRCN-NOBILL-BC-CT TO RUNL-INV-NOT-BILLED-CT
025666       MOVE WS-INVRCN-MULTI-BC-CT TO RUNL-INV-MULTI-MEDIUM-CT.
025667     WRITE RUNL-REC.
025668     IF WS-RUNLOG-DUPLICATE-KEY
025669       REWRITE RUNL-REC.
025671       DISPLAY 'RUN LOG NOT UPDATED.  RUNLOG WRITE FILE STATUS '
025672             '= ' WS-RUNLOG-FILE-STATUS '.' UPON SYSOUT.
025673*
025673   9400-CLOSE-CYCLE-FILE.
025673     MOVE SPACE TO WS-CYCLE-FILE-FLAG.
025673     CLOSE CYCLE-FILE.
025673*
025673   9410-CLOSE-CRHIST-FILE.
025673     MOVE SPACE TO WS-CRHIST-FILE-FLAG.
025673     CLOSE CRHIST-FILE.
025673*
025673   9420-CLOSE-FEEDREG-FILE.
025673     MOVE SPACE TO WS-FEEDREG-FILE-FLAG.
025673     CLOSE FEEDREG-FILE.
025673*
025673   9600-RECORD-CYCLE-STEP.
025673*                * AS WITH THE RUN LOG, THE RUN'S OUTCOME STANDS
025673*                  EVEN IF ITS STEP CANNOT BE RECORDED *
025673     OPEN I-O CYCLE-FILE.
025673     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
025673       DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE OPEN FILE STATUS '
025673             '= ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
025673     ELSE
025673       PERFORM 9610-UPDATE-CYCLE-STEP
025673       CLOSE CYCLE-FILE.
025673*
025673   9610-UPDATE-CYCLE-STEP.
025673     MOVE WS-CYCLE-CURRENT-KEY TO CYC-KEY.
025673     READ CYCLE-FILE.
025673     IF NOT WS-CYCLE-SUCCESSFUL
025673       DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE READ FILE STATUS '
025673             '= ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
025673     ELSE
025673       IF (NOT CYC-OPEN)
025673           OR (CYC-BILLING-DATE NOT EQUAL WS-CYCLE-BILLING-DATE)
025673         DISPLAY 'CYCLE STEP NOT RECORDED.  BILLING CYCLE '
025673               WS-CYCLE-BILLING-DATE ' IS NO LONGER OPEN.'
025673               UPON SYSOUT
025673       ELSE
025673         PERFORM 9620-SET-CYCLE-STEP
025673         REWRITE CYC-REC
025673         IF NOT WS-CYCLE-SUCCESSFUL
025673           DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE REWRITE FILE '
025673                 'STATUS = ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT.
025673*
025673   9620-SET-CYCLE-STEP.
025673     IF PASS-1
025673       MOVE WS-CYCLE-PASS-1-SUB TO WS-CYCLE-STEP-SUB
025673     ELSE
025673       MOVE WS-CYCLE-PASS-2-SUB TO WS-CYCLE-STEP-SUB.
025673     MOVE WS-CYCLE-STEP-STATUS TO
025673           CYC-STEP-STATUS (WS-CYCLE-STEP-SUB).
025673     MOVE WS-RETURN-CODE TO
025673           CYC-STEP-RETURN-CODE (WS-CYCLE-STEP-SUB).
025673     MOVE CPY4-CURRENT-DATE TO
025673           CYC-STEP-RUN-DATE (WS-CYCLE-STEP-SUB).
025673     MOVE WS-RUNL-TIME-RAW (1:6) TO
025673           CYC-STEP-RUN-TIME (WS-CYCLE-STEP-SUB).
025673*
025674   9900-DISPLAY-ABORT.
025675     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
025676           UPON SYSOUT.
025676     IF OPENED-CYCLE-FILE
025676       PERFORM 9400-CLOSE-CYCLE-FILE.
025676     IF OPENED-CRHIST-FILE
025676       PERFORM 9410-CLOSE-CRHIST-FILE.
025676     IF OPENED-FEEDREG-FILE
025676       PERFORM 9420-CLOSE-FEEDREG-FILE.
025677     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
025678     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
025679     PERFORM 9050-DISPLAY-OPS-ALERT.
025680     PERFORM 9500-WRITE-RUN-LOG.
025680     IF CYCLE-VERIFIED
025680       MOVE 'A' TO WS-CYCLE-STEP-STATUS
025680       PERFORM 9600-RECORD-CYCLE-STEP.
025681     STOP RUN.
025691*
025701*
