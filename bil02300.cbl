000200*           NO SORT NEEDED - WRITTEN IN BC/PRODUCT-DQ/PRICE
000210*           DESIGNATION PAIR ORDER BY BIL02200.
000220*
000221*CYCLE    = BILLING CYCLE CONTROL MASTER - VSAM        LRECL=200
000222*           THE CYCLE OPENED BY BIL02100 MUST BE OPEN, EVERY
000223*           WEEKLY I545 RECORD MUST CARRY ITS BILLING DATE, AND
000224*           BIL02200 MUST HAVE COMPLETED IN IT (SO THE I1475 IS
000225*           THE SAME WEEK'S).  THIS STEP IS RECORDED IN IT AT
000226*           END OF JOB (EVEN ON AN ABORT).
000227*
000230*PRINTER1 = EXCLUSIVE PRICE RECONCILIATION REPORT - EVERY BILLED
000240*           LINE WHOSE REPORT BASE MATCHES NEITHER THE EXCLUSIVE
000250*           UNIT BASE NOR THE ADDITIONAL-QUANTITY BASE, WITH
000260*           VARIANCE DOLLAR TOTALS BY BC.  132 CH (FBA LRECL=133)
000270*
000271*OPRVAR   = EXCLUSIVE PRICE VARIANCE OUTPUT               LRECL=80
000272*           ONE RECORD PER LINE ON THE REPORT, IN I545 ORDER, FOR
000273*           THE BIL02970 ACCOUNT MANAGER DISTRIBUTION PACKETS
000274*
000280*SYSOUT   = REVISION INFO, FILE COUNTS, ERROR MESSAGES; ANY PAPER
000290*
000300******************************************************************
000350*         - EMPTY FILE; I545 OR I1475
000360*         - SEQUENCE ERROR; I1475
000370*         - TABLE OVERFLOW; I1475 EXCLUSIVES OR BC VARIANCE
000371*         - NO BILLING CYCLE OPEN, OR AN I545 BILLING DATE NOT
000372*             THE OPEN CYCLE'S
000373*         - BIL02200 HAS NOT COMPLETED IN THE OPEN CYCLE
000374*         - VSAM ERROR (EXCEPT ON CLOSE); CYCLE
000380*
000390*  08 = BILLED PRICE MISMATCHES FOUND.  SEE REPORT.
000400*
000660*    ADDITIONAL-QUANTITY BASE EQUALS THE BILLED REPORT BASE.
000670*    FAILING LINES ARE PRINTED AND THEIR VARIANCE (BILLED MINUS
000680*    FIRST PAIR'S UNIT BASE) IS ACCUMULATED BY BC.
000684*    EACH FAILING LINE IS ALSO WRITTEN TO OPRVAR.
000690*
000700******************************************************************
000710*
000750*          CLOSES THE GAP BETWEEN BIL02200 PRICING AND THE
000760*            545 BILLED TRANSACTIONS.             M. CHISHOLM  01
000770*
000771*10-15-26  TIED THE RUN TO THE BILLING CYCLE CONTROL MASTER
000772*            (CYCLE, OPENED BY THE NEW BIL02100).  THE RUN NOW
000773*            ABORTS UNLESS A CYCLE IS OPEN, BIL02200 HAS
000774*            COMPLETED IN IT, AND EVERY WEEKLY I545 RECORD
000775*            CARRIES ITS BILLING DATE, AND RECORDS ITS STEP AND
000776*            RETURN CODE IN THE CYCLE AT END OF JOB.
000777*                                               M. CHISHOLM  02
000778*
000779*10-15-26  ADDED THE OPRVAR OUTPUT - ONE RECORD PER PRICE
000779*            VARIANCE LINE - SO THE VARIANCES CAN BE SENT TO EACH
000779*            BC'S ACCOUNT MANAGER BY BIL02970.
000779*                                               M. CHISHOLM  03
000779*
000780******************************************************************
000790*
000800 ENVIRONMENT DIVISION.
000860   FILE-CONTROL.
000870     SELECT I545-FILE     ASSIGN RSD-I545.
000880     SELECT I1475-FILE    ASSIGN RSD-I1475.
000881     SELECT CYCLE-FILE    ASSIGN CYCLE
000882                            ORGANIZATION IS INDEXED
000883                            ACCESS MODE IS DYNAMIC
000884                            RECORD KEY IS CYC-KEY
000885                            FILE STATUS IS WS-CYCLE-FILE-STATUS.
000887     SELECT OPRVAR-FILE   ASSIGN RSD-OPRVAR.
000890     SELECT PRINTER1-FILE ASSIGN PRINTER1
000900                            ORGANIZATION IS LINE SEQUENTIAL.
000910*
001000*
001010 COPY T1475I.
001020*
001021 FD  CYCLE-FILE
001022*
001023 COPY TCYCLE.
001024*
001025 FD  OPRVAR-FILE
001026     RECORDING MODE IS F
001027     BLOCK CONTAINS 0 RECORDS
001028     RECORD CONTAINS 80 CHARACTERS
001029     LABEL RECORDS STANDARD.
001029   01  OPRVAR-REC.
001029     03  OPRVAR-BC                    PIC X(8).
001029     03  OPRVAR-BR-BR-T               PIC X(12).
001029     03  OPRVAR-PROD-DQ               PIC X(16).
001029     03  OPRVAR-BILLED-BASE           PIC ---,--9.99.
001029     03  OPRVAR-EXCL-BASE             PIC ---,--9.99.
001029     03  OPRVAR-ADDL-BASE             PIC ---,--9.99.
001029     03  OPRVAR-VARIANCE              PIC ---,--9.99.
001029     03  FILLER                       PIC X(4).
001029*
001030 FD  PRINTER1-FILE
001040     RECORDING MODE IS F
001050     BLOCK CONTAINS 0 RECORDS
001090*
001100 WORKING-STORAGE SECTION.
001110 COPY TDLXMIGE.
001114     EXEC SQL INCLUDE SQLCA END-EXEC.
001120*
001130 01  WS-FLAGS-AND-SUCH                           VALUE SPACES.
001140   03  WS-I545-FILE-FLAG          PIC X.
001364     05  WS-MATCH-BC              PIC X(8).
001366     05  WS-MATCH-PROD-DQ         PIC X(16).
001370*
001371 01  WS-CYCLE-FIELDS.
001372   03  WS-CYCLE-FILE-STATUS       PIC X(2).
001373     88  WS-CYCLE-SUCCESSFUL        VALUE '00'.
001374     88  WS-CYCLE-NO-SUCH-RECORD    VALUES '20', '23'.
001375     88  WS-CYCLE-SUCCESSFUL-OPEN   VALUES '00', '05', '97'.
001376   03  WS-CYCLE-FILE-FLAG         PIC X          VALUE SPACE.
001377     88  OPENED-CYCLE-FILE          VALUE 'Y'.
001378   03  WS-CYCLE-VERIFIED-FLAG     PIC X          VALUE SPACE.
001379     88  CYCLE-VERIFIED             VALUE 'Y'.
001379   03  WS-CYCLE-CURRENT-KEY       PIC X(8)       VALUE 'CURRENT'.
001379*                * THIS PROGRAM'S STEP ENTRY IN THE CYCLE RECORD,
001379*                  AND THE BIL02200 ENTRY IT DEPENDS ON *
001379   03  WS-CYCLE-STEP-SUB          PIC S9(4)      COMP VALUE +2.
001379   03  WS-CYCLE-BIL02200-SUB      PIC S9(4)      COMP VALUE +1.
001379   03  WS-CYCLE-STEP-STATUS       PIC X          VALUE 'C'.
001379   03  WS-CYCLE-BILLING-DATE      PIC X(6)       VALUE SPACE.
001379   03  WS-CYCLE-TIME-RAW          PIC X(8).
001379*
001380 01  WS-X1475-TABLE.
001390   03  WS-X1475-ENTRY-COUNT       PIC S9(5)      COMP.
001400   03  WS-X1475-TBL-ENTRY         OCCURS 0 TO 25000 TIMES
002530*
002540 COPY CPY004.
002550*
002560 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02303'.
002570 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
002580*
002590 PROCEDURE DIVISION.
002600*
002602 0000-SQL-DB-CONNECT.
002604     MOVE 'DLXVSAM' TO DBNAME.
002606 COPY CPYMIGUD.
002610   0000-MAIN-LINE.
002620     PERFORM 8000-INITIALIZE.
002630     PERFORM 5000-LOAD-1475-TABLE.
002700*
002710   1000-EACH-I545-REC.
002720     ADD 1 TO WS-I545-REC-COUNT.
002721     IF (I545-NON-WEEKLY-BILLING-FLAG NOT EQUAL '2')
002722         AND (I545-BILLING-DATE NOT EQUAL WS-CYCLE-BILLING-DATE)
002723       DISPLAY '* I545 BILLING DATE "' I545-BILLING-DATE
002724             '" IS NOT THE OPEN BILLING CYCLE "'
002725             WS-CYCLE-BILLING-DATE '" *' UPON SYSOUT
002726       GO TO 9900-DISPLAY-ABORT.
002730     IF (I545-GROSS IS NEGATIVE)
002740         OR ((I545-GROSS EQUAL +0)
002750             AND (I545-CREDIT-NO-CHARGE-FLAG (1:1) EQUAL 'C'))
003550     MOVE WS-DETAIL-LINE TO PR1-REC.
003560     PERFORM 3100-WRITE-PR1-REC.
003570     PERFORM 3500-ADD-BC-VARIANCE.
003571     MOVE SPACE TO OPRVAR-REC.
003572     MOVE I545-PRICING-BC TO OPRVAR-BC.
003573     MOVE I545-PRICING-BR-BR-T TO OPRVAR-BR-BR-T.
003574     MOVE I545-PRODUCT-CODE TO OPRVAR-PROD-DQ.
003575     MOVE I545-REPORT-BASE TO OPRVAR-BILLED-BASE.
003576     MOVE WS-X1475-TBL-UNIT-BASE (IX-WS-X1475-TBL) TO
003576           OPRVAR-EXCL-BASE.
003577     MOVE WS-X1475-TBL-ADDL-BASE (IX-WS-X1475-TBL) TO
003577           OPRVAR-ADDL-BASE.
003578     MOVE WS-VARIANCE-AMT TO OPRVAR-VARIANCE.
003579     WRITE OPRVAR-REC.
003580*
003590   3100-WRITE-PR1-REC.
003600     WRITE PR1-REC AFTER WS-LINE-SPACER.
004560*
004570 COPY CPY005.
004580*
004584     PERFORM 8500-CHECK-BILLING-CYCLE.
004590     OPEN OUTPUT PRINTER1-FILE OPRVAR-FILE
004600           INPUT I545-FILE I1475-FILE.
004610     PERFORM 1100-READ-I545-FILE.
004620     IF END-I545-FILE
004720     MOVE CPY4-CURRENT-DATE (1:4) TO WS-HD1-RUN-YEAR.
004730     PERFORM 3300-HEAD-PR1-PAGE.
004740*
004741   8500-CHECK-BILLING-CYCLE.
004742     OPEN INPUT CYCLE-FILE.
004743     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
004744       DISPLAY '* VSAM ERROR ON CYCLE OPEN.  FILE STATUS = '
004745             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
004746       GO TO 9900-DISPLAY-ABORT.
004747     MOVE 'Y' TO WS-CYCLE-FILE-FLAG.
004748     MOVE WS-CYCLE-CURRENT-KEY TO CYC-KEY.
004749     READ CYCLE-FILE.
004749     IF WS-CYCLE-NO-SUCH-RECORD
004749       DISPLAY '* NO BILLING CYCLE HAS BEEN OPENED *' UPON SYSOUT
004749       GO TO 9900-DISPLAY-ABORT.
004749     IF NOT WS-CYCLE-SUCCESSFUL
004749       DISPLAY '* VSAM ERROR ON CYCLE READ.  FILE STATUS = '
004749             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
004749       GO TO 9900-DISPLAY-ABORT.
004749     PERFORM 9400-CLOSE-CYCLE-FILE.
004749     IF NOT CYC-OPEN
004749       DISPLAY '* NO BILLING CYCLE IS OPEN - LAST CYCLE '
004749             CYC-BILLING-DATE ' IS CLOSED *' UPON SYSOUT
004749       GO TO 9900-DISPLAY-ABORT.
004749     MOVE CYC-BILLING-DATE TO WS-CYCLE-BILLING-DATE.
004749     DISPLAY 'BILLING CYCLE = "' WS-CYCLE-BILLING-DATE '".'
004749           UPON SYSOUT.
004749*                * THE I1475 IS ONLY THIS WEEK'S IF BIL02200 HAS
004749*                  RUN TO COMPLETION IN THIS CYCLE *
004749     IF NOT CYC-STEP-COMPLETE (WS-CYCLE-BIL02200-SUB)
004749       DISPLAY '* BIL02200 HAS NOT COMPLETED IN BILLING CYCLE '
004749             WS-CYCLE-BILLING-DATE ' - I1475 IS NOT CURRENT *'
004749             UPON SYSOUT
004749       GO TO 9900-DISPLAY-ABORT.
004749     MOVE 'Y' TO WS-CYCLE-VERIFIED-FLAG.
004749*
004750*
004760   9000-CLOSE.
004770     IF WS-I545-MISMATCH-COUNT EQUAL +0
004830     MOVE WS-END-OF-REPORT TO PR1-REC.
004840     MOVE +2 TO WS-LINE-SPACER.
004850     PERFORM 3100-WRITE-PR1-REC.
004860     CLOSE PRINTER1-FILE I545-FILE I1475-FILE OPRVAR-FILE.
004870     MOVE WS-I545-REC-COUNT TO WS-CD-I545-REC-CT.
004880     MOVE WS-I1475-REC-COUNT TO WS-CD-I1475-REC-CT.
004890     MOVE WS-I545-MATCHED-COUNT TO WS-CD-MATCHED-CT.
004980     IF RETURN-08
004990       MOVE 08 TO RETURN-CODE WS-RETURN-CODE.
005000     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
005003     IF CYCLE-VERIFIED
005006       PERFORM 9600-RECORD-CYCLE-STEP.
005010*
005011   9400-CLOSE-CYCLE-FILE.
005012     MOVE SPACE TO WS-CYCLE-FILE-FLAG.
005013     CLOSE CYCLE-FILE.
005014*
005015   9600-RECORD-CYCLE-STEP.
005016*                * THE RUN'S OUTCOME STANDS EVEN IF ITS STEP
005017*                  CANNOT BE RECORDED - WARN, NEVER ABORT *
005018     OPEN I-O CYCLE-FILE.
005019     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
005019       DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE OPEN FILE STATUS '
005019             '= ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
005019     ELSE
005019       PERFORM 9610-UPDATE-CYCLE-STEP
005019       CLOSE CYCLE-FILE.
005019*
005019   9610-UPDATE-CYCLE-STEP.
005019     MOVE WS-CYCLE-CURRENT-KEY TO CYC-KEY.
005019     READ CYCLE-FILE.
005019     IF NOT WS-CYCLE-SUCCESSFUL
005019       DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE READ FILE STATUS '
005019             '= ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
005019     ELSE
005019       IF (NOT CYC-OPEN)
005019           OR (CYC-BILLING-DATE NOT EQUAL WS-CYCLE-BILLING-DATE)
005019         DISPLAY 'CYCLE STEP NOT RECORDED.  BILLING CYCLE '
005019               WS-CYCLE-BILLING-DATE ' IS NO LONGER OPEN.'
005019               UPON SYSOUT
005019       ELSE
005019         PERFORM 9620-SET-CYCLE-STEP
005019         REWRITE CYC-REC
005019         IF NOT WS-CYCLE-SUCCESSFUL
005019           DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE REWRITE FILE '
005019                 'STATUS = ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT.
005019*
005019   9620-SET-CYCLE-STEP.
005019     MOVE WS-CYCLE-STEP-STATUS TO
005019           CYC-STEP-STATUS (WS-CYCLE-STEP-SUB).
005019     MOVE WS-RETURN-CODE TO
005019           CYC-STEP-RETURN-CODE (WS-CYCLE-STEP-SUB).
005019     MOVE CPY4-CURRENT-DATE TO
005019           CYC-STEP-RUN-DATE (WS-CYCLE-STEP-SUB).
005019     ACCEPT WS-CYCLE-TIME-RAW FROM TIME.
005019     MOVE WS-CYCLE-TIME-RAW (1:6) TO
005019           CYC-STEP-RUN-TIME (WS-CYCLE-STEP-SUB).
005019*
005020   9900-DISPLAY-ABORT.
005030     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
005040           UPON SYSOUT.
005043     IF OPENED-CYCLE-FILE
005046       PERFORM 9400-CLOSE-CYCLE-FILE.
005050     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
005060     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
005063     IF CYCLE-VERIFIED
005064       MOVE 'A' TO WS-CYCLE-STEP-STATUS
005066       PERFORM 9600-RECORD-CYCLE-STEP.
005070     STOP RUN.
005080*
