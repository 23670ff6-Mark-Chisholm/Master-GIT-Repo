000190*           RECORD PER ACH TAPE CODE PER WEEK WITH BILLING
000200*           ACTIVITY, UP TO 6 WEEKS.
000210*
000211*CYCLE    = BILLING CYCLE CONTROL MASTER - VSAM        LRECL=200
000212*           THE CYCLE OPENED BY BIL02100 MUST BE OPEN, AND THE
000213*           NEWEST ITAPH WEEK MUST BE ITS PRIOR CYCLE'S BILLING
000214*           DATE (OR ITS OWN, ON A RERUN AFTER PASS 2).  THIS
000215*           STEP IS RECORDED IN IT AT END OF JOB (EVEN ON AN
000216*           ABORT).
000217*
000220*PRINTER1 = 575 EDIT LISTING - SEQUENCE/DUPLICATE ERRORS, NON-'A'
000230*           RECORD TYPES, AND 'A' TAPE CODES WITH NO BILLING
000240*           ACTIVITY IN THE RETAINED WEEKS.  132 CH (FBA L=133)
000360*         - EMPTY I575 FILE
000370*         - TAPE CODE SEQUENCE ERROR
000380*         - DUPLICATE 'A' RECORD FOR A TAPE CODE
000381*       RUN ABORTED.  SEE SYSOUT.
000382*         - NO BILLING CYCLE OPEN
000383*         - NEWEST ITAPH BILLING DATE IS NOT THE PRIOR OR OPEN
000384*             CYCLE'S (STALE ACTIVITY HISTORY)
000385*         - VSAM ERROR (EXCEPT ON CLOSE); CYCLE
000390*
000400*  04 = SUSPECT CONDITIONS.  SEE LISTING.
000410*         - NON-'A' RECORD TYPES PRESENT (DROPPED IN THE PASS 2
000690*          COMPANION TO THE BIL02900 ACH TAPE CODE ACTIVITY
000700*            HISTORY (ITAPH/OTAPH).              M. CHISHOLM  01
000710*
000711*10-15-26  TIED THE RUN TO THE BILLING CYCLE CONTROL MASTER
000712*            (CYCLE, OPENED BY THE NEW BIL02100).  THE RUN NOW
000713*            ABORTS UNLESS A CYCLE IS OPEN AND THE NEWEST ITAPH
000714*            WEEK BELONGS TO THE PRIOR (OR OPEN) CYCLE, AND
000715*            RECORDS ITS STEP AND RETURN CODE IN THE CYCLE AT
000716*            END OF JOB.  ADDED 9900-DISPLAY-ABORT.
000717*                                               M. CHISHOLM  02
000718*
000720******************************************************************
000730*
000740 ENVIRONMENT DIVISION.
000800   FILE-CONTROL.
000810     SELECT I575-FILE     ASSIGN RSD-I575.
000820     SELECT ITAPH-FILE    ASSIGN RSD-ITAPH.
000821     SELECT CYCLE-FILE    ASSIGN CYCLE
000822                            ORGANIZATION IS INDEXED
000823                            ACCESS MODE IS DYNAMIC
000824                            RECORD KEY IS CYC-KEY
000825                            FILE STATUS IS WS-CYCLE-FILE-STATUS.
000830     SELECT PRINTER1-FILE ASSIGN PRINTER1
000840                            ORGANIZATION IS LINE SEQUENTIAL.
000850*
000970     LABEL RECORDS STANDARD.
000980   01  ITAPH-REC                                 PIC X(40).
000990*
000991 FD  CYCLE-FILE
000992*
000993 COPY TCYCLE.
000994*
001000 FD  PRINTER1-FILE
001010     RECORDING MODE IS F
001020     BLOCK CONTAINS 0 RECORDS
001060*
001070 WORKING-STORAGE SECTION.
001080 COPY TDLXMIGE.
001084     EXEC SQL INCLUDE SQLCA END-EXEC.
001090*
001100 01  WS-FLAGS-AND-SUCH                           VALUE SPACES.
001110   03  WS-I575-FILE-FLAG          PIC X.
001350   03  WS-TAPH-DUE-DLX            PIC S9(9)V9(2) COMP-3.
001360   03  FILLER                     PIC X(17).
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
001379*                * THIS PROGRAM'S STEP ENTRY IN THE CYCLE RECORD *
001379   03  WS-CYCLE-STEP-SUB          PIC S9(4)      COMP VALUE +3.
001379   03  WS-CYCLE-STEP-STATUS       PIC X          VALUE 'C'.
001379   03  WS-CYCLE-BILLING-DATE      PIC X(6)       VALUE SPACE.
001379   03  WS-CYCLE-PRIOR-DATE        PIC X(6)       VALUE SPACE.
001379   03  WS-CYCLE-TIME-RAW          PIC X(8).
001379   03  WS-ITAPH-NEWEST-SORT-DATE  PIC X(8)       VALUE LOW-VALUES.
001379   03  WS-ITAPH-NEWEST-BILL-DATE  PIC X(6)       VALUE SPACE.
001379*
001380 01  WS-FILE-COUNTS.
001390   03  WS-I575-REC-COUNT          PIC S9(7)      COMP-3 VALUE +0.
001400   03  WS-I575-A-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
002180*
002190 COPY CPY004.
002200*
002210 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02852'.
002220 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
002230*
002240 PROCEDURE DIVISION.
002250*
002252 0000-SQL-DB-CONNECT.
002254     MOVE 'DLXVSAM' TO DBNAME.
002256 COPY CPYMIGUD.
002260   0000-MAIN-LINE.
002270     PERFORM 8000-INITIALIZE.
002280     PERFORM 5000-LOAD-ACTIVITY-TABLE.
003270       PERFORM 5100-EACH-ITAPH-REC
003280           WITH TEST AFTER
003290           UNTIL END-ITAPH-FILE.
003294     PERFORM 5300-CHECK-ITAPH-WEEK.
003300*
003310   5100-EACH-ITAPH-REC.
003320     ADD 1 TO WS-ITAPH-REC-COUNT.
003321     MOVE ITAPH-REC TO WS-TAPH-REC.
003322     IF WS-TAPH-SORT-DATE GREATER WS-ITAPH-NEWEST-SORT-DATE
003323       MOVE WS-TAPH-SORT-DATE TO WS-ITAPH-NEWEST-SORT-DATE
003324       MOVE WS-TAPH-BILL-DATE TO WS-ITAPH-NEWEST-BILL-DATE.
003330     IF ACTIVITY-CHECK-ACTIVE
003340       MOVE SPACE TO WS-ACTIVITY-FOUND-FLAG
003350       SET IX-WS-ACT-TBL TO +1
003360       PERFORM 5150-MATCH-LOADED-CODE
003570         MOVE 'E' TO WS-ITAPH-FILE-FLAG
003580     END-READ.
003590*
003591   5300-CHECK-ITAPH-WEEK.
003592*                * THE ACTIVITY HISTORY COMES FROM THE LAST PASS
003593*                  2 - THE PRIOR CYCLE'S, OR THIS CYCLE'S ON A
003594*                  RERUN.  ANYTHING OLDER IS STALE.  NO PRIOR
003595*                  CYCLE (FIRST CYCLE ON FILE) OR AN EMPTY ITAPH
003596*                  SKIPS THE CHECK *
003597     IF (WS-CYCLE-PRIOR-DATE NOT EQUAL SPACE)
003598         AND (WS-ITAPH-REC-COUNT GREATER +0)
003599         AND (WS-ITAPH-NEWEST-BILL-DATE NOT EQUAL
003599               WS-CYCLE-PRIOR-DATE)
003599         AND (WS-ITAPH-NEWEST-BILL-DATE NOT EQUAL
003599               WS-CYCLE-BILLING-DATE)
003599       DISPLAY '* NEWEST ITAPH BILLING DATE "'
003599             WS-ITAPH-NEWEST-BILL-DATE '" IS NOT THE PRIOR '
003599             'CYCLE "' WS-CYCLE-PRIOR-DATE '" - STALE HISTORY *'
003599             UPON SYSOUT
003599       GO TO 9900-DISPLAY-ABORT.
003599*
003600*
003610   8000-INITIALIZE.
003620*
003630 COPY CPY005.
003640*
003644     PERFORM 8500-CHECK-BILLING-CYCLE.
003650     OPEN OUTPUT PRINTER1-FILE
003660           INPUT I575-FILE ITAPH-FILE.
003670     PERFORM 1100-READ-I575-FILE.
003820     PERFORM 3100-WRITE-PR1-REC.
003830     MOVE +1 TO WS-LINE-SPACER.
003840*
003841   8500-CHECK-BILLING-CYCLE.
003842     OPEN INPUT CYCLE-FILE.
003843     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
003844       DISPLAY '* VSAM ERROR ON CYCLE OPEN.  FILE STATUS = '
003845             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
003846       GO TO 9900-DISPLAY-ABORT.
003847     MOVE 'Y' TO WS-CYCLE-FILE-FLAG.
003848     MOVE WS-CYCLE-CURRENT-KEY TO CYC-KEY.
003849     READ CYCLE-FILE.
003849     IF WS-CYCLE-NO-SUCH-RECORD
003849       DISPLAY '* NO BILLING CYCLE HAS BEEN OPENED *' UPON SYSOUT
003849       GO TO 9900-DISPLAY-ABORT.
003849     IF NOT WS-CYCLE-SUCCESSFUL
003849       DISPLAY '* VSAM ERROR ON CYCLE READ.  FILE STATUS = '
003849             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
003849       GO TO 9900-DISPLAY-ABORT.
003849     PERFORM 9400-CLOSE-CYCLE-FILE.
003849     IF NOT CYC-OPEN
003849       DISPLAY '* NO BILLING CYCLE IS OPEN - LAST CYCLE '
003849             CYC-BILLING-DATE ' IS CLOSED *' UPON SYSOUT
003849       GO TO 9900-DISPLAY-ABORT.
003849     MOVE CYC-BILLING-DATE TO WS-CYCLE-BILLING-DATE.
003849     MOVE CYC-PRIOR-BILLING-DATE TO WS-CYCLE-PRIOR-DATE.
003849     DISPLAY 'BILLING CYCLE = "' WS-CYCLE-BILLING-DATE '".'
003849           UPON SYSOUT.
003849     MOVE 'Y' TO WS-CYCLE-VERIFIED-FLAG.
003849*
003850*
003860   9000-CLOSE.
003870     IF (NOT RETURN-16)
004110       IF RETURN-04
004120         MOVE 04 TO RETURN-CODE WS-RETURN-CODE.
004130     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
004133     IF CYCLE-VERIFIED
004136       PERFORM 9600-RECORD-CYCLE-STEP.
004140*
004150   9400-CLOSE-CYCLE-FILE.
004160     MOVE SPACE TO WS-CYCLE-FILE-FLAG.
004170     CLOSE CYCLE-FILE.
004180*
004190   9600-RECORD-CYCLE-STEP.
004200*                * THE RUN'S OUTCOME STANDS EVEN IF ITS STEP
004210*                  CANNOT BE RECORDED - WARN, NEVER ABORT *
004220     OPEN I-O CYCLE-FILE.
004230     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
004240       DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE OPEN FILE STATUS '
004250             '= ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
004260     ELSE
004270       PERFORM 9610-UPDATE-CYCLE-STEP
004280       CLOSE CYCLE-FILE.
004290*
004300   9610-UPDATE-CYCLE-STEP.
004310     MOVE WS-CYCLE-CURRENT-KEY TO CYC-KEY.
004320     READ CYCLE-FILE.
004330     IF NOT WS-CYCLE-SUCCESSFUL
004340       DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE READ FILE STATUS '
004350             '= ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
004360     ELSE
004370       IF (NOT CYC-OPEN)
004380           OR (CYC-BILLING-DATE NOT EQUAL WS-CYCLE-BILLING-DATE)
004390         DISPLAY 'CYCLE STEP NOT RECORDED.  BILLING CYCLE '
004400               WS-CYCLE-BILLING-DATE ' IS NO LONGER OPEN.'
004410               UPON SYSOUT
004420       ELSE
004430         PERFORM 9620-SET-CYCLE-STEP
004440         REWRITE CYC-REC
004450         IF NOT WS-CYCLE-SUCCESSFUL
004460           DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE REWRITE FILE '
004470                 'STATUS = ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT.
004480*
004490   9620-SET-CYCLE-STEP.
004500     MOVE WS-CYCLE-STEP-STATUS TO
004510           CYC-STEP-STATUS (WS-CYCLE-STEP-SUB).
004520     MOVE WS-RETURN-CODE TO
004530           CYC-STEP-RETURN-CODE (WS-CYCLE-STEP-SUB).
004540     MOVE CPY4-CURRENT-DATE TO
004550           CYC-STEP-RUN-DATE (WS-CYCLE-STEP-SUB).
004560     ACCEPT WS-CYCLE-TIME-RAW FROM TIME.
004570     MOVE WS-CYCLE-TIME-RAW (1:6) TO
004580           CYC-STEP-RUN-TIME (WS-CYCLE-STEP-SUB).
004590*
004600   9900-DISPLAY-ABORT.
004610     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
004620           UPON SYSOUT.
004630     IF OPENED-CYCLE-FILE
004640       PERFORM 9400-CLOSE-CYCLE-FILE.
004650     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
004660     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
004670     IF CYCLE-VERIFIED
004680       MOVE 'A' TO WS-CYCLE-STEP-STATUS
004690       PERFORM 9600-RECORD-CYCLE-STEP.
004700     STOP RUN.
004710*
