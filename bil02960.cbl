000010  CBL SQL('QUALIFIER CICS BINDFILE')
000020 IDENTIFICATION DIVISION.
000030   PROGRAM-ID. "bil02960".
000040*PROGRAM-NAME. CHRONIC CREDIT WATCH LIST.
000050   AUTHOR. M. CHISHOLM.
000060   INSTALLATION. DELUXE CORPORATION.
000070   DATE-WRITTEN. 10-15-26.
000080   DATE-COMPILED.
000090******************************************************************
000100*
000110*RUN INSTRUCTIONS                                         10-15-26
000120*
000130*CRHIST   = CREDIT HISTORY MASTER - VSAM               LRECL=300
000140*           ONE RECORD PER BC/CREDIT REASON CODE WITH THE CREDIT
000150*           COUNT AND DOLLARS FOR EACH OF THE LAST 13 BILLING
000160*           WEEKS, PLUS THE WEEK CONTROL RECORD.  BUILT BY THE
000170*           WEEKLY BIL02900 PASS 2.  READ ONLY.
000180*
000190*I550     = FI/BRANCH MASTER - VSAM                   LRECL=525
000200*           SOURCE OF THE FI NAME.  READ ONLY.
000210*
000220*PRINTER1 = CHRONIC CREDIT WATCH LIST - EACH BC OVER THE CREDIT
000230*           COUNT OR DOLLAR THRESHOLD IN N OF THE LAST M BILLING
000240*           WEEKS, WITH ITS FI NAME AND THE WEEK-BY-WEEK COUNTS
000250*           AND DOLLARS IN TOTAL AND BY REASON CODE.
000260*           132 CH/LINE                            (FBA LRECL=133)
000270*
000280*SYSOUT   = REVISION INFO AND ERROR MESSAGES; ANY PAPER
000290*
000300*PARM = 'COUNT=NNNNNNN,DOLLARS=NNNNNNN,WEEKS=N,OF=M'
000310*       COUNT   - A WEEK IS OVER THRESHOLD WHEN THE BC'S CREDITS
000320*                 FOR THE WEEK (ALL REASON CODES) EXCEED THIS
000330*                 NUMBER.
000340*       DOLLARS - A WEEK IS OVER THRESHOLD WHEN THE BC'S CREDIT
000350*                 DOLLARS FOR THE WEEK EXCEED THIS MANY WHOLE
000360*                 DOLLARS.
000370*       AT LEAST ONE OF COUNT AND DOLLARS IS REQUIRED; ONE LEFT
000380*         OFF IS NOT TESTED.  WHEN BOTH ARE GIVEN, A WEEK OVER
000390*         EITHER ONE IS OVER THRESHOLD.
000400*       WEEKS   - HOW MANY WEEKS MUST BE OVER THRESHOLD FOR THE BC
000410*                 TO BE LISTED.  OPTIONAL; DEFAULT 4.
000420*       OF      - HOW MANY OF THE MOST RECENT BILLING WEEKS TO
000430*                 LOOK AT, 1 TO 13, NOT LESS THAN WEEKS.
000440*                 OPTIONAL; DEFAULT 8.
000450*       EXAMPLE - 'COUNT=25,WEEKS=4,OF=8' LISTS EVERY BC WITH MORE
000460*                 THAN 25 CREDITS IN AT LEAST 4 OF THE LAST 8
000470*                 BILLING WEEKS.
000480*
000490******************************************************************
000500*
000510*RETURN CODES                                             10-15-26
000520*
000530*  16 = RUN ABORTED.  SEE SYSOUT.
000540*         - INVALID OR MISSING PARM DATA
000550*         - CRHIST WEEK CONTROL RECORD NOT FOUND
000560*         - VSAM ERROR (EXCEPT ON CLOSE); CRHIST, I550
000570*
000580*  04 = INFO ONLY.  RUN CONTINUED.  SEE SYSOUT.
000590*         - EXTRANEOUS PARM DATA
000600*         - FEWER BILLING WEEKS ON CRHIST THAN THE PARM OF= VALUE
000610*             (ONLY THE WEEKS ON FILE ARE LOOKED AT)
000620*         - VSAM ERROR ON CLOSE; CRHIST, I550
000630*
000640******************************************************************
000650*
000660*NARRATIVE                                                10-15-26
000670*
000680*PURPOSE:
000690*  THE BIL02900 "BCS WITH ERRORS" PAGES ONLY SEE ONE WEEK, SO A BC
000700*    THAT RUNS 40 BILLING-ERROR CREDITS EVERY WEEK NEVER CROSSES
000710*    THE PAGE LIMIT AND NEVER GETS LOOKED AT.  BIL02900 PASS 2 NOW
000720*    KEEPS 13 WEEKS OF CREDIT COUNTS AND DOLLARS PER BC AND REASON
000730*    CODE ON CRHIST; THIS PROGRAM LISTS THE BCS THAT WERE OVER A
000740*    COUNT OR DOLLAR THRESHOLD IN N OF THE LAST M WEEKS, SO
000750*    ACCOUNT MANAGEMENT AND QUALITY CAN FIND THE FIS WHOSE SETUP
000760*    KEEPS GENERATING CREDITS, NOT JUST THIS WEEK'S SPIKE.
000770*
000780*PROGRAM FLOW:
000790*  THE WEEK CONTROL RECORD GIVES THE BILLING WEEKS ON FILE, NEWEST
000800*    FIRST; THE FIRST M OF THEM ARE THE REPORT COLUMNS.  CRHIST IS
000810*    THEN READ IN BC ORDER.  EACH RECORD'S WEEK ENTRIES ARE PLACED
000820*    IN THE COLUMN FOR THEIR WEEK (ENTRIES OLDER THAN THE WINDOW
000830*    ARE IGNORED) AND ADDED TO THE BC TOTALS.  AT EACH BC BREAK
000840*    THE WEEKS OVER THRESHOLD ARE COUNTED, AND IF THERE ARE AT
000850*    LEAST N OF THEM THE BC IS LISTED WITH THOSE WEEKS FLAGGED *.
000860*
000870******************************************************************
000880*
000890*REVISION HISTORY
000900*
000910*10-15-26  PROGRAM WRITTEN.
000920*          COMPANION TO THE CRHIST CREDIT HISTORY MASTER.
000930*                                               M. CHISHOLM  01
000940*
000950******************************************************************
000960*
000970 ENVIRONMENT DIVISION.
000980 CONFIGURATION SECTION.
000990   SOURCE-COMPUTER. UNIX.
001000   OBJECT-COMPUTER. UNIX.
001010*
001020 INPUT-OUTPUT SECTION.
001030   FILE-CONTROL.
001040     SELECT CRHIST-FILE   ASSIGN CRHIST
001050                            ORGANIZATION IS INDEXED
001060                            ACCESS MODE IS DYNAMIC
001070                            RECORD KEY IS CRH-KEY
001080                            FILE STATUS IS WS-CRHIST-FILE-STATUS.
001090     SELECT I550-FILE     ASSIGN I550
001100                            ORGANIZATION IS INDEXED
001110                            ACCESS MODE IS DYNAMIC
001120                            RECORD KEY IS I550-RECORD-KEY
001130                            FILE STATUS IS WS-I550-FILE-STATUS.
001140     SELECT PRINTER1-FILE ASSIGN PRINTER1
001150                            ORGANIZATION IS LINE SEQUENTIAL.
001160*
001170 DATA DIVISION.
001180 FILE SECTION.
001190*
001200 FD  CRHIST-FILE
001210*
001220 COPY TCRHIST.
001230*
001240 FD  I550-FILE
001250*
001260 COPY T0550I.
001270*
001280 FD  PRINTER1-FILE
001290     RECORDING MODE IS F
001300     BLOCK CONTAINS 0 RECORDS
001310     RECORD CONTAINS 132 CHARACTERS
001320     LABEL RECORDS OMITTED.
001330   01  PR1-REC                                   PIC X(132).
001340*
001350 WORKING-STORAGE SECTION.
001360 COPY TDLXMIGE.
001370     EXEC SQL INCLUDE SQLCA END-EXEC.
001380*
001390 01  WS-FLAGS-AND-SUCH                           VALUE SPACES.
001400   03  WS-CRHIST-FILE-STATUS      PIC X(2).
001410     88  WS-CRHIST-SUCCESSFUL       VALUE '00'.
001420     88  WS-CRHIST-END-OF-FILE      VALUE '10'.
001430     88  WS-CRHIST-NO-SUCH-RECORD   VALUES '20', '23'.
001440     88  WS-CRHIST-SUCCESSFUL-OPEN  VALUES '00', '97'.
001450   03  WS-CRHIST-FILE-FLAG        PIC X.
001460     88  OPENED-CRHIST-FILE         VALUE 'Y'.
001470   03  WS-CRHIST-EOF-FLAG         PIC X.
001480     88  END-CRHIST-FILE            VALUE 'E'.
001490   03  WS-I550-FILE-STATUS        PIC X(2).
001500     88  WS-I550-SUCCESSFUL         VALUE '00'.
001510     88  WS-I550-NO-SUCH-RECORD     VALUES '20', '23'.
001520     88  WS-I550-SUCCESSFUL-OPEN    VALUES '00', '97'.
001530     88  WS-I550-END-OF-FILE        VALUE '10'.
001540   03  WS-I550-FILE-FLAG          PIC X.
001550     88  OPENED-I550-FILE           VALUE 'Y'.
001560   03  WS-COUNT-LIMIT-FLAG        PIC X.
001570     88  COUNT-LIMIT-GIVEN          VALUE 'Y'.
001580   03  WS-DOLLAR-LIMIT-FLAG       PIC X.
001590     88  DOLLAR-LIMIT-GIVEN         VALUE 'Y'.
001600   03  WS-RETURN-04-FLAG          PIC X.
001610     88  RETURN-04                  VALUE 'Y'.
001620*
001630 01  WS-PARM-FIELDS.
001640   03  WS-COUNT-LIMIT             PIC 9(7)       VALUE ZERO.
001650   03  WS-DOLLAR-LIMIT            PIC 9(7)       VALUE ZERO.
001660   03  WS-WEEKS-NEEDED            PIC 9(7)       VALUE 4.
001670   03  WS-WEEKS-OF                PIC 9(7)       VALUE 8.
001680   03  WS-PARM-NUM-TEXT           PIC X(10).
001690   03  WS-PARM-NUM-LEN            PIC S9(4)      COMP.
001700   03  WS-PARM-NUM-VALUE          PIC 9(7).
001710   03  WS-PARM-NUM-FLAG           PIC X.
001720     88  PARM-NUM-VALID             VALUE 'Y'.
001730*
001740 01  WS-WATCH-FIELDS.
001750   03  WS-CRH-WEEKS-KEY           PIC X(10)      VALUE '*WEEKS**'.
001760   03  WS-HOLD-BC                 PIC X(8)       VALUE SPACE.
001770   03  WS-WEEKS-ON-FILE           PIC S9(4)      COMP VALUE +0.
001780   03  WS-BC-OVER-WEEKS           PIC S9(4)      COMP VALUE +0.
001790   03  WS-SLOT-SUB                PIC S9(4)      COMP.
001800   03  WS-COL-SUB                 PIC S9(4)      COMP.
001810   03  WS-BC-READ-COUNT           PIC S9(7)      COMP-3 VALUE +0.
001820   03  WS-BC-LISTED-COUNT         PIC S9(7)      COMP-3 VALUE +0.
001830   03  WS-WHOLE-DOLLARS           PIC S9(9)      COMP-3.
001840*
001850*                * REPORT COLUMNS - THE NEWEST M WEEKS ON FILE *
001860 01  WS-WINDOW-TABLE.
001870   03  WS-WINDOW-COUNT            PIC S9(4)      COMP VALUE +0.
001880   03  WS-WINDOW-ENTRY         OCCURS 1 TO 13 TIMES
001890                                 DEPENDING ON
001900                                   WS-WINDOW-COUNT
001910                                 INDEXED BY
001920                                   IX-WS-WINDOW.
001930     05  WS-WINDOW-WEEK             PIC X(8).
001940     05  WS-WINDOW-WEEK-R REDEFINES WS-WINDOW-WEEK.
001950       07  WS-WINDOW-CCYY           PIC X(4).
001960       07  WS-WINDOW-MM             PIC X(2).
001970       07  WS-WINDOW-DD             PIC X(2).
001980*
001990*                * THE CURRENT BC, IN TOTAL AND BY REASON CODE *
002000 01  WS-BC-TOTAL-TABLE.
002010   03  WS-BCT-ENTRY            OCCURS 13 TIMES.
002020     05  WS-BCT-COUNT               PIC S9(7)      COMP-3.
002030     05  WS-BCT-AMOUNT              PIC S9(9)V9(2) COMP-3.
002040     05  WS-BCT-OVER-FLAG           PIC X.
002050       88  BCT-OVER-THRESHOLD         VALUE '*'.
002060*
002070 01  WS-RSN-TABLE.
002080   03  WS-RSN-TBL-ENT-COUNT       PIC S9(4)      COMP-3
002090                                               VALUE ZEROES.
002100   03  WS-RSN-TBL-REC          OCCURS 200 TIMES
002110                                 INDEXED BY
002120                                   IX-WS-RSN-TBL.
002130     05  WS-RSN-TBL-CODE            PIC X(2).
002140     05  WS-RSN-TBL-WEEK        OCCURS 13 TIMES.
002150       07  WS-RSN-TBL-COUNT         PIC S9(7)      COMP-3.
002160       07  WS-RSN-TBL-AMOUNT        PIC S9(9)V9(2) COMP-3.
002170*
002180 01  WS-PRINT-CONTROLS.
002190   03  WS-LINE-COUNT              PIC S9(3)      COMP VALUE +090.
002200   03  WS-LINE-SPACER             PIC S9         COMP VALUE +2.
002210   03  WS-PAGE-NBR                PIC S9(5)      COMP-3 VALUE +0.
002220*
002230 01  WS-HEADINGS-ETC.
002240   03  WS-HEADING-1.
002250     05  FILLER                   PIC X          VALUE '-'.
002260     05  WS-HD1-PROGRAM-NUMBER    PIC X(8)       VALUE SPACE.
002270     05  FILLER                   PIC X(22)      VALUE '-'.
002280     05  FILLER        PIC X(49) VALUE
002290             'CHRONIC CREDIT WATCH LIST'.
002300     05  FILLER                   PIC X(10)      VALUE 'RUN DATE'.
002310     05  FILLER                                VALUE '00-00-0000'.
002320       07  WS-HD1-RUN-MONTH       PIC X(2).
002330       07  FILLER                 PIC X.
002340       07  WS-HD1-RUN-DAY         PIC X(2).
002350       07  FILLER                 PIC X.
002360       07  WS-HD1-RUN-YEAR        PIC X(4).
002370     05  FILLER                   PIC X(23)      VALUE SPACE.
002380     05  FILLER                   PIC X(4)       VALUE 'PAGE'.
002390     05  FILLER                                  VALUE '    0'.
002400       07  WS-HD1-PAGE-NBR        PIC ZZZZ9.
002410   03  WS-HEADING-2.
002420     05  FILLER                   PIC X(3)       VALUE SPACE.
002430     05  FILLER                   PIC X(22)      VALUE
002440                                     'BCS WITH MORE THAN'.
002450     05  WS-HD2-COUNT-LIMIT       PIC X(17).
002460     05  WS-HD2-OR                PIC X(4).
002470     05  WS-HD2-DOLLAR-LIMIT      PIC X(24).
002480     05  FILLER                   PIC X(3)       VALUE 'IN'.
002490     05  WS-HD2-WEEKS-NEEDED      PIC Z9.
002500     05  FILLER                   PIC X(4)       VALUE ' OF'.
002510     05  WS-HD2-WEEKS-OF          PIC Z9.
002520     05  FILLER                   PIC X(33)      VALUE
002530                                     ' BILLING WEEKS'.
002540     05  FILLER                   PIC X(18)      VALUE SPACE.
002550   03  WS-BC-LINE.
002560     05  FILLER                   PIC X(3)       VALUE SPACE.
002570     05  FILLER                   PIC X(4)       VALUE 'BC'.
002580     05  WS-BL-BC                 PIC X(8).
002590     05  FILLER                   PIC X(3)       VALUE SPACE.
002600     05  WS-BL-FI-NAME            PIC X(35).
002610     05  FILLER                   PIC X(3)       VALUE SPACE.
002620     05  FILLER                   PIC X(15)      VALUE
002630                                     'OVER THRESHOLD'.
002640     05  WS-BL-OVER-WEEKS         PIC Z9.
002650     05  FILLER                   PIC X(4)       VALUE ' OF'.
002660     05  WS-BL-WINDOW-WEEKS       PIC Z9.
002670     05  FILLER                   PIC X(53)      VALUE
002680                                     ' WEEKS'.
002690*                * ONE 9-BYTE COLUMN PER WEEK, NEWEST FIRST *
002700   03  WS-WEEK-HEADING.
002710     05  FILLER                   PIC X(13)      VALUE
002720                                     '  WEEK OF'.
002730     05  WS-WH-COLUMN            OCCURS 13 TIMES.
002740       07  FILLER                 PIC X          VALUE SPACE.
002750       07  WS-WH-MM               PIC X(2).
002760       07  WS-WH-DASH-1           PIC X.
002770       07  WS-WH-DD               PIC X(2).
002780       07  WS-WH-DASH-2           PIC X.
002790       07  WS-WH-YY               PIC X(2).
002800     05  FILLER                   PIC X(2)       VALUE SPACE.
002810   03  WS-WEEK-LINE.
002820     05  FILLER                   PIC X(2)       VALUE SPACE.
002830     05  WS-WL-LABEL              PIC X(7).
002840     05  WS-WL-TYPE               PIC X(4).
002850     05  WS-WL-COLUMN            OCCURS 13 TIMES.
002860       07  WS-WL-FLAG             PIC X.
002870       07  WS-WL-FIGURE           PIC X(8).
002880     05  FILLER                   PIC X(2)       VALUE SPACE.
002890   03  WS-EDIT-FIGURE             PIC ZZZZ,ZZ9.
002900   03  WS-TOTALS-LINE.
002910     05  FILLER                   PIC X(3)       VALUE SPACE.
002920     05  WS-TL-TEXT               PIC X(30).
002930     05  WS-TL-COUNT              PIC ZZZ,ZZZ,ZZ9.
002940     05  FILLER                   PIC X(88)      VALUE SPACE.
002950   03  WS-END-OF-REPORT.
002960     05  FILLER                   PIC X(20)      VALUE ALL '-'.
002970     05  FILLER                 PIC X(15) VALUE ' END OF REPORT '.
002980     05  FILLER                   PIC X(20)      VALUE ALL '-'.
002990*
003000 01  WS-RETURN-CODE-LINE.
003010   03  FILLER                    PIC X(14) VALUE 'RETURN CODE = '.
003020   03  WS-RETURN-CODE             PIC 9(2)       DISPLAY VALUE 00.
003030   03  FILLER                     PIC X          VALUE '.'.
003040*
003050 COPY CPY108.
003060*
003070 01  WS-DISPLAY-PARM.
003080   03  WS-DP-CAPTION             PIC X(14) VALUE 'PARM OPTIONS: '.
003090   03  FILLER                     PIC X          VALUE '"'.
003100   03  WS-DP-STATEMENT            PIC X(20)      VALUE SPACE.
003110   03  FILLER                     PIC X          VALUE '"'.
003120*
003130 COPY CPY004.
003140*
003150 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02961'.
003160 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
003170*
003180 01  LS-PARM-INFO.
003190   03  LS-PARM-LENGTH             PIC S9(4)      COMP.
003200   03  LS-PARM-DATA               PIC X(100).
003210*
003220 LINKAGE SECTION.
003230 COPY AIXLNCPY.
003240*
003250 PROCEDURE DIVISION USING BY VALUE PARMCNT
003260           BY REFERENCE OS-PARM.
003270 COPY AIXPRCPY.
003280*
003290 0000-SQL-DB-CONNECT.
003300     MOVE 'DLXVSAM' TO DBNAME.
003310 COPY CPYMIGUD.
003320   0000-MAIN-LINE.
003330     PERFORM 8000-INITIALIZE.
003340     PERFORM 1000-EACH-BC
003350         WITH TEST BEFORE
003360         UNTIL END-CRHIST-FILE.
003370     PERFORM 9000-CLOSE.
003380     STOP RUN.
003390*
003400*
003410   1000-EACH-BC.
003420     MOVE CRH-BC TO WS-HOLD-BC.
003430     ADD 1 TO WS-BC-READ-COUNT.
003440     MOVE +0 TO WS-RSN-TBL-ENT-COUNT.
003450     PERFORM 1010-CLEAR-BC-TOTAL
003460         VARYING WS-COL-SUB FROM +1 BY +1
003470         UNTIL WS-COL-SUB GREATER +13.
003480     PERFORM 1100-EACH-CRHIST-REC
003490         WITH TEST BEFORE
003500         UNTIL END-CRHIST-FILE
003510             OR (CRH-BC NOT EQUAL WS-HOLD-BC).
003520     MOVE +0 TO WS-BC-OVER-WEEKS.
003530     PERFORM 1300-CHECK-WEEK-THRESHOLD
003540         VARYING WS-COL-SUB FROM +1 BY +1
003550         UNTIL WS-COL-SUB GREATER WS-WINDOW-COUNT.
003560     IF WS-BC-OVER-WEEKS NOT LESS WS-WEEKS-NEEDED
003570       PERFORM 2000-PRINT-BC.
003580*
003590   1010-CLEAR-BC-TOTAL.
003600     MOVE +0 TO WS-BCT-COUNT (WS-COL-SUB)
003610                WS-BCT-AMOUNT (WS-COL-SUB).
003620     MOVE SPACE TO WS-BCT-OVER-FLAG (WS-COL-SUB).
003630*
003640   1100-EACH-CRHIST-REC.
003650*                * KEYS ARE UNIQUE BY BC/REASON CODE, SO EACH
003660*                  RECORD IS A NEW REASON CODE ENTRY FOR THE BC *
003670     IF WS-RSN-TBL-ENT-COUNT EQUAL +200
003680       DISPLAY '* REASON CODE TABLE HAS OVERFLOWED FOR BC '
003690             WS-HOLD-BC ' *' UPON SYSOUT
003700       GO TO 9900-DISPLAY-ABORT.
003710     ADD +1 TO WS-RSN-TBL-ENT-COUNT.
003720     SET IX-WS-RSN-TBL TO WS-RSN-TBL-ENT-COUNT.
003730     MOVE CRH-REASON-CODE TO WS-RSN-TBL-CODE (IX-WS-RSN-TBL).
003740     PERFORM 1110-CLEAR-RSN-WEEK
003750         VARYING WS-COL-SUB FROM +1 BY +1
003760         UNTIL WS-COL-SUB GREATER +13.
003770     PERFORM 1200-PLACE-WEEK-ENTRY
003780         VARYING WS-SLOT-SUB FROM +1 BY +1
003790         UNTIL WS-SLOT-SUB GREATER +13.
003800     PERFORM 1400-READ-CRHIST-NEXT.
003810*
003820   1110-CLEAR-RSN-WEEK.
003830     MOVE +0 TO WS-RSN-TBL-COUNT (IX-WS-RSN-TBL WS-COL-SUB)
003840                WS-RSN-TBL-AMOUNT (IX-WS-RSN-TBL WS-COL-SUB).
003850*
003860   1200-PLACE-WEEK-ENTRY.
003870     IF CRH-WEEK (WS-SLOT-SUB) NOT EQUAL SPACE
003880       SET IX-WS-WINDOW TO +1
003890       SEARCH WS-WINDOW-ENTRY
003900         AT END
003910           CONTINUE
003920         WHEN WS-WINDOW-WEEK (IX-WS-WINDOW)
003930               EQUAL CRH-WEEK (WS-SLOT-SUB)
003940           SET WS-COL-SUB TO IX-WS-WINDOW
003950           PERFORM 1210-ADD-WEEK-ENTRY
003960       END-SEARCH.
003970*
003980   1210-ADD-WEEK-ENTRY.
003990     MOVE CRH-WEEK-COUNT (WS-SLOT-SUB)
004000           TO WS-RSN-TBL-COUNT (IX-WS-RSN-TBL WS-COL-SUB).
004010     MOVE CRH-WEEK-AMOUNT (WS-SLOT-SUB)
004020           TO WS-RSN-TBL-AMOUNT (IX-WS-RSN-TBL WS-COL-SUB).
004030     ADD CRH-WEEK-COUNT (WS-SLOT-SUB)
004040           TO WS-BCT-COUNT (WS-COL-SUB).
004050     ADD CRH-WEEK-AMOUNT (WS-SLOT-SUB)
004060           TO WS-BCT-AMOUNT (WS-COL-SUB).
004070*
004080   1300-CHECK-WEEK-THRESHOLD.
004090     IF (COUNT-LIMIT-GIVEN
004100           AND WS-BCT-COUNT (WS-COL-SUB) GREATER WS-COUNT-LIMIT)
004110         OR (DOLLAR-LIMIT-GIVEN
004120           AND WS-BCT-AMOUNT (WS-COL-SUB) GREATER WS-DOLLAR-LIMIT)
004130       MOVE '*' TO WS-BCT-OVER-FLAG (WS-COL-SUB)
004140       ADD 1 TO WS-BC-OVER-WEEKS.
004150*
004160   1400-READ-CRHIST-NEXT.
004170     READ CRHIST-FILE NEXT RECORD.
004180     IF (NOT WS-CRHIST-SUCCESSFUL)
004190       IF WS-CRHIST-END-OF-FILE
004200         MOVE 'E' TO WS-CRHIST-EOF-FLAG
004210       ELSE
004220         DISPLAY '* VSAM ERROR ON CRHIST READ.  FILE STATUS = '
004230               WS-CRHIST-FILE-STATUS '. *' UPON SYSOUT
004240         GO TO 9900-DISPLAY-ABORT.
004250*
004260*
004270   2000-PRINT-BC.
004280     ADD 1 TO WS-BC-LISTED-COUNT.
004290*                * KEEP THE BC HEADER, WEEK HEADING, AND TOTAL
004300*                  LINES TOGETHER ON ONE PAGE *
004310     IF WS-LINE-COUNT GREATER +50
004320       PERFORM 3300-HEAD-PR1-PAGE.
004330     PERFORM 3200-GET-FI-NAME.
004340     MOVE WS-HOLD-BC TO WS-BL-BC.
004350     MOVE WS-BC-OVER-WEEKS TO WS-BL-OVER-WEEKS.
004360     MOVE WS-WINDOW-COUNT TO WS-BL-WINDOW-WEEKS.
004370     MOVE WS-BC-LINE TO PR1-REC.
004380     MOVE +3 TO WS-LINE-SPACER.
004390     PERFORM 3100-WRITE-PR1-REC.
004400     PERFORM 2100-PRINT-WEEK-HEADING.
004410     MOVE 'TOTAL' TO WS-WL-LABEL.
004420     PERFORM 2200-PRINT-TOTAL-COUNTS.
004430     MOVE SPACE TO WS-WL-LABEL.
004440     PERFORM 2300-PRINT-TOTAL-DOLLARS.
004450     PERFORM 2400-PRINT-REASON-CODE
004460         VARYING IX-WS-RSN-TBL FROM +1 BY +1
004470         UNTIL IX-WS-RSN-TBL GREATER WS-RSN-TBL-ENT-COUNT.
004480*
004490   2100-PRINT-WEEK-HEADING.
004500     MOVE WS-WEEK-HEADING TO PR1-REC.
004510     MOVE +2 TO WS-LINE-SPACER.
004520     PERFORM 3100-WRITE-PR1-REC.
004530     MOVE +1 TO WS-LINE-SPACER.
004540*
004550   2200-PRINT-TOTAL-COUNTS.
004560     MOVE 'CT' TO WS-WL-TYPE.
004570     PERFORM 2210-SET-TOTAL-COUNT
004580         VARYING WS-COL-SUB FROM +1 BY +1
004590         UNTIL WS-COL-SUB GREATER +13.
004600     MOVE WS-WEEK-LINE TO PR1-REC.
004610     PERFORM 3100-WRITE-PR1-REC.
004620*
004630   2210-SET-TOTAL-COUNT.
004640     MOVE SPACE TO WS-WL-COLUMN (WS-COL-SUB).
004650     IF WS-COL-SUB NOT GREATER WS-WINDOW-COUNT
004660       MOVE WS-BCT-OVER-FLAG (WS-COL-SUB)
004670             TO WS-WL-FLAG (WS-COL-SUB)
004680       MOVE WS-BCT-COUNT (WS-COL-SUB) TO WS-EDIT-FIGURE
004690       MOVE WS-EDIT-FIGURE TO WS-WL-FIGURE (WS-COL-SUB).
004700*
004710   2300-PRINT-TOTAL-DOLLARS.
004720     MOVE 'DLR' TO WS-WL-TYPE.
004730     PERFORM 2310-SET-TOTAL-DOLLARS
004740         VARYING WS-COL-SUB FROM +1 BY +1
004750         UNTIL WS-COL-SUB GREATER +13.
004760     MOVE WS-WEEK-LINE TO PR1-REC.
004770     PERFORM 3100-WRITE-PR1-REC.
004780*
004790   2310-SET-TOTAL-DOLLARS.
004800     MOVE SPACE TO WS-WL-COLUMN (WS-COL-SUB).
004810     IF WS-COL-SUB NOT GREATER WS-WINDOW-COUNT
004820       MOVE WS-BCT-OVER-FLAG (WS-COL-SUB)
004830             TO WS-WL-FLAG (WS-COL-SUB)
004840       MOVE WS-BCT-AMOUNT (WS-COL-SUB) TO WS-WHOLE-DOLLARS
004850       MOVE WS-WHOLE-DOLLARS TO WS-EDIT-FIGURE
004860       MOVE WS-EDIT-FIGURE TO WS-WL-FIGURE (WS-COL-SUB).
004870*
004880   2400-PRINT-REASON-CODE.
004890     IF WS-LINE-COUNT GREATER +57
004900       PERFORM 3300-HEAD-PR1-PAGE
004910       MOVE WS-BC-LINE TO PR1-REC
004920       PERFORM 3100-WRITE-PR1-REC
004930       PERFORM 2100-PRINT-WEEK-HEADING.
004940     MOVE 'RSN' TO WS-WL-LABEL.
004950     MOVE WS-RSN-TBL-CODE (IX-WS-RSN-TBL) TO WS-WL-LABEL (5:2).
004960     MOVE 'CT' TO WS-WL-TYPE.
004970     PERFORM 2410-SET-REASON-COUNT
004980         VARYING WS-COL-SUB FROM +1 BY +1
004990         UNTIL WS-COL-SUB GREATER +13.
005000     MOVE WS-WEEK-LINE TO PR1-REC.
005010     MOVE +2 TO WS-LINE-SPACER.
005020     PERFORM 3100-WRITE-PR1-REC.
005030     MOVE +1 TO WS-LINE-SPACER.
005040     MOVE SPACE TO WS-WL-LABEL.
005050     MOVE 'DLR' TO WS-WL-TYPE.
005060     PERFORM 2420-SET-REASON-DOLLARS
005070         VARYING WS-COL-SUB FROM +1 BY +1
005080         UNTIL WS-COL-SUB GREATER +13.
005090     MOVE WS-WEEK-LINE TO PR1-REC.
005100     PERFORM 3100-WRITE-PR1-REC.
005110*
005120   2410-SET-REASON-COUNT.
005130     MOVE SPACE TO WS-WL-COLUMN (WS-COL-SUB).
005140     IF WS-COL-SUB NOT GREATER WS-WINDOW-COUNT
005150       MOVE WS-RSN-TBL-COUNT (IX-WS-RSN-TBL WS-COL-SUB)
005160             TO WS-EDIT-FIGURE
005170       MOVE WS-EDIT-FIGURE TO WS-WL-FIGURE (WS-COL-SUB).
005180*
005190   2420-SET-REASON-DOLLARS.
005200     MOVE SPACE TO WS-WL-COLUMN (WS-COL-SUB).
005210     IF WS-COL-SUB NOT GREATER WS-WINDOW-COUNT
005220       MOVE WS-RSN-TBL-AMOUNT (IX-WS-RSN-TBL WS-COL-SUB)
005230             TO WS-WHOLE-DOLLARS
005240       MOVE WS-WHOLE-DOLLARS TO WS-EDIT-FIGURE
005250       MOVE WS-EDIT-FIGURE TO WS-WL-FIGURE (WS-COL-SUB).
005260*
005270*
005280   3100-WRITE-PR1-REC.
005290     WRITE PR1-REC AFTER WS-LINE-SPACER.
005300     ADD WS-LINE-SPACER TO WS-LINE-COUNT.
005310*
005320   3200-GET-FI-NAME.
005330     MOVE SPACES TO I550-RECORD-KEY.
005340     MOVE WS-HOLD-BC TO I550-BC.
005350     START I550-FILE KEY NOT LESS I550-RECORD-KEY.
005360     IF WS-I550-SUCCESSFUL
005370       PERFORM 3210-READ-I550-NEXT
005380     ELSE
005390       IF (NOT WS-I550-END-OF-FILE)
005400           AND (NOT WS-I550-NO-SUCH-RECORD)
005410         DISPLAY '* I550 VSAM ERROR.  KEY = "' I550-RECORD-KEY
005420               '".  FILE STATUS = ' WS-I550-FILE-STATUS '. *'
005430               UPON SYSOUT
005440         GO TO 9900-DISPLAY-ABORT.
005450     IF WS-I550-SUCCESSFUL
005460         AND (I550-BC EQUAL WS-HOLD-BC)
005470       MOVE I550-FI-NAME TO WS-BL-FI-NAME
005480     ELSE
005490       MOVE 'MISSING I550 FI NAME' TO WS-BL-FI-NAME.
005500*
005510   3210-READ-I550-NEXT.
005520     READ I550-FILE NEXT RECORD.
005530     IF (NOT WS-I550-SUCCESSFUL)
005540         AND (NOT WS-I550-END-OF-FILE)
005550       DISPLAY '* VSAM ERROR ON I550 READ NEXT. FILE STATUS = '
005560             WS-I550-FILE-STATUS '. *' UPON SYSOUT
005570       GO TO 9900-DISPLAY-ABORT.
005580*
005590   3300-HEAD-PR1-PAGE.
005600     ADD 1 TO WS-PAGE-NBR.
005610     MOVE WS-PAGE-NBR TO WS-HD1-PAGE-NBR.
005620     WRITE PR1-REC FROM WS-HEADING-1 AFTER PAGE.
005630     MOVE WS-HEADING-2 TO PR1-REC.
005640     MOVE +2 TO WS-LINE-SPACER.
005650     WRITE PR1-REC AFTER WS-LINE-SPACER.
005660     MOVE +3 TO WS-LINE-COUNT.
005670*
005680*
005690   8000-INITIALIZE.
005700*
005710 COPY CPY005.
005720*
005730     PERFORM 8100-EDIT-PARM.
005740     OPEN OUTPUT PRINTER1-FILE
005750           INPUT CRHIST-FILE.
005760     IF NOT WS-CRHIST-SUCCESSFUL-OPEN
005770       DISPLAY '* VSAM ERROR ON CRHIST OPEN.  FILE STATUS = '
005780             WS-CRHIST-FILE-STATUS '. *' UPON SYSOUT
005790       GO TO 9900-DISPLAY-ABORT.
005800     MOVE 'Y' TO WS-CRHIST-FILE-FLAG.
005810     OPEN INPUT I550-FILE.
005820     IF NOT WS-I550-SUCCESSFUL-OPEN
005830       DISPLAY '* VSAM ERROR ON I550 OPEN.  FILE STATUS = '
005840             WS-I550-FILE-STATUS '. *' UPON SYSOUT
005850       GO TO 9900-DISPLAY-ABORT.
005860     MOVE 'Y' TO WS-I550-FILE-FLAG.
005870     MOVE WS-PROGRAM-NUMBER TO WS-HD1-PROGRAM-NUMBER.
005880     MOVE CPY4-CURRENT-DATE (5:2) TO WS-HD1-RUN-MONTH.
005890     MOVE CPY4-CURRENT-DATE (7:2) TO WS-HD1-RUN-DAY.
005900     MOVE CPY4-CURRENT-DATE (1:4) TO WS-HD1-RUN-YEAR.
005910     PERFORM 8300-SET-UP-HEADINGS.
005920     PERFORM 8400-LOAD-WEEK-WINDOW.
005930     PERFORM 3300-HEAD-PR1-PAGE.
005940     MOVE WS-CRH-WEEKS-KEY TO CRH-KEY.
005950     START CRHIST-FILE KEY GREATER CRH-KEY.
005960     IF WS-CRHIST-SUCCESSFUL
005970       PERFORM 1400-READ-CRHIST-NEXT
005980     ELSE
005990       IF WS-CRHIST-NO-SUCH-RECORD
006000         MOVE 'E' TO WS-CRHIST-EOF-FLAG
006010       ELSE
006020         DISPLAY '* VSAM ERROR ON CRHIST START.  FILE STATUS = '
006030               WS-CRHIST-FILE-STATUS '. *' UPON SYSOUT
006040         GO TO 9900-DISPLAY-ABORT.
006050*
006060   8100-EDIT-PARM.
006070     MOVE LS-PARM-LENGTH TO CPY108-PARM-LENGTH.
006080     MOVE LS-PARM-DATA TO CPY108-PARM-DATA.
006090     CALL 'mis11500' USING CPY108-REC.
006100     IF CPY108-PARSE-ERROR
006110       DISPLAY '* CALLED PROGRAM MIS115 ABORTED *' UPON SYSOUT
006120       GO TO 9900-DISPLAY-ABORT.
006130     PERFORM 8110-DISPLAY-PARM-STATEMENT
006140         VARYING CPY108-STMT-IX FROM +1 BY +1
006150         UNTIL CPY108-STMT-IX GREATER +5.
006160     SET CPY108-VAL-IX TO +1.
006170     SEARCH CPY108-RET-VALUES-ENTRY
006180       AT END
006190         CONTINUE
006200       WHEN CPY108-RET-KEYWORD (CPY108-VAL-IX) EQUAL 'COUNT     '
006210         PERFORM 8150-EDIT-NUMBER-VALUE
006220         MOVE WS-PARM-NUM-VALUE TO WS-COUNT-LIMIT
006230         MOVE 'Y' TO WS-COUNT-LIMIT-FLAG
006240         MOVE SPACE TO CPY108-RET-KEYWORD (CPY108-VAL-IX)
006250     END-SEARCH.
006260*
006270     SET CPY108-VAL-IX TO +1.
006280     SEARCH CPY108-RET-VALUES-ENTRY
006290       AT END
006300         CONTINUE
006310       WHEN CPY108-RET-KEYWORD (CPY108-VAL-IX) EQUAL 'DOLLARS   '
006320         PERFORM 8150-EDIT-NUMBER-VALUE
006330         MOVE WS-PARM-NUM-VALUE TO WS-DOLLAR-LIMIT
006340         MOVE 'Y' TO WS-DOLLAR-LIMIT-FLAG
006350         MOVE SPACE TO CPY108-RET-KEYWORD (CPY108-VAL-IX)
006360     END-SEARCH.
006370     IF (NOT COUNT-LIMIT-GIVEN) AND (NOT DOLLAR-LIMIT-GIVEN)
006380       DISPLAY '* MISSING PARM KEYWORD "COUNT     " OR '
006390             '"DOLLARS   " *' UPON SYSOUT
006400       GO TO 9900-DISPLAY-ABORT.
006410*
006420     SET CPY108-VAL-IX TO +1.
006430     SEARCH CPY108-RET-VALUES-ENTRY
006440       AT END
006450         CONTINUE
006460       WHEN CPY108-RET-KEYWORD (CPY108-VAL-IX) EQUAL 'WEEKS     '
006470         PERFORM 8150-EDIT-NUMBER-VALUE
006480         MOVE WS-PARM-NUM-VALUE TO WS-WEEKS-NEEDED
006490         MOVE SPACE TO CPY108-RET-KEYWORD (CPY108-VAL-IX)
006500     END-SEARCH.
006510*
006520     SET CPY108-VAL-IX TO +1.
006530     SEARCH CPY108-RET-VALUES-ENTRY
006540       AT END
006550         CONTINUE
006560       WHEN CPY108-RET-KEYWORD (CPY108-VAL-IX) EQUAL 'OF        '
006570         PERFORM 8150-EDIT-NUMBER-VALUE
006580         MOVE WS-PARM-NUM-VALUE TO WS-WEEKS-OF
006590         MOVE SPACE TO CPY108-RET-KEYWORD (CPY108-VAL-IX)
006600     END-SEARCH.
006610     IF (WS-WEEKS-OF LESS 1) OR (WS-WEEKS-OF GREATER 13)
006620       DISPLAY '* PARM KEYWORD "OF" MUST BE 1 TO 13 *' UPON SYSOUT
006630       GO TO 9900-DISPLAY-ABORT.
006640     IF (WS-WEEKS-NEEDED LESS 1)
006650         OR (WS-WEEKS-NEEDED GREATER WS-WEEKS-OF)
006660       DISPLAY '* PARM KEYWORD "WEEKS" MUST BE 1 TO THE "OF" '
006670             'VALUE *' UPON SYSOUT
006680       GO TO 9900-DISPLAY-ABORT.
006690*
006700     PERFORM 8120-CHECK-EXTRANEOUS-PARM
006710         VARYING CPY108-VAL-IX FROM +1 BY +1
006720         UNTIL CPY108-VAL-IX GREATER +5.
006730*
006740   8110-DISPLAY-PARM-STATEMENT.
006750     IF CPY108-RET-STATEMENT (CPY108-STMT-IX) NOT EQUAL SPACE
006760       MOVE CPY108-RET-STATEMENT (CPY108-STMT-IX) TO
006770             WS-DP-STATEMENT
006780       DISPLAY WS-DISPLAY-PARM UPON SYSOUT
006790       MOVE SPACE TO WS-DP-CAPTION.
006800*
006810   8120-CHECK-EXTRANEOUS-PARM.
006820     IF CPY108-RET-KEYWORD (CPY108-VAL-IX) NOT EQUAL SPACE
006830       MOVE 'Y' TO WS-RETURN-04-FLAG
006840       DISPLAY 'INFO ONLY: EXTRANEOUS PARM KEYWORD "'
006850             CPY108-RET-KEYWORD (CPY108-VAL-IX) '".'
006860             UPON SYSOUT.
006870*
006880   8150-EDIT-NUMBER-VALUE.
006890*                * 1 TO 7 DIGITS, LEFT JUSTIFIED, NO SIGN/COMMAS *
006900     MOVE CPY108-RET-VALUE (CPY108-VAL-IX) TO WS-PARM-NUM-TEXT.
006910     MOVE +0 TO WS-PARM-NUM-LEN.
006920     INSPECT WS-PARM-NUM-TEXT TALLYING WS-PARM-NUM-LEN
006930           FOR CHARACTERS BEFORE INITIAL SPACE.
006940     MOVE SPACE TO WS-PARM-NUM-FLAG.
006950     IF (WS-PARM-NUM-LEN GREATER +0)
006960         AND (WS-PARM-NUM-LEN LESS +8)
006970       IF (WS-PARM-NUM-TEXT (1:WS-PARM-NUM-LEN) NUMERIC)
006980           AND (WS-PARM-NUM-TEXT (WS-PARM-NUM-LEN + 1:)
006990                 EQUAL SPACE)
007000         MOVE 'Y' TO WS-PARM-NUM-FLAG.
007010     IF NOT PARM-NUM-VALID
007020       DISPLAY '* INVALID VALUE "' CPY108-RET-VALUE
007030             (CPY108-VAL-IX) '" FOR PARM KEYWORD "'
007040             CPY108-RET-KEYWORD (CPY108-VAL-IX) '" *'
007050             UPON SYSOUT
007060       GO TO 9900-DISPLAY-ABORT.
007070     MOVE WS-PARM-NUM-TEXT (1:WS-PARM-NUM-LEN)
007080           TO WS-PARM-NUM-VALUE.
007090*
007100   8300-SET-UP-HEADINGS.
007110     MOVE SPACE TO WS-HD2-COUNT-LIMIT WS-HD2-OR
007120                   WS-HD2-DOLLAR-LIMIT.
007130     IF COUNT-LIMIT-GIVEN
007140       MOVE WS-COUNT-LIMIT TO WS-EDIT-FIGURE
007150       MOVE WS-EDIT-FIGURE TO WS-HD2-COUNT-LIMIT
007160       MOVE ' CREDITS' TO WS-HD2-COUNT-LIMIT (9:).
007170     IF COUNT-LIMIT-GIVEN AND DOLLAR-LIMIT-GIVEN
007180       MOVE 'OR' TO WS-HD2-OR.
007190     IF DOLLAR-LIMIT-GIVEN
007200       MOVE WS-DOLLAR-LIMIT TO WS-EDIT-FIGURE
007210       MOVE WS-EDIT-FIGURE TO WS-HD2-DOLLAR-LIMIT
007220       MOVE ' CREDIT DOLLARS' TO WS-HD2-DOLLAR-LIMIT (9:).
007230     MOVE WS-WEEKS-NEEDED TO WS-HD2-WEEKS-NEEDED.
007240     MOVE WS-WEEKS-OF TO WS-HD2-WEEKS-OF.
007250*
007260   8400-LOAD-WEEK-WINDOW.
007270     MOVE WS-CRH-WEEKS-KEY TO CRH-KEY.
007280     READ CRHIST-FILE.
007290     IF NOT WS-CRHIST-SUCCESSFUL
007300       IF WS-CRHIST-NO-SUCH-RECORD
007310         DISPLAY '* CRHIST WEEK CONTROL RECORD NOT FOUND *'
007320               UPON SYSOUT
007330         GO TO 9900-DISPLAY-ABORT
007340       ELSE
007350         DISPLAY '* VSAM ERROR ON CRHIST READ.  FILE STATUS = '
007360               WS-CRHIST-FILE-STATUS '. *' UPON SYSOUT
007370         GO TO 9900-DISPLAY-ABORT.
007380     MOVE +0 TO WS-WEEKS-ON-FILE.
007390     PERFORM 8410-COUNT-WEEK-ON-FILE
007400         VARYING WS-SLOT-SUB FROM +1 BY +1
007410         UNTIL WS-SLOT-SUB GREATER +13.
007420     IF WS-WEEKS-ON-FILE EQUAL +0
007430       DISPLAY '* CRHIST WEEK CONTROL RECORD HAS NO WEEKS *'
007440             UPON SYSOUT
007450       GO TO 9900-DISPLAY-ABORT.
007460     IF WS-WEEKS-ON-FILE LESS WS-WEEKS-OF
007470       MOVE WS-WEEKS-ON-FILE TO WS-WINDOW-COUNT
007480       MOVE 'Y' TO WS-RETURN-04-FLAG
007490       DISPLAY 'INFO ONLY: ONLY ' WS-WEEKS-ON-FILE ' BILLING '
007500             'WEEK(S) ON CRHIST - ALL OF THEM ARE LOOKED AT.'
007510             UPON SYSOUT
007520     ELSE
007530       MOVE WS-WEEKS-OF TO WS-WINDOW-COUNT.
007540     PERFORM 8420-SET-WINDOW-WEEK
007550         VARYING WS-COL-SUB FROM +1 BY +1
007560         UNTIL WS-COL-SUB GREATER +13.
007570*
007580   8410-COUNT-WEEK-ON-FILE.
007590     IF CRH-WEEK (WS-SLOT-SUB) NOT EQUAL SPACE
007600       ADD +1 TO WS-WEEKS-ON-FILE.
007610*
007620   8420-SET-WINDOW-WEEK.
007630     MOVE SPACE TO WS-WH-COLUMN (WS-COL-SUB).
007640     IF WS-COL-SUB NOT GREATER WS-WINDOW-COUNT
007650       MOVE CRH-WEEK (WS-COL-SUB) TO WS-WINDOW-WEEK (WS-COL-SUB)
007660       MOVE WS-WINDOW-MM (WS-COL-SUB) TO WS-WH-MM (WS-COL-SUB)
007670       MOVE WS-WINDOW-DD (WS-COL-SUB) TO WS-WH-DD (WS-COL-SUB)
007680       MOVE WS-WINDOW-CCYY (WS-COL-SUB) (3:2)
007690             TO WS-WH-YY (WS-COL-SUB)
007700       MOVE '-' TO WS-WH-DASH-1 (WS-COL-SUB)
007710                   WS-WH-DASH-2 (WS-COL-SUB).
007720*
007730*
007740   9000-CLOSE.
007750     IF WS-BC-LISTED-COUNT EQUAL +0
007760       MOVE SPACE TO WS-TOTALS-LINE
007770       MOVE 'NO BC MET THE THRESHOLD.' TO WS-TL-TEXT
007780       MOVE WS-TOTALS-LINE TO PR1-REC
007790       MOVE +3 TO WS-LINE-SPACER
007800       PERFORM 3100-WRITE-PR1-REC.
007810     MOVE 'BCS ON CRHIST' TO WS-TL-TEXT.
007820     MOVE WS-BC-READ-COUNT TO WS-TL-COUNT.
007830     MOVE WS-TOTALS-LINE TO PR1-REC.
007840     MOVE +3 TO WS-LINE-SPACER.
007850     PERFORM 3100-WRITE-PR1-REC.
007860     MOVE 'BCS LISTED' TO WS-TL-TEXT.
007870     MOVE WS-BC-LISTED-COUNT TO WS-TL-COUNT.
007880     MOVE WS-TOTALS-LINE TO PR1-REC.
007890     MOVE +1 TO WS-LINE-SPACER.
007900     PERFORM 3100-WRITE-PR1-REC.
007910     MOVE WS-END-OF-REPORT TO PR1-REC.
007920     MOVE +2 TO WS-LINE-SPACER.
007930     PERFORM 3100-WRITE-PR1-REC.
007940     CLOSE PRINTER1-FILE.
007950     PERFORM 9100-CLOSE-CRHIST-FILE.
007960     IF NOT WS-CRHIST-SUCCESSFUL
007970       DISPLAY 'VSAM ERROR ON CRHIST CLOSE.  FILE STATUS = '
007980             WS-CRHIST-FILE-STATUS '.' UPON SYSOUT
007990       MOVE 'Y' TO WS-RETURN-04-FLAG.
008000     PERFORM 9200-CLOSE-I550-FILE.
008010     IF NOT WS-I550-SUCCESSFUL
008020       DISPLAY 'VSAM ERROR ON I550 CLOSE.  FILE STATUS = '
008030             WS-I550-FILE-STATUS '.' UPON SYSOUT
008040       MOVE 'Y' TO WS-RETURN-04-FLAG.
008050     IF RETURN-04
008060       MOVE 04 TO RETURN-CODE WS-RETURN-CODE.
008070     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
008080*
008090   9100-CLOSE-CRHIST-FILE.
008100     MOVE SPACE TO WS-CRHIST-FILE-FLAG.
008110     CLOSE CRHIST-FILE.
008120*
008130   9200-CLOSE-I550-FILE.
008140     MOVE SPACE TO WS-I550-FILE-FLAG.
008150     CLOSE I550-FILE.
008160*
008170   9900-DISPLAY-ABORT.
008180     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
008190           UPON SYSOUT.
008200     IF OPENED-CRHIST-FILE
008210       PERFORM 9100-CLOSE-CRHIST-FILE.
008220     IF OPENED-I550-FILE
008230       PERFORM 9200-CLOSE-I550-FILE.
008240     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
008250     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
008260     STOP RUN.
008270*
