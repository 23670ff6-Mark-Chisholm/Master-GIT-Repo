000010  CBL SQL('QUALIFIER CICS BINDFILE')
000020 IDENTIFICATION DIVISION.
000030   PROGRAM-ID. "bil02100".
000040*PROGRAM-NAME. BILLING CYCLE OPEN/CLOSE CONTROL.
000050   AUTHOR. M. CHISHOLM.
000060   INSTALLATION. DELUXE CORPORATION.
000070   DATE-WRITTEN. 10-15-26.
000080   DATE-COMPILED.
000090******************************************************************
000100*
000110*RUN INSTRUCTIONS                                         10-15-26
000120*
000130*CYCLE    = BILLING CYCLE CONTROL MASTER - VSAM        LRECL=200
000140*           THE RECORD KEYED 'CURRENT' IS THE CYCLE IN PROGRESS;
000150*           CLOSED CYCLES ARE KEPT KEYED ON THEIR BILLING WEEK
000160*           (CCYYMMDD).  UPDATED IN PLACE.
000170*
000180*PRINTER1 = CYCLE STATUS LISTING - THE CYCLE'S BILLING DATE AND
000190*           STATUS AND EACH REQUIRED STEP WITH ITS LAST RETURN
000200*           CODE AND RUN STAMP.  132 CH/LINE       (FBA LRECL=133)
000210*
000220*SYSOUT   = REVISION INFO AND ERROR MESSAGES; ANY PAPER
000230*
000240*PARM = 'ACTION=OPEN,DATE=MMDDYY'
000250*       OPENS THE BILLING CYCLE FOR THE WEEK ENDING MMDDYY (THE
000260*       BILLING DATE THE 545 WILL CARRY).  RUN BY OPERATIONS
000270*       BEFORE THE FRIDAY BIL02850 EDIT.
000280*
000290*PARM = 'ACTION=CLOSE'
000300*       CLOSES THE OPEN CYCLE ONCE BIL02200, BIL02300, BIL02850,
000310*       AND BOTH PASSES OF BIL02900 HAVE EACH COMPLETED CLEANLY
000320*       (RUN TO END OF JOB WITH RETURN CODE 08 OR LESS).
000330*
000340******************************************************************
000350*
000360*RETURN CODES                                             10-15-26
000370*
000380*  16 = RUN ABORTED.  SEE SYSOUT.
000390*         - INVALID OR MISSING PARM DATA
000400*         - ACTION=OPEN WHILE A DIFFERENT CYCLE IS STILL OPEN
000410*         - ACTION=OPEN FOR A BILLING DATE ALREADY CLOSED
000420*         - ACTION=CLOSE WITH NO CYCLE OPEN
000430*         - VSAM ERROR (EXCEPT ON CLOSE); CYCLE
000440*
000450*  08 = CYCLE NOT CLOSED.  ONE OR MORE REQUIRED STEPS HAVE NOT
000460*         RUN, ABORTED, OR ENDED ABOVE RETURN CODE 08 IN THIS
000470*         CYCLE.  SEE LISTING.
000480*
000490*  04 = INFO ONLY.  SEE SYSOUT.
000500*         - EXTRANEOUS PARM DATA
000510*         - ACTION=OPEN FOR THE CYCLE ALREADY OPEN (NO CHANGE)
000520*         - CLOSED CYCLE COULD NOT BE KEPT UNDER ITS BILLING WEEK
000530*
000540******************************************************************
000550*
000560*NARRATIVE                                                10-15-26
000570*
000580*PURPOSE:
000590*  NOTHING TIED THE BILLING CYCLE PROGRAMS TOGETHER - EACH TOOK
000600*    ITS BILLING WEEK FROM ITS OWN INPUT OR THE RUN DATE, SO A
000610*    RERUN COULD PICK UP A STALE 1475 OR WORK FILE WITHOUT
000620*    ANYONE KNOWING.  OPERATIONS NOW OPENS THE CYCLE HERE WITH
000630*    THE BILLING DATE; BIL02200, BIL02300, BIL02850, AND BOTH
000640*    PASSES OF BIL02900 CHECK THEIR INPUT AGAINST THE OPEN CYCLE
000650*    AT START (REFUSING TO RUN ON A MISMATCH) AND RECORD THEIR
000660*    STEP AT END OF JOB, AND THE CYCLE CANNOT BE CLOSED HERE
000670*    UNTIL EVERY STEP HAS COMPLETED CLEANLY.
000680*
000690*PROGRAM FLOW:
000700*  THE PARM IS EDITED AND THE 'CURRENT' RECORD READ.  OPEN
000710*    REFUSES A BILLING DATE ALREADY KEPT AS A CLOSED CYCLE, THEN
000720*    REPLACES THE (CLOSED) CURRENT RECORD WITH THE NEW CYCLE,
000730*    CARRYING THE OLD BILLING DATE AS THE PRIOR CYCLE AND
000740*    CLEARING EVERY STEP.  CLOSE CHECKS EACH STEP; IF ALL
000750*    COMPLETED CLEANLY THE CURRENT RECORD IS MARKED CLOSED AND A
000760*    COPY IS WRITTEN UNDER THE BILLING WEEK.  EITHER WAY THE
000770*    CYCLE STATUS LISTING IS PRINTED.
000780*
000790******************************************************************
000800*
000810*REVISION HISTORY
000820*
000830*10-15-26  PROGRAM WRITTEN.
000840*          COMPANION TO THE CYCLE BILLING CYCLE CONTROL MASTER.
000850*                                               M. CHISHOLM  01
000860*
000870******************************************************************
000880*
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910   SOURCE-COMPUTER. UNIX.
000920   OBJECT-COMPUTER. UNIX.
000930*
000940 INPUT-OUTPUT SECTION.
000950   FILE-CONTROL.
000960     SELECT CYCLE-FILE    ASSIGN CYCLE
000970                            ORGANIZATION IS INDEXED
000980                            ACCESS MODE IS DYNAMIC
000990                            RECORD KEY IS CYC-KEY
001000                            FILE STATUS IS WS-CYCLE-FILE-STATUS.
001010     SELECT PRINTER1-FILE ASSIGN PRINTER1
001020                            ORGANIZATION IS LINE SEQUENTIAL.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060*
001070 FD  CYCLE-FILE
001080*
001090 COPY TCYCLE.
001100*
001110 FD  PRINTER1-FILE
001120     RECORDING MODE IS F
001130     BLOCK CONTAINS 0 RECORDS
001140     RECORD CONTAINS 132 CHARACTERS
001150     LABEL RECORDS OMITTED.
001160   01  PR1-REC                                   PIC X(132).
001170*
001180 WORKING-STORAGE SECTION.
001190 COPY TDLXMIGE.
001200     EXEC SQL INCLUDE SQLCA END-EXEC.
001210*
001220 01  WS-FLAGS-AND-SUCH                           VALUE SPACES.
001230   03  WS-CYCLE-FILE-STATUS       PIC X(2).
001240     88  WS-CYCLE-SUCCESSFUL        VALUE '00'.
001250     88  WS-CYCLE-DUPLICATE-KEY     VALUE '22'.
001260     88  WS-CYCLE-NO-SUCH-RECORD    VALUES '20', '23'.
001270     88  WS-CYCLE-SUCCESSFUL-OPEN   VALUES '00', '05', '97'.
001280   03  WS-CYCLE-FILE-FLAG         PIC X.
001290     88  OPENED-CYCLE-FILE          VALUE 'Y'.
001300   03  WS-CURRENT-FOUND-FLAG      PIC X.
001310     88  CURRENT-CYCLE-FOUND        VALUE 'Y'.
001320   03  WS-STEP-CLEAN-FLAG         PIC X.
001330     88  STEP-COMPLETED-CLEANLY     VALUE 'Y'.
001340   03  WS-ACTION                  PIC X(10).
001350     88  OPEN-ACTION                VALUE 'OPEN      '.
001360     88  CLOSE-ACTION               VALUE 'CLOSE     '.
001370   03  WS-RETURN-08-FLAG          PIC X.
001380     88  RETURN-08                  VALUE 'Y'.
001390   03  WS-RETURN-04-FLAG          PIC X.
001400     88  RETURN-04                  VALUE 'Y'.
001410*
001420 01  WS-CYCLE-FIELDS.
001430   03  WS-CYC-CURRENT-KEY         PIC X(8)       VALUE 'CURRENT'.
001440*                * HIGHEST RETURN CODE A STEP MAY END WITH AND
001450*                  STILL COUNT AS COMPLETED CLEANLY *
001460   03  WS-CYC-MAX-CLEAN-RC        PIC 9(2)       VALUE 08.
001470   03  WS-CYC-STEP-SUB            PIC S9(4)      COMP.
001480   03  WS-CYC-OPEN-STEP-COUNT     PIC S9(4)      COMP VALUE +0.
001490   03  WS-PRIOR-BILLING-DATE      PIC X(6)       VALUE SPACE.
001500   03  WS-TIME-RAW                PIC X(8).
001510   03  WS-PARM-DATE               PIC X(6)       VALUE SPACE.
001520   03  WS-PARM-DATE-R REDEFINES WS-PARM-DATE.
001530     05  WS-PARM-MONTH            PIC 9(2).
001540     05  WS-PARM-DAY              PIC 9(2).
001550     05  WS-PARM-YEAR             PIC 9(2).
001560   03  WS-BILL-WEEK.
001570     05  WS-BILL-WEEK-CENTURY     PIC 9(2).
001580     05  WS-BILL-WEEK-YEAR        PIC 9(2).
001590     05  WS-BILL-WEEK-MONTH       PIC 9(2).
001600     05  WS-BILL-WEEK-DAY         PIC 9(2).
001610   03  WS-RUN-YEAR                PIC 9(2).
001620   03  WS-HOLD-CYC-REC            PIC X(200).
001630*
001640 01  WS-STEP-NAME-VALUES.
001650   03  FILLER                     PIC X(10)      VALUE 'BIL02200'.
001660   03  FILLER                     PIC X(10)      VALUE 'BIL02300'.
001670   03  FILLER                     PIC X(10)      VALUE 'BIL02850'.
001680   03  FILLER                     PIC X(10)    VALUE 'BIL02900-1'.
001690   03  FILLER                     PIC X(10)    VALUE 'BIL02900-2'.
001700 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
001710   03  WS-STEP-NAME               OCCURS 5 TIMES
001720                                  PIC X(10).
001730*
001740 01  WS-PRINT-CONTROLS.
001750   03  WS-LINE-COUNT              PIC S9(3)      COMP VALUE +090.
001760   03  WS-LINE-SPACER             PIC S9         COMP VALUE +2.
001770   03  WS-PAGE-NBR                PIC S9(5)      COMP-3 VALUE +0.
001780*
001790 01  WS-HEADINGS-ETC.
001800   03  WS-HEADING-1.
001810     05  FILLER                   PIC X          VALUE '-'.
001820     05  WS-HD1-PROGRAM-NUMBER    PIC X(8)       VALUE SPACE.
001830     05  FILLER                   PIC X(22)      VALUE '-'.
001840     05  FILLER        PIC X(49) VALUE
001850             'BILLING CYCLE CONTROL - STATUS LISTING'.
001860     05  FILLER                   PIC X(10)      VALUE 'RUN DATE'.
001870     05  FILLER                                VALUE '00-00-0000'.
001880       07  WS-HD1-RUN-MONTH       PIC X(2).
001890       07  FILLER                 PIC X.
001900       07  WS-HD1-RUN-DAY         PIC X(2).
001910       07  FILLER                 PIC X.
001920       07  WS-HD1-RUN-YEAR        PIC X(4).
001930     05  FILLER                   PIC X(23)      VALUE SPACE.
001940     05  FILLER                   PIC X(4)       VALUE 'PAGE'.
001950     05  FILLER                                  VALUE '    0'.
001960       07  WS-HD1-PAGE-NBR        PIC ZZZZ9.
001970   03  WS-CYCLE-LINE.
001980     05  FILLER                   PIC X(3)       VALUE SPACE.
001990     05  FILLER                   PIC X(14)      VALUE
002000                                     'BILLING DATE'.
002010     05  WS-CL-BILLING-DATE       PIC X(6).
002020     05  FILLER                   PIC X(2)       VALUE SPACE.
002030     05  FILLER                   PIC X          VALUE '('.
002040     05  WS-CL-BILLING-WEEK       PIC X(8).
002050     05  FILLER                   PIC X(10)    VALUE ')  STATUS'.
002060     05  WS-CL-STATUS             PIC X(8).
002070     05  FILLER                   PIC X(8)       VALUE 'OPENED'.
002080     05  WS-CL-OPEN-DATE          PIC X(8).
002090     05  FILLER                   PIC X          VALUE '-'.
002100     05  WS-CL-OPEN-TIME          PIC X(6).
002110     05  FILLER                   PIC X(10)      VALUE '  CLOSED'.
002120     05  WS-CL-CLOSE-DATE         PIC X(8).
002130     05  FILLER                   PIC X          VALUE '-'.
002140     05  WS-CL-CLOSE-TIME         PIC X(6).
002150     05  FILLER                   PIC X(15)      VALUE
002160                                     '  PRIOR CYCLE'.
002170     05  WS-CL-PRIOR-DATE         PIC X(6).
002180     05  FILLER                   PIC X(3)       VALUE SPACE.
002190   03  WS-STEP-HEADING.
002200     05  FILLER                   PIC X(5)       VALUE SPACE.
002210     05  FILLER                   PIC X(14)      VALUE 'STEP'.
002220     05  FILLER                   PIC X(11)      VALUE 'STATUS'.
002230     05  FILLER                   PIC X(5)       VALUE 'RC'.
002240     05  FILLER                   PIC X(17)      VALUE
002250                                     'LAST RUN'.
002260     05  FILLER                   PIC X(11)    VALUE 'CONDITION'.
002270     05  FILLER                   PIC X(69)      VALUE SPACE.
002280   03  WS-STEP-LINE.
002290     05  FILLER                   PIC X(5)       VALUE SPACE.
002300     05  WS-SL-STEP-NAME          PIC X(10).
002310     05  FILLER                   PIC X(4)       VALUE SPACE.
002320     05  WS-SL-STATUS             PIC X(8).
002330     05  FILLER                   PIC X(3)       VALUE SPACE.
002340     05  WS-SL-RETURN-CODE        PIC X(2).
002350     05  FILLER                   PIC X(3)       VALUE SPACE.
002360     05  WS-SL-RUN-DATE           PIC X(8).
002370     05  FILLER                   PIC X          VALUE '-'.
002380     05  WS-SL-RUN-TIME           PIC X(6).
002390     05  FILLER                   PIC X(2)       VALUE SPACE.
002400     05  WS-SL-CONDITION          PIC X(30).
002410     05  FILLER                   PIC X(50)      VALUE SPACE.
002420   03  WS-RESULT-LINE.
002430     05  FILLER                   PIC X(3)       VALUE SPACE.
002440     05  WS-RL-TEXT               PIC X(80).
002450     05  FILLER                   PIC X(49)      VALUE SPACE.
002460   03  WS-END-OF-REPORT.
002470     05  FILLER                   PIC X(20)      VALUE ALL '-'.
002480     05  FILLER                 PIC X(15) VALUE ' END OF REPORT '.
002490     05  FILLER                   PIC X(20)      VALUE ALL '-'.
002500*
002510 01  WS-RETURN-CODE-LINE.
002520   03  FILLER                    PIC X(14) VALUE 'RETURN CODE = '.
002530   03  WS-RETURN-CODE             PIC 9(2)       DISPLAY VALUE 00.
002540   03  FILLER                     PIC X          VALUE '.'.
002550*
002560 COPY CPY108.
002570*
002580 01  WS-DISPLAY-PARM.
002590   03  WS-DP-CAPTION             PIC X(14) VALUE 'PARM OPTIONS: '.
002600   03  FILLER                     PIC X          VALUE '"'.
002610   03  WS-DP-STATEMENT            PIC X(20)      VALUE SPACE.
002620   03  FILLER                     PIC X          VALUE '"'.
002630*
002640 COPY CPY004.
002650*
002660 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02101'.
002670 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
002680*
002690 01  LS-PARM-INFO.
002700   03  LS-PARM-LENGTH             PIC S9(4)      COMP.
002710   03  LS-PARM-DATA               PIC X(100).
002720*
002730 LINKAGE SECTION.
002740 COPY AIXLNCPY.
002750*
002760 PROCEDURE DIVISION USING BY VALUE PARMCNT
002770           BY REFERENCE OS-PARM.
002780 COPY AIXPRCPY.
002790*
002800 0000-SQL-DB-CONNECT.
002810     MOVE 'DLXVSAM' TO DBNAME.
002820 COPY CPYMIGUD.
002830   0000-MAIN-LINE.
002840     PERFORM 8000-INITIALIZE.
002850     IF OPEN-ACTION
002860       PERFORM 1000-OPEN-CYCLE
002870     ELSE
002880       PERFORM 2000-CLOSE-CYCLE.
002890     PERFORM 3000-PRINT-CYCLE-STATUS.
002900     PERFORM 9000-CLOSE.
002910     STOP RUN.
002920*
002930*
002940   1000-OPEN-CYCLE.
002950     IF CURRENT-CYCLE-FOUND AND CYC-OPEN
002960       PERFORM 1100-CHECK-ALREADY-OPEN
002970     ELSE
002980       PERFORM 1200-START-NEW-CYCLE.
002990*
003000   1100-CHECK-ALREADY-OPEN.
003010     IF CYC-BILLING-DATE NOT EQUAL WS-PARM-DATE
003020       DISPLAY '* BILLING CYCLE ' CYC-BILLING-DATE
003030             ' IS STILL OPEN - CLOSE IT BEFORE OPENING '
003040             WS-PARM-DATE ' *'
003050             UPON SYSOUT
003060       GO TO 9900-DISPLAY-ABORT.
003070     DISPLAY 'BILLING CYCLE ' WS-PARM-DATE ' IS ALREADY OPEN.  '
003080           'NO CHANGE MADE.' UPON SYSOUT.
003090     MOVE 'CYCLE WAS ALREADY OPEN FOR THIS BILLING DATE.'
003100           TO WS-RL-TEXT.
003110     MOVE 'Y' TO WS-RETURN-04-FLAG.
003120*
003130   1200-START-NEW-CYCLE.
003140     IF CURRENT-CYCLE-FOUND
003150       MOVE CYC-BILLING-DATE TO WS-PRIOR-BILLING-DATE.
003160     MOVE SPACE TO CYC-REC.
003170     MOVE WS-CYC-CURRENT-KEY TO CYC-KEY.
003180     MOVE 'O' TO CYC-STATUS.
003190     MOVE WS-PARM-DATE TO CYC-BILLING-DATE.
003200     MOVE WS-BILL-WEEK TO CYC-BILLING-WEEK.
003210     MOVE WS-PRIOR-BILLING-DATE TO CYC-PRIOR-BILLING-DATE.
003220     MOVE CPY4-CURRENT-DATE TO CYC-OPEN-DATE.
003230     MOVE WS-TIME-RAW (1:6) TO CYC-OPEN-TIME.
003240     PERFORM 1210-INIT-STEP-ENTRY
003250         VARYING WS-CYC-STEP-SUB FROM +1 BY +1
003260         UNTIL WS-CYC-STEP-SUB GREATER +5.
003270     IF CURRENT-CYCLE-FOUND
003280       REWRITE CYC-REC
003290     ELSE
003300       WRITE CYC-REC.
003310     IF NOT WS-CYCLE-SUCCESSFUL
003320       DISPLAY '* VSAM ERROR ON CYCLE WRITE.  FILE STATUS = '
003330             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
003340       GO TO 9900-DISPLAY-ABORT.
003350     MOVE 'Y' TO WS-CURRENT-FOUND-FLAG.
003360     DISPLAY 'BILLING CYCLE ' WS-PARM-DATE ' OPENED.' UPON SYSOUT.
003370     MOVE 'CYCLE OPENED' TO WS-RL-TEXT.
003380*
003390   1210-INIT-STEP-ENTRY.
003400     MOVE WS-STEP-NAME (WS-CYC-STEP-SUB) TO
003410           CYC-STEP-NAME (WS-CYC-STEP-SUB).
003420     MOVE SPACE TO CYC-STEP-STATUS (WS-CYC-STEP-SUB)
003430           CYC-STEP-RUN-DATE (WS-CYC-STEP-SUB)
003440           CYC-STEP-RUN-TIME (WS-CYC-STEP-SUB).
003450     MOVE ZERO TO CYC-STEP-RETURN-CODE (WS-CYC-STEP-SUB).
003460*
003470*
003480   2000-CLOSE-CYCLE.
003490     IF (NOT CURRENT-CYCLE-FOUND) OR (NOT CYC-OPEN)
003500       DISPLAY '* NO BILLING CYCLE IS OPEN *' UPON SYSOUT
003510       GO TO 9900-DISPLAY-ABORT.
003520     MOVE +0 TO WS-CYC-OPEN-STEP-COUNT.
003530     PERFORM 2100-COUNT-OPEN-STEP
003540         VARYING WS-CYC-STEP-SUB FROM +1 BY +1
003550         UNTIL WS-CYC-STEP-SUB GREATER +5.
003560     IF WS-CYC-OPEN-STEP-COUNT GREATER +0
003570       DISPLAY '* BILLING CYCLE ' CYC-BILLING-DATE
003580             ' NOT CLOSED - '
003590             WS-CYC-OPEN-STEP-COUNT
003600             ' STEP(S) NOT COMPLETED CLEANLY *'
003610             UPON SYSOUT
003620       MOVE 'CYCLE NOT CLOSED - STEPS MARKED * ARE OUTSTANDING.'
003630             TO WS-RL-TEXT
003640       MOVE 'Y' TO WS-RETURN-08-FLAG
003650     ELSE
003660       PERFORM 2200-CLOSE-CURRENT-CYCLE.
003670*
003680   2100-COUNT-OPEN-STEP.
003690     PERFORM 2150-EVALUATE-STEP.
003700     IF NOT STEP-COMPLETED-CLEANLY
003710       ADD 1 TO WS-CYC-OPEN-STEP-COUNT.
003720*
003730   2150-EVALUATE-STEP.
003740     MOVE SPACE TO WS-STEP-CLEAN-FLAG.
003750     IF CYC-STEP-COMPLETE (WS-CYC-STEP-SUB)
003760       IF CYC-STEP-RETURN-CODE (WS-CYC-STEP-SUB) GREATER
003770             WS-CYC-MAX-CLEAN-RC
003780         MOVE '* RETURN CODE OVER 08' TO WS-SL-CONDITION
003790       ELSE
003800         MOVE 'Y' TO WS-STEP-CLEAN-FLAG
003810         MOVE SPACE TO WS-SL-CONDITION
003820       END-IF
003830     ELSE
003840       IF CYC-STEP-ABORTED (WS-CYC-STEP-SUB)
003850         MOVE '* ABORTED - RERUN REQUIRED' TO WS-SL-CONDITION
003860       ELSE
003870         MOVE '* NOT RUN THIS CYCLE' TO WS-SL-CONDITION.
003880*
003890   2200-CLOSE-CURRENT-CYCLE.
003900     MOVE 'C' TO CYC-STATUS.
003910     MOVE CPY4-CURRENT-DATE TO CYC-CLOSE-DATE.
003920     MOVE WS-TIME-RAW (1:6) TO CYC-CLOSE-TIME.
003930     REWRITE CYC-REC.
003940     IF NOT WS-CYCLE-SUCCESSFUL
003950       DISPLAY '* VSAM ERROR ON CYCLE REWRITE.  FILE STATUS = '
003960             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
003970       GO TO 9900-DISPLAY-ABORT.
003980     DISPLAY 'BILLING CYCLE ' CYC-BILLING-DATE ' CLOSED.'
003990           UPON SYSOUT.
004000     MOVE 'CYCLE CLOSED' TO WS-RL-TEXT.
004010*                * KEEP A COPY OF THE CLOSED CYCLE UNDER ITS
004020*                  BILLING WEEK, SO THE WEEK CANNOT BE REOPENED *
004030     MOVE CYC-REC TO WS-HOLD-CYC-REC.
004040     MOVE CYC-BILLING-WEEK TO CYC-KEY.
004050     WRITE CYC-REC.
004060     IF WS-CYCLE-DUPLICATE-KEY
004070       REWRITE CYC-REC.
004080     IF NOT WS-CYCLE-SUCCESSFUL
004090       DISPLAY 'CLOSED CYCLE NOT KEPT UNDER ITS BILLING WEEK.  '
004100             'CYCLE WRITE FILE STATUS = ' WS-CYCLE-FILE-STATUS '.'
004110             UPON SYSOUT
004120       MOVE 'Y' TO WS-RETURN-04-FLAG.
004130     MOVE WS-HOLD-CYC-REC TO CYC-REC.
004140*
004150*
004160   3000-PRINT-CYCLE-STATUS.
004170     PERFORM 3300-HEAD-PR1-PAGE.
004180     MOVE CYC-BILLING-DATE TO WS-CL-BILLING-DATE.
004190     MOVE CYC-BILLING-WEEK TO WS-CL-BILLING-WEEK.
004200     IF CYC-OPEN
004210       MOVE 'OPEN' TO WS-CL-STATUS
004220     ELSE
004230       MOVE 'CLOSED' TO WS-CL-STATUS.
004240     MOVE CYC-OPEN-DATE TO WS-CL-OPEN-DATE.
004250     MOVE CYC-OPEN-TIME TO WS-CL-OPEN-TIME.
004260     MOVE CYC-CLOSE-DATE TO WS-CL-CLOSE-DATE.
004270     MOVE CYC-CLOSE-TIME TO WS-CL-CLOSE-TIME.
004280     MOVE CYC-PRIOR-BILLING-DATE TO WS-CL-PRIOR-DATE.
004290     MOVE WS-CYCLE-LINE TO PR1-REC.
004300     MOVE +2 TO WS-LINE-SPACER.
004310     PERFORM 3100-WRITE-PR1-REC.
004320     MOVE WS-STEP-HEADING TO PR1-REC.
004330     PERFORM 3100-WRITE-PR1-REC.
004340     MOVE +1 TO WS-LINE-SPACER.
004350     PERFORM 3200-PRINT-ONE-STEP
004360         VARYING WS-CYC-STEP-SUB FROM +1 BY +1
004370         UNTIL WS-CYC-STEP-SUB GREATER +5.
004380     MOVE WS-RESULT-LINE TO PR1-REC.
004390     MOVE +3 TO WS-LINE-SPACER.
004400     PERFORM 3100-WRITE-PR1-REC.
004410*
004420   3100-WRITE-PR1-REC.
004430     WRITE PR1-REC AFTER WS-LINE-SPACER.
004440     ADD WS-LINE-SPACER TO WS-LINE-COUNT.
004450*
004460   3200-PRINT-ONE-STEP.
004470     PERFORM 2150-EVALUATE-STEP.
004480     MOVE CYC-STEP-NAME (WS-CYC-STEP-SUB) TO WS-SL-STEP-NAME.
004490     MOVE SPACE TO WS-SL-RETURN-CODE.
004500     IF CYC-STEP-COMPLETE (WS-CYC-STEP-SUB)
004510       MOVE 'COMPLETE' TO WS-SL-STATUS
004520       MOVE CYC-STEP-RETURN-CODE (WS-CYC-STEP-SUB) TO
004530             WS-SL-RETURN-CODE
004540     ELSE
004550       IF CYC-STEP-ABORTED (WS-CYC-STEP-SUB)
004560         MOVE 'ABORTED' TO WS-SL-STATUS
004570         MOVE CYC-STEP-RETURN-CODE (WS-CYC-STEP-SUB) TO
004580               WS-SL-RETURN-CODE
004590       ELSE
004600         MOVE 'NOT RUN' TO WS-SL-STATUS.
004610     MOVE CYC-STEP-RUN-DATE (WS-CYC-STEP-SUB) TO WS-SL-RUN-DATE.
004620     MOVE CYC-STEP-RUN-TIME (WS-CYC-STEP-SUB) TO WS-SL-RUN-TIME.
004630     MOVE WS-STEP-LINE TO PR1-REC.
004640     PERFORM 3100-WRITE-PR1-REC.
004650*
004660   3300-HEAD-PR1-PAGE.
004670     ADD 1 TO WS-PAGE-NBR.
004680     MOVE WS-PAGE-NBR TO WS-HD1-PAGE-NBR.
004690     WRITE PR1-REC FROM WS-HEADING-1 AFTER PAGE.
004700     MOVE +1 TO WS-LINE-COUNT.
004710     MOVE +2 TO WS-LINE-SPACER.
004720*
004730*
004740   8000-INITIALIZE.
004750*
004760 COPY CPY005.
004770*
004780     ACCEPT WS-TIME-RAW FROM TIME.
004790     PERFORM 8100-EDIT-PARM.
004800     OPEN OUTPUT PRINTER1-FILE
004810             I-O CYCLE-FILE.
004820     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
004830       DISPLAY '* VSAM ERROR ON CYCLE OPEN.  FILE STATUS = '
004840             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
004850       GO TO 9900-DISPLAY-ABORT.
004860     MOVE 'Y' TO WS-CYCLE-FILE-FLAG.
004870     MOVE WS-PROGRAM-NUMBER TO WS-HD1-PROGRAM-NUMBER.
004880     MOVE CPY4-CURRENT-DATE (5:2) TO WS-HD1-RUN-MONTH.
004890     MOVE CPY4-CURRENT-DATE (7:2) TO WS-HD1-RUN-DAY.
004900     MOVE CPY4-CURRENT-DATE (1:4) TO WS-HD1-RUN-YEAR.
004910     IF OPEN-ACTION
004920       PERFORM 8300-CHECK-WEEK-NOT-CLOSED.
004930     MOVE WS-CYC-CURRENT-KEY TO CYC-KEY.
004940     READ CYCLE-FILE.
004950     IF WS-CYCLE-SUCCESSFUL
004960       MOVE 'Y' TO WS-CURRENT-FOUND-FLAG
004970     ELSE
004980       IF NOT WS-CYCLE-NO-SUCH-RECORD
004990         DISPLAY '* VSAM ERROR ON CYCLE READ.  FILE STATUS = '
005000               WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
005010         GO TO 9900-DISPLAY-ABORT.
005020*
005030   8100-EDIT-PARM.
005040     MOVE LS-PARM-LENGTH TO CPY108-PARM-LENGTH.
005050     MOVE LS-PARM-DATA TO CPY108-PARM-DATA.
005060     CALL 'mis11500' USING CPY108-REC.
005070     IF CPY108-PARSE-ERROR
005080       DISPLAY '* CALLED PROGRAM MIS115 ABORTED *' UPON SYSOUT
005090       GO TO 9900-DISPLAY-ABORT.
005100     PERFORM 8110-DISPLAY-PARM-STATEMENT
005110         VARYING CPY108-STMT-IX FROM +1 BY +1
005120         UNTIL CPY108-STMT-IX GREATER +5.
005130     SET CPY108-VAL-IX TO +1.
005140     SEARCH CPY108-RET-VALUES-ENTRY
005150       AT END
005160         DISPLAY '* MISSING PARM KEYWORD "ACTION    " *'
005170               UPON SYSOUT
005180         GO TO 9900-DISPLAY-ABORT
005190       WHEN CPY108-RET-KEYWORD (CPY108-VAL-IX) EQUAL 'ACTION    '
005200         IF CPY108-RET-VALUE (CPY108-VAL-IX) EQUAL 'OPEN      '
005210               OR 'CLOSE     '
005220           MOVE CPY108-RET-VALUE (CPY108-VAL-IX) TO WS-ACTION
005230           MOVE SPACE TO CPY108-RET-KEYWORD (CPY108-VAL-IX)
005240         ELSE
005250           DISPLAY '* INVALID VALUE "' CPY108-RET-VALUE
005260                 (CPY108-VAL-IX) '" FOR PARM KEYWORD "'
005270                 CPY108-RET-KEYWORD (CPY108-VAL-IX) '" *'
005280                 UPON SYSOUT
005290           GO TO 9900-DISPLAY-ABORT
005300         END-IF
005310     END-SEARCH.
005320*
005330     SET CPY108-VAL-IX TO +1.
005340     SEARCH CPY108-RET-VALUES-ENTRY
005350       AT END
005360         CONTINUE
005370       WHEN CPY108-RET-KEYWORD (CPY108-VAL-IX) EQUAL 'DATE      '
005380         MOVE CPY108-RET-VALUE (CPY108-VAL-IX) (1:6) TO
005390               WS-PARM-DATE
005400         IF (CPY108-RET-VALUE (CPY108-VAL-IX) (7:4) NOT EQUAL
005410               SPACE)
005420             OR (WS-PARM-DATE NOT NUMERIC)
005430           DISPLAY '* INVALID VALUE "' CPY108-RET-VALUE
005440                 (CPY108-VAL-IX) '" FOR PARM KEYWORD "'
005450                 CPY108-RET-KEYWORD (CPY108-VAL-IX) '" *'
005460                 UPON SYSOUT
005470           GO TO 9900-DISPLAY-ABORT
005480         END-IF
005490         MOVE SPACE TO CPY108-RET-KEYWORD (CPY108-VAL-IX)
005500     END-SEARCH.
005510     IF OPEN-ACTION
005520       PERFORM 8200-EDIT-BILLING-DATE
005530     ELSE
005540       IF WS-PARM-DATE NOT EQUAL SPACE
005550         DISPLAY '* PARM KEYWORD "DATE" IS VALID ONLY WITH '
005560               'ACTION=OPEN *' UPON SYSOUT
005570         GO TO 9900-DISPLAY-ABORT.
005580*
005590     PERFORM 8120-CHECK-EXTRANEOUS-PARM
005600         VARYING CPY108-VAL-IX FROM +1 BY +1
005610         UNTIL CPY108-VAL-IX GREATER +5.
005620*
005630   8110-DISPLAY-PARM-STATEMENT.
005640     IF CPY108-RET-STATEMENT (CPY108-STMT-IX) NOT EQUAL SPACE
005650       MOVE CPY108-RET-STATEMENT (CPY108-STMT-IX) TO
005660             WS-DP-STATEMENT
005670       DISPLAY WS-DISPLAY-PARM UPON SYSOUT
005680       MOVE SPACE TO WS-DP-CAPTION.
005690*
005700   8120-CHECK-EXTRANEOUS-PARM.
005710     IF CPY108-RET-KEYWORD (CPY108-VAL-IX) NOT EQUAL SPACE
005720       MOVE 'Y' TO WS-RETURN-04-FLAG
005730       DISPLAY 'INFO ONLY: EXTRANEOUS PARM KEYWORD "'
005740             CPY108-RET-KEYWORD (CPY108-VAL-IX) '".'
005750             UPON SYSOUT.
005760*
005770   8200-EDIT-BILLING-DATE.
005780     IF WS-PARM-DATE EQUAL SPACE
005790       DISPLAY '* MISSING PARM KEYWORD "DATE      " - REQUIRED '
005800             'WITH ACTION=OPEN *' UPON SYSOUT
005810       GO TO 9900-DISPLAY-ABORT.
005820     IF (WS-PARM-MONTH LESS 01) OR (WS-PARM-MONTH GREATER 12)
005830         OR (WS-PARM-DAY LESS 01) OR (WS-PARM-DAY GREATER 31)
005840       DISPLAY '* INVALID BILLING DATE "' WS-PARM-DATE
005850             '" - MUST BE MMDDYY *' UPON SYSOUT
005860       GO TO 9900-DISPLAY-ABORT.
005870*                * THE CYCLE MAY BE OPENED A FEW DAYS AHEAD OF ITS
005880*                  BILLING DATE, SO THE CENTURY IS WINDOWED AROUND
005890*                  THE RUN YEAR RATHER THAN ASSUMED TO BE PAST *
005900     MOVE CPY4-CENTURY-DIGITS TO WS-BILL-WEEK-CENTURY.
005910     MOVE WS-SYSOUT-RUN-YEAR TO WS-RUN-YEAR.
005920     IF WS-PARM-YEAR GREATER WS-RUN-YEAR + 50
005930       SUBTRACT 1 FROM WS-BILL-WEEK-CENTURY.
005940     IF WS-PARM-YEAR + 50 LESS WS-RUN-YEAR
005950       ADD 1 TO WS-BILL-WEEK-CENTURY.
005960     MOVE WS-PARM-YEAR TO WS-BILL-WEEK-YEAR.
005970     MOVE WS-PARM-MONTH TO WS-BILL-WEEK-MONTH.
005980     MOVE WS-PARM-DAY TO WS-BILL-WEEK-DAY.
005990     DISPLAY 'BILLING DATE = "' WS-PARM-DATE '" (' WS-BILL-WEEK
006000           ').' UPON SYSOUT.
006010*
006020   8300-CHECK-WEEK-NOT-CLOSED.
006030     MOVE WS-BILL-WEEK TO CYC-KEY.
006040     READ CYCLE-FILE.
006050     IF WS-CYCLE-SUCCESSFUL
006060       DISPLAY '* BILLING CYCLE ' WS-PARM-DATE ' WAS CLOSED ON '
006070             CYC-CLOSE-DATE ' - IT CANNOT BE REOPENED *'
006080             UPON SYSOUT
006090       GO TO 9900-DISPLAY-ABORT.
006100     IF NOT WS-CYCLE-NO-SUCH-RECORD
006110       DISPLAY '* VSAM ERROR ON CYCLE READ.  FILE STATUS = '
006120             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
006130       GO TO 9900-DISPLAY-ABORT.
006140*
006150*
006160   9000-CLOSE.
006170     MOVE WS-END-OF-REPORT TO PR1-REC.
006180     MOVE +2 TO WS-LINE-SPACER.
006190     PERFORM 3100-WRITE-PR1-REC.
006200     CLOSE PRINTER1-FILE.
006210     PERFORM 9100-CLOSE-CYCLE-FILE.
006220     IF NOT WS-CYCLE-SUCCESSFUL
006230       DISPLAY 'VSAM ERROR ON CYCLE CLOSE.  FILE STATUS = '
006240             WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
006250       MOVE 'Y' TO WS-RETURN-04-FLAG.
006260     IF RETURN-08
006270       MOVE 08 TO RETURN-CODE WS-RETURN-CODE
006280     ELSE
006290       IF RETURN-04
006300         MOVE 04 TO RETURN-CODE WS-RETURN-CODE.
006310     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
006320*
006330   9100-CLOSE-CYCLE-FILE.
006340     MOVE SPACE TO WS-CYCLE-FILE-FLAG.
006350     CLOSE CYCLE-FILE.
006360*
006370   9900-DISPLAY-ABORT.
006380     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
006390           UPON SYSOUT.
006400     IF OPENED-CYCLE-FILE
006410       PERFORM 9100-CLOSE-CYCLE-FILE.
006420     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
006430     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
006440     STOP RUN.
006450*
