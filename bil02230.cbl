000010  CBL SQL('QUALIFIER CICS BINDFILE')
000020 IDENTIFICATION DIVISION.
000030   PROGRAM-ID. "bil02230".
000040*PROGRAM-NAME. PRE-CYCLE EDIT OF THE BIL02200 CONTROL INPUTS.
000050   AUTHOR. M. CHISHOLM.
000060   INSTALLATION. DELUXE CORPORATION.
000070   DATE-WRITTEN. 10-15-26.
000080   DATE-COMPILED.
000090******************************************************************
000100*
000110*RUN INSTRUCTIONS                                         10-15-26
000120*
000130*I1220P   = C1220 INPUT FROM PARMLIB                   LRECL=80
000140*           PRICE DESIGNATION CODES FOR PRICING - THE SAME CARD
000150*           BIL02200 WILL READ.  ONLY THE FIRST CARD IS USED.
000160*
000170*I1220B   = BRANCH PRICE DESIGNATION OVERRIDES          LRECL=80
000180*           THE SAME FILE BIL02200 WILL READ, IN BC/BRANCH ORDER.
000190*
000200*I58      = 58 INPUT FROM BIL570                       LRECL=250
000210*           UNIVERSAL PRODUCT CODE FILE, IN PRODUCT/DQ ORDER.
000220*
000230*I550     = 550 INPUT FROM BIL502 - VSAM               LRECL=525
000240*           BILLING MASTER FILE.  READ ONLY.
000250*
000260*I551     = 551 INPUT FROM BIL511 - VSAM      VARIABLE LRECL=1273
000270*           MASTER PRICE FILE.  READ ONLY.
000280*
000290*I1475P   = 1475 FILE FROM THE LAST BIL02200 RUN        LRECL=75
000300*           FI EXCLUSIVES PRICED LAST WEEK, IN BC/PRODUCT/PRICE
000310*           DESIGNATION ORDER (THE GENERATION BIL02200 WILL READ
000320*           AS ITS OWN I1475P).
000330*
000340*I885     = 885 INPUT FROM BIL476                      LRECL=50
000350*           RECAP FI PRODUCT HISTORY FILE.  READ ONLY WHEN AN
000360*           EXCLUSIVE HAS GONE OBSOLETE SINCE THE LAST RUN.
000370*
000380*PRINTER1 = BIL02200 CONTROL INPUT EDIT LISTING - C1220 CARD
000390*           ERRORS, I58 EXCLUSIVES WITH NO I551 PRICE, I1220B
000400*           OVERRIDE ERRORS, AND EXCLUSIVES FLAGGED OBSOLETE SINCE
000410*           THE LAST RUN.  132 CH/LINE             (FBA LRECL=133)
000420*
000430*SYSOUT   = REVISION INFO, FILE COUNTS, ERROR MESSAGES; ANY PAPER
000440*
000450*RUN FRIDAY, AHEAD OF THE SUNDAY BATCH WINDOW.  A RETURN CODE OF
000460*04 OR LESS MEANS BIL02200 WILL PRICE CLEANLY.
000470*
000480******************************************************************
000490*
000500*RETURN CODES                                             10-15-26
000510*
000520*  16 = EDIT FAILED.  BIL02200 WOULD ABORT.  SEE LISTING.
000530*         - EMPTY FILE; I1220P OR I58
000540*         - INVALID C1220 DATA; FIRST PAIR BLANK, EMBEDDED
000550*             BLANK PAIR, OR A BLANK IN A PAIR
000560*         - SEQUENCE ERROR; I58 OR I1220B
000570*         - NO NON-OBSOLETE EXCLUSIVES ON THE I58 FILE
000580*         - MORE I58 EXCLUSIVES THAN THE BIL02200 TABLE HOLDS
000590*       RUN ABORTED.  SEE SYSOUT.
000600*         - VSAM ERROR (EXCEPT ON CLOSE); I550 OR I551
000610*
000620*  08 = ERROR.  BIL02200 WOULD RUN BUT PRICE WRONG.  SEE LISTING.
000630*         - DUPLICATE C1220 PAIR, OR A GENERIC DESIGNATION
000640*             PAIRED MORE THAN ONCE
000650*         - I58 EXCLUSIVE WITH NO I551 RECORD FOR A C1220
000660*             SPECIFIC PRICE DESIGNATION; PRICE WOULD BE ZERO
000670*         - I1220B BC/BRANCH NOT ON THE I550; OVERRIDE IGNORED
000680*         - I1220B BC/BRANCH DUPLICATED; ONLY THE FIRST IS USED
000690*         - I1220B OVERRIDE DESIGNATION NOT PAIRED ON THE C1220
000700*             CARD; PRICES WOULD BE ZERO
000710*         - I1220B OVERRIDE DESIGNATION LACKS I551 PRICES FOR ONE
000720*             OR MORE EXCLUSIVES
000730*
000740*  04 = INFO ONLY.  SEE LISTING.
000750*         - EXCLUSIVE FLAGGED OBSOLETE SINCE THE LAST RUN
000760*         - ADDITIONAL I1220P CARDS (IGNORED BY BIL02200)
000770*         - I58 EXCLUSIVES OVER 80% OF THE BIL02200 TABLE
000780*         - EMPTY I1475P FILE, OR OBSOLETE TABLE OVERFLOWED
000790*             (OBSOLETE CHECK SKIPPED)
000800*         - VSAM ERROR ON CLOSE; I550 OR I551
000810*
000820*  00 = THE BIL02200 CONTROL INPUTS ARE CLEAN.
000830*
000840******************************************************************
000850*
000860*NARRATIVE                                                10-15-26
000870*
000880*PURPOSE:
000890*  BAD CONTROL DATA FOR BIL02200 USED TO SURFACE IN THE MIDDLE OF
000900*    THE SUNDAY RUN - AN ABORT ON A BAD C1220 CARD OR AN I1220B
000910*    SEQUENCE ERROR, OR RC 08 WITH EXCLUSIVES PRICED AT ZERO.
000920*    THIS EDIT RUNS FRIDAY AGAINST THE SAME INPUTS AND APPLIES
000930*    THE SAME RULES, SO THE CARDS, OVERRIDES AND PRICES CAN BE
000940*    FIXED BEFORE THE BATCH WINDOW INSTEAD OF DURING IT.
000950*
000960*PROGRAM FLOW:
000970*  THE C1220 CARD IS EDITED PAIR BY PAIR WITH THE BIL02200 RULES,
000980*    PLUS A CHECK FOR DUPLICATE PAIRS AND FOR A GENERIC
000990*    DESIGNATION PAIRED TWICE (BIL02200 USES THE FIRST).  EACH
001000*    ACCEPTED PAIR IS KEPT IN A TABLE.
001010*  EACH I58 EXCLUSIVE THAT BIL02200 WOULD PRICE (COMPLETE PRODUCT
001020*    CODE, NOT OBSOLETE) IS LOOKED UP ON THE I551 FOR EVERY C1220
001030*    SPECIFIC DESIGNATION; A MISSING RECORD IS LISTED AND COUNTED
001040*    AGAINST ITS PAIR.  OBSOLETE EXCLUSIVES ARE SAVED.
001050*  EACH I1220B OVERRIDE IS CHECKED FOR SEQUENCE, FOR BEING ON
001060*    THE I550, AND FOR A GENERIC DESIGNATION PAIRED ON THE C1220
001070*    CARD WHOSE SPECIFIC DESIGNATION HAS AN I551 PRICE FOR EVERY
001080*    EXCLUSIVE.
001090*  THE LAST RUN'S 1475 FILE IS PASSED AGAINST THE OBSOLETE
001100*    EXCLUSIVES.  ONE THAT WAS PRICED LAST RUN HAS BEEN FLAGGED
001110*    OBSOLETE SINCE, AND IS LISTED WITH THE NUMBER OF BCS IT WAS
001120*    PRICED FOR AND WHETHER 885 HISTORY REMAINS FOR IT.
001130*  THE LISTING ENDS WITH WHAT BIL02200 WOULD DO WITH THESE INPUTS.
001140*
001150******************************************************************
001160*
001170*REVISION HISTORY
001180*
001190*10-15-26  PROGRAM WRITTEN.
001200*          COMPANION EDIT TO BIL02200.        M. CHISHOLM  01
001210*
001220******************************************************************
001230*
001240 ENVIRONMENT DIVISION.
001250 CONFIGURATION SECTION.
001260   SOURCE-COMPUTER. UNIX.
001270   OBJECT-COMPUTER. UNIX.
001280*
001290 INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001310     SELECT I1220P-FILE   ASSIGN RSD-I1220P.
001320     SELECT I1220B-FILE   ASSIGN RSD-I1220B.
001330     SELECT I58-FILE      ASSIGN RSD-I58.
001340     SELECT I550-FILE     ASSIGN I550
001350                            ORGANIZATION IS INDEXED
001360                            ACCESS MODE IS DYNAMIC
001370                            RECORD KEY IS I550-RECORD-KEY
001380                            FILE STATUS IS WS-I550-FILE-STATUS.
001390     SELECT I551-FILE     ASSIGN I551
001400                            ORGANIZATION IS INDEXED
001410                            ACCESS MODE IS DYNAMIC
001420                            RECORD KEY IS I551-MP-KEY
001430                            FILE STATUS IS WS-I551-FILE-STATUS.
001440     SELECT I1475P-FILE   ASSIGN RSD-I1475P.
001450     SELECT I885-FILE     ASSIGN RSD-I885.
001460     SELECT PRINTER1-FILE ASSIGN PRINTER1
001470                            ORGANIZATION IS LINE SEQUENTIAL.
001480*
001490 DATA DIVISION.
001500 FILE SECTION.
001510*
001520 FD  I1220P-FILE
001530     RECORDING MODE IS F
001540     BLOCK CONTAINS 0 RECORDS
001550     RECORD CONTAINS 80 CHARACTERS
001560     LABEL RECORDS STANDARD.
001570   01  I1220P-REC.
001580     03  I1220P-DATA.
001590       05  I1220P-PR-DESIG-PAIR  OCCURS 10 TIMES PIC X(4).
001600     03  FILLER                                  PIC X(40).
001610*
001620 FD  I1220B-FILE
001630     RECORDING MODE IS F
001640     BLOCK CONTAINS 0 RECORDS
001650     RECORD CONTAINS 80 CHARACTERS
001660     LABEL RECORDS STANDARD.
001670   01  I1220B-REC.
001680     03  I1220B-BC-BR                 PIC X(13).
001690     03  I1220B-OVERRIDE-GEN-PR-DESIG  PIC X(2).
001700     03  FILLER                       PIC X(65).
001710*
001720 FD  I58-FILE
001730*
001740 COPY T0058I.
001750*
001760 FD  I550-FILE
001770*
001780 COPY T0550I.
001790*
001800 FD  I551-FILE
001810*
001820 COPY T0551I.
001830*
001840 FD  I1475P-FILE
001850*
001860 COPY T1475P.
001870*
001880 FD  I885-FILE
001890*
001900 COPY T0885I.
001910*
001920 FD  PRINTER1-FILE
001930     RECORDING MODE IS F
001940     BLOCK CONTAINS 0 RECORDS
001950     RECORD CONTAINS 132 CHARACTERS
001960     LABEL RECORDS OMITTED.
001970   01  PR1-REC                                   PIC X(132).
001980*
001990 WORKING-STORAGE SECTION.
002000 COPY TDLXMIGE.
002010     EXEC SQL INCLUDE SQLCA END-EXEC.
002020*
002030 01  WS-FLAGS-AND-SUCH                           VALUE SPACES.
002040   03  WS-I550-FILE-STATUS        PIC X(2).
002050     88  WS-I550-SUCCESSFUL         VALUE '00'.
002060     88  WS-I550-NO-SUCH-RECORD     VALUES '20', '23'.
002070     88  WS-I550-SUCCESSFUL-OPEN    VALUES '00', '97'.
002080     88  WS-I550-END-OF-FILE        VALUE '10'.
002090   03  WS-I550-FILE-FLAG          PIC X.
002100     88  OPENED-I550-FILE           VALUE 'Y'.
002110   03  WS-I551-FILE-STATUS        PIC X(2).
002120     88  WS-I551-SUCCESSFUL         VALUE '00'.
002130     88  WS-I551-NO-SUCH-RECORD     VALUES '20', '23'.
002140     88  WS-I551-SUCCESSFUL-OPEN    VALUES '00', '97'.
002150   03  WS-I551-FILE-FLAG          PIC X.
002160     88  OPENED-I551-FILE           VALUE 'Y'.
002170   03  WS-I1220P-FILE-FLAG        PIC X.
002180     88  END-I1220P-FILE            VALUE 'E'.
002190   03  WS-I1220B-FILE-FLAG        PIC X.
002200     88  END-I1220B-FILE            VALUE 'E'.
002210   03  WS-I58-FILE-FLAG           PIC X.
002220     88  END-I58-FILE               VALUE 'E'.
002230   03  WS-I1475P-FILE-FLAG        PIC X.
002240     88  END-I1475P-FILE            VALUE 'E'.
002250   03  WS-I885-FILE-FLAG          PIC X.
002260     88  END-I885-FILE              VALUE 'E'.
002270   03  WS-OBSOLETE-CHECK-FLAG     PIC X.
002280     88  OBSOLETE-CHECK-ACTIVE      VALUE 'Y'.
002290   03  WS-PRIOR-PAIR-FLAG         PIC X.
002300     88  PAIR-ALREADY-ON-CARD       VALUE 'P'.
002310     88  GENERIC-ALREADY-ON-CARD    VALUE 'G'.
002320   03  WS-RETURN-16-FLAG          PIC X.
002330     88  RETURN-16                  VALUE 'Y'.
002340   03  WS-RETURN-08-FLAG          PIC X.
002350     88  RETURN-08                  VALUE 'Y'.
002360   03  WS-RETURN-04-FLAG          PIC X.
002370     88  RETURN-04                  VALUE 'Y'.
002380*
002390 01  WS-SEQUENCES                                VALUE LOW-VALUES.
002400   03  WS-I58-SEQ                 PIC X(16).
002410   03  WS-I1220B-SEQ              PIC X(13).
002420*
002430 01  WS-WORK-FIELDS.
002440   03  WS-PAIR-SUB                PIC S9(4)      COMP.
002450   03  WS-PRIOR-SUB               PIC S9(4)      COMP.
002460   03  WS-LAST-PAIR-SUB           PIC S9(4)      COMP VALUE +0.
002470   03  WS-OVR-PAIR-SUB            PIC S9(4)      COMP.
002480   03  WS-EDIT-PAIR.
002490     05  WS-EDIT-GEN-PR-D-1       PIC X.
002500     05  WS-EDIT-GEN-PR-D-2       PIC X.
002510     05  WS-EDIT-SPEC-PR-D-1      PIC X.
002520     05  WS-EDIT-SPEC-PR-D-2      PIC X.
002530   03  WS-EDIT-PAIR-R REDEFINES WS-EDIT-PAIR.
002540     05  WS-EDIT-GEN-PR-DESIG     PIC X(2).
002550     05  WS-EDIT-SPEC-PR-DESIG    PIC X(2).
002560   03  WS-PAIR-POSITION.
002570     05  FILLER                   PIC X(5)       VALUE 'PAIR '.
002580     05  WS-PAIR-POSITION-NBR     PIC 9(2).
002590*                * BIL02200 PRICES ONLY AN EXCLUSIVE WITH A
002600*                  NUMERIC 10-BYTE PRODUCT AND A SUFFIX NOT '*'
002610*                  OR BLANK *
002620   03  WS-I58-PRODUCT.
002630     05  WS-I58-PROD-1ST-10       PIC X(10).
002640     05  WS-I58-PROD-SUFFIX       PIC X.
002650     05  WS-I58-PROD-DQ           PIC X(5).
002660   03  WS-TARGET-551-KEY.
002670     05  FILLER                   PIC X(4)       VALUE SPACE.
002680     05  WS-TGT-551-PROD-DQ       PIC X(16).
002690     05  WS-TGT-551-PRICE-DESIG   PIC X(2).
002700*
002710*                * C1220 PAIRS ACCEPTED BY THE CARD EDIT, IN CARD
002720*                  ORDER, EACH WITH THE NUMBER OF PRICEABLE
002730*                  EXCLUSIVES THAT HAVE NO I551 RECORD FOR ITS
002740*                  SPECIFIC DESIGNATION *
002750 01  WS-C1220-TABLE.
002760   03  WS-C1220-PAIR-COUNT        PIC S9(4)      COMP VALUE +0.
002770   03  WS-C1220-ENTRY             OCCURS 10 TIMES.
002780     05  WS-C1220-PR-DESIG-PAIR.
002790       07  WS-C1220-GEN-PR-DESIG  PIC X(2).
002800       07  WS-C1220-SPEC-PR-DESIG PIC X(2).
002810     05  WS-C1220-MISSING-COUNT   PIC S9(5)      COMP-3.
002820*
002830*                * OBSOLETE EXCLUSIVES FROM THE I58, IN PRODUCT
002840*                  ORDER, WITH THE BCS THEY WERE PRICED FOR ON THE
002850*                  LAST RUN'S 1475 AND THEIR 885 HISTORY COUNT *
002860 01  WS-OBSOLETE-TABLE.
002870   03  WS-OBS-TBL-ENT-COUNT       PIC S9(4)      COMP VALUE +0.
002880   03  WS-OBS-TBL-ENTRY           OCCURS 1 TO 2000 TIMES
002890                                  DEPENDING ON
002900                                      WS-OBS-TBL-ENT-COUNT
002910                                  ASCENDING KEY IS
002920                                      WS-OBS-TBL-PROD-DQ
002930                                  INDEXED BY IX-WS-OBS-TBL.
002940     05  WS-OBS-TBL-PROD-DQ       PIC X(16).
002950     05  WS-OBS-TBL-LAST-BC       PIC X(8).
002960     05  WS-OBS-TBL-BC-COUNT      PIC S9(5)      COMP-3.
002970     05  WS-OBS-TBL-885-COUNT     PIC S9(7)      COMP-3.
002980*
002990 01  WS-FILE-COUNTS.
003000   03  WS-I1220P-REC-COUNT        PIC S9(5)      COMP-3 VALUE +0.
003010   03  WS-I1220P-ERR-COUNT        PIC S9(5)      COMP-3 VALUE +0.
003020   03  WS-I58-REC-COUNT           PIC S9(7)      COMP-3 VALUE +0.
003030   03  WS-I58-EXCL-COUNT          PIC S9(7)      COMP-3 VALUE +0.
003040   03  WS-I58-SEQ-ERR-COUNT       PIC S9(5)      COMP-3 VALUE +0.
003050   03  WS-MISSING-551-COUNT       PIC S9(7)      COMP-3 VALUE +0.
003060   03  WS-I1220B-REC-COUNT        PIC S9(5)      COMP-3 VALUE +0.
003070   03  WS-I1220B-ERR-COUNT        PIC S9(5)      COMP-3 VALUE +0.
003080   03  WS-I1475P-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
003090   03  WS-I885-REC-COUNT          PIC S9(9)      COMP-3 VALUE +0.
003100   03  WS-NEW-OBSOLETE-COUNT      PIC S9(5)      COMP-3 VALUE +0.
003110*
003120 01  WS-PRINT-CONTROLS.
003130   03  WS-LINE-COUNT              PIC S9(3)      COMP VALUE +090.
003140   03  WS-LINE-SPACER             PIC S9         COMP VALUE +2.
003150   03  WS-PAGE-NBR                PIC S9(5)      COMP-3 VALUE +0.
003160*
003170 01  WS-HEADINGS-ETC.
003180   03  WS-HEADING-1.
003190     05  FILLER                   PIC X          VALUE '-'.
003200     05  WS-HD1-PROGRAM-NUMBER    PIC X(8)       VALUE SPACE.
003210     05  FILLER                   PIC X(20)      VALUE '-'.
003220     05  FILLER        PIC X(51) VALUE
003230             'PRE-CYCLE EDIT - BIL02200 CONTROL INPUTS'.
003240     05  FILLER                   PIC X(10)      VALUE 'RUN DATE'.
003250     05  FILLER                                VALUE '00-00-0000'.
003260       07  WS-HD1-RUN-MONTH       PIC X(2).
003270       07  FILLER                 PIC X.
003280       07  WS-HD1-RUN-DAY         PIC X(2).
003290       07  FILLER                 PIC X.
003300       07  WS-HD1-RUN-YEAR        PIC X(4).
003310     05  FILLER                   PIC X(23)      VALUE SPACE.
003320     05  FILLER                   PIC X(4)       VALUE 'PAGE'.
003330     05  FILLER                                  VALUE '    0'.
003340       07  WS-HD1-PAGE-NBR        PIC ZZZZ9.
003350   03  WS-EDIT-DETAIL.
003360     05  FILLER                   PIC X(3)       VALUE SPACE.
003370     05  WS-DTL-FILE              PIC X(6).
003380     05  FILLER                   PIC X(2)       VALUE SPACE.
003390     05  WS-DTL-KEY               PIC X(16).
003400     05  FILLER                   PIC X(2)       VALUE SPACE.
003410     05  WS-DTL-DESIG             PIC X(4).
003420     05  FILLER                   PIC X(2)       VALUE SPACE.
003430     05  WS-DTL-COUNT             PIC ZZZ,ZZ9    BLANK WHEN ZERO.
003440     05  FILLER                   PIC X(2)       VALUE SPACE.
003450     05  WS-DTL-MESSAGE           PIC X(60).
003460     05  FILLER                   PIC X(28)      VALUE SPACE.
003470   03  WS-COL-HEADING-1.
003480     05  FILLER                   PIC X(11)      VALUE '   FILE'.
003490     05  FILLER                   PIC X(18)      VALUE 'KEY'.
003500     05  FILLER                   PIC X(6)       VALUE 'DESG'.
003510     05  FILLER                   PIC X(9)       VALUE '  COUNT'.
003520     05  FILLER                   PIC X(88) VALUE 'CONDITION'.
003530   03  WS-CLEAN-LINE.
003540     05  FILLER                   PIC X(3)       VALUE SPACE.
003550     05  FILLER                   PIC X(60)      VALUE
003560         'BIL02200 INPUTS ARE CLEAN.  NO CONDITIONS TO REPORT.'.
003570     05  FILLER                   PIC X(69)      VALUE SPACE.
003580   03  WS-VERDICT-LINE.
003590     05  FILLER                   PIC X(3)       VALUE SPACE.
003600     05  WS-VERDICT-TEXT          PIC X(90).
003610     05  FILLER                   PIC X(39)      VALUE SPACE.
003620   03  WS-END-OF-REPORT.
003630     05  FILLER                   PIC X(20)      VALUE ALL '-'.
003640     05  FILLER                 PIC X(15) VALUE ' END OF REPORT '.
003650     05  FILLER                   PIC X(20)      VALUE ALL '-'.
003660*
003670 01  WS-CLOSING-DISPLAYS.
003680   03  WS-RETURN-CODE-LINE.
003690     05  FILLER                  PIC X(14) VALUE 'RETURN CODE = '.
003700     05  WS-RETURN-CODE           PIC 9(2)       DISPLAY VALUE 00.
003710     05  FILLER                   PIC X          VALUE '.'.
003720   03  WS-CD-I1220P-LINE.
003730     05  FILLER                   PIC X(8)       VALUE 'I1220P:'.
003740     05  WS-CD-I1220P-REC-CT      PIC ZZZ,ZZ9.
003750     05  FILLER                   PIC X(12) VALUE ' CARDS READ'.
003760     05  WS-CD-I1220P-PAIR-CT     PIC ZZ9.
003770     05  FILLER                 PIC X(16) VALUE ' PAIRS ACCEPTED'.
003780     05  WS-CD-I1220P-ERR-CT      PIC ZZZ,ZZ9.
003790     05  FILLER                   PIC X(7)  VALUE ' ERRORS'.
003800   03  WS-CD-I58-LINE.
003810     05  FILLER                   PIC X(8)       VALUE 'I58:'.
003820     05  WS-CD-I58-REC-CT         PIC ZZZ,ZZZ,ZZ9.
003830     05  FILLER                   PIC X(14) VALUE ' RECORDS READ'.
003840     05  WS-CD-I58-EXCL-CT        PIC ZZZ,ZZ9.
003850     05  FILLER                   PIC X(13) VALUE ' EXCLUSIVES'.
003860     05  WS-CD-I58-SEQ-ERR-CT     PIC ZZZ,ZZ9.
003870     05  FILLER                   PIC X(11) VALUE ' SEQ ERRS'.
003880     05  WS-CD-MISSING-551-CT     PIC ZZZ,ZZ9.
003890     05  FILLER                 PIC X(16) VALUE ' MISSING PRICES'.
003900   03  WS-CD-I1220B-LINE.
003910     05  FILLER                   PIC X(8)       VALUE 'I1220B:'.
003920     05  WS-CD-I1220B-REC-CT      PIC ZZZ,ZZ9.
003930     05  FILLER                   PIC X(12) VALUE ' OVERRIDES'.
003940     05  WS-CD-I1220B-ERR-CT      PIC ZZZ,ZZ9.
003950     05  FILLER                   PIC X(7)  VALUE ' ERRORS'.
003960   03  WS-CD-OBSOLETE-LINE.
003970     05  FILLER                   PIC X(8)       VALUE 'I1475P:'.
003980     05  WS-CD-I1475P-REC-CT      PIC ZZZ,ZZZ,ZZ9.
003990     05  FILLER                   PIC X(14) VALUE ' RECORDS READ'.
004000     05  WS-CD-I885-REC-CT        PIC ZZZ,ZZZ,ZZ9.
004010     05  FILLER                   PIC X(15) VALUE ' I885 RECORDS'.
004020     05  WS-CD-NEW-OBSOLETE-CT    PIC ZZZ,ZZ9.
004030     05  FILLER                 PIC X(15) VALUE ' NEWLY OBSOLETE'.
004040*
004050 COPY CPY004.
004060*
004070 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02231'.
004080 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
004090*
004100 PROCEDURE DIVISION.
004110*
004120 0000-SQL-DB-CONNECT.
004130     MOVE 'DLXVSAM' TO DBNAME.
004140 COPY CPYMIGUD.
004150   0000-MAIN-LINE.
004160     PERFORM 8000-INITIALIZE.
004170     IF NOT END-I1220P-FILE
004180       PERFORM 1000-EDIT-C1220-CARD.
004190     PERFORM 2000-EACH-I58-REC
004200         WITH TEST BEFORE
004210         UNTIL END-I58-FILE.
004220     PERFORM 2500-CHECK-EXCLUSIVE-COUNT.
004230     PERFORM 4000-EACH-I1220B-REC
004240         WITH TEST BEFORE
004250         UNTIL END-I1220B-FILE.
004260     IF OBSOLETE-CHECK-ACTIVE
004270       PERFORM 5000-CHECK-NEWLY-OBSOLETE.
004280     PERFORM 9000-CLOSE.
004290     STOP RUN.
004300*
004310*
004320   1000-EDIT-C1220-CARD.
004330*                * SAME RULES AS 8100-EDIT-LOAD-C1220-DATA IN
004340*                  BIL02200, LISTED RATHER THAN ABORTED ON, PLUS
004350*                  THE DUPLICATE CHECKS *
004360     ADD 1 TO WS-I1220P-REC-COUNT.
004370     PERFORM 1010-FIND-LAST-PAIR
004380         VARYING WS-PAIR-SUB FROM +1 BY +1
004390         UNTIL WS-PAIR-SUB GREATER +10.
004400     MOVE 'I1220P' TO WS-DTL-FILE.
004410*                * A BLANK CARD IS EDITED AS A BLANK FIRST PAIR *
004420     IF WS-LAST-PAIR-SUB EQUAL +0
004430       MOVE +1 TO WS-LAST-PAIR-SUB.
004440     PERFORM 1100-EDIT-ONE-PAIR
004450         VARYING WS-PAIR-SUB FROM +1 BY +1
004460         UNTIL WS-PAIR-SUB GREATER WS-LAST-PAIR-SUB.
004470     PERFORM 1300-READ-I1220P-FILE.
004480     PERFORM 1020-COUNT-EXTRA-CARD
004490         WITH TEST BEFORE
004500         UNTIL END-I1220P-FILE.
004510*
004520   1010-FIND-LAST-PAIR.
004530     IF I1220P-PR-DESIG-PAIR (WS-PAIR-SUB) NOT EQUAL SPACE
004540       MOVE WS-PAIR-SUB TO WS-LAST-PAIR-SUB.
004550*
004560   1020-COUNT-EXTRA-CARD.
004570     ADD 1 TO WS-I1220P-REC-COUNT.
004580     MOVE 'Y' TO WS-RETURN-04-FLAG.
004590     MOVE SPACE TO WS-DTL-KEY WS-DTL-DESIG.
004600     MOVE 'ADDITIONAL C1220 CARD - IGNORED BY BIL02200'
004610           TO WS-DTL-MESSAGE.
004620     PERFORM 3000-PRINT-EDIT-DETAIL.
004630     PERFORM 1300-READ-I1220P-FILE.
004640*
004650   1100-EDIT-ONE-PAIR.
004660     MOVE I1220P-PR-DESIG-PAIR (WS-PAIR-SUB) TO WS-EDIT-PAIR.
004670     MOVE WS-PAIR-SUB TO WS-PAIR-POSITION-NBR.
004680     MOVE WS-PAIR-POSITION TO WS-DTL-KEY.
004690     MOVE WS-EDIT-PAIR TO WS-DTL-DESIG.
004700     IF WS-EDIT-PAIR EQUAL SPACE
004710       IF WS-PAIR-SUB EQUAL +1
004720         MOVE 'FIRST PRICE DESIGNATION PAIR IS BLANK'
004730               TO WS-DTL-MESSAGE
004740       ELSE
004750         MOVE 'EMBEDDED BLANK PAIR' TO WS-DTL-MESSAGE
004760       END-IF
004770       PERFORM 1200-C1220-CARD-ERROR
004780     ELSE
004790       IF SPACE EQUAL WS-EDIT-GEN-PR-D-1
004800             OR WS-EDIT-GEN-PR-D-2
004810             OR WS-EDIT-SPEC-PR-D-1
004820             OR WS-EDIT-SPEC-PR-D-2
004830         MOVE 'INVALID PAIR - BLANK IN A PRICE DESIGNATION'
004840               TO WS-DTL-MESSAGE
004850         PERFORM 1200-C1220-CARD-ERROR
004860       ELSE
004870         PERFORM 1150-CHECK-DUPLICATE-PAIR.
004880*
004890   1150-CHECK-DUPLICATE-PAIR.
004900     MOVE SPACE TO WS-PRIOR-PAIR-FLAG.
004910     PERFORM 1160-COMPARE-PRIOR-PAIR
004920         VARYING WS-PRIOR-SUB FROM +1 BY +1
004930         UNTIL WS-PRIOR-SUB GREATER WS-C1220-PAIR-COUNT.
004940     IF PAIR-ALREADY-ON-CARD
004950*                * A REPEAT OF AN ACCEPTED PAIR ADDS NOTHING - IT
004960*                  IS NOT PRICE-CHECKED A SECOND TIME *
004970       ADD 1 TO WS-I1220P-ERR-COUNT
004980       MOVE 'Y' TO WS-RETURN-08-FLAG
004990       MOVE 'DUPLICATE PAIR - ALREADY ON THE CARD'
005000             TO WS-DTL-MESSAGE
005010       PERFORM 3000-PRINT-EDIT-DETAIL
005020     ELSE
005030       IF GENERIC-ALREADY-ON-CARD
005040         ADD 1 TO WS-I1220P-ERR-COUNT
005050         MOVE 'Y' TO WS-RETURN-08-FLAG
005060         MOVE
005070           'GENERIC DESIG PAIRED TWICE - BIL02200 USES THE FIRST'
005080               TO WS-DTL-MESSAGE
005090         PERFORM 3000-PRINT-EDIT-DETAIL
005100       END-IF
005110       ADD 1 TO WS-C1220-PAIR-COUNT
005120       MOVE WS-EDIT-PAIR TO
005130             WS-C1220-PR-DESIG-PAIR (WS-C1220-PAIR-COUNT)
005140       MOVE +0 TO WS-C1220-MISSING-COUNT (WS-C1220-PAIR-COUNT).
005150*
005160   1160-COMPARE-PRIOR-PAIR.
005170     IF WS-C1220-PR-DESIG-PAIR (WS-PRIOR-SUB) EQUAL WS-EDIT-PAIR
005180       MOVE 'P' TO WS-PRIOR-PAIR-FLAG
005190     ELSE
005200       IF (WS-C1220-GEN-PR-DESIG (WS-PRIOR-SUB) EQUAL
005210             WS-EDIT-GEN-PR-DESIG)
005220           AND (NOT PAIR-ALREADY-ON-CARD)
005230         MOVE 'G' TO WS-PRIOR-PAIR-FLAG.
005240*
005250   1200-C1220-CARD-ERROR.
005260     ADD 1 TO WS-I1220P-ERR-COUNT.
005270     MOVE 'Y' TO WS-RETURN-16-FLAG.
005280     PERFORM 3000-PRINT-EDIT-DETAIL.
005290*
005300   1300-READ-I1220P-FILE.
005310     READ I1220P-FILE
005320       AT END
005330         MOVE 'E' TO WS-I1220P-FILE-FLAG
005340     END-READ.
005350*
005360*
005370   2000-EACH-I58-REC.
005380     ADD 1 TO WS-I58-REC-COUNT.
005390     IF I58-PRODUCT-CODE GREATER WS-I58-SEQ
005400       MOVE I58-PRODUCT-CODE TO WS-I58-SEQ
005410       PERFORM 2100-EDIT-I58-EXCLUSIVE
005420     ELSE
005430       ADD 1 TO WS-I58-SEQ-ERR-COUNT
005440       MOVE 'Y' TO WS-RETURN-16-FLAG
005450       MOVE 'I58' TO WS-DTL-FILE
005460       MOVE I58-PRODUCT-CODE TO WS-DTL-KEY
005470       MOVE SPACE TO WS-DTL-DESIG
005480       MOVE 'PRODUCT OUT OF SEQUENCE OR DUPLICATED'
005490             TO WS-DTL-MESSAGE
005500       PERFORM 3000-PRINT-EDIT-DETAIL.
005510     PERFORM 2050-READ-I58-FILE.
005520*
005530   2050-READ-I58-FILE.
005540     READ I58-FILE
005550       AT END
005560         MOVE 'E' TO WS-I58-FILE-FLAG
005570     END-READ.
005580*
005590   2100-EDIT-I58-EXCLUSIVE.
005600     MOVE I58-PRODUCT-CODE TO WS-I58-PRODUCT.
005610     IF I58-EXCLUSIVE-PRODUCT
005620         AND (WS-I58-PROD-1ST-10 IS NUMERIC)
005630         AND (WS-I58-PROD-SUFFIX NOT EQUAL '*' AND SPACE)
005640       IF I58-OBSOLETE-PRODUCT
005650         PERFORM 2300-SAVE-OBSOLETE-EXCL
005660       ELSE
005670         ADD 1 TO WS-I58-EXCL-COUNT
005680         MOVE I58-PRODUCT-CODE TO WS-TGT-551-PROD-DQ
005690         PERFORM 2200-CHECK-I551-PRICE
005700             VARYING WS-PAIR-SUB FROM +1 BY +1
005710             UNTIL WS-PAIR-SUB GREATER WS-C1220-PAIR-COUNT.
005720*
005730   2200-CHECK-I551-PRICE.
005740     MOVE WS-C1220-SPEC-PR-DESIG (WS-PAIR-SUB) TO
005750           WS-TGT-551-PRICE-DESIG.
005760     MOVE WS-TARGET-551-KEY TO I551-MP-KEY.
005770     READ I551-FILE.
005780     IF WS-I551-NO-SUCH-RECORD
005790       ADD 1 TO WS-C1220-MISSING-COUNT (WS-PAIR-SUB)
005800             WS-MISSING-551-COUNT
005810       MOVE 'Y' TO WS-RETURN-08-FLAG
005820       MOVE 'I58' TO WS-DTL-FILE
005830       MOVE WS-TGT-551-PROD-DQ TO WS-DTL-KEY
005840       MOVE WS-C1220-PR-DESIG-PAIR (WS-PAIR-SUB) TO WS-DTL-DESIG
005850       MOVE 'EXCLUSIVE HAS NO I551 PRICE - WOULD PRICE AT ZERO'
005860             TO WS-DTL-MESSAGE
005870       PERFORM 3000-PRINT-EDIT-DETAIL
005880     ELSE
005890       IF NOT WS-I551-SUCCESSFUL
005900         DISPLAY '* VSAM ERROR ON I551 READ.  FILE STATUS = '
005910               WS-I551-FILE-STATUS '.  KEY = "' I551-MP-KEY '" *'
005920               UPON SYSOUT
005930         GO TO 9900-DISPLAY-ABORT.
005940*
005950   2300-SAVE-OBSOLETE-EXCL.
005960     IF OBSOLETE-CHECK-ACTIVE
005970       IF WS-OBS-TBL-ENT-COUNT LESS +2000
005980         ADD 1 TO WS-OBS-TBL-ENT-COUNT
005990         SET IX-WS-OBS-TBL TO WS-OBS-TBL-ENT-COUNT
006000         MOVE I58-PRODUCT-CODE TO
006010               WS-OBS-TBL-PROD-DQ (IX-WS-OBS-TBL)
006020         MOVE SPACE TO WS-OBS-TBL-LAST-BC (IX-WS-OBS-TBL)
006030         MOVE +0 TO WS-OBS-TBL-BC-COUNT (IX-WS-OBS-TBL)
006040               WS-OBS-TBL-885-COUNT (IX-WS-OBS-TBL)
006050       ELSE
006060         DISPLAY '* OBSOLETE EXCLUSIVE TABLE OVERFLOWED - '
006070               'OBSOLETE CHECK SKIPPED *' UPON SYSOUT
006080         MOVE SPACE TO WS-OBSOLETE-CHECK-FLAG
006090         MOVE 'Y' TO WS-RETURN-04-FLAG.
006100*
006110   2500-CHECK-EXCLUSIVE-COUNT.
006120*                * THE SAME LIMITS BIL02200 APPLIES TO ITS 58
006130*                  EXCLUSIVES TABLE *
006140     MOVE 'I58' TO WS-DTL-FILE.
006150     MOVE SPACE TO WS-DTL-KEY WS-DTL-DESIG.
006160     MOVE WS-I58-EXCL-COUNT TO WS-DTL-COUNT.
006170     IF (WS-I58-REC-COUNT GREATER +0)
006180         AND (WS-I58-EXCL-COUNT EQUAL +0)
006190       MOVE 'Y' TO WS-RETURN-16-FLAG
006200       MOVE 'NO NON-OBSOLETE EXCLUSIVES ON THE I58 FILE'
006210             TO WS-DTL-MESSAGE
006220       PERFORM 3000-PRINT-EDIT-DETAIL.
006230     IF WS-I58-EXCL-COUNT GREATER +2000
006240       MOVE 'Y' TO WS-RETURN-16-FLAG
006250       MOVE 'EXCLUSIVES EXCEED THE 2000 THE BIL02200 TABLE HOLDS'
006260             TO WS-DTL-MESSAGE
006270       PERFORM 3000-PRINT-EDIT-DETAIL
006280     ELSE
006290       IF WS-I58-EXCL-COUNT GREATER +1600
006300         MOVE 'Y' TO WS-RETURN-04-FLAG
006310         MOVE 'EXCLUSIVES OVER 80% OF THE BIL02200 TABLE'
006320               TO WS-DTL-MESSAGE
006330         PERFORM 3000-PRINT-EDIT-DETAIL.
006340     MOVE +0 TO WS-DTL-COUNT.
006350*
006360*
006370   3000-PRINT-EDIT-DETAIL.
006380     IF WS-LINE-COUNT GREATER +59
006390       PERFORM 3300-HEAD-PR1-PAGE
006400       MOVE WS-COL-HEADING-1 TO PR1-REC
006410       MOVE +2 TO WS-LINE-SPACER
006420       PERFORM 3100-WRITE-PR1-REC
006430       MOVE +1 TO WS-LINE-SPACER.
006440     MOVE WS-EDIT-DETAIL TO PR1-REC.
006450     PERFORM 3100-WRITE-PR1-REC.
006460     MOVE +0 TO WS-DTL-COUNT.
006470*
006480   3100-WRITE-PR1-REC.
006490     WRITE PR1-REC AFTER WS-LINE-SPACER.
006500     ADD WS-LINE-SPACER TO WS-LINE-COUNT.
006510*
006520   3300-HEAD-PR1-PAGE.
006530     ADD 1 TO WS-PAGE-NBR.
006540     MOVE WS-PAGE-NBR TO WS-HD1-PAGE-NBR.
006550     WRITE PR1-REC FROM WS-HEADING-1 AFTER PAGE.
006560     MOVE +1 TO WS-LINE-COUNT.
006570     MOVE +2 TO WS-LINE-SPACER.
006580*
006590*
006600   4000-EACH-I1220B-REC.
006610     ADD 1 TO WS-I1220B-REC-COUNT.
006620     MOVE 'I1220B' TO WS-DTL-FILE.
006630     MOVE I1220B-BC-BR TO WS-DTL-KEY.
006640     MOVE I1220B-OVERRIDE-GEN-PR-DESIG TO WS-DTL-DESIG.
006650     IF I1220B-BC-BR LESS WS-I1220B-SEQ
006660       ADD 1 TO WS-I1220B-ERR-COUNT
006670       MOVE 'Y' TO WS-RETURN-16-FLAG
006680       MOVE 'BC/BRANCH OUT OF SEQUENCE' TO WS-DTL-MESSAGE
006690       PERFORM 3000-PRINT-EDIT-DETAIL
006700     ELSE
006710       IF I1220B-BC-BR EQUAL WS-I1220B-SEQ
006720         ADD 1 TO WS-I1220B-ERR-COUNT
006730         MOVE 'Y' TO WS-RETURN-08-FLAG
006740         MOVE 'DUPLICATE BC/BRANCH - ONLY THE FIRST IS USED'
006750               TO WS-DTL-MESSAGE
006760         PERFORM 3000-PRINT-EDIT-DETAIL
006770       ELSE
006780         MOVE I1220B-BC-BR TO WS-I1220B-SEQ
006790         PERFORM 4100-EDIT-OVERRIDE.
006800     PERFORM 4050-READ-I1220B-FILE.
006810*
006820   4050-READ-I1220B-FILE.
006830     READ I1220B-FILE
006840       AT END
006850         MOVE 'E' TO WS-I1220B-FILE-FLAG
006860     END-READ.
006870*
006880   4100-EDIT-OVERRIDE.
006890     MOVE LOW-VALUES TO I550-RECORD-KEY.
006900     MOVE I1220B-BC-BR TO I550-RECORD-KEY (1:13).
006910     START I550-FILE KEY NOT LESS I550-RECORD-KEY.
006920     IF WS-I550-SUCCESSFUL
006930       PERFORM 4150-READ-I550-NEXT
006940     ELSE
006950       IF (NOT WS-I550-END-OF-FILE)
006960           AND (NOT WS-I550-NO-SUCH-RECORD)
006970         DISPLAY '* I550 VSAM ERROR.  KEY = "' I550-RECORD-KEY
006980               '".  FILE STATUS = ' WS-I550-FILE-STATUS '. *'
006990               UPON SYSOUT
007000         GO TO 9900-DISPLAY-ABORT.
007010     IF (NOT WS-I550-SUCCESSFUL)
007020         OR (I550-RECORD-KEY (1:13) NOT EQUAL I1220B-BC-BR)
007030       ADD 1 TO WS-I1220B-ERR-COUNT
007040       MOVE 'Y' TO WS-RETURN-08-FLAG
007050       MOVE 'BC/BRANCH NOT ON THE I550 - OVERRIDE NOT USED'
007060             TO WS-DTL-MESSAGE
007070       PERFORM 3000-PRINT-EDIT-DETAIL.
007080*                * BIL02200 TAKES THE FIRST C1220 PAIR FOR THE
007090*                  OVERRIDE'S GENERIC DESIGNATION *
007100     MOVE +0 TO WS-OVR-PAIR-SUB.
007110     PERFORM 4200-FIND-OVERRIDE-PAIR
007120         VARYING WS-PAIR-SUB FROM +1 BY +1
007130         UNTIL WS-PAIR-SUB GREATER WS-C1220-PAIR-COUNT.
007140     IF WS-OVR-PAIR-SUB EQUAL +0
007150       ADD 1 TO WS-I1220B-ERR-COUNT
007160       MOVE 'Y' TO WS-RETURN-08-FLAG
007170       MOVE 'DESIGNATION NOT PAIRED ON THE C1220 - PRICES ZERO'
007180             TO WS-DTL-MESSAGE
007190       PERFORM 3000-PRINT-EDIT-DETAIL
007200     ELSE
007210       IF WS-C1220-MISSING-COUNT (WS-OVR-PAIR-SUB) GREATER +0
007220         ADD 1 TO WS-I1220B-ERR-COUNT
007230         MOVE 'Y' TO WS-RETURN-08-FLAG
007240         MOVE WS-C1220-PR-DESIG-PAIR (WS-OVR-PAIR-SUB)
007250               TO WS-DTL-DESIG
007260         MOVE WS-C1220-MISSING-COUNT (WS-OVR-PAIR-SUB)
007270               TO WS-DTL-COUNT
007280         MOVE 'EXCLUSIVES WITH NO I551 PRICE FOR THE OVERRIDE'
007290               TO WS-DTL-MESSAGE
007300         PERFORM 3000-PRINT-EDIT-DETAIL.
007310*
007320   4150-READ-I550-NEXT.
007330     READ I550-FILE NEXT RECORD.
007340     IF (NOT WS-I550-SUCCESSFUL)
007350         AND (NOT WS-I550-END-OF-FILE)
007360       DISPLAY '* VSAM ERROR ON I550 READ NEXT. FILE STATUS = '
007370             WS-I550-FILE-STATUS '. *' UPON SYSOUT
007380       GO TO 9900-DISPLAY-ABORT.
007390*
007400   4200-FIND-OVERRIDE-PAIR.
007410     IF (WS-OVR-PAIR-SUB EQUAL +0)
007420         AND (WS-C1220-GEN-PR-DESIG (WS-PAIR-SUB) EQUAL
007430               I1220B-OVERRIDE-GEN-PR-DESIG)
007440       MOVE WS-PAIR-SUB TO WS-OVR-PAIR-SUB.
007450*
007460*
007470   5000-CHECK-NEWLY-OBSOLETE.
007480*                * AN OBSOLETE EXCLUSIVE THAT BIL02200 PRICED LAST
007490*                  RUN WAS FLAGGED OBSOLETE SINCE THAT RUN *
007500     IF WS-OBS-TBL-ENT-COUNT GREATER +0
007510       PERFORM 5100-EACH-I1475P-REC
007520           WITH TEST BEFORE
007530           UNTIL END-I1475P-FILE
007540       IF WS-NEW-OBSOLETE-COUNT GREATER +0
007550         PERFORM 5250-READ-I885-FILE
007560         PERFORM 5200-EACH-I885-REC
007570             WITH TEST BEFORE
007580             UNTIL END-I885-FILE
007590         PERFORM 5300-LIST-NEWLY-OBSOLETE
007600             VARYING IX-WS-OBS-TBL FROM +1 BY +1
007610             UNTIL IX-WS-OBS-TBL GREATER WS-OBS-TBL-ENT-COUNT.
007620*
007630   5100-EACH-I1475P-REC.
007640     ADD 1 TO WS-I1475P-REC-COUNT.
007650     SEARCH ALL WS-OBS-TBL-ENTRY
007660       AT END
007670         CONTINUE
007680       WHEN WS-OBS-TBL-PROD-DQ (IX-WS-OBS-TBL) EQUAL
007690             I1475P-PROD-DQ
007700         PERFORM 5150-COUNT-PRIOR-BC
007710     END-SEARCH.
007720     PERFORM 5190-READ-I1475P-FILE.
007730*
007740   5150-COUNT-PRIOR-BC.
007750*                * THE 1475 IS IN BC ORDER - ONE COUNT PER BC *
007760     IF WS-OBS-TBL-LAST-BC (IX-WS-OBS-TBL) NOT EQUAL I1475P-BC
007770       IF WS-OBS-TBL-BC-COUNT (IX-WS-OBS-TBL) EQUAL +0
007780         ADD 1 TO WS-NEW-OBSOLETE-COUNT
007790       END-IF
007800       ADD 1 TO WS-OBS-TBL-BC-COUNT (IX-WS-OBS-TBL)
007810       MOVE I1475P-BC TO WS-OBS-TBL-LAST-BC (IX-WS-OBS-TBL).
007820*
007830   5190-READ-I1475P-FILE.
007840     READ I1475P-FILE
007850       AT END
007860         MOVE 'E' TO WS-I1475P-FILE-FLAG
007870     END-READ.
007880*
007890   5200-EACH-I885-REC.
007900     ADD 1 TO WS-I885-REC-COUNT.
007910     SEARCH ALL WS-OBS-TBL-ENTRY
007920       AT END
007930         CONTINUE
007940       WHEN WS-OBS-TBL-PROD-DQ (IX-WS-OBS-TBL) EQUAL
007950             I885-PRODUCT-ID (3:16)
007960         ADD 1 TO WS-OBS-TBL-885-COUNT (IX-WS-OBS-TBL)
007970     END-SEARCH.
007980     PERFORM 5250-READ-I885-FILE.
007990*
008000   5250-READ-I885-FILE.
008010     READ I885-FILE
008020       AT END
008030         MOVE 'E' TO WS-I885-FILE-FLAG
008040     END-READ.
008050*
008060   5300-LIST-NEWLY-OBSOLETE.
008070     IF WS-OBS-TBL-BC-COUNT (IX-WS-OBS-TBL) GREATER +0
008080       MOVE 'Y' TO WS-RETURN-04-FLAG
008090       MOVE 'I58' TO WS-DTL-FILE
008100       MOVE WS-OBS-TBL-PROD-DQ (IX-WS-OBS-TBL) TO WS-DTL-KEY
008110       MOVE SPACE TO WS-DTL-DESIG
008120       MOVE WS-OBS-TBL-BC-COUNT (IX-WS-OBS-TBL) TO WS-DTL-COUNT
008130       IF WS-OBS-TBL-885-COUNT (IX-WS-OBS-TBL) GREATER +0
008140         MOVE 'OBSOLETE SINCE LAST RUN - 885 HISTORY REMAINS'
008150               TO WS-DTL-MESSAGE
008160       ELSE
008170         MOVE 'OBSOLETE SINCE LAST RUN - NO 885 HISTORY'
008180               TO WS-DTL-MESSAGE
008190       END-IF
008200       PERFORM 3000-PRINT-EDIT-DETAIL.
008210*
008220*
008230   8000-INITIALIZE.
008240*
008250 COPY CPY005.
008260*
008270     OPEN OUTPUT PRINTER1-FILE
008280           INPUT I1220P-FILE I1220B-FILE I58-FILE I1475P-FILE
008290                 I885-FILE.
008300     OPEN INPUT I550-FILE.
008310     IF NOT WS-I550-SUCCESSFUL-OPEN
008320       DISPLAY '* VSAM ERROR ON I550 OPEN.  FILE STATUS = '
008330             WS-I550-FILE-STATUS '. *' UPON SYSOUT
008340       GO TO 9900-DISPLAY-ABORT.
008350     MOVE 'Y' TO WS-I550-FILE-FLAG.
008360     OPEN INPUT I551-FILE.
008370     IF NOT WS-I551-SUCCESSFUL-OPEN
008380       DISPLAY '* VSAM ERROR ON I551 OPEN.  FILE STATUS = '
008390             WS-I551-FILE-STATUS '. *' UPON SYSOUT
008400       GO TO 9900-DISPLAY-ABORT.
008410     MOVE 'Y' TO WS-I551-FILE-FLAG.
008420     PERFORM 1300-READ-I1220P-FILE.
008430     IF END-I1220P-FILE
008440       DISPLAY '* I1220P IS AN EMPTY FILE *' UPON SYSOUT
008450       MOVE 'Y' TO WS-RETURN-16-FLAG.
008460     PERFORM 2050-READ-I58-FILE.
008470     IF END-I58-FILE
008480       DISPLAY '* I58 IS AN EMPTY FILE *' UPON SYSOUT
008490       MOVE 'Y' TO WS-RETURN-16-FLAG.
008500     PERFORM 4050-READ-I1220B-FILE.
008510     PERFORM 5190-READ-I1475P-FILE.
008520     IF END-I1475P-FILE
008530       DISPLAY 'I1475P IS EMPTY - OBSOLETE CHECK SKIPPED.'
008540             UPON SYSOUT
008550       MOVE 'Y' TO WS-RETURN-04-FLAG
008560     ELSE
008570       MOVE 'Y' TO WS-OBSOLETE-CHECK-FLAG.
008580     MOVE WS-PROGRAM-NUMBER TO WS-HD1-PROGRAM-NUMBER.
008590     MOVE CPY4-CURRENT-DATE (5:2) TO WS-HD1-RUN-MONTH.
008600     MOVE CPY4-CURRENT-DATE (7:2) TO WS-HD1-RUN-DAY.
008610     MOVE CPY4-CURRENT-DATE (1:4) TO WS-HD1-RUN-YEAR.
008620     PERFORM 3300-HEAD-PR1-PAGE.
008630     MOVE WS-COL-HEADING-1 TO PR1-REC.
008640     PERFORM 3100-WRITE-PR1-REC.
008650     MOVE +1 TO WS-LINE-SPACER.
008660*
008670*
008680   9000-CLOSE.
008690     IF (NOT RETURN-16)
008700         AND (NOT RETURN-08)
008710         AND (NOT RETURN-04)
008720       MOVE WS-CLEAN-LINE TO PR1-REC
008730     ELSE
008740       PERFORM 9050-SET-VERDICT
008750       MOVE WS-VERDICT-LINE TO PR1-REC.
008760     MOVE +3 TO WS-LINE-SPACER.
008770     PERFORM 3100-WRITE-PR1-REC.
008780     MOVE WS-END-OF-REPORT TO PR1-REC.
008790     MOVE +2 TO WS-LINE-SPACER.
008800     PERFORM 3100-WRITE-PR1-REC.
008810     CLOSE PRINTER1-FILE I1220P-FILE I1220B-FILE I58-FILE
008820           I1475P-FILE I885-FILE.
008830     PERFORM 9100-CLOSE-I550-FILE.
008840     IF NOT WS-I550-SUCCESSFUL
008850       DISPLAY 'VSAM ERROR ON I550 CLOSE.  FILE STATUS = '
008860             WS-I550-FILE-STATUS '.' UPON SYSOUT
008870       MOVE 'Y' TO WS-RETURN-04-FLAG.
008880     PERFORM 9200-CLOSE-I551-FILE.
008890     IF NOT WS-I551-SUCCESSFUL
008900       DISPLAY 'VSAM ERROR ON I551 CLOSE.  FILE STATUS = '
008910             WS-I551-FILE-STATUS '.' UPON SYSOUT
008920       MOVE 'Y' TO WS-RETURN-04-FLAG.
008930     MOVE WS-I1220P-REC-COUNT TO WS-CD-I1220P-REC-CT.
008940     MOVE WS-C1220-PAIR-COUNT TO WS-CD-I1220P-PAIR-CT.
008950     MOVE WS-I1220P-ERR-COUNT TO WS-CD-I1220P-ERR-CT.
008960     MOVE WS-I58-REC-COUNT TO WS-CD-I58-REC-CT.
008970     MOVE WS-I58-EXCL-COUNT TO WS-CD-I58-EXCL-CT.
008980     MOVE WS-I58-SEQ-ERR-COUNT TO WS-CD-I58-SEQ-ERR-CT.
008990     MOVE WS-MISSING-551-COUNT TO WS-CD-MISSING-551-CT.
009000     MOVE WS-I1220B-REC-COUNT TO WS-CD-I1220B-REC-CT.
009010     MOVE WS-I1220B-ERR-COUNT TO WS-CD-I1220B-ERR-CT.
009020     MOVE WS-I1475P-REC-COUNT TO WS-CD-I1475P-REC-CT.
009030     MOVE WS-I885-REC-COUNT TO WS-CD-I885-REC-CT.
009040     MOVE WS-NEW-OBSOLETE-COUNT TO WS-CD-NEW-OBSOLETE-CT.
009050     DISPLAY '=======  ' WS-PROGRAM-NUMBER ' FILE COUNTS  ======='
009060           UPON SYSOUT.
009070     DISPLAY WS-CD-I1220P-LINE UPON SYSOUT.
009080     DISPLAY WS-CD-I58-LINE UPON SYSOUT.
009090     DISPLAY WS-CD-I1220B-LINE UPON SYSOUT.
009100     DISPLAY WS-CD-OBSOLETE-LINE UPON SYSOUT.
009110     IF RETURN-16
009120       MOVE 16 TO RETURN-CODE WS-RETURN-CODE
009130     ELSE
009140       IF RETURN-08
009150         MOVE 08 TO RETURN-CODE WS-RETURN-CODE
009160       ELSE
009170         IF RETURN-04
009180           MOVE 04 TO RETURN-CODE WS-RETURN-CODE.
009190     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
009200*
009210   9050-SET-VERDICT.
009220     IF RETURN-16
009230       MOVE 'BIL02200 WOULD ABORT ON THESE INPUTS.  SEE ABOVE.'
009240             TO WS-VERDICT-TEXT
009250     ELSE
009260       IF RETURN-08
009270         MOVE 'BIL02200 WOULD RUN BUT PRICE EXCLUSIVES WRONG.'
009280               TO WS-VERDICT-TEXT
009290       ELSE
009300         MOVE 'BIL02200 WILL PRICE CLEANLY - ITEMS ARE INFO ONLY.'
009310               TO WS-VERDICT-TEXT.
009320*
009330   9100-CLOSE-I550-FILE.
009340     MOVE SPACE TO WS-I550-FILE-FLAG.
009350     CLOSE I550-FILE.
009360*
009370   9200-CLOSE-I551-FILE.
009380     MOVE SPACE TO WS-I551-FILE-FLAG.
009390     CLOSE I551-FILE.
009400*
009410   9900-DISPLAY-ABORT.
009420     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
009430           UPON SYSOUT.
009440     IF OPENED-I550-FILE
009450       PERFORM 9100-CLOSE-I550-FILE.
009460     IF OPENED-I551-FILE
009470       PERFORM 9200-CLOSE-I551-FILE.
009480     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
009490     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
009500     STOP RUN.
009510*
