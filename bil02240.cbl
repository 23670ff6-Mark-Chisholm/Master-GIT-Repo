000010  CBL SQL('QUALIFIER CICS BINDFILE')
000020 IDENTIFICATION DIVISION.
000030   PROGRAM-ID. "bil02240".
000040*PROGRAM-NAME. CONTRACT PRICE MAINTENANCE AND RENEWAL REPORT.
000050   AUTHOR. M. CHISHOLM.
000060   INSTALLATION. DELUXE CORPORATION.
000070   DATE-WRITTEN. 10-15-26.
000080   DATE-COMPILED.
000090******************************************************************
000100*
000110*RUN INSTRUCTIONS                                         10-15-26
000120*
000130*I1240C   = C1240 CONTRACT PRICE MAINTENANCE CARDS      LRECL=80
000140*           FROM ACCOUNT MANAGEMENT, IN ANY ORDER.  MAY BE EMPTY.
000150*           COL  1     ACTION - A = ADD, C = CHANGE, D = DELETE
000160*           COL  2-9   BC
000170*           COL 10-25  PRODUCT-DQ
000180*           COL 26-29  PRICE DESIGNATION PAIR (GENERIC/SPECIFIC)
000190*           COL 30-37  EFFECTIVE DATE, CCYYMMDD      (A AND C)
000200*           COL 38-45  EXPIRATION DATE, CCYYMMDD     (A AND C)
000210*           COL 46-52  UNIT BASE PRICE, 9(5)V99      (A AND C)
000220*           COL 53-57  UNIT DELIVERY PRICE, 9(3)V99  (A AND C)
000230*           COL 58-62  ADDITIONAL QUANTITY, 9(5)     (A AND C)
000240*           COL 63-67  ADDL QTY BASE PRICE, 9(3)V99  (A AND C)
000250*           COL 68-72  ADDL QTY DELIVERY, 9(3)V99    (A AND C)
000260*           COL 73-80  CONTRACT NUMBER               (A AND C)
000270*           A CHANGE CARD CARRIES THE COMPLETE NEW CONTRACT TERMS.
000280*
000290*CONPRC   = CONTRACT PRICE MASTER - VSAM             LRECL=128
000300*           KEYED ON BC/PRODUCT-DQ/PRICE DESIGNATION PAIR.
000310*           UPDATED FROM I1240C, THEN READ FOR THE REPORT.
000320*           READ BY BIL02200 TO PRICE FI EXCLUSIVES.
000330*
000340*I1480    = FI EXCLUSIVES MASTER FROM BIL02200 - VSAM LRECL=80
000350*           KEYED ON BC/PRODUCT-DQ/PRICE DESIGNATION PAIR.
000360*           THE BC EXCLUSIVE LISTS AS OF THE LAST BIL02200 RUN.
000370*
000380*I550     = 550 INPUT FROM BIL502 - VSAM               LRECL=525
000390*           BILLING MASTER FILE, FOR BC EDITS AND FI NAMES.
000400*
000410*PRINTER1 = CONTRACT PRICE MAINTENANCE AND RENEWAL REPORT -
000420*           CARDS APPLIED, CONTRACTS EXPIRED OR EXPIRING WITHIN
000430*           90 DAYS, AND CONTRACTS FOR PRODUCTS NO LONGER ON THE
000440*           BC'S EXCLUSIVE LIST.  132 CH/LINE      (FBA LRECL=133)
000450*
000460*SYSOUT   = REVISION INFO, FILE COUNTS, ERROR MESSAGES; ANY PAPER
000470*
000480*RUN WEEKLY AFTER BIL02200 (SO THE I1480 EXCLUSIVE LISTS ARE
000490*CURRENT), AND AGAIN WHENEVER ACCOUNT MANAGEMENT HAS CARDS.  A
000500*CARD APPLIED HERE TAKES EFFECT IN THE NEXT BIL02200 RUN.
000510*
000520******************************************************************
000530*
000540*RETURN CODES                                             10-15-26
000550*
000560*  16 = RUN ABORTED.  SEE SYSOUT.
000570*         - VSAM ERROR (EXCEPT ON CLOSE); CONPRC, I1480 OR I550
000580*
000590*  08 = ERROR.  RUN CONTINUED.  SEE REPORT.
000600*         - ONE OR MORE C1240 CARDS REJECTED; MASTER NOT CHANGED
000610*             FOR THOSE CARDS
000620*
000630*  04 = INFO ONLY.  RUN CONTINUED.  SEE REPORT.
000640*         - CONTRACT EXPIRED, OR EXPIRING WITHIN 30 DAYS
000650*         - CONTRACT FOR A PRODUCT NOT ON THE BC'S EXCLUSIVE
000660*             LIST, OR FOR A PRICE DESIGNATION PAIR THE BC'S
000670*             BRANCHES DO NOT USE
000680*         - EMPTY I1480 FILE (EXCLUSIVE LIST CHECK SKIPPED)
000690*         - VSAM ERROR ON CLOSE; CONPRC, I1480 OR I550
000700*
000710******************************************************************
000720*
000730*NARRATIVE                                                10-15-26
000740*
000750*PURPOSE:
000760*  SOME FIS HAVE NEGOTIATED EXCLUSIVE PRICES THAT ARE NOT ON THE
000770*    551.  THIS PROGRAM MAINTAINS THE CONTRACT PRICE MASTER THAT
000780*    BIL02200 PRICES THEM FROM, AND LISTS THE CONTRACTS THAT NEED
000790*    ACCOUNT MANAGEMENT'S ATTENTION BEFORE THE PRICE QUIETLY
000800*    FALLS BACK TO THE 551.
000810*
000820*PROGRAM FLOW:
000830*  EACH C1240 CARD IS EDITED - ACTION, KEY, DATES (VALID, AND
000840*    EXPIRATION NOT BEFORE EFFECTIVE), PRICES NUMERIC, AND THE BC
000850*    ON THE I550 - AND APPLIED TO CONPRC.  AN ADD MUST NOT FIND
000860*    THE CONTRACT ON FILE; A CHANGE OR DELETE MUST.  EACH CARD IS
000870*    LISTED WITH ITS RESULT.
000880*  CONPRC IS THEN READ IN KEY ORDER.  EACH CONTRACT THAT HAS
000890*    EXPIRED, OR EXPIRES WITHIN 90 DAYS OF THE RUN DATE, IS LISTED
000900*    WITH THE 30/60/90-DAY WINDOW IT FALLS IN AND THE DAYS LEFT.
000910*  CONPRC IS READ A SECOND TIME AND EACH CONTRACT IS LOOKED UP ON
000920*    THE I1480.  A CONTRACT WHOSE PRODUCT IS NO LONGER ON THE BC'S
000930*    EXCLUSIVE LIST, OR WHOSE PRICE DESIGNATION PAIR NO BRANCH OF
000940*    THE BC USES, WILL NOT BE APPLIED BY BIL02200 AND IS LISTED.
000950*
000960******************************************************************
000970*
000980*REVISION HISTORY
000990*
001000*10-15-26  PROGRAM WRITTEN.
001010*          CONTRACT PRICES FOR BIL02200.      M. CHISHOLM  01
001020*
001030******************************************************************
001040*
001050 ENVIRONMENT DIVISION.
001060 CONFIGURATION SECTION.
001070   SOURCE-COMPUTER. UNIX.
001080   OBJECT-COMPUTER. UNIX.
001090*
001100 INPUT-OUTPUT SECTION.
001110   FILE-CONTROL.
001120     SELECT I1240C-FILE   ASSIGN RSD-I1240C.
001130     SELECT CONPRC-FILE   ASSIGN CONPRC
001140                            ORGANIZATION IS INDEXED
001150                            ACCESS MODE IS DYNAMIC
001160                            RECORD KEY IS CPR-KEY
001170                            FILE STATUS IS WS-CONPRC-FILE-STATUS.
001180     SELECT I1480-FILE    ASSIGN I1480
001190                            ORGANIZATION IS INDEXED
001200                            ACCESS MODE IS DYNAMIC
001210                            RECORD KEY IS I1480-KEY
001220                            FILE STATUS IS WS-I1480-FILE-STATUS.
001230     SELECT I550-FILE     ASSIGN I550
001240                            ORGANIZATION IS INDEXED
001250                            ACCESS MODE IS DYNAMIC
001260                            RECORD KEY IS I550-RECORD-KEY
001270                            FILE STATUS IS WS-I550-FILE-STATUS.
001280     SELECT PRINTER1-FILE ASSIGN PRINTER1
001290                            ORGANIZATION IS LINE SEQUENTIAL.
001300*
001310 DATA DIVISION.
001320 FILE SECTION.
001330*
001340 FD  I1240C-FILE
001350     RECORDING MODE IS F
001360     BLOCK CONTAINS 0 RECORDS
001370     RECORD CONTAINS 80 CHARACTERS
001380     LABEL RECORDS STANDARD.
001390   01  C1240-REC.
001400     03  C1240-ACTION                 PIC X.
001410       88  C1240-ADD                    VALUE 'A'.
001420       88  C1240-CHANGE                 VALUE 'C'.
001430       88  C1240-DELETE                 VALUE 'D'.
001440       88  C1240-VALID-ACTION           VALUES 'A', 'C', 'D'.
001450     03  C1240-KEY.
001460       05  C1240-BC                   PIC X(8).
001470       05  C1240-PROD-DQ              PIC X(16).
001480       05  C1240-PR-DESIG-PAIR.
001490         07  C1240-GEN-PR-D-1         PIC X.
001500         07  C1240-GEN-PR-D-2         PIC X.
001510         07  C1240-SPEC-PR-D-1        PIC X.
001520         07  C1240-SPEC-PR-D-2        PIC X.
001530     03  C1240-EFFECTIVE-DATE         PIC X(8).
001540     03  C1240-EXPIRATION-DATE        PIC X(8).
001550     03  C1240-PRICES.
001560       05  C1240-UNIT-BASE            PIC 9(5)V9(2).
001570       05  C1240-UNIT-DELIVERY        PIC 9(3)V9(2).
001580       05  C1240-ADDITIONAL-QUANTITY  PIC 9(5).
001590       05  C1240-ADDL-QTY-BASE        PIC 9(3)V9(2).
001600       05  C1240-ADDL-QTY-DELIVERY    PIC 9(3)V9(2).
001610     03  C1240-CONTRACT-REF           PIC X(8).
001620*
001630 FD  CONPRC-FILE
001640*
001650 COPY TCONPRC.
001660*
001670 FD  I1480-FILE
001680*
001690 COPY T1480I.
001700*
001710 FD  I550-FILE
001720*
001730 COPY T0550I.
001740*
001750 FD  PRINTER1-FILE
001760     RECORDING MODE IS F
001770     BLOCK CONTAINS 0 RECORDS
001780     RECORD CONTAINS 132 CHARACTERS
001790     LABEL RECORDS OMITTED.
001800   01  PR1-REC                                   PIC X(132).
001810*
001820 WORKING-STORAGE SECTION.
001830 COPY TDLXMIGE.
001840     EXEC SQL INCLUDE SQLCA END-EXEC.
001850*
001860 01  WS-FLAGS-AND-SUCH                           VALUE SPACES.
001870   03  WS-CONPRC-FILE-STATUS      PIC X(2).
001880     88  WS-CONPRC-SUCCESSFUL       VALUE '00'.
001890     88  WS-CONPRC-NO-SUCH-RECORD   VALUES '20', '23'.
001900     88  WS-CONPRC-END-OF-FILE      VALUE '10'.
001910     88  WS-CONPRC-SUCCESSFUL-OPEN  VALUES '00', '05', '97'.
001920   03  WS-CONPRC-FILE-FLAG        PIC X.
001930     88  OPENED-CONPRC-FILE         VALUE 'Y'.
001940   03  WS-I1480-FILE-STATUS       PIC X(2).
001950     88  WS-I1480-SUCCESSFUL        VALUE '00'.
001960     88  WS-I1480-NO-SUCH-RECORD    VALUES '20', '23'.
001970     88  WS-I1480-END-OF-FILE       VALUE '10'.
001980     88  WS-I1480-SUCCESSFUL-OPEN   VALUES '00', '97'.
001990   03  WS-I1480-FILE-FLAG         PIC X.
002000     88  OPENED-I1480-FILE          VALUE 'Y'.
002010   03  WS-I550-FILE-STATUS        PIC X(2).
002020     88  WS-I550-SUCCESSFUL         VALUE '00'.
002030     88  WS-I550-NO-SUCH-RECORD     VALUES '20', '23'.
002040     88  WS-I550-END-OF-FILE        VALUE '10'.
002050     88  WS-I550-SUCCESSFUL-OPEN    VALUES '00', '97'.
002060   03  WS-I550-FILE-FLAG          PIC X.
002070     88  OPENED-I550-FILE           VALUE 'Y'.
002080   03  WS-I1240C-FILE-FLAG        PIC X.
002090     88  END-I1240C-FILE            VALUE 'E'.
002100   03  WS-LIST-CHECK-FLAG         PIC X.
002110     88  LIST-CHECK-ACTIVE          VALUE 'Y'.
002120   03  WS-BC-ON-I550-FLAG         PIC X.
002130     88  BC-ON-I550                 VALUE 'Y'.
002140   03  WS-DATE-VALID-FLAG         PIC X.
002150     88  DATE-VALID                 VALUE 'Y'.
002160   03  WS-RETURN-08-FLAG          PIC X.
002170     88  RETURN-08                  VALUE 'Y'.
002180   03  WS-RETURN-04-FLAG          PIC X.
002190     88  RETURN-04                  VALUE 'Y'.
002200*
002210 01  WS-WORK-FIELDS.
002220   03  WS-MAINT-RESULT            PIC X(44).
002230     88  MAINT-CARD-OK              VALUE SPACE.
002240   03  WS-HOLD-BC                 PIC X(8).
002250   03  WS-FI-NAME                 PIC X(35).
002260   03  WS-RUN-TIME-RAW            PIC X(8).
002270   03  WS-RUN-TIME                PIC X(6).
002280   03  WS-RUN-DATE                PIC X(8).
002290   03  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
002300                                  PIC 9(8).
002310   03  WS-RUN-DATE-INTEGER        PIC S9(7)      COMP-3.
002320   03  WS-EXP-DATE                PIC X(8).
002330   03  WS-EXP-DATE-NUM REDEFINES WS-EXP-DATE
002340                                  PIC 9(8).
002350   03  WS-DAYS-LEFT               PIC S9(7)      COMP-3.
002360   03  WS-WINDOW-DAYS             PIC S9(3)      COMP-3 VALUE +90.
002370   03  WS-EDIT-DATE.
002380     05  WS-EDIT-CCYY             PIC 9(4).
002390     05  WS-EDIT-MM               PIC 9(2).
002400     05  WS-EDIT-DD               PIC 9(2).
002410   03  WS-LEAP-QUOTIENT           PIC S9(4)      COMP.
002420   03  WS-LEAP-REMAINDER          PIC S9(4)      COMP.
002430   03  WS-MONTH-MAX-DAYS          PIC 9(2).
002440   03  WS-FMT-DATE-IN             PIC X(8).
002450   03  WS-FMT-DATE-OUT.
002460     05  WS-FMT-MONTH             PIC X(2).
002470     05  FILLER                   PIC X          VALUE '-'.
002480     05  WS-FMT-DAY               PIC X(2).
002490     05  FILLER                   PIC X          VALUE '-'.
002500     05  WS-FMT-YEAR              PIC X(4).
002510*
002520 01  WS-MONTH-DAYS-TABLE.
002530   03  WS-MONTH-DAYS-VALUES       PIC X(24)      VALUE
002540                                      '312931303130313130313031'.
002550   03  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES
002560                                  PIC 9(2)       OCCURS 12 TIMES.
002570*
002580 01  WS-FILE-COUNTS.
002590   03  WS-I1240C-REC-COUNT        PIC S9(5)      COMP-3 VALUE +0.
002600   03  WS-ADDED-COUNT             PIC S9(5)      COMP-3 VALUE +0.
002610   03  WS-CHANGED-COUNT           PIC S9(5)      COMP-3 VALUE +0.
002620   03  WS-DELETED-COUNT           PIC S9(5)      COMP-3 VALUE +0.
002630   03  WS-REJECTED-COUNT          PIC S9(5)      COMP-3 VALUE +0.
002640   03  WS-CONPRC-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
002650   03  WS-EXPIRED-COUNT           PIC S9(5)      COMP-3 VALUE +0.
002660   03  WS-30-DAY-COUNT            PIC S9(5)      COMP-3 VALUE +0.
002670   03  WS-60-DAY-COUNT            PIC S9(5)      COMP-3 VALUE +0.
002680   03  WS-90-DAY-COUNT            PIC S9(5)      COMP-3 VALUE +0.
002690   03  WS-OFF-LIST-COUNT          PIC S9(5)      COMP-3 VALUE +0.
002700   03  WS-PAIR-UNUSED-COUNT       PIC S9(5)      COMP-3 VALUE +0.
002710   03  WS-SECTION-LINE-COUNT      PIC S9(5)      COMP-3 VALUE +0.
002720*
002730 01  WS-PRINT-CONTROLS.
002740   03  WS-LINE-COUNT              PIC S9(3)      COMP VALUE +090.
002750   03  WS-LINE-SPACER             PIC S9         COMP VALUE +2.
002760   03  WS-PAGE-NBR                PIC S9(5)      COMP-3 VALUE +0.
002770*
002780 01  WS-HEADINGS-ETC.
002790   03  WS-HEADING-1.
002800     05  FILLER                   PIC X          VALUE '-'.
002810     05  WS-HD1-PROGRAM-NUMBER    PIC X(8)       VALUE SPACE.
002820     05  FILLER                   PIC X(20)      VALUE '-'.
002830     05  FILLER        PIC X(51) VALUE
002840             'CONTRACT PRICE MAINTENANCE AND RENEWALS'.
002850     05  FILLER                   PIC X(10)      VALUE 'RUN DATE'.
002860     05  FILLER                                VALUE '00-00-0000'.
002870       07  WS-HD1-RUN-MONTH       PIC X(2).
002880       07  FILLER                 PIC X.
002890       07  WS-HD1-RUN-DAY         PIC X(2).
002900       07  FILLER                 PIC X.
002910       07  WS-HD1-RUN-YEAR        PIC X(4).
002920     05  FILLER                   PIC X(23)      VALUE SPACE.
002930     05  FILLER                   PIC X(4)       VALUE 'PAGE'.
002940     05  FILLER                                  VALUE '    0'.
002950       07  WS-HD1-PAGE-NBR        PIC ZZZZ9.
002960*                * CAPTION AND COLUMN HEADING OF THE SECTION BEING
002970*                  PRINTED, REPEATED AT THE TOP OF EACH PAGE *
002980   03  WS-SECTION-CAPTION         PIC X(132).
002990   03  WS-SECTION-COL-HEADING     PIC X(132).
003000   03  WS-PRINT-LINE              PIC X(132).
003010   03  WS-MAINT-CAPTION.
003020     05  FILLER                   PIC X(3)       VALUE SPACE.
003030     05  FILLER                   PIC X(50)      VALUE
003040         'CONTRACT MAINTENANCE - C1240 CARDS APPLIED'.
003050     05  FILLER                   PIC X(79)      VALUE SPACE.
003060   03  WS-MAINT-COL-HEADING.
003070     05  FILLER                   PIC X(3)       VALUE SPACE.
003080     05  FILLER                   PIC X(4)       VALUE 'ACT'.
003090     05  FILLER                   PIC X(10)      VALUE 'BC'.
003100     05  FILLER                   PIC X(18)      VALUE
003110                                      'PRODUCT & DQ'.
003120     05  FILLER                   PIC X(6)       VALUE 'PAIR'.
003130     05  FILLER                   PIC X(12) VALUE 'EFFECTIVE'.
003140     05  FILLER                   PIC X(12)      VALUE 'EXPIRES'.
003150     05  FILLER                   PIC X(11) VALUE 'UNIT BASE'.
003160     05  FILLER                   PIC X(10)      VALUE 'CONTRACT'.
003170     05  FILLER                   PIC X(46)      VALUE 'RESULT'.
003180   03  WS-MAINT-DETAIL.
003190     05  FILLER                   PIC X(3)       VALUE SPACE.
003200     05  WS-MD-ACTION             PIC X.
003210     05  FILLER                   PIC X(3)       VALUE SPACE.
003220     05  WS-MD-BC                 PIC X(8).
003230     05  FILLER                   PIC X(2)       VALUE SPACE.
003240     05  WS-MD-PROD-DQ            PIC X(16).
003250     05  FILLER                   PIC X(2)       VALUE SPACE.
003260     05  WS-MD-PR-DESIG-PAIR      PIC X(4).
003270     05  FILLER                   PIC X(2)       VALUE SPACE.
003280     05  WS-MD-EFFECTIVE-DATE     PIC X(10).
003290     05  FILLER                   PIC X(2)       VALUE SPACE.
003300     05  WS-MD-EXPIRATION-DATE    PIC X(10).
003310     05  FILLER                   PIC X(2)       VALUE SPACE.
003320     05  WS-MD-PRICE-AREA.
003330       07  WS-MD-UNIT-BASE        PIC ZZ,ZZ9.99.
003340     05  FILLER                   PIC X(2)       VALUE SPACE.
003350     05  WS-MD-CONTRACT-REF       PIC X(8).
003360     05  FILLER                   PIC X(2)       VALUE SPACE.
003370     05  WS-MD-RESULT             PIC X(44).
003380     05  FILLER                   PIC X(2)       VALUE SPACE.
003390   03  WS-EXP-CAPTION.
003400     05  FILLER                   PIC X(3)       VALUE SPACE.
003410     05  FILLER                   PIC X(50)      VALUE
003420         'CONTRACTS EXPIRED OR EXPIRING WITHIN 90 DAYS'.
003430     05  FILLER                   PIC X(79)      VALUE SPACE.
003440   03  WS-EXP-COL-HEADING.
003450     05  FILLER                   PIC X(3)       VALUE SPACE.
003460     05  FILLER                   PIC X(10)      VALUE 'WINDOW'.
003470     05  FILLER                   PIC X(9)       VALUE '   DAYS'.
003480     05  FILLER                   PIC X(10)      VALUE 'BC'.
003490     05  FILLER                   PIC X(32)      VALUE 'FI NAME'.
003500     05  FILLER                   PIC X(18)      VALUE
003510                                      'PRODUCT & DQ'.
003520     05  FILLER                   PIC X(6)       VALUE 'PAIR'.
003530     05  FILLER                   PIC X(12) VALUE 'EFFECTIVE'.
003540     05  FILLER                   PIC X(12)      VALUE 'EXPIRES'.
003550     05  FILLER                   PIC X(11) VALUE 'UNIT BASE'.
003560     05  FILLER                   PIC X(9)       VALUE 'CONTRACT'.
003570   03  WS-EXP-DETAIL.
003580     05  FILLER                   PIC X(3)       VALUE SPACE.
003590     05  WS-ED-WINDOW             PIC X(8).
003600     05  FILLER                   PIC X(2)       VALUE SPACE.
003610     05  WS-ED-DAYS-LEFT          PIC ---,--9.
003620     05  FILLER                   PIC X(2)       VALUE SPACE.
003630     05  WS-ED-BC                 PIC X(8).
003640     05  FILLER                   PIC X(2)       VALUE SPACE.
003650     05  WS-ED-FI-NAME            PIC X(30).
003660     05  FILLER                   PIC X(2)       VALUE SPACE.
003670     05  WS-ED-PROD-DQ            PIC X(16).
003680     05  FILLER                   PIC X(2)       VALUE SPACE.
003690     05  WS-ED-PR-DESIG-PAIR      PIC X(4).
003700     05  FILLER                   PIC X(2)       VALUE SPACE.
003710     05  WS-ED-EFFECTIVE-DATE     PIC X(10).
003720     05  FILLER                   PIC X(2)       VALUE SPACE.
003730     05  WS-ED-EXPIRATION-DATE    PIC X(10).
003740     05  FILLER                   PIC X(2)       VALUE SPACE.
003750     05  WS-ED-UNIT-BASE          PIC ZZ,ZZ9.99.
003760     05  FILLER                   PIC X(2)       VALUE SPACE.
003770     05  WS-ED-CONTRACT-REF       PIC X(8).
003780     05  FILLER                   PIC X          VALUE SPACE.
003790   03  WS-EXP-TOTAL-LINE.
003800     05  FILLER                   PIC X(3)       VALUE SPACE.
003810     05  FILLER                   PIC X(9)       VALUE 'EXPIRED:'.
003820     05  WS-ET-EXPIRED-CT         PIC ZZ,ZZ9.
003830     05  FILLER                   PIC X(19)      VALUE
003840                                      '    WITHIN 30 DAYS:'.
003850     05  WS-ET-30-DAY-CT          PIC ZZ,ZZ9.
003860     05  FILLER                   PIC X(15)      VALUE
003870                                      '    31-60 DAYS:'.
003880     05  WS-ET-60-DAY-CT          PIC ZZ,ZZ9.
003890     05  FILLER                   PIC X(15)      VALUE
003900                                      '    61-90 DAYS:'.
003910     05  WS-ET-90-DAY-CT          PIC ZZ,ZZ9.
003920     05  FILLER                   PIC X(47)      VALUE SPACE.
003930   03  WS-OFF-CAPTION.
003940     05  FILLER                   PIC X(3)       VALUE SPACE.
003950     05  FILLER                   PIC X(50)      VALUE
003960         'CONTRACTS NOT ON THE BC EXCLUSIVE LIST'.
003970     05  FILLER                   PIC X(79)      VALUE SPACE.
003980   03  WS-OFF-COL-HEADING.
003990     05  FILLER                   PIC X(3)       VALUE SPACE.
004000     05  FILLER                   PIC X(10)      VALUE 'BC'.
004010     05  FILLER                   PIC X(32)      VALUE 'FI NAME'.
004020     05  FILLER                   PIC X(18)      VALUE
004030                                      'PRODUCT & DQ'.
004040     05  FILLER                   PIC X(6)       VALUE 'PAIR'.
004050     05  FILLER                   PIC X(12) VALUE 'EFFECTIVE'.
004060     05  FILLER                   PIC X(12)      VALUE 'EXPIRES'.
004070     05  FILLER                   PIC X(10)      VALUE 'CONTRACT'.
004080     05  FILLER                   PIC X(29) VALUE 'CONDITION'.
004090   03  WS-OFF-DETAIL.
004100     05  FILLER                   PIC X(3)       VALUE SPACE.
004110     05  WS-OD-BC                 PIC X(8).
004120     05  FILLER                   PIC X(2)       VALUE SPACE.
004130     05  WS-OD-FI-NAME            PIC X(30).
004140     05  FILLER                   PIC X(2)       VALUE SPACE.
004150     05  WS-OD-PROD-DQ            PIC X(16).
004160     05  FILLER                   PIC X(2)       VALUE SPACE.
004170     05  WS-OD-PR-DESIG-PAIR      PIC X(4).
004180     05  FILLER                   PIC X(2)       VALUE SPACE.
004190     05  WS-OD-EFFECTIVE-DATE     PIC X(10).
004200     05  FILLER                   PIC X(2)       VALUE SPACE.
004210     05  WS-OD-EXPIRATION-DATE    PIC X(10).
004220     05  FILLER                   PIC X(2)       VALUE SPACE.
004230     05  WS-OD-CONTRACT-REF       PIC X(8).
004240     05  FILLER                   PIC X(2)       VALUE SPACE.
004250     05  WS-OD-CONDITION          PIC X(27).
004260     05  FILLER                   PIC X(2)       VALUE SPACE.
004270   03  WS-NONE-LINE.
004280     05  FILLER                   PIC X(3)       VALUE SPACE.
004290     05  FILLER                   PIC X(40)      VALUE
004300         'NO CONTRACTS TO REPORT.'.
004310     05  FILLER                   PIC X(89)      VALUE SPACE.
004320   03  WS-SKIP-LINE.
004330     05  FILLER                   PIC X(3)       VALUE SPACE.
004340     05  FILLER                   PIC X(50)      VALUE
004350         'I1480 IS EMPTY - EXCLUSIVE LIST CHECK SKIPPED.'.
004360     05  FILLER                   PIC X(79)      VALUE SPACE.
004370   03  WS-END-OF-REPORT.
004380     05  FILLER                   PIC X(20)      VALUE ALL '-'.
004390     05  FILLER                 PIC X(15) VALUE ' END OF REPORT '.
004400     05  FILLER                   PIC X(20)      VALUE ALL '-'.
004410*
004420 01  WS-CLOSING-DISPLAYS.
004430   03  WS-RETURN-CODE-LINE.
004440     05  FILLER                  PIC X(14) VALUE 'RETURN CODE = '.
004450     05  WS-RETURN-CODE           PIC 9(2)       DISPLAY VALUE 00.
004460     05  FILLER                   PIC X          VALUE '.'.
004470   03  WS-CD-I1240C-LINE.
004480     05  FILLER                   PIC X(8)       VALUE 'I1240C:'.
004490     05  WS-CD-I1240C-REC-CT      PIC ZZ,ZZ9.
004500     05  FILLER                   PIC X(12) VALUE ' CARDS READ'.
004510     05  WS-CD-ADDED-CT           PIC ZZ,ZZ9.
004520     05  FILLER                   PIC X(7)  VALUE ' ADDED'.
004530     05  WS-CD-CHANGED-CT         PIC ZZ,ZZ9.
004540     05  FILLER                   PIC X(9)  VALUE ' CHANGED'.
004550     05  WS-CD-DELETED-CT         PIC ZZ,ZZ9.
004560     05  FILLER                   PIC X(9)  VALUE ' DELETED'.
004570     05  WS-CD-REJECTED-CT        PIC ZZ,ZZ9.
004580     05  FILLER                   PIC X(9)  VALUE ' REJECTED'.
004590   03  WS-CD-CONPRC-LINE.
004600     05  FILLER                   PIC X(8)       VALUE 'CONPRC:'.
004610     05  WS-CD-CONPRC-REC-CT      PIC ZZZ,ZZ9.
004620     05  FILLER                   PIC X(11) VALUE ' CONTRACTS'.
004630     05  WS-CD-EXPIRED-CT         PIC ZZ,ZZ9.
004640     05  FILLER                   PIC X(9)  VALUE ' EXPIRED'.
004650     05  WS-CD-EXPIRING-CT        PIC ZZ,ZZ9.
004660     05  FILLER                   PIC X(18) VALUE
004670                                      ' EXPIRE IN 90 DAYS'.
004680     05  WS-CD-OFF-LIST-CT        PIC ZZ,ZZ9.
004690     05  FILLER                   PIC X(9)  VALUE ' OFF LIST'.
004700     05  WS-CD-PAIR-UNUSED-CT     PIC ZZ,ZZ9.
004710     05  FILLER                   PIC X(12) VALUE ' PAIR UNUSED'.
004720*
004730 COPY CPY004.
004740*
004750 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02241'.
004760 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
004770*
004780 PROCEDURE DIVISION.
004790*
004800 0000-SQL-DB-CONNECT.
004810     MOVE 'DLXVSAM' TO DBNAME.
004820 COPY CPYMIGUD.
004830   0000-MAIN-LINE.
004840     PERFORM 8000-INITIALIZE.
004850     IF NOT END-I1240C-FILE
004860       PERFORM 1000-MAINTAIN-CONTRACTS.
004870     PERFORM 2000-LIST-EXPIRING-CONTRACTS.
004880     PERFORM 4000-LIST-OFF-LIST-CONTRACTS.
004890     PERFORM 9000-CLOSE.
004900     STOP RUN.
004910*
004920*
004930   1000-MAINTAIN-CONTRACTS.
004940     MOVE WS-MAINT-CAPTION TO WS-SECTION-CAPTION.
004950     MOVE WS-MAINT-COL-HEADING TO WS-SECTION-COL-HEADING.
004960     PERFORM 3200-HEAD-SECTION-PAGE.
004970     PERFORM 1100-EACH-I1240C-REC
004980         WITH TEST BEFORE
004990         UNTIL END-I1240C-FILE.
005000*
005010   1100-EACH-I1240C-REC.
005020     ADD 1 TO WS-I1240C-REC-COUNT.
005030     MOVE SPACE TO WS-MAINT-RESULT.
005040     PERFORM 1200-EDIT-C1240-CARD.
005050     IF MAINT-CARD-OK
005060       IF C1240-ADD
005070         PERFORM 1300-ADD-CONTRACT
005080       ELSE
005090         IF C1240-CHANGE
005100           PERFORM 1400-CHANGE-CONTRACT
005110         ELSE
005120           PERFORM 1500-DELETE-CONTRACT.
005130     IF NOT MAINT-CARD-OK
005140       ADD 1 TO WS-REJECTED-COUNT
005150       MOVE 'Y' TO WS-RETURN-08-FLAG
005160       MOVE WS-MAINT-RESULT TO WS-MD-RESULT
005170     ELSE
005180       IF C1240-ADD
005190         MOVE 'ADDED' TO WS-MD-RESULT
005200       ELSE
005210         IF C1240-CHANGE
005220           MOVE 'CHANGED' TO WS-MD-RESULT
005230         ELSE
005240           MOVE 'DELETED' TO WS-MD-RESULT.
005250     PERFORM 1600-PRINT-MAINT-DETAIL.
005260     PERFORM 1900-READ-I1240C-FILE.
005270*
005280   1200-EDIT-C1240-CARD.
005290     IF NOT C1240-VALID-ACTION
005300       MOVE 'REJECTED - ACTION IS NOT A, C OR D'
005310             TO WS-MAINT-RESULT.
005320     IF MAINT-CARD-OK
005330         AND ((C1240-BC EQUAL SPACE)
005340             OR (C1240-PROD-DQ EQUAL SPACE))
005350       MOVE 'REJECTED - BC OR PRODUCT-DQ IS BLANK'
005360             TO WS-MAINT-RESULT.
005370     IF MAINT-CARD-OK
005380         AND (SPACE EQUAL C1240-GEN-PR-D-1
005390             OR C1240-GEN-PR-D-2
005400             OR C1240-SPEC-PR-D-1
005410             OR C1240-SPEC-PR-D-2)
005420       MOVE 'REJECTED - BLANK IN THE PRICE DESIGNATION PAIR'
005430             TO WS-MAINT-RESULT.
005440     IF MAINT-CARD-OK
005450         AND (NOT C1240-DELETE)
005460       PERFORM 1250-EDIT-CONTRACT-TERMS.
005470*
005480   1250-EDIT-CONTRACT-TERMS.
005490     MOVE C1240-EFFECTIVE-DATE TO WS-EDIT-DATE.
005500     PERFORM 1260-EDIT-DATE.
005510     IF NOT DATE-VALID
005520       MOVE 'REJECTED - INVALID EFFECTIVE DATE'
005530             TO WS-MAINT-RESULT.
005540     MOVE C1240-EXPIRATION-DATE TO WS-EDIT-DATE.
005550     PERFORM 1260-EDIT-DATE.
005560     IF MAINT-CARD-OK
005570         AND (NOT DATE-VALID)
005580       MOVE 'REJECTED - INVALID EXPIRATION DATE'
005590             TO WS-MAINT-RESULT.
005600     IF MAINT-CARD-OK
005610         AND (C1240-EXPIRATION-DATE LESS C1240-EFFECTIVE-DATE)
005620       MOVE 'REJECTED - EXPIRES BEFORE IT IS EFFECTIVE'
005630             TO WS-MAINT-RESULT.
005640     IF MAINT-CARD-OK
005650         AND (C1240-PRICES NOT NUMERIC)
005660       MOVE 'REJECTED - A PRICE OR QUANTITY IS NOT NUMERIC'
005670             TO WS-MAINT-RESULT.
005680     IF MAINT-CARD-OK
005690       MOVE C1240-BC TO WS-HOLD-BC
005700       PERFORM 7000-GET-FI-NAME
005710       IF NOT BC-ON-I550
005720         MOVE 'REJECTED - BC IS NOT ON THE I550'
005730               TO WS-MAINT-RESULT.
005740*
005750   1260-EDIT-DATE.
005760     MOVE 'N' TO WS-DATE-VALID-FLAG.
005770     IF WS-EDIT-DATE NUMERIC
005780       IF (WS-EDIT-CCYY NOT LESS 2000)
005790           AND (WS-EDIT-MM GREATER 0)
005800           AND (WS-EDIT-MM NOT GREATER 12)
005810         MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-MONTH-MAX-DAYS
005820         DIVIDE WS-EDIT-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
005830               REMAINDER WS-LEAP-REMAINDER
005840         IF (WS-EDIT-MM EQUAL 2)
005850             AND (WS-LEAP-REMAINDER NOT EQUAL 0)
005860           MOVE 28 TO WS-MONTH-MAX-DAYS
005870         END-IF
005880         IF (WS-EDIT-DD GREATER 0)
005890             AND (WS-EDIT-DD NOT GREATER WS-MONTH-MAX-DAYS)
005900           MOVE 'Y' TO WS-DATE-VALID-FLAG.
005910*
005920   1300-ADD-CONTRACT.
005930     PERFORM 1700-READ-CONTRACT.
005940     IF WS-CONPRC-SUCCESSFUL
005950       MOVE 'REJECTED - CONTRACT ALREADY ON FILE - USE C'
005960             TO WS-MAINT-RESULT
005970     ELSE
005980       MOVE SPACE TO CPR-REC
005990       MOVE C1240-BC TO CPR-BC
006000       MOVE C1240-PROD-DQ TO CPR-PROD-DQ
006010       MOVE C1240-PR-DESIG-PAIR TO CPR-PR-DESIG-PAIR
006020       PERFORM 1350-MOVE-CONTRACT-TERMS
006030       MOVE CPR-UPDATE-STAMP TO CPR-ADD-STAMP
006040       WRITE CPR-REC
006050       IF NOT WS-CONPRC-SUCCESSFUL
006060         DISPLAY '* VSAM ERROR ON CONPRC WRITE.  FILE STATUS = '
006070               WS-CONPRC-FILE-STATUS '.  KEY = "' CPR-KEY '" *'
006080               UPON SYSOUT
006090         GO TO 9900-DISPLAY-ABORT
006100       ELSE
006110         ADD 1 TO WS-ADDED-COUNT.
006120*
006130   1350-MOVE-CONTRACT-TERMS.
006140     MOVE C1240-EFFECTIVE-DATE TO CPR-EFFECTIVE-DATE.
006150     MOVE C1240-EXPIRATION-DATE TO CPR-EXPIRATION-DATE.
006160     MOVE C1240-UNIT-BASE TO CPR-UNIT-BASE.
006170     MOVE C1240-UNIT-DELIVERY TO CPR-UNIT-DELIVERY.
006180     MOVE C1240-ADDITIONAL-QUANTITY TO CPR-ADDITIONAL-QUANTITY.
006190     MOVE C1240-ADDL-QTY-BASE TO CPR-ADDL-QTY-BASE.
006200     MOVE C1240-ADDL-QTY-DELIVERY TO CPR-ADDL-QTY-DELIVERY.
006210     MOVE C1240-CONTRACT-REF TO CPR-CONTRACT-REF.
006220     MOVE WS-RUN-DATE TO CPR-UPDATE-DATE.
006230     MOVE WS-RUN-TIME TO CPR-UPDATE-TIME.
006240*
006250   1400-CHANGE-CONTRACT.
006260     PERFORM 1700-READ-CONTRACT.
006270     IF NOT WS-CONPRC-SUCCESSFUL
006280       MOVE 'REJECTED - NO CONTRACT ON FILE TO CHANGE'
006290             TO WS-MAINT-RESULT
006300     ELSE
006310       PERFORM 1350-MOVE-CONTRACT-TERMS
006320       REWRITE CPR-REC
006330       IF NOT WS-CONPRC-SUCCESSFUL
006340         DISPLAY '* VSAM ERROR ON CONPRC REWRITE.  FILE STATUS = '
006350               WS-CONPRC-FILE-STATUS '.  KEY = "' CPR-KEY '" *'
006360               UPON SYSOUT
006370         GO TO 9900-DISPLAY-ABORT
006380       ELSE
006390         ADD 1 TO WS-CHANGED-COUNT.
006400*
006410   1500-DELETE-CONTRACT.
006420     PERFORM 1700-READ-CONTRACT.
006430     IF NOT WS-CONPRC-SUCCESSFUL
006440       MOVE 'REJECTED - NO CONTRACT ON FILE TO DELETE'
006450             TO WS-MAINT-RESULT
006460     ELSE
006470       DELETE CONPRC-FILE
006480       IF NOT WS-CONPRC-SUCCESSFUL
006490         DISPLAY '* VSAM ERROR ON CONPRC DELETE.  FILE STATUS = '
006500               WS-CONPRC-FILE-STATUS '.  KEY = "' CPR-KEY '" *'
006510               UPON SYSOUT
006520         GO TO 9900-DISPLAY-ABORT
006530       ELSE
006540         ADD 1 TO WS-DELETED-COUNT.
006550*
006560   1600-PRINT-MAINT-DETAIL.
006570     MOVE C1240-ACTION TO WS-MD-ACTION.
006580     MOVE C1240-BC TO WS-MD-BC.
006590     MOVE C1240-PROD-DQ TO WS-MD-PROD-DQ.
006600     MOVE C1240-PR-DESIG-PAIR TO WS-MD-PR-DESIG-PAIR.
006610     IF C1240-DELETE
006620       MOVE SPACE TO WS-MD-EFFECTIVE-DATE WS-MD-EXPIRATION-DATE
006630             WS-MD-PRICE-AREA WS-MD-CONTRACT-REF
006640     ELSE
006650       MOVE C1240-EFFECTIVE-DATE TO WS-FMT-DATE-IN
006660       PERFORM 7100-FORMAT-DATE
006670       MOVE WS-FMT-DATE-OUT TO WS-MD-EFFECTIVE-DATE
006680       MOVE C1240-EXPIRATION-DATE TO WS-FMT-DATE-IN
006690       PERFORM 7100-FORMAT-DATE
006700       MOVE WS-FMT-DATE-OUT TO WS-MD-EXPIRATION-DATE
006710       MOVE C1240-CONTRACT-REF TO WS-MD-CONTRACT-REF
006720       IF C1240-UNIT-BASE NUMERIC
006730         MOVE C1240-UNIT-BASE TO WS-MD-UNIT-BASE
006740       ELSE
006750         MOVE SPACE TO WS-MD-PRICE-AREA.
006760     MOVE WS-MAINT-DETAIL TO WS-PRINT-LINE.
006770     PERFORM 3000-PRINT-DETAIL.
006780*
006790   1700-READ-CONTRACT.
006800     MOVE C1240-BC TO CPR-BC.
006810     MOVE C1240-PROD-DQ TO CPR-PROD-DQ.
006820     MOVE C1240-PR-DESIG-PAIR TO CPR-PR-DESIG-PAIR.
006830     READ CONPRC-FILE.
006840     IF (NOT WS-CONPRC-SUCCESSFUL)
006850         AND (NOT WS-CONPRC-NO-SUCH-RECORD)
006860       DISPLAY '* VSAM ERROR ON CONPRC READ.  FILE STATUS = '
006870             WS-CONPRC-FILE-STATUS '.  KEY = "' CPR-KEY '" *'
006880             UPON SYSOUT
006890       GO TO 9900-DISPLAY-ABORT.
006900*
006910   1900-READ-I1240C-FILE.
006920     READ I1240C-FILE
006930       AT END
006940         MOVE 'E' TO WS-I1240C-FILE-FLAG
006950     END-READ.
006960*
006970*
006980   2000-LIST-EXPIRING-CONTRACTS.
006990     MOVE WS-EXP-CAPTION TO WS-SECTION-CAPTION.
007000     MOVE WS-EXP-COL-HEADING TO WS-SECTION-COL-HEADING.
007010     PERFORM 3200-HEAD-SECTION-PAGE.
007020     MOVE +0 TO WS-SECTION-LINE-COUNT.
007030     PERFORM 5000-START-CONPRC-FILE.
007040     PERFORM 2100-EACH-CONTRACT-EXPIRING
007050         WITH TEST BEFORE
007060         UNTIL NOT WS-CONPRC-SUCCESSFUL.
007070     IF WS-SECTION-LINE-COUNT EQUAL +0
007080       MOVE WS-NONE-LINE TO WS-PRINT-LINE
007090       PERFORM 3000-PRINT-DETAIL.
007100     MOVE WS-EXPIRED-COUNT TO WS-ET-EXPIRED-CT.
007110     MOVE WS-30-DAY-COUNT TO WS-ET-30-DAY-CT.
007120     MOVE WS-60-DAY-COUNT TO WS-ET-60-DAY-CT.
007130     MOVE WS-90-DAY-COUNT TO WS-ET-90-DAY-CT.
007140     MOVE WS-EXP-TOTAL-LINE TO WS-PRINT-LINE.
007150     MOVE +2 TO WS-LINE-SPACER.
007160     PERFORM 3000-PRINT-DETAIL.
007170*
007180   2100-EACH-CONTRACT-EXPIRING.
007190     PERFORM 5100-READ-CONPRC-NEXT.
007200     IF WS-CONPRC-SUCCESSFUL
007210       ADD 1 TO WS-CONPRC-REC-COUNT
007220       PERFORM 2200-CHECK-EXPIRATION.
007230*
007240   2200-CHECK-EXPIRATION.
007250     MOVE CPR-EXPIRATION-DATE TO WS-EXP-DATE.
007260     IF WS-EXP-DATE NOT NUMERIC
007270       MOVE +0 TO WS-EXP-DATE-NUM.
007280     IF WS-EXP-DATE-NUM NOT GREATER WS-RUN-DATE-NUM
007290       MOVE +0 TO WS-DAYS-LEFT
007300     ELSE
007310       COMPUTE WS-DAYS-LEFT =
007320             FUNCTION INTEGER-OF-DATE(WS-EXP-DATE-NUM) -
007330             WS-RUN-DATE-INTEGER.
007340     IF WS-EXP-DATE-NUM LESS WS-RUN-DATE-NUM
007350*                * NO LONGER APPLIED BY BIL02200 *
007360       MOVE 'EXPIRED' TO WS-ED-WINDOW
007370       ADD 1 TO WS-EXPIRED-COUNT
007380       MOVE 'Y' TO WS-RETURN-04-FLAG
007390       PERFORM 2300-PRINT-EXPIRING-DETAIL
007400     ELSE
007410       IF WS-DAYS-LEFT NOT GREATER +30
007420         MOVE '30 DAYS' TO WS-ED-WINDOW
007430         ADD 1 TO WS-30-DAY-COUNT
007440         MOVE 'Y' TO WS-RETURN-04-FLAG
007450         PERFORM 2300-PRINT-EXPIRING-DETAIL
007460       ELSE
007470         IF WS-DAYS-LEFT NOT GREATER +60
007480           MOVE '60 DAYS' TO WS-ED-WINDOW
007490           ADD 1 TO WS-60-DAY-COUNT
007500           PERFORM 2300-PRINT-EXPIRING-DETAIL
007510         ELSE
007520           IF WS-DAYS-LEFT NOT GREATER WS-WINDOW-DAYS
007530             MOVE '90 DAYS' TO WS-ED-WINDOW
007540             ADD 1 TO WS-90-DAY-COUNT
007550             PERFORM 2300-PRINT-EXPIRING-DETAIL.
007560*
007570   2300-PRINT-EXPIRING-DETAIL.
007580     ADD 1 TO WS-SECTION-LINE-COUNT.
007590     MOVE WS-DAYS-LEFT TO WS-ED-DAYS-LEFT.
007600     MOVE CPR-BC TO WS-ED-BC WS-HOLD-BC.
007610     PERFORM 7000-GET-FI-NAME.
007620     MOVE WS-FI-NAME TO WS-ED-FI-NAME.
007630     MOVE CPR-PROD-DQ TO WS-ED-PROD-DQ.
007640     MOVE CPR-PR-DESIG-PAIR TO WS-ED-PR-DESIG-PAIR.
007650     MOVE CPR-EFFECTIVE-DATE TO WS-FMT-DATE-IN.
007660     PERFORM 7100-FORMAT-DATE.
007670     MOVE WS-FMT-DATE-OUT TO WS-ED-EFFECTIVE-DATE.
007680     MOVE CPR-EXPIRATION-DATE TO WS-FMT-DATE-IN.
007690     PERFORM 7100-FORMAT-DATE.
007700     MOVE WS-FMT-DATE-OUT TO WS-ED-EXPIRATION-DATE.
007710     MOVE CPR-UNIT-BASE TO WS-ED-UNIT-BASE.
007720     MOVE CPR-CONTRACT-REF TO WS-ED-CONTRACT-REF.
007730     MOVE WS-EXP-DETAIL TO WS-PRINT-LINE.
007740     PERFORM 3000-PRINT-DETAIL.
007750*
007760*
007770   3000-PRINT-DETAIL.
007780     IF WS-LINE-COUNT GREATER +59
007790       PERFORM 3200-HEAD-SECTION-PAGE.
007800     MOVE WS-PRINT-LINE TO PR1-REC.
007810     PERFORM 3100-WRITE-PR1-REC.
007820     MOVE +1 TO WS-LINE-SPACER.
007830*
007840   3100-WRITE-PR1-REC.
007850     WRITE PR1-REC AFTER WS-LINE-SPACER.
007860     ADD WS-LINE-SPACER TO WS-LINE-COUNT.
007870*
007880   3200-HEAD-SECTION-PAGE.
007890     PERFORM 3300-HEAD-PR1-PAGE.
007900     MOVE WS-SECTION-CAPTION TO PR1-REC.
007910     PERFORM 3100-WRITE-PR1-REC.
007920     MOVE WS-SECTION-COL-HEADING TO PR1-REC.
007930     PERFORM 3100-WRITE-PR1-REC.
007940*
007950   3300-HEAD-PR1-PAGE.
007960     ADD 1 TO WS-PAGE-NBR.
007970     MOVE WS-PAGE-NBR TO WS-HD1-PAGE-NBR.
007980     WRITE PR1-REC FROM WS-HEADING-1 AFTER PAGE.
007990     MOVE +1 TO WS-LINE-COUNT.
008000     MOVE +2 TO WS-LINE-SPACER.
008010*
008020*
008030   4000-LIST-OFF-LIST-CONTRACTS.
008040     MOVE WS-OFF-CAPTION TO WS-SECTION-CAPTION.
008050     MOVE WS-OFF-COL-HEADING TO WS-SECTION-COL-HEADING.
008060     PERFORM 3200-HEAD-SECTION-PAGE.
008070     IF NOT LIST-CHECK-ACTIVE
008080       MOVE WS-SKIP-LINE TO WS-PRINT-LINE
008090       PERFORM 3000-PRINT-DETAIL
008100     ELSE
008110       MOVE +0 TO WS-SECTION-LINE-COUNT
008120       PERFORM 5000-START-CONPRC-FILE
008130       PERFORM 4100-EACH-CONTRACT-LIST-CHECK
008140           WITH TEST BEFORE
008150           UNTIL NOT WS-CONPRC-SUCCESSFUL
008160       IF WS-SECTION-LINE-COUNT EQUAL +0
008170         MOVE WS-NONE-LINE TO WS-PRINT-LINE
008180         PERFORM 3000-PRINT-DETAIL.
008190*
008200   4100-EACH-CONTRACT-LIST-CHECK.
008210     PERFORM 5100-READ-CONPRC-NEXT.
008220     IF WS-CONPRC-SUCCESSFUL
008230       PERFORM 4200-CHECK-EXCLUSIVE-LIST.
008240*
008250   4200-CHECK-EXCLUSIVE-LIST.
008260*                * THE CONTRACT'S OWN BC/PRODUCT-DQ/PAIR IS ON THE
008270*                  LIST - BIL02200 WILL APPLY IT *
008280     MOVE CPR-KEY TO I1480-KEY.
008290     READ I1480-FILE.
008300     IF (NOT WS-I1480-SUCCESSFUL)
008310         AND (NOT WS-I1480-NO-SUCH-RECORD)
008320       DISPLAY '* VSAM ERROR ON I1480 READ.  FILE STATUS = '
008330             WS-I1480-FILE-STATUS '.  KEY = "' I1480-KEY '" *'
008340             UPON SYSOUT
008350       GO TO 9900-DISPLAY-ABORT.
008360     IF WS-I1480-NO-SUCH-RECORD
008370*                * IS THE PRODUCT ON THE LIST UNDER ANOTHER PAIR *
008380       MOVE LOW-VALUES TO I1480-PR-DESIG-PAIR
008390       START I1480-FILE KEY NOT LESS I1480-KEY
008400       IF WS-I1480-SUCCESSFUL
008410         PERFORM 4300-READ-I1480-NEXT
008420       END-IF
008430       IF WS-I1480-SUCCESSFUL
008440           AND (I1480-BC EQUAL CPR-BC)
008450           AND (I1480-PROD-DQ EQUAL CPR-PROD-DQ)
008460         MOVE 'PRICE DESIG PAIR NOT IN USE' TO WS-OD-CONDITION
008470         ADD 1 TO WS-PAIR-UNUSED-COUNT
008480       ELSE
008490         MOVE 'NOT ON BC EXCLUSIVE LIST' TO WS-OD-CONDITION
008500         ADD 1 TO WS-OFF-LIST-COUNT
008510       END-IF
008520       MOVE 'Y' TO WS-RETURN-04-FLAG
008530       PERFORM 4400-PRINT-OFF-LIST-DETAIL.
008540*
008550   4300-READ-I1480-NEXT.
008560     READ I1480-FILE NEXT RECORD.
008570     IF (NOT WS-I1480-SUCCESSFUL)
008580         AND (NOT WS-I1480-END-OF-FILE)
008590       DISPLAY '* VSAM ERROR ON I1480 READ NEXT.  FILE STATUS = '
008600             WS-I1480-FILE-STATUS '. *' UPON SYSOUT
008610       GO TO 9900-DISPLAY-ABORT.
008620*
008630   4400-PRINT-OFF-LIST-DETAIL.
008640     ADD 1 TO WS-SECTION-LINE-COUNT.
008650     MOVE CPR-BC TO WS-OD-BC WS-HOLD-BC.
008660     PERFORM 7000-GET-FI-NAME.
008670     MOVE WS-FI-NAME TO WS-OD-FI-NAME.
008680     MOVE CPR-PROD-DQ TO WS-OD-PROD-DQ.
008690     MOVE CPR-PR-DESIG-PAIR TO WS-OD-PR-DESIG-PAIR.
008700     MOVE CPR-EFFECTIVE-DATE TO WS-FMT-DATE-IN.
008710     PERFORM 7100-FORMAT-DATE.
008720     MOVE WS-FMT-DATE-OUT TO WS-OD-EFFECTIVE-DATE.
008730     MOVE CPR-EXPIRATION-DATE TO WS-FMT-DATE-IN.
008740     PERFORM 7100-FORMAT-DATE.
008750     MOVE WS-FMT-DATE-OUT TO WS-OD-EXPIRATION-DATE.
008760     MOVE CPR-CONTRACT-REF TO WS-OD-CONTRACT-REF.
008770     MOVE WS-OFF-DETAIL TO WS-PRINT-LINE.
008780     PERFORM 3000-PRINT-DETAIL.
008790*
008800*
008810   5000-START-CONPRC-FILE.
008820     MOVE LOW-VALUES TO CPR-KEY.
008830     START CONPRC-FILE KEY NOT LESS CPR-KEY.
008840     IF (NOT WS-CONPRC-SUCCESSFUL)
008850         AND (NOT WS-CONPRC-NO-SUCH-RECORD)
008860         AND (NOT WS-CONPRC-END-OF-FILE)
008870       DISPLAY '* VSAM ERROR ON CONPRC START.  FILE STATUS = '
008880             WS-CONPRC-FILE-STATUS '. *' UPON SYSOUT
008890       GO TO 9900-DISPLAY-ABORT.
008900*
008910   5100-READ-CONPRC-NEXT.
008920     READ CONPRC-FILE NEXT RECORD.
008930     IF (NOT WS-CONPRC-SUCCESSFUL)
008940         AND (NOT WS-CONPRC-END-OF-FILE)
008950       DISPLAY '* VSAM ERROR ON CONPRC READ NEXT.  FILE STATUS = '
008960             WS-CONPRC-FILE-STATUS '. *' UPON SYSOUT
008970       GO TO 9900-DISPLAY-ABORT.
008980*
008990*
009000   7000-GET-FI-NAME.
009010     MOVE SPACE TO WS-BC-ON-I550-FLAG.
009020     MOVE SPACES TO I550-RECORD-KEY.
009030     MOVE WS-HOLD-BC TO I550-BC.
009040     START I550-FILE KEY NOT LESS I550-RECORD-KEY.
009050     IF WS-I550-SUCCESSFUL
009060       PERFORM 7010-READ-I550-NEXT
009070     ELSE
009080       IF (NOT WS-I550-END-OF-FILE)
009090           AND (NOT WS-I550-NO-SUCH-RECORD)
009100         DISPLAY '* I550 VSAM ERROR.  KEY = "' I550-RECORD-KEY
009110               '".  FILE STATUS = ' WS-I550-FILE-STATUS '. *'
009120               UPON SYSOUT
009130         GO TO 9900-DISPLAY-ABORT.
009140     IF WS-I550-SUCCESSFUL
009150         AND (I550-BC EQUAL WS-HOLD-BC)
009160       MOVE 'Y' TO WS-BC-ON-I550-FLAG
009170       MOVE I550-FI-NAME TO WS-FI-NAME
009180     ELSE
009190       MOVE 'MISSING I550 FI NAME' TO WS-FI-NAME.
009200*
009210   7010-READ-I550-NEXT.
009220     READ I550-FILE NEXT RECORD.
009230     IF (NOT WS-I550-SUCCESSFUL)
009240         AND (NOT WS-I550-END-OF-FILE)
009250       DISPLAY '* VSAM ERROR ON I550 READ NEXT. FILE STATUS = '
009260             WS-I550-FILE-STATUS '. *' UPON SYSOUT
009270       GO TO 9900-DISPLAY-ABORT.
009280*
009290   7100-FORMAT-DATE.
009300*                * CCYYMMDD TO MM-DD-CCYY *
009310     MOVE WS-FMT-DATE-IN (5:2) TO WS-FMT-MONTH.
009320     MOVE WS-FMT-DATE-IN (7:2) TO WS-FMT-DAY.
009330     MOVE WS-FMT-DATE-IN (1:4) TO WS-FMT-YEAR.
009340*
009350*
009360   8000-INITIALIZE.
009370*
009380 COPY CPY005.
009390*
009400     MOVE CPY4-CURRENT-DATE TO WS-RUN-DATE.
009410     COMPUTE WS-RUN-DATE-INTEGER =
009420           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
009430     ACCEPT WS-RUN-TIME-RAW FROM TIME.
009440     MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME.
009450     OPEN OUTPUT PRINTER1-FILE
009460           INPUT I1240C-FILE.
009470     OPEN I-O CONPRC-FILE.
009480     IF NOT WS-CONPRC-SUCCESSFUL-OPEN
009490       DISPLAY '* VSAM ERROR ON CONPRC OPEN.  FILE STATUS = '
009500             WS-CONPRC-FILE-STATUS '. *' UPON SYSOUT
009510       GO TO 9900-DISPLAY-ABORT.
009520     MOVE 'Y' TO WS-CONPRC-FILE-FLAG.
009530     OPEN INPUT I1480-FILE.
009540     IF NOT WS-I1480-SUCCESSFUL-OPEN
009550       DISPLAY '* VSAM ERROR ON I1480 OPEN.  FILE STATUS = '
009560             WS-I1480-FILE-STATUS '. *' UPON SYSOUT
009570       GO TO 9900-DISPLAY-ABORT.
009580     MOVE 'Y' TO WS-I1480-FILE-FLAG.
009590     OPEN INPUT I550-FILE.
009600     IF NOT WS-I550-SUCCESSFUL-OPEN
009610       DISPLAY '* VSAM ERROR ON I550 OPEN.  FILE STATUS = '
009620             WS-I550-FILE-STATUS '. *' UPON SYSOUT
009630       GO TO 9900-DISPLAY-ABORT.
009640     MOVE 'Y' TO WS-I550-FILE-FLAG.
009650*                * AN EMPTY I1480 WOULD LIST EVERY CONTRACT *
009660     MOVE LOW-VALUES TO I1480-KEY.
009670     START I1480-FILE KEY NOT LESS I1480-KEY.
009680     IF WS-I1480-SUCCESSFUL
009690       MOVE 'Y' TO WS-LIST-CHECK-FLAG
009700     ELSE
009710       IF WS-I1480-NO-SUCH-RECORD OR WS-I1480-END-OF-FILE
009720         DISPLAY 'I1480 IS EMPTY - EXCLUSIVE LIST CHECK SKIPPED.'
009730               UPON SYSOUT
009740         MOVE 'Y' TO WS-RETURN-04-FLAG
009750       ELSE
009760         DISPLAY '* VSAM ERROR ON I1480 START.  FILE STATUS = '
009770               WS-I1480-FILE-STATUS '. *' UPON SYSOUT
009780         GO TO 9900-DISPLAY-ABORT.
009790     PERFORM 1900-READ-I1240C-FILE.
009800     IF END-I1240C-FILE
009810       DISPLAY 'NO C1240 CARDS - CONTRACT MAINTENANCE SKIPPED.'
009820             UPON SYSOUT.
009830     MOVE WS-PROGRAM-NUMBER TO WS-HD1-PROGRAM-NUMBER.
009840     MOVE CPY4-CURRENT-DATE (5:2) TO WS-HD1-RUN-MONTH.
009850     MOVE CPY4-CURRENT-DATE (7:2) TO WS-HD1-RUN-DAY.
009860     MOVE CPY4-CURRENT-DATE (1:4) TO WS-HD1-RUN-YEAR.
009870*
009880*
009890   9000-CLOSE.
009900     MOVE WS-END-OF-REPORT TO PR1-REC.
009910     MOVE +3 TO WS-LINE-SPACER.
009920     PERFORM 3100-WRITE-PR1-REC.
009930     CLOSE PRINTER1-FILE I1240C-FILE.
009940     PERFORM 9100-CLOSE-CONPRC-FILE.
009950     IF NOT WS-CONPRC-SUCCESSFUL
009960       DISPLAY 'VSAM ERROR ON CONPRC CLOSE.  FILE STATUS = '
009970             WS-CONPRC-FILE-STATUS '.' UPON SYSOUT
009980       MOVE 'Y' TO WS-RETURN-04-FLAG.
009990     PERFORM 9200-CLOSE-I1480-FILE.
010000     IF NOT WS-I1480-SUCCESSFUL
010010       DISPLAY 'VSAM ERROR ON I1480 CLOSE.  FILE STATUS = '
010020             WS-I1480-FILE-STATUS '.' UPON SYSOUT
010030       MOVE 'Y' TO WS-RETURN-04-FLAG.
010040     PERFORM 9300-CLOSE-I550-FILE.
010050     IF NOT WS-I550-SUCCESSFUL
010060       DISPLAY 'VSAM ERROR ON I550 CLOSE.  FILE STATUS = '
010070             WS-I550-FILE-STATUS '.' UPON SYSOUT
010080       MOVE 'Y' TO WS-RETURN-04-FLAG.
010090     MOVE WS-I1240C-REC-COUNT TO WS-CD-I1240C-REC-CT.
010100     MOVE WS-ADDED-COUNT TO WS-CD-ADDED-CT.
010110     MOVE WS-CHANGED-COUNT TO WS-CD-CHANGED-CT.
010120     MOVE WS-DELETED-COUNT TO WS-CD-DELETED-CT.
010130     MOVE WS-REJECTED-COUNT TO WS-CD-REJECTED-CT.
010140     MOVE WS-CONPRC-REC-COUNT TO WS-CD-CONPRC-REC-CT.
010150     MOVE WS-EXPIRED-COUNT TO WS-CD-EXPIRED-CT.
010160     ADD WS-30-DAY-COUNT WS-60-DAY-COUNT WS-90-DAY-COUNT
010170           GIVING WS-CD-EXPIRING-CT.
010180     MOVE WS-OFF-LIST-COUNT TO WS-CD-OFF-LIST-CT.
010190     MOVE WS-PAIR-UNUSED-COUNT TO WS-CD-PAIR-UNUSED-CT.
010200     DISPLAY '=======  ' WS-PROGRAM-NUMBER ' FILE COUNTS  ======='
010210           UPON SYSOUT.
010220     DISPLAY WS-CD-I1240C-LINE UPON SYSOUT.
010230     DISPLAY WS-CD-CONPRC-LINE UPON SYSOUT.
010240     IF RETURN-08
010250       MOVE 08 TO RETURN-CODE WS-RETURN-CODE
010260     ELSE
010270       IF RETURN-04
010280         MOVE 04 TO RETURN-CODE WS-RETURN-CODE.
010290     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
010300*
010310   9100-CLOSE-CONPRC-FILE.
010320     MOVE SPACE TO WS-CONPRC-FILE-FLAG.
010330     CLOSE CONPRC-FILE.
010340*
010350   9200-CLOSE-I1480-FILE.
010360     MOVE SPACE TO WS-I1480-FILE-FLAG.
010370     CLOSE I1480-FILE.
010380*
010390   9300-CLOSE-I550-FILE.
010400     MOVE SPACE TO WS-I550-FILE-FLAG.
010410     CLOSE I550-FILE.
010420*
010430   9900-DISPLAY-ABORT.
010440     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
010450           UPON SYSOUT.
010460     IF OPENED-CONPRC-FILE
010470       PERFORM 9100-CLOSE-CONPRC-FILE.
010480     IF OPENED-I1480-FILE
010490       PERFORM 9200-CLOSE-I1480-FILE.
010500     IF OPENED-I550-FILE
010510       PERFORM 9300-CLOSE-I550-FILE.
010520     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
010530     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
010540     STOP RUN.
