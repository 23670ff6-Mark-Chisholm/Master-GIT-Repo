000010  CBL SQL('QUALIFIER CICS BINDFILE')
000020 IDENTIFICATION DIVISION.
000030   PROGRAM-ID. "bil02260".
000040*PROGRAM-NAME. EXCLUSIVE PRODUCT UTILIZATION REPORT.
000050   AUTHOR. M. CHISHOLM.
000060   INSTALLATION. DELUXE CORPORATION.
000070   DATE-WRITTEN. 10-15-26.
000080   DATE-COMPILED.
000090******************************************************************
000100*
000110*RUN INSTRUCTIONS                                         10-15-26
000120*
000130*I1490    = FI EXCLUSIVE PRICE HISTORY MASTER - VSAM     LRECL=80
000140*           MAINTAINED BY BIL02200.  KEYED ON BC/PRODUCT-DQ/
000150*           PRICE DESIGNATION PAIR/BILLING WEEK.  EACH BILLING
000160*           WEEK ON FILE IS ONE RETAINED WEEK OF EXCLUSIVE LISTS.
000170*
000180*I545     = 545 INPUT FROM BIL470 OR BIL471   VARIABLE LRECL=1005
000190*           BILLING TRANSACTION FILES FOR THE SAME WEEKS AS ARE
000200*           RETAINED ON I1490, CONCATENATED.  ANY ORDER.
000210*
000220*I58      = 58 INPUT FROM BIL570                       LRECL=250
000230*           NO SORT NEEDED - THE FILE IS MAINTAINED IN PRODUCT/DQ
000240*           ORDER.
000250*
000260*I550     = 550 INPUT FROM BIL502 - VSAM               LRECL=525
000270*           BILLING MASTER FILE, FOR FI NAMES.
000280*
000290*SORTWK   = SORT WORK FOR THE BILLED LINES
000300*
000310*PRINTER1 = EXCLUSIVE PRODUCT UTILIZATION REPORT - EXCLUSIVES ON
000320*           A BC'S LIST EVERY RETAINED WEEK WITH NO BILLED ORDERS,
000330*           AND I58 EXCLUSIVES BILLED TO A BC THAT NEVER HAD THEM
000340*           ON ITS LIST.  132 CH/LINE           (FBA LRECL=133)
000350*
000360*SYSOUT   = REVISION INFO, FILE COUNTS, ERROR MESSAGES; ANY PAPER
000370*
000380******************************************************************
000390*
000400*RETURN CODES                                             10-15-26
000410*
000420*  16 = RUN ABORTED.  SEE SYSOUT.
000430*         - EMPTY FILE; I1490
000440*         - SEQUENCE ERROR; I58
000450*         - TABLE OVERFLOWED; RETAINED WEEKS, I545 BILLING WEEKS,
000460*             I58 EXCLUSIVES OR OFF-LIST LINES
000470*         - VSAM ERROR (EXCEPT ON CLOSE); I1490 OR I550
000480*
000490*  04 = INFO ONLY.  RUN CONTINUED.  SEE REPORT.
000500*         - ONE OR MORE I58 EXCLUSIVES BILLED TO A BC WITHOUT THEM
000510*             ON ITS EXCLUSIVE LIST
000520*         - FEWER I545 BILLING WEEKS THAN I1490 RETAINED WEEKS
000530*             (THE NO-ORDER TEST COVERS ONLY THE WEEKS SUPPLIED)
000540*         - VSAM ERROR ON CLOSE; I1490 OR I550
000550*
000560******************************************************************
000570*
000580*NARRATIVE                                                10-15-26
000590*
000600*PURPOSE:
000610*  TO SHOW PRODUCT MANAGEMENT WHETHER FIS ACTUALLY ORDER THEIR
000620*    EXCLUSIVES, SO DEAD EXCLUSIVES CAN BE RETIRED, AND TO CATCH
000630*    FIS ORDERING ANOTHER FI'S EXCLUSIVE PRODUCT.
000640*
000650*PROGRAM FLOW:
000660*  THE I1490 HISTORY IS READ ONCE TO FIND THE BILLING WEEKS IT
000670*    RETAINS.  THE I58 EXCLUSIVES ARE LOADED TO A TABLE.
000680*  EACH I545 LINE IS RELEASED TO AN INTERNAL SORT BY BC/
000690*    PRODUCT-DQ/BILLING DATE.  A LINE THAT IS NOT A CREDIT IS AN
000700*    ORDER; GROSS IS THE NET OF ALL LINES, CREDITS INCLUDED.
000710*  THE SORTED LINES ARE MATCHED TO THE I1490 BY BC/PRODUCT-DQ (ALL
000720*    PRICE DESIGNATION PAIRS TOGETHER).
000730*    - A BC/PRODUCT ON THE LIST IN EVERY RETAINED WEEK WITH NO
000740*      ORDERS IS PRINTED IN THE FIRST SECTION AS IT IS MATCHED.
000750*    - A BC/PRODUCT BILLED BUT ON NONE OF THE BC'S RETAINED LISTS,
000760*      WHOSE PRODUCT IS AN I58 EXCLUSIVE, IS TABLED AND PRINTED IN
000770*      THE SECOND SECTION AT END OF JOB.
000780*
000790******************************************************************
000800*
000810*REVISION HISTORY
000820*
000830*10-15-26  PROGRAM WRITTEN.
000840*          COMPANION TO THE BIL02200 O1490 PRICE HISTORY
000850*            MASTER.                           M. CHISHOLM  01
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
000960     SELECT I1490-FILE    ASSIGN I1490
000970                            ORGANIZATION IS INDEXED
000980                            ACCESS MODE IS DYNAMIC
000990                            RECORD KEY IS I1490-KEY
001000                            FILE STATUS IS WS-I1490-FILE-STATUS.
001010     SELECT I545-FILE     ASSIGN RSD-I545.
001020     SELECT I58-FILE      ASSIGN RSD-I58.
001030     SELECT I550-FILE     ASSIGN I550
001040                            ORGANIZATION IS INDEXED
001050                            ACCESS MODE IS DYNAMIC
001060                            RECORD KEY IS I550-RECORD-KEY
001070                            FILE STATUS IS WS-I550-FILE-STATUS.
001080     SELECT SORTWK-FILE   ASSIGN RSD-SORTWK.
001090     SELECT PRINTER1-FILE ASSIGN PRINTER1
001100                            ORGANIZATION IS LINE SEQUENTIAL.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140*
001150 FD  I1490-FILE
001160*
001170 COPY T1490I.
001180*
001190 FD  I545-FILE
001200*
001210 COPY T0545I.
001220*
001230 FD  I58-FILE
001240*
001250 COPY T0058I.
001260*
001270 FD  I550-FILE
001280*
001290 COPY T0550I.
001300*
001310 SD  SORTWK-FILE
001320     RECORD CONTAINS 40 CHARACTERS.
001330   01  SORTWK-REC.
001340     03  SORTWK-KEY.
001350       05  SORTWK-BC                   PIC X(8).
001360       05  SORTWK-PROD-DQ              PIC X(16).
001370*                * SPACE ON A NON-WEEKLY LINE *
001380       05  SORTWK-BILLING-DATE         PIC X(6).
001390     03  SORTWK-ORDER-FLAG             PIC X.
001400     03  SORTWK-GROSS                  PIC S9(7)V9(2) COMP-3.
001410     03  FILLER                        PIC X(4).
001420*
001430 FD  PRINTER1-FILE
001440     RECORDING MODE IS F
001450     BLOCK CONTAINS 0 RECORDS
001460     RECORD CONTAINS 132 CHARACTERS
001470     LABEL RECORDS OMITTED.
001480   01  PR1-REC                                   PIC X(132).
001490*
001500 WORKING-STORAGE SECTION.
001510 COPY TDLXMIGE.
001520     EXEC SQL INCLUDE SQLCA END-EXEC.
001530*
001540 01  WS-FLAGS-AND-SUCH                           VALUE SPACES.
001550   03  WS-I1490-FILE-STATUS       PIC X(2).
001560     88  WS-I1490-SUCCESSFUL        VALUE '00'.
001570     88  WS-I1490-END-OF-FILE       VALUE '10'.
001580     88  WS-I1490-NO-SUCH-RECORD    VALUES '20', '23'.
001590     88  WS-I1490-SUCCESSFUL-OPEN   VALUES '00', '97'.
001600   03  WS-I1490-FILE-FLAG         PIC X.
001610     88  OPENED-I1490-FILE          VALUE 'Y'.
001620   03  WS-I550-FILE-STATUS        PIC X(2).
001630     88  WS-I550-SUCCESSFUL         VALUE '00'.
001640     88  WS-I550-NO-SUCH-RECORD     VALUES '20', '23'.
001650     88  WS-I550-SUCCESSFUL-OPEN    VALUES '00', '97'.
001660     88  WS-I550-END-OF-FILE        VALUE '10'.
001670   03  WS-I550-FILE-FLAG          PIC X.
001680     88  OPENED-I550-FILE           VALUE 'Y'.
001690   03  WS-I1490-EOF-FLAG          PIC X.
001700     88  END-I1490-FILE             VALUE 'E'.
001710   03  WS-I545-FILE-FLAG          PIC X.
001720     88  END-I545-FILE              VALUE 'E'.
001730   03  WS-I58-FILE-FLAG           PIC X.
001740     88  END-I58-FILE               VALUE 'E'.
001750   03  WS-SORTWK-FILE-FLAG        PIC X.
001760     88  END-SORTWK-FILE            VALUE 'E'.
001770   03  WS-RETURN-04-FLAG          PIC X.
001780     88  RETURN-04                  VALUE 'Y'.
001790*
001800 01  WS-WORK-FIELDS.
001810   03  WS-I58-SEQ                 PIC X(16)      VALUE LOW-VALUES.
001820   03  WS-HOLD-BC                 PIC X(8)       VALUE SPACE.
001830   03  WS-FI-NAME                 PIC X(35)      VALUE SPACE.
001840   03  WS-PRIOR-LINE-BC           PIC X(8)       VALUE SPACE.
001850   03  WS-SUB                     PIC S9(4)      COMP VALUE +0.
001860   03  WS-FIRST-HIST-WEEK         PIC X(8)       VALUE SPACE.
001870   03  WS-LAST-HIST-WEEK          PIC X(8)       VALUE SPACE.
001880   03  WS-FMT-DATE-IN             PIC X(8).
001890   03  WS-FMT-DATE-OUT.
001900     05  WS-FMT-MONTH             PIC X(2).
001910     05  FILLER                   PIC X          VALUE '-'.
001920     05  WS-FMT-DAY               PIC X(2).
001930     05  FILLER                   PIC X          VALUE '-'.
001940     05  WS-FMT-YEAR              PIC X(4).
001950*
001960*                * THE NEXT SORTED BILLED LINE (LOOK-AHEAD) *
001970 01  WS-SORTED-LINE.
001980   03  WS-SRT-KEY.
001990     05  WS-SRT-BC-PROD           PIC X(24).
002000     05  WS-SRT-BILLING-DATE      PIC X(6).
002010   03  WS-SRT-ORDER-FLAG          PIC X.
002020     88  WS-SRT-ORDER               VALUE 'Y'.
002030   03  WS-SRT-GROSS               PIC S9(7)V9(2) COMP-3.
002040   03  FILLER                     PIC X(4).
002050*
002060*                * ONE BC/PRODUCT-DQ OF BILLED LINES *
002070 01  WS-BILLED-GROUP.
002080   03  WS-BG-KEY.
002090     05  WS-BG-BC                 PIC X(8).
002100     05  WS-BG-PROD-DQ            PIC X(16).
002110   03  WS-BG-LAST-DATE            PIC X(6).
002120   03  WS-BG-WEEKS                PIC S9(3)      COMP-3.
002130   03  WS-BG-ORDERS               PIC S9(7)      COMP-3.
002140   03  WS-BG-GROSS                PIC S9(9)V9(2) COMP-3.
002150*
002160*                * ONE BC/PRODUCT-DQ OF I1490 HISTORY; THE NEXT
002170*                  I1490 RECORD IS HELD IN THE RECORD AREA *
002180 01  WS-HISTORY-GROUP.
002190   03  WS-I1490-NEXT-KEY          PIC X(24).
002200   03  WS-HG-KEY.
002210     05  WS-HG-BC                 PIC X(8).
002220     05  WS-HG-PROD-DQ            PIC X(16).
002230   03  WS-HG-ABBREV-DESCR         PIC X(21).
002240   03  WS-HG-WEEKS                PIC S9(3)      COMP-3.
002250   03  WS-HG-WEEK-FLAGS.
002260     05  WS-HG-WEEK-FLAG          PIC X          OCCURS 60 TIMES.
002270*
002280*                * FIGURES FOR THE GROUP BEING EVALUATED *
002290 01  WS-EVALUATION.
002300   03  WS-EVAL-WEEKS              PIC S9(3)      COMP-3.
002310   03  WS-EVAL-ORDERS             PIC S9(7)      COMP-3.
002320   03  WS-EVAL-GROSS              PIC S9(9)V9(2) COMP-3.
002330*
002340*                * BILLING WEEKS RETAINED ON I1490 (CCYYMMDD) *
002350 01  WS-HIST-WEEK-TABLE.
002360   03  WS-HIST-WEEK-COUNT         PIC S9(4)      COMP VALUE +0.
002370   03  WS-HIST-WEEK-ENTRY         OCCURS 60 TIMES
002380                                  INDEXED BY IX-WS-HIST-WEEK.
002390     05  WS-HIST-WEEK             PIC X(8).
002400*
002410*                * WEEKLY BILLING DATES READ FROM I545 (MMDDYY) *
002420 01  WS-I545-WEEK-TABLE.
002430   03  WS-I545-WEEK-COUNT         PIC S9(4)      COMP VALUE +0.
002440   03  WS-I545-WEEK-ENTRY         OCCURS 60 TIMES
002450                                  INDEXED BY IX-WS-I545-WEEK.
002460     05  WS-I545-WEEK             PIC X(6).
002470*
002480 01  WS-58-EXCL-TABLE.
002490   03  WS-58-EXCL-ENTRY-COUNT     PIC S9(4)      COMP VALUE +0.
002500   03  WS-58-EXCL-TBL-ENTRY       OCCURS 0 TO 4000 TIMES
002510                                      DEPENDING ON
002520                                      WS-58-EXCL-ENTRY-COUNT
002530                                      ASCENDING KEY IS
002540                                      WS-58-EXCL-TBL-PROD-DQ
002550                                  INDEXED BY IX-WS-58-EXCL-TBL.
002560     05  WS-58-EXCL-TBL-PROD-DQ   PIC X(16).
002570     05  WS-58-EXCL-TBL-DESCR     PIC X(21).
002580*
002590*                * I58 EXCLUSIVES BILLED OFF LIST, HELD FOR THE
002600*                  SECOND SECTION *
002610 01  WS-OFF-LIST-TABLE.
002620   03  WS-OFF-LIST-ENTRY-COUNT    PIC S9(4)      COMP VALUE +0.
002630   03  WS-OFF-LIST-ENTRY          OCCURS 3000 TIMES.
002640     05  WS-OFF-BC                PIC X(8).
002650     05  WS-OFF-PROD-DQ           PIC X(16).
002660     05  WS-OFF-ABBREV-DESCR      PIC X(21).
002670     05  WS-OFF-WEEKS             PIC S9(3)      COMP-3.
002680     05  WS-OFF-ORDERS            PIC S9(7)      COMP-3.
002690     05  WS-OFF-GROSS             PIC S9(9)V9(2) COMP-3.
002700*
002710 01  WS-FILE-COUNTS.
002720   03  WS-I1490-REC-COUNT         PIC S9(9)      COMP-3 VALUE +0.
002730   03  WS-I545-REC-COUNT          PIC S9(9)      COMP-3 VALUE +0.
002740   03  WS-I58-REC-COUNT           PIC S9(7)      COMP-3 VALUE +0.
002750   03  WS-HIST-GROUP-COUNT        PIC S9(7)      COMP-3 VALUE +0.
002760   03  WS-ORDERED-COUNT           PIC S9(7)      COMP-3 VALUE +0.
002770   03  WS-UNORDERED-COUNT         PIC S9(7)      COMP-3 VALUE +0.
002780   03  WS-UNORDERED-GROSS         PIC S9(9)V9(2) COMP-3 VALUE +0.
002790   03  WS-NEWER-UNORDERED-COUNT   PIC S9(7)      COMP-3 VALUE +0.
002800   03  WS-NON-EXCL-GROUP-COUNT    PIC S9(7)      COMP-3 VALUE +0.
002810   03  WS-OFF-LIST-ORDERS         PIC S9(9)      COMP-3 VALUE +0.
002820   03  WS-OFF-LIST-GROSS          PIC S9(9)V9(2) COMP-3 VALUE +0.
002830*
002840 01  WS-PRINT-CONTROLS.
002850   03  WS-LINE-COUNT              PIC S9(3)      COMP VALUE +090.
002860   03  WS-LINE-SPACER             PIC S9         COMP VALUE +2.
002870   03  WS-PAGE-NBR                PIC S9(5)      COMP-3 VALUE +0.
002880*
002890 01  WS-HEADINGS-ETC.
002900   03  WS-HEADING-1.
002910     05  FILLER                   PIC X          VALUE '-'.
002920     05  WS-HD1-PROGRAM-NUMBER    PIC X(8)       VALUE SPACE.
002930     05  FILLER                   PIC X(20)      VALUE '-'.
002940     05  FILLER        PIC X(51) VALUE
002950             'EXCLUSIVE PRODUCT UTILIZATION'.
002960     05  FILLER                   PIC X(10)      VALUE 'RUN DATE'.
002970     05  FILLER                                VALUE '00-00-0000'.
002980       07  WS-HD1-RUN-MONTH       PIC X(2).
002990       07  FILLER                 PIC X.
003000       07  WS-HD1-RUN-DAY         PIC X(2).
003010       07  FILLER                 PIC X.
003020       07  WS-HD1-RUN-YEAR        PIC X(4).
003030     05  FILLER                   PIC X(23)      VALUE SPACE.
003040     05  FILLER                   PIC X(4)       VALUE 'PAGE'.
003050     05  FILLER                                  VALUE '    0'.
003060       07  WS-HD1-PAGE-NBR        PIC ZZZZ9.
003070   03  WS-HEADING-2.
003080     05  FILLER                   PIC X(3)       VALUE SPACE.
003090     05  FILLER                   PIC X(22)      VALUE
003100                                      'I1490 RETAINED WEEKS:'.
003110     05  WS-HD2-HIST-WEEKS        PIC Z9.
003120     05  FILLER                   PIC X(6)       VALUE ' FROM'.
003130     05  WS-HD2-FIRST-WEEK        PIC X(10).
003140     05  FILLER                   PIC X(4)       VALUE ' TO'.
003150     05  WS-HD2-LAST-WEEK         PIC X(10).
003160     05  FILLER                   PIC X(29)      VALUE
003170             '     I545 BILLING WEEKS READ:'.
003180     05  WS-HD2-I545-WEEKS        PIC Z9.
003190     05  FILLER                   PIC X(44)      VALUE SPACE.
003200*                * CAPTION AND COLUMN HEADING OF THE SECTION BEING
003210*                  PRINTED, REPEATED AT THE TOP OF EACH PAGE *
003220   03  WS-SECTION-CAPTION         PIC X(132).
003230   03  WS-SECTION-COL-HEADING     PIC X(132).
003240   03  WS-PRINT-LINE              PIC X(132).
003250   03  WS-UNORDERED-CAPTION.
003260     05  FILLER                   PIC X(3)       VALUE SPACE.
003270     05  FILLER                   PIC X(29)      VALUE
003280             'EXCLUSIVES ON THE BC LIST ALL'.
003290     05  WS-UC-HIST-WEEKS         PIC ZZ9.
003300     05  FILLER                   PIC X(40)      VALUE
003310             ' RETAINED WEEKS WITH NO BILLED ORDERS'.
003320     05  FILLER                   PIC X(57)      VALUE SPACE.
003330   03  WS-UNORDERED-COL-HEADING.
003340     05  FILLER                   PIC X(3)       VALUE SPACE.
003350     05  FILLER                   PIC X(10)      VALUE 'BC'.
003360     05  FILLER                   PIC X(32)      VALUE 'FI NAME'.
003370     05  FILLER                   PIC X(18)      VALUE
003380                                      'PRODUCT & DQ'.
003390     05  FILLER                   PIC X(23) VALUE 'DESCRIPTION'.
003400     05  FILLER                   PIC X(10) VALUE 'WKS LISTED'.
003410     05  FILLER                   PIC X(9)  VALUE '   ORDERS'.
003420     05  FILLER                   PIC X(27)      VALUE
003430                                      '           GROSS'.
003440   03  WS-OFF-LIST-CAPTION.
003450     05  FILLER                   PIC X(3)       VALUE SPACE.
003460     05  FILLER                   PIC X(42)      VALUE
003470         'I58 EXCLUSIVES BILLED TO A BC WITHOUT THEM'.
003480     05  FILLER                   PIC X(24)      VALUE
003490         ' ON ITS EXCLUSIVE LIST'.
003500     05  FILLER                   PIC X(63)      VALUE SPACE.
003510   03  WS-OFF-LIST-COL-HEADING.
003520     05  FILLER                   PIC X(3)       VALUE SPACE.
003530     05  FILLER                   PIC X(10)      VALUE 'BC'.
003540     05  FILLER                   PIC X(32)      VALUE 'FI NAME'.
003550     05  FILLER                   PIC X(18)      VALUE
003560                                      'PRODUCT & DQ'.
003570     05  FILLER                   PIC X(23) VALUE 'DESCRIPTION'.
003580     05  FILLER                   PIC X(10) VALUE 'WKS BILLED'.
003590     05  FILLER                   PIC X(9)  VALUE '   ORDERS'.
003600     05  FILLER                   PIC X(27)      VALUE
003610                                      '           GROSS'.
003620   03  WS-DETAIL-LINE.
003630     05  FILLER                   PIC X(3)       VALUE SPACE.
003640     05  WS-DTL-BC                PIC X(8).
003650     05  FILLER                   PIC X(2)       VALUE SPACE.
003660     05  WS-DTL-FI-NAME           PIC X(30).
003670     05  FILLER                   PIC X(2)       VALUE SPACE.
003680     05  WS-DTL-PROD-DQ           PIC X(16).
003690     05  FILLER                   PIC X(2)       VALUE SPACE.
003700     05  WS-DTL-ABBREV-DESCR      PIC X(21).
003710     05  FILLER                   PIC X(4)       VALUE SPACE.
003720     05  WS-DTL-WEEKS             PIC ZZ9.
003730     05  FILLER                   PIC X(7)       VALUE SPACE.
003740     05  WS-DTL-ORDERS            PIC ZZZ,ZZ9.
003750     05  FILLER                   PIC X(2)       VALUE SPACE.
003760     05  WS-DTL-GROSS             PIC ---,---,--9.99.
003770     05  FILLER                   PIC X(11)      VALUE SPACE.
003780   03  WS-TOTAL-LINE.
003790     05  FILLER                   PIC X(3)       VALUE SPACE.
003800     05  FILLER                   PIC X(10)      VALUE 'TOTAL'.
003810     05  WS-TOT-LINES             PIC ZZ,ZZ9.
003820     05  FILLER                   PIC X(6)       VALUE ' LINES'.
003830     05  FILLER                   PIC X(71)      VALUE SPACE.
003840     05  WS-TOT-ORDERS            PIC Z,ZZZ,ZZ9.
003850     05  FILLER                   PIC X(2)       VALUE SPACE.
003860     05  WS-TOT-GROSS             PIC ---,---,--9.99.
003870     05  FILLER                   PIC X(11)      VALUE SPACE.
003880   03  WS-NONE-LINE.
003890     05  FILLER                   PIC X(3)       VALUE SPACE.
003900     05  FILLER                   PIC X(40)      VALUE
003910         'NONE.'.
003920     05  FILLER                   PIC X(89)      VALUE SPACE.
003930   03  WS-END-OF-REPORT.
003940     05  FILLER                   PIC X(20)      VALUE ALL '-'.
003950     05  FILLER                 PIC X(15) VALUE ' END OF REPORT '.
003960     05  FILLER                   PIC X(20)      VALUE ALL '-'.
003970*
003980 01  WS-CLOSING-DISPLAYS.
003990   03  WS-RETURN-CODE-LINE.
004000     05  FILLER                  PIC X(14) VALUE 'RETURN CODE = '.
004010     05  WS-RETURN-CODE           PIC 9(2)       DISPLAY VALUE 00.
004020     05  FILLER                   PIC X          VALUE '.'.
004030   03  WS-CD-FILE-LINE.
004040     05  FILLER                   PIC X(7)       VALUE 'I1490:'.
004050     05  WS-CD-I1490-REC-CT       PIC ZZZ,ZZZ,ZZ9.
004060     05  FILLER                   PIC X(9)       VALUE '  I545:'.
004070     05  WS-CD-I545-REC-CT        PIC ZZZ,ZZZ,ZZ9.
004080     05  FILLER                   PIC X(8)       VALUE '  I58:'.
004090     05  WS-CD-I58-REC-CT         PIC ZZZ,ZZ9.
004100     05  FILLER                  PIC X(15) VALUE '  EXCLUSIVES:'.
004110     05  WS-CD-58-EXCL-CT         PIC Z,ZZ9.
004120   03  WS-CD-GROUP-LINE.
004130     05  FILLER                  PIC X(23) VALUE
004140             'BC EXCLUSIVES ON FILE:'.
004150     05  WS-CD-HIST-GROUP-CT      PIC ZZZ,ZZ9.
004160     05  FILLER                  PIC X(11) VALUE '  ORDERED:'.
004170     05  WS-CD-ORDERED-CT         PIC ZZZ,ZZ9.
004180     05  FILLER                  PIC X(21) VALUE
004190             '  NO ORDERS, LISTED:'.
004200     05  WS-CD-UNORDERED-CT       PIC ZZZ,ZZ9.
004210     05  FILLER                  PIC X(31) VALUE
004220             '  NO ORDERS, NOT ALL WEEKS:'.
004230     05  WS-CD-NEWER-CT           PIC ZZZ,ZZ9.
004240   03  WS-CD-BILLED-LINE.
004250     05  FILLER                  PIC X(24) VALUE
004260             'BILLED OFF LIST, LISTED:'.
004270     05  WS-CD-OFF-LIST-CT        PIC ZZZ,ZZ9.
004280     05  FILLER                  PIC X(33) VALUE
004290             '  BILLED OFF LIST, NOT EXCLUSIVE:'.
004300     05  WS-CD-NON-EXCL-CT        PIC ZZZ,ZZ9.
004310*
004320 COPY CPY004.
004330*
004340 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02261'.
004350 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
004360*
004370 PROCEDURE DIVISION.
004380*
004390 0000-SQL-DB-CONNECT.
004400     MOVE 'DLXVSAM' TO DBNAME.
004410 COPY CPYMIGUD.
004420   0000-MAIN-LINE.
004430     PERFORM 8000-INITIALIZE.
004440     MOVE WS-UNORDERED-CAPTION TO WS-SECTION-CAPTION.
004450     MOVE WS-UNORDERED-COL-HEADING TO WS-SECTION-COL-HEADING.
004460     PERFORM 3200-HEAD-SECTION-PAGE.
004470     SORT SORTWK-FILE
004480         ASCENDING KEY SORTWK-KEY
004490         INPUT PROCEDURE IS 1000-RELEASE-BILLED-LINES
004500         OUTPUT PROCEDURE IS 2000-MATCH-BILLED-TO-LISTS.
004510     PERFORM 2800-PRINT-UNORDERED-TOTAL.
004520     PERFORM 4000-PRINT-OFF-LIST-SECTION.
004530     PERFORM 9000-CLOSE.
004540     STOP RUN.
004550*
004560*
004570   1000-RELEASE-BILLED-LINES.
004580     PERFORM 1100-EACH-I545-REC
004590         WITH TEST BEFORE
004600         UNTIL END-I545-FILE.
004610*
004620   1100-EACH-I545-REC.
004630     ADD 1 TO WS-I545-REC-COUNT.
004640     MOVE SPACE TO SORTWK-REC.
004650     MOVE I545-PRICING-BC TO SORTWK-BC.
004660     MOVE I545-PRODUCT-CODE TO SORTWK-PROD-DQ.
004670     IF I545-NON-WEEKLY-BILLING-FLAG NOT EQUAL '2'
004680       MOVE I545-BILLING-DATE TO SORTWK-BILLING-DATE
004690       PERFORM 1200-NOTE-I545-WEEK.
004700     IF (I545-GROSS IS NEGATIVE)
004710         OR ((I545-GROSS EQUAL +0)
004720             AND (I545-CREDIT-NO-CHARGE-FLAG (1:1) EQUAL 'C'))
004730*                * CREDIT LINE - NOT AN ORDER *
004740       MOVE 'N' TO SORTWK-ORDER-FLAG
004750     ELSE
004760       MOVE 'Y' TO SORTWK-ORDER-FLAG.
004770     MOVE I545-GROSS TO SORTWK-GROSS.
004780     RELEASE SORTWK-REC.
004790     PERFORM 1900-READ-I545-FILE.
004800*
004810   1200-NOTE-I545-WEEK.
004820     SET IX-WS-I545-WEEK TO +1.
004830     SEARCH WS-I545-WEEK-ENTRY
004840       AT END
004850         PERFORM 1210-INSTALL-I545-WEEK
004860       WHEN IX-WS-I545-WEEK GREATER WS-I545-WEEK-COUNT
004870         PERFORM 1210-INSTALL-I545-WEEK
004880       WHEN WS-I545-WEEK (IX-WS-I545-WEEK) EQUAL I545-BILLING-DATE
004890         CONTINUE
004900     END-SEARCH.
004910*
004920   1210-INSTALL-I545-WEEK.
004930     IF WS-I545-WEEK-COUNT NOT LESS +60
004940       DISPLAY '* I545 BILLING WEEK TABLE OVERFLOWED *'
004950             UPON SYSOUT
004960       GO TO 9900-DISPLAY-ABORT.
004970     ADD 1 TO WS-I545-WEEK-COUNT.
004980     MOVE I545-BILLING-DATE TO WS-I545-WEEK (WS-I545-WEEK-COUNT).
004990*
005000   1900-READ-I545-FILE.
005010     READ I545-FILE
005020       AT END
005030         MOVE 'E' TO WS-I545-FILE-FLAG
005040     END-READ.
005050*
005060*
005070   2000-MATCH-BILLED-TO-LISTS.
005080     PERFORM 2910-RETURN-SORTWK.
005090     PERFORM 2100-BUILD-BILLED-GROUP.
005100     MOVE LOW-VALUES TO I1490-KEY.
005110     PERFORM 2920-START-I1490.
005120     PERFORM 2930-READ-I1490-NEXT.
005130     PERFORM 2200-BUILD-HISTORY-GROUP.
005140     PERFORM 2300-MATCH-ONE-GROUP
005150         WITH TEST BEFORE
005160         UNTIL (WS-BG-KEY EQUAL HIGH-VALUES)
005170             AND (WS-HG-KEY EQUAL HIGH-VALUES).
005180*
005190   2100-BUILD-BILLED-GROUP.
005200     MOVE WS-SRT-BC-PROD TO WS-BG-KEY.
005210     MOVE SPACE TO WS-BG-LAST-DATE.
005220     MOVE +0 TO WS-BG-WEEKS WS-BG-ORDERS WS-BG-GROSS.
005230     IF WS-BG-KEY NOT EQUAL HIGH-VALUES
005240       PERFORM 2110-ADD-BILLED-LINE
005250           WITH TEST BEFORE
005260           UNTIL WS-SRT-BC-PROD NOT EQUAL WS-BG-KEY.
005270*
005280   2110-ADD-BILLED-LINE.
005290     IF WS-SRT-ORDER
005300       ADD 1 TO WS-BG-ORDERS.
005310     ADD WS-SRT-GROSS TO WS-BG-GROSS.
005320     IF (WS-SRT-BILLING-DATE NOT EQUAL SPACE)
005330         AND (WS-SRT-BILLING-DATE NOT EQUAL WS-BG-LAST-DATE)
005340       ADD 1 TO WS-BG-WEEKS
005350       MOVE WS-SRT-BILLING-DATE TO WS-BG-LAST-DATE.
005360     PERFORM 2910-RETURN-SORTWK.
005370*
005380   2200-BUILD-HISTORY-GROUP.
005390     MOVE WS-I1490-NEXT-KEY TO WS-HG-KEY.
005400     MOVE SPACE TO WS-HG-ABBREV-DESCR WS-HG-WEEK-FLAGS.
005410     MOVE +0 TO WS-HG-WEEKS.
005420     IF WS-HG-KEY NOT EQUAL HIGH-VALUES
005430       PERFORM 2210-ADD-HISTORY-REC
005440           WITH TEST BEFORE
005450           UNTIL WS-I1490-NEXT-KEY NOT EQUAL WS-HG-KEY.
005460*
005470   2210-ADD-HISTORY-REC.
005480*                * A WEEK COUNTS ONCE HOWEVER MANY PRICE
005490*                  DESIGNATION PAIRS CARRY IT *
005500     MOVE I1490-58-ABBREV-DESCR TO WS-HG-ABBREV-DESCR.
005510     SET IX-WS-HIST-WEEK TO +1.
005520     SEARCH WS-HIST-WEEK-ENTRY
005530       WHEN WS-HIST-WEEK (IX-WS-HIST-WEEK) EQUAL
005540             I1490-BILLING-WEEK
005550         SET WS-SUB TO IX-WS-HIST-WEEK
005560         IF WS-HG-WEEK-FLAG (WS-SUB) EQUAL SPACE
005570           MOVE 'Y' TO WS-HG-WEEK-FLAG (WS-SUB)
005580           ADD 1 TO WS-HG-WEEKS
005590         END-IF
005600     END-SEARCH.
005610     PERFORM 2930-READ-I1490-NEXT.
005620*
005630   2300-MATCH-ONE-GROUP.
005640     IF WS-HG-KEY LESS WS-BG-KEY
005650*                * ON THE LIST, NEVER BILLED *
005660       MOVE +0 TO WS-EVAL-WEEKS WS-EVAL-ORDERS WS-EVAL-GROSS
005670       PERFORM 2400-EVALUATE-HISTORY-GROUP
005680       PERFORM 2200-BUILD-HISTORY-GROUP
005690     ELSE
005700       IF WS-HG-KEY EQUAL WS-BG-KEY
005710         MOVE WS-BG-WEEKS TO WS-EVAL-WEEKS
005720         MOVE WS-BG-ORDERS TO WS-EVAL-ORDERS
005730         MOVE WS-BG-GROSS TO WS-EVAL-GROSS
005740         PERFORM 2400-EVALUATE-HISTORY-GROUP
005750         PERFORM 2100-BUILD-BILLED-GROUP
005760         PERFORM 2200-BUILD-HISTORY-GROUP
005770       ELSE
005780*                * BILLED, ON NONE OF THE BC'S RETAINED LISTS *
005790         PERFORM 2500-EVALUATE-BILLED-GROUP
005800         PERFORM 2100-BUILD-BILLED-GROUP.
005810*
005820   2400-EVALUATE-HISTORY-GROUP.
005830     ADD 1 TO WS-HIST-GROUP-COUNT.
005840     IF WS-EVAL-ORDERS NOT EQUAL +0
005850       ADD 1 TO WS-ORDERED-COUNT
005860     ELSE
005870       IF WS-HG-WEEKS LESS WS-HIST-WEEK-COUNT
005880*                * NOT ON THE LIST LONG ENOUGH TO JUDGE *
005890         ADD 1 TO WS-NEWER-UNORDERED-COUNT
005900       ELSE
005910         ADD 1 TO WS-UNORDERED-COUNT
005920         ADD WS-EVAL-GROSS TO WS-UNORDERED-GROSS
005930         MOVE WS-HG-BC TO WS-DTL-BC
005940         MOVE WS-HG-PROD-DQ TO WS-DTL-PROD-DQ
005950         MOVE WS-HG-ABBREV-DESCR TO WS-DTL-ABBREV-DESCR
005960         MOVE WS-HG-WEEKS TO WS-DTL-WEEKS
005970         MOVE WS-EVAL-ORDERS TO WS-DTL-ORDERS
005980         MOVE WS-EVAL-GROSS TO WS-DTL-GROSS
005990         PERFORM 3000-PRINT-DETAIL.
006000*
006010   2500-EVALUATE-BILLED-GROUP.
006020     SEARCH ALL WS-58-EXCL-TBL-ENTRY
006030       AT END
006040         ADD 1 TO WS-NON-EXCL-GROUP-COUNT
006050       WHEN WS-58-EXCL-TBL-PROD-DQ (IX-WS-58-EXCL-TBL) EQUAL
006060             WS-BG-PROD-DQ
006070         PERFORM 2600-TABLE-OFF-LIST-GROUP.
006080*
006090   2600-TABLE-OFF-LIST-GROUP.
006100     IF WS-OFF-LIST-ENTRY-COUNT NOT LESS +3000
006110       DISPLAY '* OFF-LIST BILLING TABLE OVERFLOWED *' UPON SYSOUT
006120       GO TO 9900-DISPLAY-ABORT.
006130     ADD 1 TO WS-OFF-LIST-ENTRY-COUNT.
006140     MOVE WS-OFF-LIST-ENTRY-COUNT TO WS-SUB.
006150     MOVE WS-BG-BC TO WS-OFF-BC (WS-SUB).
006160     MOVE WS-BG-PROD-DQ TO WS-OFF-PROD-DQ (WS-SUB).
006170     MOVE WS-58-EXCL-TBL-DESCR (IX-WS-58-EXCL-TBL) TO
006180           WS-OFF-ABBREV-DESCR (WS-SUB).
006190     MOVE WS-BG-WEEKS TO WS-OFF-WEEKS (WS-SUB).
006200     MOVE WS-BG-ORDERS TO WS-OFF-ORDERS (WS-SUB).
006210     MOVE WS-BG-GROSS TO WS-OFF-GROSS (WS-SUB).
006220     ADD WS-BG-ORDERS TO WS-OFF-LIST-ORDERS.
006230     ADD WS-BG-GROSS TO WS-OFF-LIST-GROSS.
006240*
006250   2800-PRINT-UNORDERED-TOTAL.
006260     IF WS-UNORDERED-COUNT EQUAL +0
006270       MOVE WS-NONE-LINE TO WS-PRINT-LINE
006280       MOVE +2 TO WS-LINE-SPACER
006290       PERFORM 3010-PRINT-LINE.
006300     MOVE WS-UNORDERED-COUNT TO WS-TOT-LINES.
006310     MOVE +0 TO WS-TOT-ORDERS.
006320     MOVE WS-UNORDERED-GROSS TO WS-TOT-GROSS.
006330     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
006340     MOVE +2 TO WS-LINE-SPACER.
006350     PERFORM 3010-PRINT-LINE.
006360*
006370   2910-RETURN-SORTWK.
006380     RETURN SORTWK-FILE RECORD INTO WS-SORTED-LINE
006390       AT END
006400         MOVE 'E' TO WS-SORTWK-FILE-FLAG
006410         MOVE HIGH-VALUES TO WS-SRT-BC-PROD
006420     END-RETURN.
006430*
006440   2920-START-I1490.
006450     START I1490-FILE KEY NOT LESS I1490-KEY.
006460     IF NOT WS-I1490-SUCCESSFUL
006470       DISPLAY '* VSAM ERROR ON I1490 START.  FILE STATUS = '
006480             WS-I1490-FILE-STATUS '. *' UPON SYSOUT
006490       GO TO 9900-DISPLAY-ABORT.
006500     MOVE SPACE TO WS-I1490-EOF-FLAG.
006510*
006520   2930-READ-I1490-NEXT.
006530     READ I1490-FILE NEXT RECORD.
006540     IF WS-I1490-SUCCESSFUL
006550       MOVE I1490-KEY (1:24) TO WS-I1490-NEXT-KEY
006560     ELSE
006570       IF WS-I1490-END-OF-FILE
006580         MOVE 'E' TO WS-I1490-EOF-FLAG
006590         MOVE HIGH-VALUES TO WS-I1490-NEXT-KEY
006600       ELSE
006610         DISPLAY '* VSAM ERROR ON I1490 READ.  FILE STATUS = '
006620               WS-I1490-FILE-STATUS '. *' UPON SYSOUT
006630         GO TO 9900-DISPLAY-ABORT.
006640*
006650*
006660   3000-PRINT-DETAIL.
006670     IF WS-DTL-BC NOT EQUAL WS-PRIOR-LINE-BC
006680       MOVE WS-DTL-BC TO WS-PRIOR-LINE-BC WS-HOLD-BC
006690       PERFORM 7000-GET-FI-NAME
006700       MOVE +2 TO WS-LINE-SPACER.
006710     MOVE WS-FI-NAME TO WS-DTL-FI-NAME.
006720     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006730     PERFORM 3010-PRINT-LINE.
006740*
006750   3010-PRINT-LINE.
006760     IF WS-LINE-COUNT GREATER +59
006770       PERFORM 3200-HEAD-SECTION-PAGE.
006780     MOVE WS-PRINT-LINE TO PR1-REC.
006790     PERFORM 3100-WRITE-PR1-REC.
006800     MOVE +1 TO WS-LINE-SPACER.
006810*
006820   3100-WRITE-PR1-REC.
006830     WRITE PR1-REC AFTER WS-LINE-SPACER.
006840     ADD WS-LINE-SPACER TO WS-LINE-COUNT.
006850*
006860   3200-HEAD-SECTION-PAGE.
006870     PERFORM 3300-HEAD-PR1-PAGE.
006880     MOVE WS-HEADING-2 TO PR1-REC.
006890     PERFORM 3100-WRITE-PR1-REC.
006900     MOVE WS-SECTION-CAPTION TO PR1-REC.
006910     PERFORM 3100-WRITE-PR1-REC.
006920     MOVE WS-SECTION-COL-HEADING TO PR1-REC.
006930     PERFORM 3100-WRITE-PR1-REC.
006940*
006950   3300-HEAD-PR1-PAGE.
006960     ADD 1 TO WS-PAGE-NBR.
006970     MOVE WS-PAGE-NBR TO WS-HD1-PAGE-NBR.
006980     WRITE PR1-REC FROM WS-HEADING-1 AFTER PAGE.
006990     MOVE +1 TO WS-LINE-COUNT.
007000     MOVE +2 TO WS-LINE-SPACER.
007010*
007020*
007030   4000-PRINT-OFF-LIST-SECTION.
007040     MOVE WS-OFF-LIST-CAPTION TO WS-SECTION-CAPTION.
007050     MOVE WS-OFF-LIST-COL-HEADING TO WS-SECTION-COL-HEADING.
007060     PERFORM 3200-HEAD-SECTION-PAGE.
007070     MOVE SPACE TO WS-PRIOR-LINE-BC.
007080     IF WS-OFF-LIST-ENTRY-COUNT EQUAL +0
007090       MOVE WS-NONE-LINE TO WS-PRINT-LINE
007100       PERFORM 3010-PRINT-LINE
007110     ELSE
007120       MOVE 'Y' TO WS-RETURN-04-FLAG
007130       PERFORM 4100-PRINT-OFF-LIST-LINE
007140           VARYING WS-SUB FROM +1 BY +1
007150           UNTIL WS-SUB GREATER WS-OFF-LIST-ENTRY-COUNT.
007160     MOVE WS-OFF-LIST-ENTRY-COUNT TO WS-TOT-LINES.
007170     MOVE WS-OFF-LIST-ORDERS TO WS-TOT-ORDERS.
007180     MOVE WS-OFF-LIST-GROSS TO WS-TOT-GROSS.
007190     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
007200     MOVE +2 TO WS-LINE-SPACER.
007210     PERFORM 3010-PRINT-LINE.
007220*
007230   4100-PRINT-OFF-LIST-LINE.
007240     MOVE WS-OFF-BC (WS-SUB) TO WS-DTL-BC.
007250     MOVE WS-OFF-PROD-DQ (WS-SUB) TO WS-DTL-PROD-DQ.
007260     MOVE WS-OFF-ABBREV-DESCR (WS-SUB) TO WS-DTL-ABBREV-DESCR.
007270     MOVE WS-OFF-WEEKS (WS-SUB) TO WS-DTL-WEEKS.
007280     MOVE WS-OFF-ORDERS (WS-SUB) TO WS-DTL-ORDERS.
007290     MOVE WS-OFF-GROSS (WS-SUB) TO WS-DTL-GROSS.
007300     PERFORM 3000-PRINT-DETAIL.
007310*
007320*
007330   5000-LOAD-HIST-WEEKS.
007340     MOVE LOW-VALUES TO I1490-KEY.
007350     START I1490-FILE KEY NOT LESS I1490-KEY.
007360     IF WS-I1490-NO-SUCH-RECORD OR WS-I1490-END-OF-FILE
007370       DISPLAY '* I1490 IS AN EMPTY FILE *' UPON SYSOUT
007380       GO TO 9900-DISPLAY-ABORT.
007390     IF NOT WS-I1490-SUCCESSFUL
007400       DISPLAY '* VSAM ERROR ON I1490 START.  FILE STATUS = '
007410             WS-I1490-FILE-STATUS '. *' UPON SYSOUT
007420       GO TO 9900-DISPLAY-ABORT.
007430     PERFORM 2930-READ-I1490-NEXT.
007440     IF END-I1490-FILE
007450       DISPLAY '* I1490 IS AN EMPTY FILE *' UPON SYSOUT
007460       GO TO 9900-DISPLAY-ABORT.
007470     MOVE I1490-BILLING-WEEK TO WS-FIRST-HIST-WEEK
007480           WS-LAST-HIST-WEEK.
007490     PERFORM 5100-NOTE-HIST-WEEK
007500         WITH TEST BEFORE
007510         UNTIL END-I1490-FILE.
007520*
007530   5100-NOTE-HIST-WEEK.
007540     ADD 1 TO WS-I1490-REC-COUNT.
007550     IF I1490-BILLING-WEEK LESS WS-FIRST-HIST-WEEK
007560       MOVE I1490-BILLING-WEEK TO WS-FIRST-HIST-WEEK.
007570     IF I1490-BILLING-WEEK GREATER WS-LAST-HIST-WEEK
007580       MOVE I1490-BILLING-WEEK TO WS-LAST-HIST-WEEK.
007590     SET IX-WS-HIST-WEEK TO +1.
007600     SEARCH WS-HIST-WEEK-ENTRY
007610       AT END
007620         PERFORM 5110-INSTALL-HIST-WEEK
007630       WHEN IX-WS-HIST-WEEK GREATER WS-HIST-WEEK-COUNT
007640         PERFORM 5110-INSTALL-HIST-WEEK
007650       WHEN WS-HIST-WEEK (IX-WS-HIST-WEEK) EQUAL
007660             I1490-BILLING-WEEK
007670         CONTINUE
007680     END-SEARCH.
007690     PERFORM 2930-READ-I1490-NEXT.
007700*
007710   5110-INSTALL-HIST-WEEK.
007720     IF WS-HIST-WEEK-COUNT NOT LESS +60
007730       DISPLAY '* I1490 RETAINED WEEK TABLE OVERFLOWED *'
007740             UPON SYSOUT
007750       GO TO 9900-DISPLAY-ABORT.
007760     ADD 1 TO WS-HIST-WEEK-COUNT.
007770     MOVE I1490-BILLING-WEEK TO WS-HIST-WEEK (WS-HIST-WEEK-COUNT).
007780*
007790   5200-LOAD-58-EXCL-TABLE.
007800     PERFORM 5210-EACH-I58-REC
007810         WITH TEST BEFORE
007820         UNTIL END-I58-FILE.
007830*
007840   5210-EACH-I58-REC.
007850     IF I58-EXCLUSIVE-PRODUCT
007860       IF WS-58-EXCL-ENTRY-COUNT NOT LESS +4000
007870         DISPLAY '* I58 EXCLUSIVE TABLE OVERFLOWED *' UPON SYSOUT
007880         GO TO 9900-DISPLAY-ABORT
007890       ELSE
007900         ADD 1 TO WS-58-EXCL-ENTRY-COUNT
007910         MOVE I58-PRODUCT-CODE TO
007920               WS-58-EXCL-TBL-PROD-DQ (WS-58-EXCL-ENTRY-COUNT)
007930         MOVE I58-ABBREVIATED-PROD-CODE-DESC TO
007940               WS-58-EXCL-TBL-DESCR (WS-58-EXCL-ENTRY-COUNT).
007950     PERFORM 5290-READ-I58-FILE.
007960*
007970   5290-READ-I58-FILE.
007980     READ I58-FILE
007990       AT END
008000         MOVE 'E' TO WS-I58-FILE-FLAG
008010       NOT AT END
008020         ADD 1 TO WS-I58-REC-COUNT
008030         IF I58-PRODUCT-CODE GREATER WS-I58-SEQ
008040           MOVE I58-PRODUCT-CODE TO WS-I58-SEQ
008050         ELSE
008060           DISPLAY '* I58 SEQUENCE ERROR "' WS-I58-SEQ '" "'
008070                 I58-PRODUCT-CODE '" *' UPON SYSOUT
008080           GO TO 9900-DISPLAY-ABORT
008090         END-IF
008100     END-READ.
008110*
008120*
008130   7000-GET-FI-NAME.
008140     MOVE SPACES TO I550-RECORD-KEY.
008150     MOVE WS-HOLD-BC TO I550-BC.
008160     START I550-FILE KEY NOT LESS I550-RECORD-KEY.
008170     IF WS-I550-SUCCESSFUL
008180       PERFORM 7010-READ-I550-NEXT
008190     ELSE
008200       IF (NOT WS-I550-END-OF-FILE)
008210           AND (NOT WS-I550-NO-SUCH-RECORD)
008220         DISPLAY '* I550 VSAM ERROR.  KEY = "' I550-RECORD-KEY
008230               '".  FILE STATUS = ' WS-I550-FILE-STATUS '. *'
008240               UPON SYSOUT
008250         GO TO 9900-DISPLAY-ABORT.
008260     IF WS-I550-SUCCESSFUL
008270         AND (I550-BC EQUAL WS-HOLD-BC)
008280       MOVE I550-FI-NAME TO WS-FI-NAME
008290     ELSE
008300       MOVE 'MISSING I550 FI NAME' TO WS-FI-NAME.
008310*
008320   7010-READ-I550-NEXT.
008330     READ I550-FILE NEXT RECORD.
008340     IF (NOT WS-I550-SUCCESSFUL)
008350         AND (NOT WS-I550-END-OF-FILE)
008360       DISPLAY '* VSAM ERROR ON I550 READ NEXT. FILE STATUS = '
008370             WS-I550-FILE-STATUS '. *' UPON SYSOUT
008380       GO TO 9900-DISPLAY-ABORT.
008390*
008400   7100-FORMAT-DATE.
008410*                * CCYYMMDD TO MM-DD-CCYY *
008420     MOVE WS-FMT-DATE-IN (5:2) TO WS-FMT-MONTH.
008430     MOVE WS-FMT-DATE-IN (7:2) TO WS-FMT-DAY.
008440     MOVE WS-FMT-DATE-IN (1:4) TO WS-FMT-YEAR.
008450*
008460*
008470   8000-INITIALIZE.
008480*
008490 COPY CPY005.
008500*
008510     OPEN OUTPUT PRINTER1-FILE
008520           INPUT I545-FILE I58-FILE.
008530     OPEN INPUT I1490-FILE.
008540     IF NOT WS-I1490-SUCCESSFUL-OPEN
008550       DISPLAY '* VSAM ERROR ON I1490 OPEN.  FILE STATUS = '
008560             WS-I1490-FILE-STATUS '. *' UPON SYSOUT
008570       GO TO 9900-DISPLAY-ABORT.
008580     MOVE 'Y' TO WS-I1490-FILE-FLAG.
008590     OPEN INPUT I550-FILE.
008600     IF NOT WS-I550-SUCCESSFUL-OPEN
008610       DISPLAY '* VSAM ERROR ON I550 OPEN.  FILE STATUS = '
008620             WS-I550-FILE-STATUS '. *' UPON SYSOUT
008630       GO TO 9900-DISPLAY-ABORT.
008640     MOVE 'Y' TO WS-I550-FILE-FLAG.
008650     PERFORM 5000-LOAD-HIST-WEEKS.
008660     PERFORM 5290-READ-I58-FILE.
008670     PERFORM 5200-LOAD-58-EXCL-TABLE.
008680     PERFORM 1900-READ-I545-FILE.
008690     IF END-I545-FILE
008700       DISPLAY 'I545 IS AN EMPTY FILE - NO BILLED ORDERS.'
008710             UPON SYSOUT.
008720     MOVE WS-PROGRAM-NUMBER TO WS-HD1-PROGRAM-NUMBER.
008730     MOVE CPY4-CURRENT-DATE (5:2) TO WS-HD1-RUN-MONTH.
008740     MOVE CPY4-CURRENT-DATE (7:2) TO WS-HD1-RUN-DAY.
008750     MOVE CPY4-CURRENT-DATE (1:4) TO WS-HD1-RUN-YEAR.
008760     MOVE WS-HIST-WEEK-COUNT TO WS-HD2-HIST-WEEKS
008770           WS-UC-HIST-WEEKS.
008780     MOVE WS-FIRST-HIST-WEEK TO WS-FMT-DATE-IN.
008790     PERFORM 7100-FORMAT-DATE.
008800     MOVE WS-FMT-DATE-OUT TO WS-HD2-FIRST-WEEK.
008810     MOVE WS-LAST-HIST-WEEK TO WS-FMT-DATE-IN.
008820     PERFORM 7100-FORMAT-DATE.
008830     MOVE WS-FMT-DATE-OUT TO WS-HD2-LAST-WEEK.
008840*
008850*
008860   9000-CLOSE.
008870     MOVE WS-END-OF-REPORT TO PR1-REC.
008880     MOVE +3 TO WS-LINE-SPACER.
008890     PERFORM 3100-WRITE-PR1-REC.
008900     CLOSE PRINTER1-FILE I545-FILE I58-FILE.
008910     PERFORM 9100-CLOSE-I1490-FILE.
008920     IF NOT WS-I1490-SUCCESSFUL
008930       DISPLAY 'VSAM ERROR ON I1490 CLOSE.  FILE STATUS = '
008940             WS-I1490-FILE-STATUS '.' UPON SYSOUT
008950       MOVE 'Y' TO WS-RETURN-04-FLAG.
008960     PERFORM 9200-CLOSE-I550-FILE.
008970     IF NOT WS-I550-SUCCESSFUL
008980       DISPLAY 'VSAM ERROR ON I550 CLOSE.  FILE STATUS = '
008990             WS-I550-FILE-STATUS '.' UPON SYSOUT
009000       MOVE 'Y' TO WS-RETURN-04-FLAG.
009010     IF WS-I545-WEEK-COUNT LESS WS-HIST-WEEK-COUNT
009020       DISPLAY 'I545 HAS FEWER BILLING WEEKS THAN I1490 RETAINS.'
009030             UPON SYSOUT
009040       MOVE 'Y' TO WS-RETURN-04-FLAG.
009050     MOVE WS-I1490-REC-COUNT TO WS-CD-I1490-REC-CT.
009060     MOVE WS-I545-REC-COUNT TO WS-CD-I545-REC-CT.
009070     MOVE WS-I58-REC-COUNT TO WS-CD-I58-REC-CT.
009080     MOVE WS-58-EXCL-ENTRY-COUNT TO WS-CD-58-EXCL-CT.
009090     MOVE WS-HIST-GROUP-COUNT TO WS-CD-HIST-GROUP-CT.
009100     MOVE WS-ORDERED-COUNT TO WS-CD-ORDERED-CT.
009110     MOVE WS-UNORDERED-COUNT TO WS-CD-UNORDERED-CT.
009120     MOVE WS-NEWER-UNORDERED-COUNT TO WS-CD-NEWER-CT.
009130     MOVE WS-OFF-LIST-ENTRY-COUNT TO WS-CD-OFF-LIST-CT.
009140     MOVE WS-NON-EXCL-GROUP-COUNT TO WS-CD-NON-EXCL-CT.
009150     DISPLAY '=======  ' WS-PROGRAM-NUMBER ' FILE COUNTS  ======='
009160           UPON SYSOUT.
009170     DISPLAY WS-CD-FILE-LINE UPON SYSOUT.
009180     DISPLAY WS-CD-GROUP-LINE UPON SYSOUT.
009190     DISPLAY WS-CD-BILLED-LINE UPON SYSOUT.
009200     IF RETURN-04
009210       MOVE 04 TO RETURN-CODE WS-RETURN-CODE.
009220     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
009230*
009240   9100-CLOSE-I1490-FILE.
009250     MOVE SPACE TO WS-I1490-FILE-FLAG.
009260     CLOSE I1490-FILE.
009270*
009280   9200-CLOSE-I550-FILE.
009290     MOVE SPACE TO WS-I550-FILE-FLAG.
009300     CLOSE I550-FILE.
009310*
009320   9900-DISPLAY-ABORT.
009330     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
009340           UPON SYSOUT.
009350     IF OPENED-I1490-FILE
009360       PERFORM 9100-CLOSE-I1490-FILE.
009370     IF OPENED-I550-FILE
009380       PERFORM 9200-CLOSE-I550-FILE.
009390     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
009400     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
009410     STOP RUN.
