000010  CBL SQL('QUALIFIER CICS BINDFILE')
000020 IDENTIFICATION DIVISION.
000030   PROGRAM-ID. "bil02970".
000040*PROGRAM-NAME. ACCOUNT MANAGER DISTRIBUTION PACKETS.
000050   AUTHOR. M. CHISHOLM.
000060   INSTALLATION. DELUXE CORPORATION.
000070   DATE-WRITTEN. 10-15-26.
000080   DATE-COMPILED.
000090******************************************************************
000100*
000110*RUN INSTRUCTIONS                                         10-15-26
000120*
000130*I1270C   = C1270 ACCOUNT MANAGER ASSIGNMENT CARDS      LRECL=80
000140*           FROM PARMLIB.  ONE CARD PER BC, IN BC ORDER.
000150*           COLS  1- 8 BC
000160*           COLS  9-14 ACCOUNT MANAGER ID
000170*           COLS 15-44 ACCOUNT MANAGER NAME
000180*
000190*IBCSUM   = OBCSUM PER-BC BILLING SUMMARY FROM BIL02900 LRECL=120
000200*
000210*ICRDTL   = OCRDTL CREDIT DETAIL FROM BIL02900           LRECL=80
000220*
000230*I1485    = O1485 PENDING PRICE COMPARISON FROM BIL02200 LRECL=80
000240*
000250*IBYPAS   = OBYPAS BYPASSED 885/550 BRANCHES FROM BIL02200
000260*                                                        LRECL=40
000270*
000280*IPRVAR   = OPRVAR EXCLUSIVE PRICE VARIANCES FROM BIL02300
000290*                                                        LRECL=80
000300*           ALL FIVE ARE THE SAME WEEK'S FILES.  ANY ORDER.
000310*
000320*I550     = 550 INPUT FROM BIL502 - VSAM               LRECL=525
000330*           BILLING MASTER FILE, FOR FI NAMES NOT ON IBCSUM.
000340*
000350*SORTWK   = SORT WORK FOR THE PACKET LINES
000360*
000370*PRINTER1 = ACCOUNT MANAGER DISTRIBUTION PACKETS - ONE PACKET PER
000380*           MANAGER, EACH STARTING ON A NEW PAGE, THEN THE BCS
000390*           WITH NO ASSIGNED MANAGER.  132 CH/LINE
000400*                                               (FBA LRECL=133)
000410*
000420*SYSOUT   = REVISION INFO, FILE COUNTS, ERROR MESSAGES; ANY PAPER
000430*
000440******************************************************************
000450*
000460*RETURN CODES                                             10-15-26
000470*
000480*  16 = RUN ABORTED.  SEE SYSOUT.
000490*         - EMPTY FILE; I1270C
000500*         - C1270 CARD WITHOUT A BC OR MANAGER ID
000510*         - SEQUENCE ERROR (OR DUPLICATE BC); I1270C
000520*         - TABLE OVERFLOWED; ASSIGNED BCS OR ACCOUNT MANAGERS
000530*         - VSAM ERROR (EXCEPT ON CLOSE); I550
000540*
000550*  04 = INFO ONLY.  RUN CONTINUED.  SEE REPORT.
000560*         - ONE OR MORE BCS IN THE WEEK'S FILES WITH NO ASSIGNED
000570*             ACCOUNT MANAGER
000580*         - VSAM ERROR ON CLOSE; I550
000590*
000600******************************************************************
000610*
000620*NARRATIVE                                                10-15-26
000630*
000640*PURPOSE:
000650*  TO GIVE EACH ACCOUNT MANAGER ONLY THE WEEK'S BILLING LINES FOR
000660*    THE FIS THEY MANAGE, INSTEAD OF THE WHOLE WEEKLY BILLING
000670*    REPORT, BIL02200 LISTING AND BIL02300 RECONCILIATION.
000680*
000690*PROGRAM FLOW:
000700*  THE C1270 CARDS ARE LOADED TO A TABLE BY BC.
000710*  ONE COVER RECORD PER MANAGER, AND EVERY RECORD OF THE FIVE
000720*    WEEKLY FILES, ARE RELEASED TO AN INTERNAL SORT BY MANAGER/
000730*    BC/FILE, KEEPING EACH FILE'S OWN ORDER.  A RECORD FOR A BC
000740*    WITH NO CARD SORTS LAST.  AS THE RECORDS ARE RELEASED THE
000750*    BC'S TOTALS AND EXCEPTION COUNTS ARE ADDED UP IN THE TABLE.
000760*  EACH MANAGER'S PACKET STARTS ON A NEW PAGE WITH A COVER
000770*    SUMMARY - ONE LINE PER ASSIGNED BC (ACTIVE THIS WEEK OR NOT)
000780*    AND THE PACKET TOTALS - FOLLOWED ON A NEW PAGE BY THE BCS'
000790*    LINES FROM EACH FILE.
000800*  THE BCS WITH NO CARD ARE LISTED LAST, ONE LINE PER BC, SO THE
000810*    ASSIGNMENT CARDS CAN BE KEPT CURRENT.
000820*
000830******************************************************************
000840*
000850*REVISION HISTORY
000860*
000870*10-15-26  PROGRAM WRITTEN.
000880*          REPLACES HAND-MARKED COPIES OF THE WEEKLY REPORTS
000890*            FOR THE ACCOUNT MANAGERS.         M. CHISHOLM  01
000900*
000910******************************************************************
000920*
000930 ENVIRONMENT DIVISION.
000940 CONFIGURATION SECTION.
000950   SOURCE-COMPUTER. UNIX.
000960   OBJECT-COMPUTER. UNIX.
000970*
000980 INPUT-OUTPUT SECTION.
000990   FILE-CONTROL.
001000     SELECT I1270C-FILE   ASSIGN RSD-I1270C.
001010     SELECT IBCSUM-FILE   ASSIGN RSD-IBCSUM.
001020     SELECT ICRDTL-FILE   ASSIGN RSD-ICRDTL.
001030     SELECT I1485-FILE    ASSIGN RSD-I1485.
001040     SELECT IBYPAS-FILE   ASSIGN RSD-IBYPAS.
001050     SELECT IPRVAR-FILE   ASSIGN RSD-IPRVAR.
001060     SELECT I550-FILE     ASSIGN I550
001070                            ORGANIZATION IS INDEXED
001080                            ACCESS MODE IS DYNAMIC
001090                            RECORD KEY IS I550-RECORD-KEY
001100                            FILE STATUS IS WS-I550-FILE-STATUS.
001110     SELECT SORTWK-FILE   ASSIGN RSD-SORTWK.
001120     SELECT PRINTER1-FILE ASSIGN PRINTER1
001130                            ORGANIZATION IS LINE SEQUENTIAL.
001140*
001150 DATA DIVISION.
001160 FILE SECTION.
001170*
001180 FD  I1270C-FILE
001190     RECORDING MODE IS F
001200     BLOCK CONTAINS 0 RECORDS
001210     RECORD CONTAINS 80 CHARACTERS
001220     LABEL RECORDS STANDARD.
001230   01  C1270-REC.
001240     03  C1270-BC                     PIC X(8).
001250     03  C1270-MGR-ID                 PIC X(6).
001260     03  C1270-MGR-NAME               PIC X(30).
001270     03  FILLER                       PIC X(36).
001280*
001290 FD  IBCSUM-FILE
001300     RECORDING MODE IS F
001310     BLOCK CONTAINS 0 RECORDS
001320     RECORD CONTAINS 120 CHARACTERS
001330     LABEL RECORDS STANDARD.
001340   01  IBCSUM-REC.
001350     03  IBCSUM-BC                    PIC X(8).
001360     03  FILLER                       PIC X(112).
001370*
001380 FD  ICRDTL-FILE
001390     RECORDING MODE IS F
001400     BLOCK CONTAINS 0 RECORDS
001410     RECORD CONTAINS 80 CHARACTERS
001420     LABEL RECORDS STANDARD.
001430   01  ICRDTL-REC.
001440     03  ICRDTL-BC                    PIC X(8).
001450     03  FILLER                       PIC X(72).
001460*
001470 FD  I1485-FILE
001480     RECORDING MODE IS F
001490     BLOCK CONTAINS 0 RECORDS
001500     RECORD CONTAINS 80 CHARACTERS
001510     LABEL RECORDS STANDARD.
001520   01  I1485-REC.
001530     03  I1485-BC                     PIC X(8).
001540     03  FILLER                       PIC X(72).
001550*
001560 FD  IBYPAS-FILE
001570     RECORDING MODE IS F
001580     BLOCK CONTAINS 0 RECORDS
001590     RECORD CONTAINS 40 CHARACTERS
001600     LABEL RECORDS STANDARD.
001610   01  IBYPAS-REC.
001620     03  IBYPAS-SIDE                  PIC X(4).
001630     03  IBYPAS-BC                    PIC X(8).
001640     03  FILLER                       PIC X(28).
001650*
001660 FD  IPRVAR-FILE
001670     RECORDING MODE IS F
001680     BLOCK CONTAINS 0 RECORDS
001690     RECORD CONTAINS 80 CHARACTERS
001700     LABEL RECORDS STANDARD.
001710   01  IPRVAR-REC.
001720     03  IPRVAR-BC                    PIC X(8).
001730     03  FILLER                       PIC X(72).
001740*
001750 FD  I550-FILE
001760*
001770 COPY T0550I.
001780*
001790 SD  SORTWK-FILE
001800     RECORD CONTAINS 144 CHARACTERS.
001810   01  SORTWK-REC.
001820     03  SORTWK-KEY.
001830*                * HIGH-VALUES FOR A BC WITH NO C1270 CARD *
001840       05  SORTWK-MGR-ID               PIC X(6).
001850*                * LOW-VALUES ON THE MANAGER'S COVER RECORD *
001860       05  SORTWK-BC                   PIC X(8).
001870       05  SORTWK-LINE-TYPE            PIC X.
001880       05  SORTWK-SEQ                  PIC 9(7).
001890     03  SORTWK-DATA                   PIC X(120).
001900     03  FILLER                        PIC X(2).
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
002110   03  WS-I1270C-FILE-FLAG        PIC X.
002120     88  END-I1270C-FILE            VALUE 'E'.
002130   03  WS-IBCSUM-FILE-FLAG        PIC X.
002140     88  END-IBCSUM-FILE            VALUE 'E'.
002150   03  WS-ICRDTL-FILE-FLAG        PIC X.
002160     88  END-ICRDTL-FILE            VALUE 'E'.
002170   03  WS-I1485-FILE-FLAG         PIC X.
002180     88  END-I1485-FILE             VALUE 'E'.
002190   03  WS-IBYPAS-FILE-FLAG        PIC X.
002200     88  END-IBYPAS-FILE            VALUE 'E'.
002210   03  WS-IPRVAR-FILE-FLAG        PIC X.
002220     88  END-IPRVAR-FILE            VALUE 'E'.
002230   03  WS-SORTWK-FILE-FLAG        PIC X.
002240     88  END-SORTWK-FILE            VALUE 'E'.
002250   03  WS-UNASSIGNED-FLAG         PIC X.
002260     88  UNASSIGNED-LIST-STARTED    VALUE 'Y'.
002270   03  WS-RETURN-04-FLAG          PIC X.
002280     88  RETURN-04                  VALUE 'Y'.
002290*
002300 01  WS-WORK-FIELDS.
002310   03  WS-C1270-SEQ               PIC X(8)       VALUE LOW-VALUES.
002320   03  WS-HOLD-BC                 PIC X(8)       VALUE SPACE.
002330   03  WS-FI-NAME                 PIC X(35)      VALUE SPACE.
002340   03  WS-HOLD-MGR-ID             PIC X(6)       VALUE SPACE.
002350   03  WS-HOLD-SECTION-BC         PIC X(8)       VALUE SPACE.
002360   03  WS-HOLD-LINE-TYPE          PIC X          VALUE SPACE.
002370   03  WS-UNASSIGNED-FI-NAME      PIC X(35)      VALUE SPACE.
002380   03  WS-RELEASE-SEQ             PIC 9(7)       VALUE 0.
002390   03  WS-WORK-COUNT              PIC S9(7)      COMP-3 VALUE +0.
002400   03  WS-WORK-AMOUNT             PIC S9(9)V9(2) COMP-3 VALUE +0.
002410*
002420*                * ONE BC'S TOTALS AND EXCEPTION COUNTS; SAME
002430*                  SHAPE AS WS-ASN-FIGURES *
002440 01  WS-BC-FIGURES.
002450   03  WS-BCF-ORDERS              PIC S9(7)      COMP-3.
002460   03  WS-BCF-CREDITS             PIC S9(7)      COMP-3.
002470   03  WS-BCF-GROSS               PIC S9(9)V9(2) COMP-3.
002480   03  WS-BCF-DUE-DLX             PIC S9(9)V9(2) COMP-3.
002490   03  WS-BCF-CRDTL-CT            PIC S9(5)      COMP-3.
002500   03  WS-BCF-PEND-CT             PIC S9(5)      COMP-3.
002510   03  WS-BCF-BYPAS-CT            PIC S9(5)      COMP-3.
002520   03  WS-BCF-PRVAR-CT            PIC S9(5)      COMP-3.
002530*
002540*                * TOTALS OF THE PACKET OR LIST BEING PRINTED *
002550 01  WS-TOTAL-FIGURES.
002560   03  WS-TF-BCS                  PIC S9(5)      COMP-3.
002570   03  WS-TF-ORDERS               PIC S9(9)      COMP-3.
002580   03  WS-TF-CREDITS              PIC S9(9)      COMP-3.
002590   03  WS-TF-GROSS                PIC S9(11)V9(2) COMP-3.
002600   03  WS-TF-DUE-DLX              PIC S9(11)V9(2) COMP-3.
002610   03  WS-TF-CRDTL-CT             PIC S9(7)      COMP-3.
002620   03  WS-TF-PEND-CT              PIC S9(7)      COMP-3.
002630   03  WS-TF-BYPAS-CT             PIC S9(7)      COMP-3.
002640   03  WS-TF-PRVAR-CT             PIC S9(7)      COMP-3.
002650*
002660*                * THE RECORD BEING RELEASED, OR THE LAST ONE
002670*                  RETURNED *
002680 01  WS-SORTED-REC.
002690   03  WS-SRT-KEY.
002700     05  WS-SRT-MGR-ID            PIC X(6).
002710       88  WS-SRT-UNASSIGNED        VALUE HIGH-VALUES.
002720     05  WS-SRT-BC                PIC X(8).
002730     05  WS-SRT-LINE-TYPE         PIC X.
002740       88  WS-SRT-COVER             VALUE '0'.
002750       88  WS-SRT-BCSUM             VALUE '1'.
002760       88  WS-SRT-CRDTL             VALUE '2'.
002770       88  WS-SRT-PEND              VALUE '3'.
002780       88  WS-SRT-BYPAS             VALUE '4'.
002790       88  WS-SRT-PRVAR             VALUE '5'.
002800     05  WS-SRT-SEQ               PIC 9(7).
002810   03  WS-SRT-DATA                PIC X(120).
002820   03  WS-SRT-COVER-DATA          REDEFINES WS-SRT-DATA.
002830     05  WS-SRT-MGR-NAME          PIC X(30).
002840     05  FILLER                   PIC X(90).
002850*                * OBCSUM FROM BIL02900 *
002860   03  WS-SRT-BCSUM-DATA          REDEFINES WS-SRT-DATA.
002870     05  WS-SRT-BCSUM-BC          PIC X(8).
002880     05  FILLER                   PIC X.
002890     05  WS-SRT-BCSUM-FI-NAME     PIC X(35).
002900     05  FILLER                   PIC X.
002910     05  WS-SRT-BCSUM-ORDER-CT    PIC -(6)9.
002920     05  FILLER                   PIC X.
002930     05  WS-SRT-BCSUM-CREDIT-CT   PIC -(6)9.
002940     05  FILLER                   PIC X.
002950     05  WS-SRT-BCSUM-BASE-DEL    PIC -(8)9.99.
002960     05  FILLER                   PIC X.
002970     05  WS-SRT-BCSUM-UPCHARGE    PIC -(8)9.99.
002980     05  FILLER                   PIC X.
002990     05  WS-SRT-BCSUM-GROSS       PIC -(8)9.99.
003000     05  FILLER                   PIC X.
003010     05  WS-SRT-BCSUM-DUE-DLX     PIC -(8)9.99.
003020     05  FILLER                   PIC X(8).
003030*                * OCRDTL FROM BIL02900 *
003040   03  WS-SRT-CRDTL-DATA          REDEFINES WS-SRT-DATA.
003050     05  WS-SRT-CRDTL-BC          PIC X(8).
003060     05  FILLER                   PIC X.
003070     05  WS-SRT-CRDTL-BR-BR-T     PIC X(12).
003080     05  FILLER                   PIC X.
003090     05  WS-SRT-CRDTL-REASON      PIC X(2).
003100     05  FILLER                   PIC X.
003110     05  WS-SRT-CRDTL-REGION      PIC X(2).
003120     05  FILLER                   PIC X.
003130     05  WS-SRT-CRDTL-BILL-DATE   PIC X(6).
003140     05  FILLER                   PIC X.
003150     05  WS-SRT-CRDTL-BASE-DEL    PIC -(8)9.99.
003160     05  FILLER                   PIC X.
003170     05  WS-SRT-CRDTL-UPCHARGE    PIC -(8)9.99.
003180     05  FILLER                   PIC X.
003190     05  WS-SRT-CRDTL-GROSS       PIC -(8)9.99.
003200     05  FILLER                   PIC X(47).
003210*                * O1485 FROM BIL02200 *
003220   03  WS-SRT-PEND-DATA           REDEFINES WS-SRT-DATA.
003230     05  WS-SRT-PEND-BC           PIC X(8).
003240     05  WS-SRT-PEND-PROD-DQ      PIC X(16).
003250     05  WS-SRT-PEND-DESIG-PAIR   PIC X(4).
003260     05  WS-SRT-PEND-CURR-BASE    PIC X(10).
003270     05  WS-SRT-PEND-PEND-BASE    PIC X(10).
003280     05  WS-SRT-PEND-CHANGE-AMT   PIC X(10).
003290     05  WS-SRT-PEND-CHANGE-PCT   PIC X(7).
003300     05  WS-SRT-PEND-NOTE         PIC X(12).
003310     05  FILLER                   PIC X(43).
003320*                * OBYPAS FROM BIL02200 *
003330   03  WS-SRT-BYPAS-DATA          REDEFINES WS-SRT-DATA.
003340     05  WS-SRT-BYPAS-SIDE        PIC X(4).
003350       88  WS-SRT-BYPAS-550-SIDE    VALUE '550 '.
003360     05  WS-SRT-BYPAS-BC          PIC X(8).
003370     05  WS-SRT-BYPAS-BR-BR-T     PIC X(12).
003380     05  FILLER                   PIC X(96).
003390*                * OPRVAR FROM BIL02300 *
003400   03  WS-SRT-PRVAR-DATA          REDEFINES WS-SRT-DATA.
003410     05  WS-SRT-PRVAR-BC          PIC X(8).
003420     05  WS-SRT-PRVAR-BR-BR-T     PIC X(12).
003430     05  WS-SRT-PRVAR-PROD-DQ     PIC X(16).
003440     05  WS-SRT-PRVAR-BILLED      PIC X(10).
003450     05  WS-SRT-PRVAR-EXCL        PIC X(10).
003460     05  WS-SRT-PRVAR-ADDL        PIC X(10).
003470     05  WS-SRT-PRVAR-VARIANCE    PIC X(10).
003480     05  FILLER                   PIC X(44).
003490   03  FILLER                     PIC X(2).
003500*
003510*                * C1270 CARDS, IN BC ORDER *
003520 01  WS-ASN-TABLE.
003530   03  WS-ASN-ENTRY-COUNT         PIC S9(4)      COMP VALUE +0.
003540   03  WS-ASN-TBL-ENTRY           OCCURS 0 TO 6000 TIMES
003550                                      DEPENDING ON
003560                                      WS-ASN-ENTRY-COUNT
003570                                      ASCENDING KEY IS
003580                                      WS-ASN-BC
003590                                  INDEXED BY IX-WS-ASN-TBL.
003600     05  WS-ASN-BC                PIC X(8).
003610     05  WS-ASN-MGR-ID            PIC X(6).
003620     05  WS-ASN-FI-NAME           PIC X(35).
003630     05  WS-ASN-FIGURES           PIC X(32).
003640*
003650*                * ACCOUNT MANAGERS, IN ORDER OF FIRST CARD *
003660 01  WS-MGR-TABLE.
003670   03  WS-MGR-COUNT               PIC S9(4)      COMP VALUE +0.
003680   03  WS-MGR-ENTRY               OCCURS 500 TIMES
003690                                  INDEXED BY IX-WS-MGR.
003700     05  WS-MGR-ID                PIC X(6).
003710     05  WS-MGR-NAME              PIC X(30).
003720*
003730 01  WS-FILE-COUNTS.
003740   03  WS-I1270C-REC-COUNT        PIC S9(5)      COMP-3 VALUE +0.
003750   03  WS-IBCSUM-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
003760   03  WS-ICRDTL-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
003770   03  WS-I1485-REC-COUNT         PIC S9(7)      COMP-3 VALUE +0.
003780   03  WS-IBYPAS-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
003790   03  WS-IPRVAR-REC-COUNT        PIC S9(7)      COMP-3 VALUE +0.
003800   03  WS-PACKET-COUNT            PIC S9(5)      COMP-3 VALUE +0.
003810   03  WS-UNASSIGNED-BC-COUNT     PIC S9(5)      COMP-3 VALUE +0.
003820   03  WS-UNASSIGNED-LINE-COUNT   PIC S9(7)      COMP-3 VALUE +0.
003830*
003840 01  WS-PRINT-CONTROLS.
003850   03  WS-LINE-COUNT              PIC S9(3)      COMP VALUE +090.
003860   03  WS-LINE-SPACER             PIC S9         COMP VALUE +2.
003870   03  WS-PAGE-NBR                PIC S9(5)      COMP-3 VALUE +0.
003880   03  WS-PACKET-PAGE-NBR         PIC S9(5)      COMP-3 VALUE +0.
003890*
003900 01  WS-HEADINGS-ETC.
003910   03  WS-HEADING-1.
003920     05  FILLER                   PIC X          VALUE '-'.
003930     05  WS-HD1-PROGRAM-NUMBER    PIC X(8)       VALUE SPACE.
003940     05  FILLER                   PIC X(20)      VALUE '-'.
003950     05  FILLER        PIC X(51) VALUE
003960             'ACCOUNT MANAGER DISTRIBUTION PACKETS'.
003970     05  FILLER                   PIC X(10)      VALUE 'RUN DATE'.
003980     05  FILLER                                VALUE '00-00-0000'.
003990       07  WS-HD1-RUN-MONTH       PIC X(2).
004000       07  FILLER                 PIC X.
004010       07  WS-HD1-RUN-DAY         PIC X(2).
004020       07  FILLER                 PIC X.
004030       07  WS-HD1-RUN-YEAR        PIC X(4).
004040     05  FILLER                   PIC X(23)      VALUE SPACE.
004050     05  FILLER                   PIC X(4)       VALUE 'PAGE'.
004060     05  FILLER                                  VALUE '    0'.
004070       07  WS-HD1-PAGE-NBR        PIC ZZZZ9.
004080   03  WS-HEADING-2.
004090     05  FILLER                   PIC X(3)       VALUE SPACE.
004100     05  WS-HD2-LABEL             PIC X(20)      VALUE SPACE.
004110     05  WS-HD2-MGR-ID            PIC X(6)       VALUE SPACE.
004120     05  FILLER                   PIC X(2)       VALUE SPACE.
004130     05  WS-HD2-MGR-NAME          PIC X(30)      VALUE SPACE.
004140     05  FILLER                   PIC X(53)      VALUE SPACE.
004150     05  WS-HD2-PACKET-PAGE-LIT   PIC X(12)      VALUE SPACE.
004160     05  WS-HD2-PACKET-PAGE-NBR   PIC ZZZZ.
004170     05  FILLER                   PIC X(2)       VALUE SPACE.
004180*                * CAPTION AND COLUMN HEADING OF THE SECTION BEING
004190*                  PRINTED, REPEATED AT THE TOP OF EACH PAGE *
004200   03  WS-SECTION-CAPTION         PIC X(132).
004210   03  WS-SECTION-COL-HEADING     PIC X(132).
004220   03  WS-PRINT-LINE              PIC X(132).
004230   03  WS-COVER-CAPTION.
004240     05  FILLER                   PIC X(3)       VALUE SPACE.
004250     05  FILLER                   PIC X(35)      VALUE
004260             'PACKET COVER SUMMARY - THE WEEK FOR'.
004270     05  FILLER                   PIC X(40)      VALUE
004280             ' EACH ASSIGNED BC, WITH EXCEPTION COUNTS'.
004290     05  FILLER                   PIC X(54)      VALUE SPACE.
004300   03  WS-UNASSIGNED-CAPTION.
004310     05  FILLER                   PIC X(3)       VALUE SPACE.
004320     05  FILLER                   PIC X(40)      VALUE
004330             'BCS IN THE WEEKLY FILES WITH NO ACCOUNT'.
004340     05  FILLER                   PIC X(40)      VALUE
004350             'MANAGER - ADD A C1270 ASSIGNMENT CARD'.
004360     05  FILLER                   PIC X(49)      VALUE SPACE.
004370   03  WS-FIGURES-COL-HEADING.
004380     05  FILLER                   PIC X(3)       VALUE SPACE.
004390     05  FILLER                   PIC X(10)      VALUE 'BC'.
004400     05  FILLER                   PIC X(30)      VALUE 'FI NAME'.
004410     05  FILLER                   PIC X(9)  VALUE '   ORDERS'.
004420     05  FILLER                   PIC X(9)  VALUE '  CREDITS'.
004430     05  FILLER                   PIC X(16)      VALUE
004440                                      '           GROSS'.
004450     05  FILLER                   PIC X(16)      VALUE
004460                                      '      DUE DELUXE'.
004470     05  FILLER                   PIC X(8)  VALUE '  CR DTL'.
004480     05  FILLER                   PIC X(8)  VALUE '  PND PR'.
004490     05  FILLER                   PIC X(8)  VALUE '  BYPASS'.
004500     05  FILLER                   PIC X(8)  VALUE '  PR VAR'.
004510     05  FILLER                   PIC X(7)       VALUE SPACE.
004520   03  WS-FIGURES-LINE.
004530     05  FILLER                   PIC X(3)       VALUE SPACE.
004540     05  WS-FIG-BC                PIC X(8).
004550     05  FILLER                   PIC X(2)       VALUE SPACE.
004560     05  WS-FIG-FI-NAME           PIC X(30).
004570     05  FILLER                   PIC X(2)       VALUE SPACE.
004580     05  WS-FIG-ORDERS            PIC ZZZ,ZZ9.
004590     05  FILLER                   PIC X(2)       VALUE SPACE.
004600     05  WS-FIG-CREDITS           PIC ZZZ,ZZ9.
004610     05  FILLER                   PIC X(2)       VALUE SPACE.
004620     05  WS-FIG-GROSS             PIC ---,---,--9.99.
004630     05  FILLER                   PIC X(2)       VALUE SPACE.
004640     05  WS-FIG-DUE-DLX           PIC ---,---,--9.99.
004650     05  FILLER                   PIC X(2)       VALUE SPACE.
004660     05  WS-FIG-CRDTL-CT          PIC ZZ,ZZ9.
004670     05  FILLER                   PIC X(2)       VALUE SPACE.
004680     05  WS-FIG-PEND-CT           PIC ZZ,ZZ9.
004690     05  FILLER                   PIC X(2)       VALUE SPACE.
004700     05  WS-FIG-BYPAS-CT          PIC ZZ,ZZ9.
004710     05  FILLER                   PIC X(2)       VALUE SPACE.
004720     05  WS-FIG-PRVAR-CT          PIC ZZ,ZZ9.
004730     05  FILLER                   PIC X(7)       VALUE SPACE.
004740   03  WS-FIGURES-TOTAL-LINE.
004750     05  FILLER                   PIC X(3)       VALUE SPACE.
004760     05  FILLER                   PIC X(6)       VALUE 'TOTAL'.
004770     05  WS-FTL-BCS               PIC ZZ,ZZ9.
004780     05  FILLER                   PIC X(4)       VALUE ' BCS'.
004790     05  FILLER                   PIC X(24)      VALUE SPACE.
004800     05  WS-FTL-ORDERS            PIC Z,ZZZ,ZZ9.
004810     05  WS-FTL-CREDITS           PIC Z,ZZZ,ZZ9.
004820     05  FILLER                   PIC X(2)       VALUE SPACE.
004830     05  WS-FTL-GROSS             PIC ---,---,--9.99.
004840     05  FILLER                   PIC X(2)       VALUE SPACE.
004850     05  WS-FTL-DUE-DLX           PIC ---,---,--9.99.
004860     05  FILLER                   PIC X(2)       VALUE SPACE.
004870     05  WS-FTL-CRDTL-CT          PIC ZZ,ZZ9.
004880     05  FILLER                   PIC X(2)       VALUE SPACE.
004890     05  WS-FTL-PEND-CT           PIC ZZ,ZZ9.
004900     05  FILLER                   PIC X(2)       VALUE SPACE.
004910     05  WS-FTL-BYPAS-CT          PIC ZZ,ZZ9.
004920     05  FILLER                   PIC X(2)       VALUE SPACE.
004930     05  WS-FTL-PRVAR-CT          PIC ZZ,ZZ9.
004940     05  FILLER                   PIC X(7)       VALUE SPACE.
004950   03  WS-COVER-LEGEND.
004960     05  FILLER                   PIC X(3)       VALUE SPACE.
004970     05  FILLER                   PIC X(33)      VALUE
004980             'CR DTL = CREDIT DETAIL LINES'.
004990     05  FILLER                   PIC X(35)      VALUE
005000             'PND PR = PENDING PRICE CHANGES'.
005010     05  FILLER                   PIC X(31)      VALUE
005020             'BYPASS = BYPASSED BRANCHES'.
005030     05  FILLER                   PIC X(30)      VALUE
005040             'PR VAR = PRICE VARIANCES'.
005050   03  WS-BC-CAPTION.
005060     05  FILLER                   PIC X(3)       VALUE SPACE.
005070     05  FILLER                   PIC X(3)       VALUE 'BC'.
005080     05  WS-BCC-BC                PIC X(8).
005090     05  FILLER                   PIC X(2)       VALUE SPACE.
005100     05  WS-BCC-FI-NAME           PIC X(35).
005110     05  FILLER                   PIC X(81)      VALUE SPACE.
005120   03  WS-BCSUM-COL-HEADING.
005130     05  FILLER                   PIC X(6)       VALUE SPACE.
005140     05  FILLER                   PIC X(24)      VALUE
005150                                      'BILLING SUMMARY'.
005160     05  FILLER                   PIC X(9)  VALUE '   ORDERS'.
005170     05  FILLER                   PIC X(9)  VALUE '  CREDITS'.
005180     05  FILLER                   PIC X(16)      VALUE
005190                                      '   BASE/DELIVERY'.
005200     05  FILLER                   PIC X(16)      VALUE
005210                                      '        UPCHARGE'.
005220     05  FILLER                   PIC X(16)      VALUE
005230                                      '           GROSS'.
005240     05  FILLER                   PIC X(16)      VALUE
005250                                      '      DUE DELUXE'.
005260     05  FILLER                   PIC X(20)      VALUE SPACE.
005270   03  WS-BCSUM-LINE.
005280     05  FILLER                   PIC X(30)      VALUE SPACE.
005290     05  FILLER                   PIC X(2)       VALUE SPACE.
005300     05  WS-BSL-ORDERS            PIC ZZZ,ZZ9.
005310     05  FILLER                   PIC X(2)       VALUE SPACE.
005320     05  WS-BSL-CREDITS           PIC ZZZ,ZZ9.
005330     05  FILLER                   PIC X(2)       VALUE SPACE.
005340     05  WS-BSL-BASE-DEL          PIC ---,---,--9.99.
005350     05  FILLER                   PIC X(2)       VALUE SPACE.
005360     05  WS-BSL-UPCHARGE          PIC ---,---,--9.99.
005370     05  FILLER                   PIC X(2)       VALUE SPACE.
005380     05  WS-BSL-GROSS             PIC ---,---,--9.99.
005390     05  FILLER                   PIC X(2)       VALUE SPACE.
005400     05  WS-BSL-DUE-DLX           PIC ---,---,--9.99.
005410     05  FILLER                   PIC X(20)      VALUE SPACE.
005420   03  WS-CRDTL-COL-HEADING.
005430     05  FILLER                   PIC X(6)       VALUE SPACE.
005440     05  FILLER                   PIC X(24)      VALUE
005450                                      'CREDIT DETAIL'.
005460     05  FILLER                   PIC X(14)      VALUE 'BR-BR-T'.
005470     05  FILLER                   PIC X(8)       VALUE 'REASON'.
005480     05  FILLER                   PIC X(8)       VALUE 'REGION'.
005490     05  FILLER                   PIC X(11) VALUE 'BILL DATE'.
005500     05  FILLER                   PIC X(16)      VALUE
005510                                      '   BASE/DELIVERY'.
005520     05  FILLER                   PIC X(16)      VALUE
005530                                      '        UPCHARGE'.
005540     05  FILLER                   PIC X(16)      VALUE
005550                                      '           GROSS'.
005560     05  FILLER                   PIC X(13)      VALUE SPACE.
005570   03  WS-CRDTL-LINE.
005580     05  FILLER                   PIC X(30)      VALUE SPACE.
005590     05  WS-CDL-BR-BR-T           PIC X(12).
005600     05  FILLER                   PIC X(2)       VALUE SPACE.
005610     05  WS-CDL-REASON            PIC X(2).
005620     05  FILLER                   PIC X(6)       VALUE SPACE.
005630     05  WS-CDL-REGION            PIC X(2).
005640     05  FILLER                   PIC X(6)       VALUE SPACE.
005650     05  WS-CDL-BILL-DATE         PIC X(6).
005660     05  FILLER                   PIC X(5)       VALUE SPACE.
005670     05  FILLER                   PIC X(2)       VALUE SPACE.
005680     05  WS-CDL-BASE-DEL          PIC ---,---,--9.99.
005690     05  FILLER                   PIC X(2)       VALUE SPACE.
005700     05  WS-CDL-UPCHARGE          PIC ---,---,--9.99.
005710     05  FILLER                   PIC X(2)       VALUE SPACE.
005720     05  WS-CDL-GROSS             PIC ---,---,--9.99.
005730     05  FILLER                   PIC X(13)      VALUE SPACE.
005740   03  WS-PEND-COL-HEADING.
005750     05  FILLER                   PIC X(6)       VALUE SPACE.
005760     05  FILLER                   PIC X(24)      VALUE
005770                                      'PENDING PRICE CHANGES'.
005780     05  FILLER                   PIC X(18)      VALUE
005790                                      'PRODUCT & DQ'.
005800     05  FILLER                   PIC X(7)       VALUE 'DESIG'.
005810     05  FILLER                   PIC X(12) VALUE '   CURR BASE'.
005820     05  FILLER                   PIC X(12) VALUE '   PEND BASE'.
005830     05  FILLER                   PIC X(12) VALUE '      CHANGE'.
005840     05  FILLER                   PIC X(9)  VALUE '  CHANGE%'.
005850     05  FILLER                   PIC X(14)      VALUE '  NOTE'.
005860     05  FILLER                   PIC X(18)      VALUE SPACE.
005870   03  WS-PEND-LINE.
005880     05  FILLER                   PIC X(30)      VALUE SPACE.
005890     05  WS-PDL-PROD-DQ           PIC X(16).
005900     05  FILLER                   PIC X(2)       VALUE SPACE.
005910     05  WS-PDL-DESIG-PAIR        PIC X(4).
005920     05  FILLER                   PIC X(5)       VALUE SPACE.
005930     05  WS-PDL-CURR-BASE         PIC X(10).
005940     05  FILLER                   PIC X(2)       VALUE SPACE.
005950     05  WS-PDL-PEND-BASE         PIC X(10).
005960     05  FILLER                   PIC X(2)       VALUE SPACE.
005970     05  WS-PDL-CHANGE-AMT        PIC X(10).
005980     05  FILLER                   PIC X(2)       VALUE SPACE.
005990     05  WS-PDL-CHANGE-PCT        PIC X(7).
006000     05  FILLER                   PIC X(2)       VALUE SPACE.
006010     05  WS-PDL-NOTE              PIC X(12).
006020     05  FILLER                   PIC X(18)      VALUE SPACE.
006030   03  WS-BYPAS-COL-HEADING.
006040     05  FILLER                   PIC X(6)       VALUE SPACE.
006050     05  FILLER                   PIC X(24)      VALUE
006060                                      'BYPASSED BRANCHES'.
006070     05  FILLER                   PIC X(14)      VALUE 'BR-BR-T'.
006080     05  FILLER                   PIC X(30)      VALUE
006090                                      'CONDITION'.
006100     05  FILLER                   PIC X(58)      VALUE SPACE.
006110   03  WS-BYPAS-LINE.
006120     05  FILLER                   PIC X(30)      VALUE SPACE.
006130     05  WS-BPL-BR-BR-T           PIC X(12).
006140     05  FILLER                   PIC X(2)       VALUE SPACE.
006150     05  WS-BPL-CONDITION         PIC X(30).
006160     05  FILLER                   PIC X(58)      VALUE SPACE.
006170   03  WS-PRVAR-COL-HEADING.
006180     05  FILLER                   PIC X(6)       VALUE SPACE.
006190     05  FILLER                   PIC X(24)      VALUE
006200                                      'PRICE VARIANCES'.
006210     05  FILLER                   PIC X(14)      VALUE 'BR-BR-T'.
006220     05  FILLER                   PIC X(18)      VALUE
006230                                      'PRODUCT & DQ'.
006240     05  FILLER                   PIC X(12) VALUE ' BILLED BASE'.
006250     05  FILLER                   PIC X(12) VALUE '   EXCL BASE'.
006260     05  FILLER                   PIC X(12) VALUE '   ADDL BASE'.
006270     05  FILLER                   PIC X(12) VALUE '    VARIANCE'.
006280     05  FILLER                   PIC X(22)      VALUE SPACE.
006290   03  WS-PRVAR-LINE.
006300     05  FILLER                   PIC X(30)      VALUE SPACE.
006310     05  WS-PVL-BR-BR-T           PIC X(12).
006320     05  FILLER                   PIC X(2)       VALUE SPACE.
006330     05  WS-PVL-PROD-DQ           PIC X(16).
006340     05  FILLER                   PIC X(4)       VALUE SPACE.
006350     05  WS-PVL-BILLED            PIC X(10).
006360     05  FILLER                   PIC X(2)       VALUE SPACE.
006370     05  WS-PVL-EXCL              PIC X(10).
006380     05  FILLER                   PIC X(2)       VALUE SPACE.
006390     05  WS-PVL-ADDL              PIC X(10).
006400     05  FILLER                   PIC X(2)       VALUE SPACE.
006410     05  WS-PVL-VARIANCE          PIC X(10).
006420     05  FILLER                   PIC X(22)      VALUE SPACE.
006430   03  WS-NONE-LINE.
006440     05  FILLER                   PIC X(3)       VALUE SPACE.
006450     05  FILLER                   PIC X(40)      VALUE
006460         'NONE.'.
006470     05  FILLER                   PIC X(89)      VALUE SPACE.
006480   03  WS-END-OF-REPORT.
006490     05  FILLER                   PIC X(20)      VALUE ALL '-'.
006500     05  FILLER                 PIC X(15) VALUE ' END OF REPORT '.
006510     05  FILLER                   PIC X(20)      VALUE ALL '-'.
006520*
006530 01  WS-CLOSING-DISPLAYS.
006540   03  WS-RETURN-CODE-LINE.
006550     05  FILLER                  PIC X(14) VALUE 'RETURN CODE = '.
006560     05  WS-RETURN-CODE           PIC 9(2)       DISPLAY VALUE 00.
006570     05  FILLER                   PIC X          VALUE '.'.
006580   03  WS-CD-CARD-LINE.
006590     05  FILLER                   PIC X(8)       VALUE 'I1270C:'.
006600     05  WS-CD-I1270C-REC-CT      PIC ZZ,ZZ9.
006610     05  FILLER                  PIC X(20) VALUE
006620             '  ACCOUNT MANAGERS:'.
006630     05  WS-CD-MGR-CT             PIC ZZ9.
006640     05  FILLER                  PIC X(11) VALUE '  PACKETS:'.
006650     05  WS-CD-PACKET-CT          PIC ZZ9.
006660   03  WS-CD-FILE-LINE.
006670     05  FILLER                   PIC X(8)       VALUE 'IBCSUM:'.
006680     05  WS-CD-IBCSUM-REC-CT      PIC ZZZ,ZZ9.
006690     05  FILLER                   PIC X(10) VALUE '  ICRDTL:'.
006700     05  WS-CD-ICRDTL-REC-CT      PIC ZZZ,ZZ9.
006710     05  FILLER                   PIC X(9)       VALUE '  I1485:'.
006720     05  WS-CD-I1485-REC-CT       PIC ZZZ,ZZ9.
006730     05  FILLER                   PIC X(10) VALUE '  IBYPAS:'.
006740     05  WS-CD-IBYPAS-REC-CT      PIC ZZZ,ZZ9.
006750     05  FILLER                   PIC X(10) VALUE '  IPRVAR:'.
006760     05  WS-CD-IPRVAR-REC-CT      PIC ZZZ,ZZ9.
006770   03  WS-CD-UNASSIGNED-LINE.
006780     05  FILLER                  PIC X(21) VALUE
006790             'BCS WITH NO MANAGER:'.
006800     05  WS-CD-UNASSIGNED-BC-CT   PIC ZZ,ZZ9.
006810     05  FILLER                  PIC X(17) VALUE
006820             '  THEIR RECORDS:'.
006830     05  WS-CD-UNASSIGNED-LINE-CT PIC ZZZ,ZZ9.
006840*
006850 COPY CPY004.
006860*
006870 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02971'.
006880 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
006890*
006900 PROCEDURE DIVISION.
006910*
006920 0000-SQL-DB-CONNECT.
006930     MOVE 'DLXVSAM' TO DBNAME.
006940 COPY CPYMIGUD.
006950   0000-MAIN-LINE.
006960     PERFORM 8000-INITIALIZE.
006970     SORT SORTWK-FILE
006980         ASCENDING KEY SORTWK-KEY
006990         INPUT PROCEDURE IS 1000-RELEASE-PACKET-LINES
007000         OUTPUT PROCEDURE IS 2000-PRINT-PACKETS.
007010     PERFORM 9000-CLOSE.
007020     STOP RUN.
007030*
007040*
007050   1000-RELEASE-PACKET-LINES.
007060     PERFORM 1010-RELEASE-COVER
007070         VARYING IX-WS-MGR FROM +1 BY +1
007080         UNTIL IX-WS-MGR GREATER WS-MGR-COUNT.
007090     PERFORM 1110-READ-IBCSUM-FILE.
007100     PERFORM 1100-EACH-IBCSUM-REC
007110         WITH TEST BEFORE
007120         UNTIL END-IBCSUM-FILE.
007130     PERFORM 1210-READ-ICRDTL-FILE.
007140     PERFORM 1200-EACH-ICRDTL-REC
007150         WITH TEST BEFORE
007160         UNTIL END-ICRDTL-FILE.
007170     PERFORM 1310-READ-I1485-FILE.
007180     PERFORM 1300-EACH-I1485-REC
007190         WITH TEST BEFORE
007200         UNTIL END-I1485-FILE.
007210     PERFORM 1410-READ-IBYPAS-FILE.
007220     PERFORM 1400-EACH-IBYPAS-REC
007230         WITH TEST BEFORE
007240         UNTIL END-IBYPAS-FILE.
007250     PERFORM 1510-READ-IPRVAR-FILE.
007260     PERFORM 1500-EACH-IPRVAR-REC
007270         WITH TEST BEFORE
007280         UNTIL END-IPRVAR-FILE.
007290*
007300   1010-RELEASE-COVER.
007310*                * SORTS AHEAD OF THE MANAGER'S BCS, SO EVERY
007320*                  MANAGER GETS A PACKET *
007330     MOVE SPACE TO WS-SORTED-REC.
007340     MOVE WS-MGR-ID (IX-WS-MGR) TO WS-SRT-MGR-ID.
007350     MOVE LOW-VALUES TO WS-SRT-BC.
007360     MOVE '0' TO WS-SRT-LINE-TYPE.
007370     MOVE 0 TO WS-SRT-SEQ.
007380     MOVE WS-MGR-NAME (IX-WS-MGR) TO WS-SRT-MGR-NAME.
007390     RELEASE SORTWK-REC FROM WS-SORTED-REC.
007400*
007410   1100-EACH-IBCSUM-REC.
007420     ADD 1 TO WS-IBCSUM-REC-COUNT.
007430     MOVE SPACE TO WS-SORTED-REC.
007440     MOVE IBCSUM-BC TO WS-SRT-BC.
007450     MOVE '1' TO WS-SRT-LINE-TYPE.
007460     MOVE IBCSUM-REC TO WS-SRT-DATA.
007470     PERFORM 1800-ASSIGN-AND-RELEASE.
007480     PERFORM 1110-READ-IBCSUM-FILE.
007490*
007500   1110-READ-IBCSUM-FILE.
007510     READ IBCSUM-FILE
007520       AT END
007530         MOVE 'E' TO WS-IBCSUM-FILE-FLAG
007540     END-READ.
007550*
007560   1200-EACH-ICRDTL-REC.
007570     ADD 1 TO WS-ICRDTL-REC-COUNT.
007580     MOVE SPACE TO WS-SORTED-REC.
007590     MOVE ICRDTL-BC TO WS-SRT-BC.
007600     MOVE '2' TO WS-SRT-LINE-TYPE.
007610     MOVE ICRDTL-REC TO WS-SRT-DATA.
007620     PERFORM 1800-ASSIGN-AND-RELEASE.
007630     PERFORM 1210-READ-ICRDTL-FILE.
007640*
007650   1210-READ-ICRDTL-FILE.
007660     READ ICRDTL-FILE
007670       AT END
007680         MOVE 'E' TO WS-ICRDTL-FILE-FLAG
007690     END-READ.
007700*
007710   1300-EACH-I1485-REC.
007720     ADD 1 TO WS-I1485-REC-COUNT.
007730     MOVE SPACE TO WS-SORTED-REC.
007740     MOVE I1485-BC TO WS-SRT-BC.
007750     MOVE '3' TO WS-SRT-LINE-TYPE.
007760     MOVE I1485-REC TO WS-SRT-DATA.
007770     PERFORM 1800-ASSIGN-AND-RELEASE.
007780     PERFORM 1310-READ-I1485-FILE.
007790*
007800   1310-READ-I1485-FILE.
007810     READ I1485-FILE
007820       AT END
007830         MOVE 'E' TO WS-I1485-FILE-FLAG
007840     END-READ.
007850*
007860   1400-EACH-IBYPAS-REC.
007870     ADD 1 TO WS-IBYPAS-REC-COUNT.
007880     MOVE SPACE TO WS-SORTED-REC.
007890     MOVE IBYPAS-BC TO WS-SRT-BC.
007900     MOVE '4' TO WS-SRT-LINE-TYPE.
007910     MOVE IBYPAS-REC TO WS-SRT-DATA.
007920     PERFORM 1800-ASSIGN-AND-RELEASE.
007930     PERFORM 1410-READ-IBYPAS-FILE.
007940*
007950   1410-READ-IBYPAS-FILE.
007960     READ IBYPAS-FILE
007970       AT END
007980         MOVE 'E' TO WS-IBYPAS-FILE-FLAG
007990     END-READ.
008000*
008010   1500-EACH-IPRVAR-REC.
008020     ADD 1 TO WS-IPRVAR-REC-COUNT.
008030     MOVE SPACE TO WS-SORTED-REC.
008040     MOVE IPRVAR-BC TO WS-SRT-BC.
008050     MOVE '5' TO WS-SRT-LINE-TYPE.
008060     MOVE IPRVAR-REC TO WS-SRT-DATA.
008070     PERFORM 1800-ASSIGN-AND-RELEASE.
008080     PERFORM 1510-READ-IPRVAR-FILE.
008090*
008100   1510-READ-IPRVAR-FILE.
008110     READ IPRVAR-FILE
008120       AT END
008130         MOVE 'E' TO WS-IPRVAR-FILE-FLAG
008140     END-READ.
008150*
008160   1800-ASSIGN-AND-RELEASE.
008170     ADD 1 TO WS-RELEASE-SEQ.
008180     MOVE WS-RELEASE-SEQ TO WS-SRT-SEQ.
008190     SEARCH ALL WS-ASN-TBL-ENTRY
008200       AT END
008210         MOVE HIGH-VALUES TO WS-SRT-MGR-ID
008220         ADD 1 TO WS-UNASSIGNED-LINE-COUNT
008230       WHEN WS-ASN-BC (IX-WS-ASN-TBL) EQUAL WS-SRT-BC
008240         PERFORM 1810-ADD-TO-ASSIGNED-BC
008250     END-SEARCH.
008260     RELEASE SORTWK-REC FROM WS-SORTED-REC.
008270*
008280   1810-ADD-TO-ASSIGNED-BC.
008290     MOVE WS-ASN-MGR-ID (IX-WS-ASN-TBL) TO WS-SRT-MGR-ID.
008300     MOVE WS-ASN-FIGURES (IX-WS-ASN-TBL) TO WS-BC-FIGURES.
008310     PERFORM 6000-ADD-TO-BC-FIGURES.
008320     MOVE WS-BC-FIGURES TO WS-ASN-FIGURES (IX-WS-ASN-TBL).
008330     IF WS-SRT-BCSUM
008340       MOVE WS-SRT-BCSUM-FI-NAME TO
008350             WS-ASN-FI-NAME (IX-WS-ASN-TBL).
008360*
008370*
008380   2000-PRINT-PACKETS.
008390     PERFORM 2910-RETURN-SORTWK.
008400     PERFORM 2100-EACH-SORTED-REC
008410         WITH TEST BEFORE
008420         UNTIL END-SORTWK-FILE.
008430     IF NOT UNASSIGNED-LIST-STARTED
008440       PERFORM 2600-START-UNASSIGNED-LIST
008450       MOVE WS-NONE-LINE TO WS-PRINT-LINE
008460       PERFORM 3010-PRINT-LINE
008470     ELSE
008480       PERFORM 2620-PRINT-UNASSIGNED-BC
008490       MOVE 'Y' TO WS-RETURN-04-FLAG.
008500     PERFORM 2810-PRINT-FIGURES-TOTAL.
008510*
008520   2100-EACH-SORTED-REC.
008530     IF WS-SRT-MGR-ID NOT EQUAL WS-HOLD-MGR-ID
008540       MOVE WS-SRT-MGR-ID TO WS-HOLD-MGR-ID
008550       IF WS-SRT-UNASSIGNED
008560         PERFORM 2600-START-UNASSIGNED-LIST.
008570     IF WS-SRT-UNASSIGNED
008580       PERFORM 2610-ADD-UNASSIGNED-REC
008590     ELSE
008600       IF WS-SRT-COVER
008610         PERFORM 2200-PRINT-PACKET-COVER
008620       ELSE
008630         PERFORM 2300-PRINT-PACKET-LINE.
008640     PERFORM 2910-RETURN-SORTWK.
008650*
008660   2200-PRINT-PACKET-COVER.
008670     ADD 1 TO WS-PACKET-COUNT.
008680     MOVE 'ACCOUNT MANAGER:' TO WS-HD2-LABEL.
008690     MOVE WS-SRT-MGR-ID TO WS-HD2-MGR-ID.
008700     MOVE WS-SRT-MGR-NAME TO WS-HD2-MGR-NAME.
008710     MOVE 'PACKET PAGE' TO WS-HD2-PACKET-PAGE-LIT.
008720     MOVE +0 TO WS-PACKET-PAGE-NBR.
008730     MOVE SPACE TO WS-HOLD-SECTION-BC WS-HOLD-LINE-TYPE.
008740     MOVE WS-COVER-CAPTION TO WS-SECTION-CAPTION.
008750     MOVE WS-FIGURES-COL-HEADING TO WS-SECTION-COL-HEADING.
008760     PERFORM 3200-HEAD-SECTION-PAGE.
008770     INITIALIZE WS-TOTAL-FIGURES.
008780     PERFORM 2210-PRINT-COVER-BC
008790         VARYING IX-WS-ASN-TBL FROM +1 BY +1
008800         UNTIL IX-WS-ASN-TBL GREATER WS-ASN-ENTRY-COUNT.
008810     PERFORM 2810-PRINT-FIGURES-TOTAL.
008820     MOVE WS-COVER-LEGEND TO WS-PRINT-LINE.
008830     MOVE +2 TO WS-LINE-SPACER.
008840     PERFORM 3010-PRINT-LINE.
008850*                * THE BC LINES START ON A NEW PAGE *
008860     MOVE +090 TO WS-LINE-COUNT.
008870*
008880   2210-PRINT-COVER-BC.
008890     IF WS-ASN-MGR-ID (IX-WS-ASN-TBL) EQUAL WS-HOLD-MGR-ID
008900       IF WS-ASN-FI-NAME (IX-WS-ASN-TBL) EQUAL SPACE
008910         MOVE WS-ASN-BC (IX-WS-ASN-TBL) TO WS-HOLD-BC
008920         PERFORM 7000-GET-FI-NAME
008930         MOVE WS-FI-NAME TO WS-ASN-FI-NAME (IX-WS-ASN-TBL)
008940       END-IF
008950       MOVE WS-ASN-BC (IX-WS-ASN-TBL) TO WS-FIG-BC
008960       MOVE WS-ASN-FI-NAME (IX-WS-ASN-TBL) TO WS-FIG-FI-NAME
008970       MOVE WS-ASN-FIGURES (IX-WS-ASN-TBL) TO WS-BC-FIGURES
008980       PERFORM 2800-PRINT-FIGURES-LINE.
008990*
009000   2300-PRINT-PACKET-LINE.
009010     IF WS-SRT-BC NOT EQUAL WS-HOLD-SECTION-BC
009020       PERFORM 2310-START-BC-SECTION.
009030     IF WS-SRT-LINE-TYPE NOT EQUAL WS-HOLD-LINE-TYPE
009040       PERFORM 2320-START-LINE-TYPE.
009050     IF WS-SRT-BCSUM
009060       PERFORM 2410-PRINT-BCSUM-LINE.
009070     IF WS-SRT-CRDTL
009080       PERFORM 2420-PRINT-CRDTL-LINE.
009090     IF WS-SRT-PEND
009100       PERFORM 2430-PRINT-PEND-LINE.
009110     IF WS-SRT-BYPAS
009120       PERFORM 2440-PRINT-BYPAS-LINE.
009130     IF WS-SRT-PRVAR
009140       PERFORM 2450-PRINT-PRVAR-LINE.
009150*
009160   2310-START-BC-SECTION.
009170     MOVE WS-SRT-BC TO WS-HOLD-SECTION-BC WS-BCC-BC.
009180     MOVE SPACE TO WS-HOLD-LINE-TYPE WS-BCC-FI-NAME.
009190     SEARCH ALL WS-ASN-TBL-ENTRY
009200       WHEN WS-ASN-BC (IX-WS-ASN-TBL) EQUAL WS-SRT-BC
009210         MOVE WS-ASN-FI-NAME (IX-WS-ASN-TBL) TO WS-BCC-FI-NAME
009220     END-SEARCH.
009230     MOVE WS-BC-CAPTION TO WS-SECTION-CAPTION.
009240     MOVE SPACE TO WS-SECTION-COL-HEADING.
009250     IF WS-LINE-COUNT GREATER +54
009260       PERFORM 3200-HEAD-SECTION-PAGE
009270     ELSE
009280       MOVE WS-BC-CAPTION TO PR1-REC
009290       MOVE +3 TO WS-LINE-SPACER
009300       PERFORM 3100-WRITE-PR1-REC.
009310*
009320   2320-START-LINE-TYPE.
009330     MOVE WS-SRT-LINE-TYPE TO WS-HOLD-LINE-TYPE.
009340     IF WS-SRT-BCSUM
009350       MOVE WS-BCSUM-COL-HEADING TO WS-SECTION-COL-HEADING.
009360     IF WS-SRT-CRDTL
009370       MOVE WS-CRDTL-COL-HEADING TO WS-SECTION-COL-HEADING.
009380     IF WS-SRT-PEND
009390       MOVE WS-PEND-COL-HEADING TO WS-SECTION-COL-HEADING.
009400     IF WS-SRT-BYPAS
009410       MOVE WS-BYPAS-COL-HEADING TO WS-SECTION-COL-HEADING.
009420     IF WS-SRT-PRVAR
009430       MOVE WS-PRVAR-COL-HEADING TO WS-SECTION-COL-HEADING.
009440     IF WS-LINE-COUNT GREATER +57
009450       PERFORM 3200-HEAD-SECTION-PAGE
009460     ELSE
009470       MOVE WS-SECTION-COL-HEADING TO PR1-REC
009480       MOVE +2 TO WS-LINE-SPACER
009490       PERFORM 3100-WRITE-PR1-REC
009500       MOVE +1 TO WS-LINE-SPACER.
009510*
009520   2410-PRINT-BCSUM-LINE.
009530     MOVE WS-SRT-BCSUM-ORDER-CT TO WS-WORK-COUNT.
009540     MOVE WS-WORK-COUNT TO WS-BSL-ORDERS.
009550     MOVE WS-SRT-BCSUM-CREDIT-CT TO WS-WORK-COUNT.
009560     MOVE WS-WORK-COUNT TO WS-BSL-CREDITS.
009570     MOVE WS-SRT-BCSUM-BASE-DEL TO WS-WORK-AMOUNT.
009580     MOVE WS-WORK-AMOUNT TO WS-BSL-BASE-DEL.
009590     MOVE WS-SRT-BCSUM-UPCHARGE TO WS-WORK-AMOUNT.
009600     MOVE WS-WORK-AMOUNT TO WS-BSL-UPCHARGE.
009610     MOVE WS-SRT-BCSUM-GROSS TO WS-WORK-AMOUNT.
009620     MOVE WS-WORK-AMOUNT TO WS-BSL-GROSS.
009630     MOVE WS-SRT-BCSUM-DUE-DLX TO WS-WORK-AMOUNT.
009640     MOVE WS-WORK-AMOUNT TO WS-BSL-DUE-DLX.
009650     MOVE WS-BCSUM-LINE TO WS-PRINT-LINE.
009660     PERFORM 3010-PRINT-LINE.
009670*
009680   2420-PRINT-CRDTL-LINE.
009690     MOVE WS-SRT-CRDTL-BR-BR-T TO WS-CDL-BR-BR-T.
009700     MOVE WS-SRT-CRDTL-REASON TO WS-CDL-REASON.
009710     MOVE WS-SRT-CRDTL-REGION TO WS-CDL-REGION.
009720     MOVE WS-SRT-CRDTL-BILL-DATE TO WS-CDL-BILL-DATE.
009730     MOVE WS-SRT-CRDTL-BASE-DEL TO WS-WORK-AMOUNT.
009740     MOVE WS-WORK-AMOUNT TO WS-CDL-BASE-DEL.
009750     MOVE WS-SRT-CRDTL-UPCHARGE TO WS-WORK-AMOUNT.
009760     MOVE WS-WORK-AMOUNT TO WS-CDL-UPCHARGE.
009770     MOVE WS-SRT-CRDTL-GROSS TO WS-WORK-AMOUNT.
009780     MOVE WS-WORK-AMOUNT TO WS-CDL-GROSS.
009790     MOVE WS-CRDTL-LINE TO WS-PRINT-LINE.
009800     PERFORM 3010-PRINT-LINE.
009810*
009820   2430-PRINT-PEND-LINE.
009830     MOVE WS-SRT-PEND-PROD-DQ TO WS-PDL-PROD-DQ.
009840     MOVE WS-SRT-PEND-DESIG-PAIR TO WS-PDL-DESIG-PAIR.
009850     MOVE WS-SRT-PEND-CURR-BASE TO WS-PDL-CURR-BASE.
009860     MOVE WS-SRT-PEND-PEND-BASE TO WS-PDL-PEND-BASE.
009870     MOVE WS-SRT-PEND-CHANGE-AMT TO WS-PDL-CHANGE-AMT.
009880     MOVE WS-SRT-PEND-CHANGE-PCT TO WS-PDL-CHANGE-PCT.
009890     MOVE WS-SRT-PEND-NOTE TO WS-PDL-NOTE.
009900     MOVE WS-PEND-LINE TO WS-PRINT-LINE.
009910     PERFORM 3010-PRINT-LINE.
009920*
009930   2440-PRINT-BYPAS-LINE.
009940     MOVE WS-SRT-BYPAS-BR-BR-T TO WS-BPL-BR-BR-T.
009950     IF WS-SRT-BYPAS-550-SIDE
009960       MOVE 'ON THE 550, NOT ON THE 885' TO WS-BPL-CONDITION
009970     ELSE
009980       MOVE 'ON THE 885, NOT ON THE 550' TO WS-BPL-CONDITION.
009990     MOVE WS-BYPAS-LINE TO WS-PRINT-LINE.
010000     PERFORM 3010-PRINT-LINE.
010010*
010020   2450-PRINT-PRVAR-LINE.
010030     MOVE WS-SRT-PRVAR-BR-BR-T TO WS-PVL-BR-BR-T.
010040     MOVE WS-SRT-PRVAR-PROD-DQ TO WS-PVL-PROD-DQ.
010050     MOVE WS-SRT-PRVAR-BILLED TO WS-PVL-BILLED.
010060     MOVE WS-SRT-PRVAR-EXCL TO WS-PVL-EXCL.
010070     MOVE WS-SRT-PRVAR-ADDL TO WS-PVL-ADDL.
010080     MOVE WS-SRT-PRVAR-VARIANCE TO WS-PVL-VARIANCE.
010090     MOVE WS-PRVAR-LINE TO WS-PRINT-LINE.
010100     PERFORM 3010-PRINT-LINE.
010110*
010120   2600-START-UNASSIGNED-LIST.
010130     MOVE 'Y' TO WS-UNASSIGNED-FLAG.
010140     MOVE 'NO ACCOUNT MANAGER' TO WS-HD2-LABEL.
010150     MOVE SPACE TO WS-HD2-MGR-ID WS-HD2-MGR-NAME
010160           WS-HD2-PACKET-PAGE-LIT WS-HOLD-SECTION-BC.
010170     MOVE +0 TO WS-PACKET-PAGE-NBR.
010180     MOVE WS-UNASSIGNED-CAPTION TO WS-SECTION-CAPTION.
010190     MOVE WS-FIGURES-COL-HEADING TO WS-SECTION-COL-HEADING.
010200     PERFORM 3200-HEAD-SECTION-PAGE.
010210     INITIALIZE WS-TOTAL-FIGURES.
010220*
010230   2610-ADD-UNASSIGNED-REC.
010240     IF WS-SRT-BC NOT EQUAL WS-HOLD-SECTION-BC
010250       IF WS-HOLD-SECTION-BC NOT EQUAL SPACE
010260         PERFORM 2620-PRINT-UNASSIGNED-BC
010270       END-IF
010280       MOVE WS-SRT-BC TO WS-HOLD-SECTION-BC
010290       MOVE SPACE TO WS-UNASSIGNED-FI-NAME
010300       INITIALIZE WS-BC-FIGURES.
010310     PERFORM 6000-ADD-TO-BC-FIGURES.
010320     IF WS-SRT-BCSUM
010330       MOVE WS-SRT-BCSUM-FI-NAME TO WS-UNASSIGNED-FI-NAME.
010340*
010350   2620-PRINT-UNASSIGNED-BC.
010360     ADD 1 TO WS-UNASSIGNED-BC-COUNT.
010370     IF WS-UNASSIGNED-FI-NAME EQUAL SPACE
010380       MOVE WS-HOLD-SECTION-BC TO WS-HOLD-BC
010390       PERFORM 7000-GET-FI-NAME
010400       MOVE WS-FI-NAME TO WS-UNASSIGNED-FI-NAME.
010410     MOVE WS-HOLD-SECTION-BC TO WS-FIG-BC.
010420     MOVE WS-UNASSIGNED-FI-NAME TO WS-FIG-FI-NAME.
010430     PERFORM 2800-PRINT-FIGURES-LINE.
010440*
010450   2800-PRINT-FIGURES-LINE.
010460     ADD 1 TO WS-TF-BCS.
010470     ADD WS-BCF-ORDERS TO WS-TF-ORDERS.
010480     ADD WS-BCF-CREDITS TO WS-TF-CREDITS.
010490     ADD WS-BCF-GROSS TO WS-TF-GROSS.
010500     ADD WS-BCF-DUE-DLX TO WS-TF-DUE-DLX.
010510     ADD WS-BCF-CRDTL-CT TO WS-TF-CRDTL-CT.
010520     ADD WS-BCF-PEND-CT TO WS-TF-PEND-CT.
010530     ADD WS-BCF-BYPAS-CT TO WS-TF-BYPAS-CT.
010540     ADD WS-BCF-PRVAR-CT TO WS-TF-PRVAR-CT.
010550     MOVE WS-BCF-ORDERS TO WS-FIG-ORDERS.
010560     MOVE WS-BCF-CREDITS TO WS-FIG-CREDITS.
010570     MOVE WS-BCF-GROSS TO WS-FIG-GROSS.
010580     MOVE WS-BCF-DUE-DLX TO WS-FIG-DUE-DLX.
010590     MOVE WS-BCF-CRDTL-CT TO WS-FIG-CRDTL-CT.
010600     MOVE WS-BCF-PEND-CT TO WS-FIG-PEND-CT.
010610     MOVE WS-BCF-BYPAS-CT TO WS-FIG-BYPAS-CT.
010620     MOVE WS-BCF-PRVAR-CT TO WS-FIG-PRVAR-CT.
010630     MOVE WS-FIGURES-LINE TO WS-PRINT-LINE.
010640     PERFORM 3010-PRINT-LINE.
010650*
010660   2810-PRINT-FIGURES-TOTAL.
010670     MOVE WS-TF-BCS TO WS-FTL-BCS.
010680     MOVE WS-TF-ORDERS TO WS-FTL-ORDERS.
010690     MOVE WS-TF-CREDITS TO WS-FTL-CREDITS.
010700     MOVE WS-TF-GROSS TO WS-FTL-GROSS.
010710     MOVE WS-TF-DUE-DLX TO WS-FTL-DUE-DLX.
010720     MOVE WS-TF-CRDTL-CT TO WS-FTL-CRDTL-CT.
010730     MOVE WS-TF-PEND-CT TO WS-FTL-PEND-CT.
010740     MOVE WS-TF-BYPAS-CT TO WS-FTL-BYPAS-CT.
010750     MOVE WS-TF-PRVAR-CT TO WS-FTL-PRVAR-CT.
010760     MOVE WS-FIGURES-TOTAL-LINE TO WS-PRINT-LINE.
010770     MOVE +2 TO WS-LINE-SPACER.
010780     PERFORM 3010-PRINT-LINE.
010790*
010800   2910-RETURN-SORTWK.
010810     RETURN SORTWK-FILE RECORD INTO WS-SORTED-REC
010820       AT END
010830         MOVE 'E' TO WS-SORTWK-FILE-FLAG
010840     END-RETURN.
010850*
010860*
010870   3010-PRINT-LINE.
010880     IF WS-LINE-COUNT GREATER +59
010890       PERFORM 3200-HEAD-SECTION-PAGE.
010900     MOVE WS-PRINT-LINE TO PR1-REC.
010910     PERFORM 3100-WRITE-PR1-REC.
010920     MOVE +1 TO WS-LINE-SPACER.
010930*
010940   3100-WRITE-PR1-REC.
010950     WRITE PR1-REC AFTER WS-LINE-SPACER.
010960     ADD WS-LINE-SPACER TO WS-LINE-COUNT.
010970*
010980   3200-HEAD-SECTION-PAGE.
010990     PERFORM 3300-HEAD-PR1-PAGE.
011000     MOVE WS-HEADING-2 TO PR1-REC.
011010     PERFORM 3100-WRITE-PR1-REC.
011020     MOVE WS-SECTION-CAPTION TO PR1-REC.
011030     PERFORM 3100-WRITE-PR1-REC.
011040     IF WS-SECTION-COL-HEADING NOT EQUAL SPACE
011050       MOVE WS-SECTION-COL-HEADING TO PR1-REC
011060       PERFORM 3100-WRITE-PR1-REC.
011070     MOVE +1 TO WS-LINE-SPACER.
011080*
011090   3300-HEAD-PR1-PAGE.
011100     ADD 1 TO WS-PAGE-NBR.
011110     MOVE WS-PAGE-NBR TO WS-HD1-PAGE-NBR.
011120     ADD 1 TO WS-PACKET-PAGE-NBR.
011130     IF WS-HD2-PACKET-PAGE-LIT EQUAL SPACE
011140       MOVE ZERO TO WS-HD2-PACKET-PAGE-NBR
011150     ELSE
011160       MOVE WS-PACKET-PAGE-NBR TO WS-HD2-PACKET-PAGE-NBR.
011170     WRITE PR1-REC FROM WS-HEADING-1 AFTER PAGE.
011180     MOVE +1 TO WS-LINE-COUNT.
011190     MOVE +2 TO WS-LINE-SPACER.
011200*
011210*
011220   5000-LOAD-ASSIGNMENTS.
011230     PERFORM 5090-READ-I1270C-FILE.
011240     IF END-I1270C-FILE
011250       DISPLAY '* I1270C IS AN EMPTY FILE *' UPON SYSOUT
011260       GO TO 9900-DISPLAY-ABORT.
011270     PERFORM 5010-EACH-C1270-CARD
011280         WITH TEST BEFORE
011290         UNTIL END-I1270C-FILE.
011300*
011310   5010-EACH-C1270-CARD.
011320     ADD 1 TO WS-I1270C-REC-COUNT.
011330     IF (C1270-BC EQUAL SPACE)
011340         OR (C1270-MGR-ID EQUAL SPACE)
011350       DISPLAY '* C1270 CARD WITHOUT A BC OR MANAGER ID "'
011360             C1270-BC '" "' C1270-MGR-ID '" *' UPON SYSOUT
011370       GO TO 9900-DISPLAY-ABORT.
011380     IF C1270-BC NOT GREATER WS-C1270-SEQ
011390       DISPLAY '* I1270C SEQUENCE ERROR "' WS-C1270-SEQ '" "'
011400             C1270-BC '" *' UPON SYSOUT
011410       GO TO 9900-DISPLAY-ABORT.
011420     MOVE C1270-BC TO WS-C1270-SEQ.
011430     IF WS-ASN-ENTRY-COUNT NOT LESS +6000
011440       DISPLAY '* ASSIGNED BC TABLE OVERFLOWED *' UPON SYSOUT
011450       GO TO 9900-DISPLAY-ABORT.
011460     ADD 1 TO WS-ASN-ENTRY-COUNT.
011470     MOVE C1270-BC TO WS-ASN-BC (WS-ASN-ENTRY-COUNT).
011480     MOVE C1270-MGR-ID TO WS-ASN-MGR-ID (WS-ASN-ENTRY-COUNT).
011490     MOVE SPACE TO WS-ASN-FI-NAME (WS-ASN-ENTRY-COUNT).
011500     INITIALIZE WS-BC-FIGURES.
011510     MOVE WS-BC-FIGURES TO WS-ASN-FIGURES (WS-ASN-ENTRY-COUNT).
011520     PERFORM 5020-NOTE-MANAGER.
011530     PERFORM 5090-READ-I1270C-FILE.
011540*
011550   5020-NOTE-MANAGER.
011560     SET IX-WS-MGR TO +1.
011570     SEARCH WS-MGR-ENTRY
011580       AT END
011590         PERFORM 5030-INSTALL-MANAGER
011600       WHEN IX-WS-MGR GREATER WS-MGR-COUNT
011610         PERFORM 5030-INSTALL-MANAGER
011620       WHEN WS-MGR-ID (IX-WS-MGR) EQUAL C1270-MGR-ID
011630         CONTINUE
011640     END-SEARCH.
011650*
011660   5030-INSTALL-MANAGER.
011670     IF WS-MGR-COUNT NOT LESS +500
011680       DISPLAY '* ACCOUNT MANAGER TABLE OVERFLOWED *' UPON SYSOUT
011690       GO TO 9900-DISPLAY-ABORT.
011700     ADD 1 TO WS-MGR-COUNT.
011710     MOVE C1270-MGR-ID TO WS-MGR-ID (WS-MGR-COUNT).
011720     MOVE C1270-MGR-NAME TO WS-MGR-NAME (WS-MGR-COUNT).
011730*
011740   5090-READ-I1270C-FILE.
011750     READ I1270C-FILE
011760       AT END
011770         MOVE 'E' TO WS-I1270C-FILE-FLAG
011780     END-READ.
011790*
011800*
011810   6000-ADD-TO-BC-FIGURES.
011820*                * THE OBCSUM FIGURES ARE EDITED; MOVING THEM TO
011830*                  A NUMERIC FIELD DE-EDITS THEM *
011840     IF WS-SRT-BCSUM
011850       MOVE WS-SRT-BCSUM-ORDER-CT TO WS-WORK-COUNT
011860       ADD WS-WORK-COUNT TO WS-BCF-ORDERS
011870       MOVE WS-SRT-BCSUM-CREDIT-CT TO WS-WORK-COUNT
011880       ADD WS-WORK-COUNT TO WS-BCF-CREDITS
011890       MOVE WS-SRT-BCSUM-GROSS TO WS-WORK-AMOUNT
011900       ADD WS-WORK-AMOUNT TO WS-BCF-GROSS
011910       MOVE WS-SRT-BCSUM-DUE-DLX TO WS-WORK-AMOUNT
011920       ADD WS-WORK-AMOUNT TO WS-BCF-DUE-DLX.
011930     IF WS-SRT-CRDTL
011940       ADD 1 TO WS-BCF-CRDTL-CT.
011950     IF WS-SRT-PEND
011960       ADD 1 TO WS-BCF-PEND-CT.
011970     IF WS-SRT-BYPAS
011980       ADD 1 TO WS-BCF-BYPAS-CT.
011990     IF WS-SRT-PRVAR
012000       ADD 1 TO WS-BCF-PRVAR-CT.
012010*
012020*
012030   7000-GET-FI-NAME.
012040     MOVE SPACES TO I550-RECORD-KEY.
012050     MOVE WS-HOLD-BC TO I550-BC.
012060     START I550-FILE KEY NOT LESS I550-RECORD-KEY.
012070     IF WS-I550-SUCCESSFUL
012080       PERFORM 7010-READ-I550-NEXT
012090     ELSE
012100       IF (NOT WS-I550-END-OF-FILE)
012110           AND (NOT WS-I550-NO-SUCH-RECORD)
012120         DISPLAY '* I550 VSAM ERROR.  KEY = "' I550-RECORD-KEY
012130               '".  FILE STATUS = ' WS-I550-FILE-STATUS '. *'
012140               UPON SYSOUT
012150         GO TO 9900-DISPLAY-ABORT.
012160     IF WS-I550-SUCCESSFUL
012170         AND (I550-BC EQUAL WS-HOLD-BC)
012180       MOVE I550-FI-NAME TO WS-FI-NAME
012190     ELSE
012200       MOVE 'MISSING I550 FI NAME' TO WS-FI-NAME.
012210*
012220   7010-READ-I550-NEXT.
012230     READ I550-FILE NEXT RECORD.
012240     IF (NOT WS-I550-SUCCESSFUL)
012250         AND (NOT WS-I550-END-OF-FILE)
012260       DISPLAY '* VSAM ERROR ON I550 READ NEXT. FILE STATUS = '
012270             WS-I550-FILE-STATUS '. *' UPON SYSOUT
012280       GO TO 9900-DISPLAY-ABORT.
012290*
012300*
012310   8000-INITIALIZE.
012320*
012330 COPY CPY005.
012340*
012350     OPEN OUTPUT PRINTER1-FILE
012360           INPUT I1270C-FILE IBCSUM-FILE ICRDTL-FILE I1485-FILE
012370                 IBYPAS-FILE IPRVAR-FILE.
012380     OPEN INPUT I550-FILE.
012390     IF NOT WS-I550-SUCCESSFUL-OPEN
012400       DISPLAY '* VSAM ERROR ON I550 OPEN.  FILE STATUS = '
012410             WS-I550-FILE-STATUS '. *' UPON SYSOUT
012420       GO TO 9900-DISPLAY-ABORT.
012430     MOVE 'Y' TO WS-I550-FILE-FLAG.
012440     PERFORM 5000-LOAD-ASSIGNMENTS.
012450     MOVE WS-PROGRAM-NUMBER TO WS-HD1-PROGRAM-NUMBER.
012460     MOVE CPY4-CURRENT-DATE (5:2) TO WS-HD1-RUN-MONTH.
012470     MOVE CPY4-CURRENT-DATE (7:2) TO WS-HD1-RUN-DAY.
012480     MOVE CPY4-CURRENT-DATE (1:4) TO WS-HD1-RUN-YEAR.
012490*
012500*
012510   9000-CLOSE.
012520     MOVE WS-END-OF-REPORT TO PR1-REC.
012530     MOVE +3 TO WS-LINE-SPACER.
012540     PERFORM 3100-WRITE-PR1-REC.
012550     CLOSE PRINTER1-FILE I1270C-FILE IBCSUM-FILE ICRDTL-FILE
012560           I1485-FILE IBYPAS-FILE IPRVAR-FILE.
012570     PERFORM 9200-CLOSE-I550-FILE.
012580     IF NOT WS-I550-SUCCESSFUL
012590       DISPLAY 'VSAM ERROR ON I550 CLOSE.  FILE STATUS = '
012600             WS-I550-FILE-STATUS '.' UPON SYSOUT
012610       MOVE 'Y' TO WS-RETURN-04-FLAG.
012620     IF WS-UNASSIGNED-BC-COUNT GREATER +0
012630       DISPLAY 'BCS IN THE WEEKLY FILES WITH NO C1270 CARD.'
012640             UPON SYSOUT.
012650     MOVE WS-I1270C-REC-COUNT TO WS-CD-I1270C-REC-CT.
012660     MOVE WS-MGR-COUNT TO WS-CD-MGR-CT.
012670     MOVE WS-PACKET-COUNT TO WS-CD-PACKET-CT.
012680     MOVE WS-IBCSUM-REC-COUNT TO WS-CD-IBCSUM-REC-CT.
012690     MOVE WS-ICRDTL-REC-COUNT TO WS-CD-ICRDTL-REC-CT.
012700     MOVE WS-I1485-REC-COUNT TO WS-CD-I1485-REC-CT.
012710     MOVE WS-IBYPAS-REC-COUNT TO WS-CD-IBYPAS-REC-CT.
012720     MOVE WS-IPRVAR-REC-COUNT TO WS-CD-IPRVAR-REC-CT.
012730     MOVE WS-UNASSIGNED-BC-COUNT TO WS-CD-UNASSIGNED-BC-CT.
012740     MOVE WS-UNASSIGNED-LINE-COUNT TO WS-CD-UNASSIGNED-LINE-CT.
012750     DISPLAY '=======  ' WS-PROGRAM-NUMBER ' FILE COUNTS  ======='
012760           UPON SYSOUT.
012770     DISPLAY WS-CD-CARD-LINE UPON SYSOUT.
012780     DISPLAY WS-CD-FILE-LINE UPON SYSOUT.
012790     DISPLAY WS-CD-UNASSIGNED-LINE UPON SYSOUT.
012800     IF RETURN-04
012810       MOVE 04 TO RETURN-CODE WS-RETURN-CODE.
012820     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
012830*
012840   9200-CLOSE-I550-FILE.
012850     MOVE SPACE TO WS-I550-FILE-FLAG.
012860     CLOSE I550-FILE.
012870*
012880   9900-DISPLAY-ABORT.
012890     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
012900           UPON SYSOUT.
012910     IF OPENED-I550-FILE
012920       PERFORM 9200-CLOSE-I550-FILE.
012930     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
012940     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
012950     STOP RUN.
