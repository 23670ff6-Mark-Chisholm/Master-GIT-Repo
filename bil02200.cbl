000280*I1220P   = C1220 INPUT FROM PARMLIB                   LRECL=80
000290*           PRICE DESIGNATION CODES FOR PRICING
000300*
000301*CONPRC   = CONTRACT PRICE MASTER - VSAM             LRECL=128
000302*           KEYED ON BC/PRODUCT-DQ/PRICE DESIGNATION PAIR,
000303*           MAINTAINED BY BIL02240.  REPLACES THE 551 PRICES OF
000304*           AN FI EXCLUSIVE FOR A BILLING WEEK WITHIN THE
000305*           CONTRACT'S EFFECTIVE/EXPIRATION DATES.
000306*
000310*O1475    = 1475 OUTPUT TO BIL021                      LRECL=75
000320*           FI EXCLUSIVES FILE
000330*
000345*           RETURN CODE, AND START/STOP TIMES, FOR THE BIL02950
000346*           OPERATIONS RECAP.
000347*
000347*CYCLE    = BILLING CYCLE CONTROL MASTER - VSAM        LRECL=200
000347*           THE CYCLE OPENED BY BIL02100 MUST BE OPEN AND ITS
000347*           BILLING WEEK WITHIN 7 DAYS OF THE RUN DATE.  ITS
000347*           BILLING WEEK IS USED ON O1480/O1490, AND THIS STEP
000347*           IS RECORDED IN IT AT END OF JOB (EVEN ON AN ABORT).
000347*
000348*PRINTER1 = EXCLUSIVE PRODUCTS BY BC, 132 CH/LINE (FBA LRECL=133)
000350*
000353*PRINTER2 = EXCLUSIVE PRICE NOTICES, ONE PER BC, FOR MAILING OR
000460*         - TABLE OVERFLOW; 58 EXCLUSIVES OR BC EXCLUSIVES
000470*         - NO NON-OBSOLETE EXCLUSIVES FOUND ON I58 FILE.
000479*         - VSAM ERROR (EXCEPT ON CLOSE); I550, I551, I551P,
000488*             O1480, O1490 OR CONPRC
000489*         - NO BILLING CYCLE OPEN, OR THE OPEN CYCLE'S BILLING
000489*             WEEK IS NOT WITHIN 7 DAYS OF THE RUN DATE
000489*         - VSAM ERROR (EXCEPT ON CLOSE); CYCLE
000490*
000500*  08 = ERROR.  RUN CONTINUED.  SEE SYSOUT.
000510*         - MISSING ONE OR MORE I551 RECORDS FOR COMBINATION OF
000540*
000550*  04 = INFO ONLY.  RUN CONTINUED.  SEE SYSOUT.
000560*         - VSAM ERROR ON CLOSE; I550, I551, I551P, O1480
000561*             O1490 OR CONPRC
000570*         - TABLE OVER 80% FULL; 58 EXCLUSIVES OR BC EXCLUSIVES
000571*         - MISSING ONE OR MORE I551P RECORDS FOR COMBINATION OF
000572*             I58 EXCLUSIVE PRODUCT / I1220P SPECIFIC PRICE
001070*         EXCLUSIVES TABLE.  IF THE EXCLUSIVE, COMBINED WITH THE
001080*         CURRENT BRANCH'S PRICE DESIGNATION, IS NOT ALREADY IN
001090*         THAT TABLE, THE PROGRAM CREATES AND INSTALLS AN ENTRY.
001091*    -  WHEN IT INSTALLS AN ENTRY, THE PROGRAM LOOKS FOR A
001092*         CONTRACT PRICE FOR THE BC/PRODUCT-DQ/PRICE DESIGNATION
001093*         PAIR.  IF ONE IS ON FILE AND THE BILLING WEEK IS ON OR
001094*         BETWEEN ITS EFFECTIVE AND EXPIRATION DATES, THE
001095*         CONTRACT PRICES REPLACE THE 551 PRICES AND THE LINE IS
001096*         FLAGGED AS CONTRACT-PRICED ON THE LISTING, THE FI PRICE
001097*         NOTICE, THE PENDING PRICE COMPARISON, AND O1480/O1490.
001100*    -  AT THE END OF THE BC, THE PROGRAM CHECKS IF IT INSTALLED
001110*         ANY ENTRIES IN THE FI EXCLUSIVES TABLE.  IF IT DID, IT
001120*         PRINTS A REPORT OF THEM, AND CREATES 1475 RECORDS FROM
001295*            OF THE INFORMATION DYING WITH THE SYSOUT.
001296*                                               M. CHISHOLM  08
001297*
001297*10-15-26  TIED THE RUN TO THE BILLING CYCLE CONTROL MASTER
001297*            (CYCLE, OPENED BY THE NEW BIL02100).  THE RUN NOW
001297*            ABORTS UNLESS A CYCLE IS OPEN WITH A BILLING WEEK
001297*            WITHIN 7 DAYS OF THE RUN DATE, CARRIES THAT BILLING
001297*            WEEK (NOT THE RUN DATE) ON O1480/O1490, THE 26-WEEK
001297*            PURGE CUTOFF AND THE RUN LOG, AND RECORDS ITS STEP
001297*            AND RETURN CODE IN THE CYCLE AT END OF JOB.
001297*                                               M. CHISHOLM  09
001297*
001297*10-15-26  ADDED CONTRACT PRICE OVERRIDES.  AN FI EXCLUSIVE WITH
001297*            A CONTRACT ON THE NEW CONPRC MASTER (MAINTAINED BY
001297*            BIL02240) IS PRICED FROM THE CONTRACT INSTEAD OF THE
001297*            551 WHEN THE BILLING WEEK FALLS WITHIN THE CONTRACT
001297*            DATES.  SUCH LINES CARRY '* CONTRACT' ON THE LISTING
001297*            AND PENDING COMPARISON (AND O1485), THE CONTRACT END
001297*            DATE ON THE FI PRICE NOTICE, AND THE NEW CONTRACT
001297*            FLAG ON O1480/O1490.  O1475 IS UNCHANGED IN LAYOUT
001297*            BUT CARRIES THE CONTRACT PRICES.
001297*                                               M. CHISHOLM  10
001297*
001298******************************************************************
001310*
001320 ENVIRONMENT DIVISION.
001596                            ACCESS MODE IS DYNAMIC
001597                            RECORD KEY IS RUNL-KEY
001598                            FILE STATUS IS WS-RUNLOG-FILE-STATUS.
001598     SELECT CYCLE-FILE    ASSIGN CYCLE
001598                            ORGANIZATION IS INDEXED
001598                            ACCESS MODE IS DYNAMIC
001598                            RECORD KEY IS CYC-KEY
001598                            FILE STATUS IS WS-CYCLE-FILE-STATUS.
001598     SELECT CONPRC-FILE   ASSIGN CONPRC
001598                            ORGANIZATION IS INDEXED
001598                            ACCESS MODE IS DYNAMIC
001598                            RECORD KEY IS CPR-KEY
001598                            FILE STATUS IS WS-CONPRC-FILE-STATUS.
001599     SELECT O1485-FILE   ASSIGN RSD-O1485.
001602     SELECT OBYPAS-FILE  ASSIGN RSD-OBYPAS.
001605     SELECT I1475P-FILE  ASSIGN RSD-I1475P.
001960 FD  RUNLOG-FILE
001961*
001962 COPY TRUNLOG.
001962*
001962 FD  CYCLE-FILE
001962*
001962 COPY TCYCLE.
001962*
001962 FD  CONPRC-FILE
001962*
001962 COPY TCONPRC.
001963*
001963 FD  O1485-FILE
001963     RECORDING MODE IS F
003208       07  WS-DTL-ADDL-QTY-BASE   PIC ----.99.
003218       07  FILLER                 PIC X.
003228       07  WS-DTL-ADDL-QTY-DELIV  PIC ----.99.
003232     05  FILLER                   PIC X(2).
003236     05  WS-DTL-CONTRACT-NOTE     PIC X(10).
003240     05  FILLER                   PIC X(5).
003248   03  WS-PAGE-FOOTER.
003258     05  FILLER                   PIC X(44)      VALUE
003268                   '     * UNADJUSTED CURRENT 551 (OR * CONTRACT'.
003278     05  FILLER                   PIC X(44)      VALUE
003288                   ') PRICES, EXCLUDING ADD-ONS, USING THE PRICE'.
003298     05  FILLER                   PIC X(44)      VALUE
003308                   ' DESIGNATION(S) OF THE BRANCH(ES) INVOLVED *'.
003318   03  WS-END-OF-REPORT.
003328     05  FILLER                   PIC X(20)      VALUE ALL '-'.
003338     05  FILLER                 PIC X(15) VALUE ' END OF REPORT '.
003526       07  WS-NTC-DTL-ADDL-BASE   PIC $$$9.99.
003527       07  FILLER                 PIC X(4)       VALUE SPACE.
003528       07  WS-NTC-DTL-ADDL-DELIV  PIC $$$9.99.
003529     05  FILLER                   PIC X          VALUE SPACE.
003529     05  WS-NTC-DTL-CONTRACT      PIC X(24).
003530   03  WS-NTC-FOOTER.
003531     05  FILLER                   PIC X(3)       VALUE SPACE.
003532     05  FILLER                   PIC X(55)      VALUE
003553   03  WS-RUNL-O1485-COUNT        PIC S9(9)      COMP-3 VALUE +0.
003554   03  WS-RUNL-OBYPAS-COUNT       PIC S9(9)      COMP-3 VALUE +0.
003555*
003555 01  WS-CYCLE-FIELDS.
003555   03  WS-CYCLE-FILE-STATUS       PIC X(2).
003555     88  WS-CYCLE-SUCCESSFUL        VALUE '00'.
003555     88  WS-CYCLE-NO-SUCH-RECORD    VALUES '20', '23'.
003555     88  WS-CYCLE-SUCCESSFUL-OPEN   VALUES '00', '05', '97'.
003555   03  WS-CYCLE-FILE-FLAG         PIC X          VALUE SPACE.
003555     88  OPENED-CYCLE-FILE          VALUE 'Y'.
003555   03  WS-CYCLE-VERIFIED-FLAG     PIC X          VALUE SPACE.
003555     88  CYCLE-VERIFIED             VALUE 'Y'.
003555   03  WS-CYCLE-CURRENT-KEY       PIC X(8)       VALUE 'CURRENT'.
003555*                * THIS PROGRAM'S STEP ENTRY IN THE CYCLE RECORD *
003555   03  WS-CYCLE-STEP-SUB          PIC S9(4)      COMP VALUE +1.
003555   03  WS-CYCLE-STEP-STATUS       PIC X          VALUE 'C'.
003555   03  WS-CYCLE-DAY-WINDOW        PIC S9(3)      COMP-3 VALUE +7.
003555   03  WS-CYCLE-DAY-DIFFERENCE    PIC S9(7)      COMP-3.
003555   03  WS-CYCLE-BILLING-DATE      PIC X(6)       VALUE SPACE.
003555   03  WS-CYCLE-BILLING-WEEK      PIC X(8)       VALUE SPACE.
003555   03  WS-CYCLE-BILLING-WEEK-NUM REDEFINES WS-CYCLE-BILLING-WEEK
003555                                  PIC 9(8).
003555   03  WS-CYCLE-RUN-DATE-NUM      PIC 9(8).
003555*
003555 01  WS-CONTRACT-FIELDS.
003555   03  WS-CONPRC-FILE-STATUS      PIC X(2).
003555     88  WS-CONPRC-SUCCESSFUL       VALUE '00'.
003555     88  WS-CONPRC-NO-SUCH-RECORD   VALUES '20', '23'.
003555     88  WS-CONPRC-SUCCESSFUL-OPEN  VALUES '00', '97'.
003555   03  WS-CONPRC-FILE-FLAG        PIC X          VALUE SPACE.
003555     88  OPENED-CONPRC-FILE         VALUE 'Y'.
003555   03  WS-CONTRACT-PRICED-COUNT   PIC S9(7)      COMP-3 VALUE +0.
003555   03  WS-CONTRACT-NOTICE-NOTE.
003555     05  FILLER                   PIC X(14)      VALUE
003555                                      'CONTRACT THRU'.
003555     05  WS-CNN-EXP-MONTH         PIC X(2).
003555     05  FILLER                   PIC X          VALUE '-'.
003555     05  WS-CNN-EXP-DAY           PIC X(2).
003555     05  FILLER                   PIC X          VALUE '-'.
003555     05  WS-CNN-EXP-YEAR          PIC X(4).
003555*
003556 01  WS-O1490-PURGE-FIELDS.
003556   03  WS-O1490-CUTOFF-WEEK       PIC X(8).
003556   03  WS-O1490-CUTOFF-NUM REDEFINES WS-O1490-CUTOFF-WEEK
003585   03  WS-BC-EXCL-PEND-FIELDS REDEFINES WS-BC-EXCL-PEND-INFO.
003586     05  WS-BC-EXCL-PEND-BASE     PIC S9(5)V9(2) COMP-3.
003587     05  FILLER                   PIC X(12).
003587   03  WS-BC-EXCL-CONTRACT-INFO.
003587     05  WS-BC-EXCL-CONTRACT-FLAG PIC X.
003587       88  WS-BC-EXCL-CONTRACT-PRICED VALUE 'C'.
003587     05  WS-BC-EXCL-CONTRACT-EXP  PIC X(8).
003588*
003589 01  WS-BC-CHG-REC.
003590   03  WS-BC-CHG-REC-STATUS       PIC X(7).
003833                                      IX-WS-BC-EXCL-TBL-FROM
003843                                      IX-WS-BC-EXCL-TBL-TO.
003853     05  WS-BC-EXCL-TBL-SEQ       PIC X(20).
003863     05  FILLER                   PIC X(68).
003873*
003883 01  WS-58-551-TABLE.
003893   03  WS-58-551-ENTRY-COUNT      PIC S9(4)      COMP.
004053*
004063 COPY CPY004.
004073*
004083 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02210'.
004093 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
004103*
004113 PROCEDURE DIVISION.
004123*
005672                 WS-BC-EXCL-TBL-ENTRY (IX-WS-BC-EXCL-TBL-TO)
005682         END-PERFORM
005692       END-IF
005696       PERFORM 1650-APPLY-CONTRACT-PRICE
005702       MOVE WS-BC-EXCL-REC TO
005712             WS-BC-EXCL-TBL-ENTRY (IX-WS-BC-EXCL-TBL)
005722       SET IX-WS-BC-EXCL-TBL-EMPTY UP BY 1.
005732*
005733   1650-APPLY-CONTRACT-PRICE.
005734     MOVE SPACE TO WS-BC-EXCL-CONTRACT-INFO.
005735     MOVE WS-BC-INF-BC TO CPR-BC.
005736     MOVE WS-BC-EXCL-PROD-DQ TO CPR-PROD-DQ.
005737     MOVE WS-BC-EXCL-PR-DESIG-PAIR TO CPR-PR-DESIG-PAIR.
005738     READ CONPRC-FILE.
005739     IF (NOT WS-CONPRC-SUCCESSFUL)
005740         AND (NOT WS-CONPRC-NO-SUCH-RECORD)
005741       DISPLAY '* VSAM ERROR ON CONPRC READ.  FILE STATUS = '
005741             WS-CONPRC-FILE-STATUS '.  KEY = "' CPR-KEY '" *'
005741             UPON SYSOUT
005741       GO TO 9900-DISPLAY-ABORT.
005741     IF WS-CONPRC-SUCCESSFUL
005741         AND (CPR-EFFECTIVE-DATE NOT GREATER
005741               WS-CYCLE-BILLING-WEEK)
005741         AND (CPR-EXPIRATION-DATE NOT LESS WS-CYCLE-BILLING-WEEK)
005741*                * CONTRACT IN EFFECT FOR THE BILLING WEEK *
005741       MOVE CPR-PRICE-INFO TO WS-BC-EXCL-PRICE-INFO
005741       MOVE 'C' TO WS-BC-EXCL-CONTRACT-FLAG
005741       MOVE CPR-EXPIRATION-DATE TO WS-BC-EXCL-CONTRACT-EXP
005741       ADD 1 TO WS-CONTRACT-PRICED-COUNT.
005741*
005742*
005752   2000-FINISH-BC-W-EXCL.
005762     PERFORM 3500-INIT-BC-REPORT.
005822       MOVE WS-BC-EXCL-TBL-ENTRY (IX-WS-BC-EXCL-TBL) TO
005832             O1475-REC (9:63)
005842       MOVE SPACE TO O1475-REC (72:4)
005845       MOVE WS-BC-EXCL-TBL-ENTRY (IX-WS-BC-EXCL-TBL) TO
005848             WS-BC-EXCL-REC
005852       PERFORM 3000-PRINT-DETAIL-LINE
005862       WRITE O1475-REC
005866       ADD 1 TO WS-RUNL-O1475-COUNT
005893     MOVE O1475-PR-DESIG-PAIR TO O1480-PR-DESIG-PAIR.
005894     MOVE O1475-PRICE-INFO TO O1480-PRICE-INFO.
005895     MOVE O1475-58-MISC-INFO TO O1480-58-MISC-INFO.
005896     MOVE WS-CYCLE-BILLING-WEEK TO O1480-BILLING-WEEK.
005896     MOVE WS-BC-EXCL-CONTRACT-FLAG TO O1480-CONTRACT-FLAG.
005897     WRITE O1480-REC.
005898     IF NOT WS-O1480-SUCCESSFUL
005899       DISPLAY '* VSAM ERROR ON O1480 WRITE.  FILE STATUS = '
005908     MOVE O1475-BC TO O1490-BC.
005909     MOVE O1475-PROD-DQ TO O1490-PROD-DQ.
005910     MOVE O1475-PR-DESIG-PAIR TO O1490-PR-DESIG-PAIR.
005911     MOVE WS-CYCLE-BILLING-WEEK TO O1490-BILLING-WEEK.
005912     MOVE O1475-PRICE-INFO TO O1490-PRICE-INFO.
005913     MOVE O1475-58-MISC-INFO TO O1490-58-MISC-INFO.
005913     MOVE WS-BC-EXCL-CONTRACT-FLAG TO O1490-CONTRACT-FLAG.
005914     WRITE O1490-REC.
005915     IF WS-O1490-DUPLICATE-KEY
005916*                * RERUN WITHIN THE SAME WEEK - REPLACE *
005954     IF (WS-BC-EXCL-UNIT-BASE EQUAL +0)
005955         AND (WS-BC-EXCL-PEND-BASE NOT EQUAL +0)
005956       MOVE '* NEW PRICE' TO WS-PEND-DTL-NOTE.
005956*                * CURRENT IS THE CONTRACT PRICE, NOT THE 551 *
005956     IF WS-BC-EXCL-CONTRACT-PRICED
005956       MOVE '* CONTRACT' TO WS-PEND-DTL-NOTE.
005957     MOVE WS-PEND-LINE TO PR1-REC.
005958     PERFORM 3100-WRITE-PR1-REC.
005959     MOVE SPACE TO O1485-REC.
006126       MOVE WS-BC-EXCL-ADDL-DELIV TO WS-NTC-DTL-ADDL-DELIV
006127     ELSE
006128       MOVE SPACE TO WS-NTC-DTL-ADDL-PRICES.
006128     IF WS-BC-EXCL-CONTRACT-PRICED
006128       MOVE WS-BC-EXCL-CONTRACT-EXP (5:2) TO WS-CNN-EXP-MONTH
006128       MOVE WS-BC-EXCL-CONTRACT-EXP (7:2) TO WS-CNN-EXP-DAY
006128       MOVE WS-BC-EXCL-CONTRACT-EXP (1:4) TO WS-CNN-EXP-YEAR
006128       MOVE WS-CONTRACT-NOTICE-NOTE TO WS-NTC-DTL-CONTRACT
006128     ELSE
006128       MOVE SPACE TO WS-NTC-DTL-CONTRACT.
006129     MOVE WS-NTC-DETAIL TO PR2-REC.
006130     PERFORM 2530-WRITE-PR2-REC.
006131     SET IX-WS-BC-EXCL-TBL UP BY 1.
006211       MOVE SPACE TO WS-DTL-ADDL-QTY-PRICES.
006221     MOVE O1475-58-ABBREV-DESCR TO WS-DTL-58-ABBREV-DESCR.
006231     MOVE O1475-58-STYLE-CODE TO WS-DTL-58-STYLE-CODE.
006232     IF WS-BC-EXCL-CONTRACT-PRICED
006233       MOVE '* CONTRACT' TO WS-DTL-CONTRACT-NOTE
006234     ELSE
006235       MOVE SPACE TO WS-DTL-CONTRACT-NOTE.
006241     MOVE WS-DETAIL-LINE TO PR1-REC.
006251     PERFORM 3100-WRITE-PR1-REC.
006261*
007806*
007807     ACCEPT WS-RUNL-TIME-RAW FROM TIME.
007808     MOVE WS-RUNL-TIME-RAW (1:6) TO WS-RUNL-START-TIME.
007808     PERFORM 8500-CHECK-BILLING-CYCLE.
007809     OPEN OUTPUT O1475-FILE O1480-FILE O1485-FILE OBYPAS-FILE
007809                 PRINTER1-FILE PRINTER2-FILE
007809             I-O O1490-FILE
007828             WS-O1490-FILE-STATUS '. *' UPON SYSOUT
007829       GO TO 9900-DISPLAY-ABORT.
007830     MOVE 'Y' TO WS-O1490-FILE-FLAG.
007830     OPEN INPUT CONPRC-FILE.
007830     IF NOT WS-CONPRC-SUCCESSFUL-OPEN
007830       DISPLAY '* VSAM ERROR ON CONPRC OPEN.  FILE STATUS = '
007830             WS-CONPRC-FILE-STATUS '. *' UPON SYSOUT
007830       GO TO 9900-DISPLAY-ABORT.
007830     MOVE 'Y' TO WS-CONPRC-FILE-FLAG.
007831*                * PRICE HISTORY RETENTION CUTOFF = BILLING
007832*                  WEEK MINUS 26 WEEKS (182 DAYS) *
007833     MOVE WS-CYCLE-BILLING-WEEK TO WS-O1490-CUTOFF-WEEK.
007834     COMPUTE WS-O1490-DATE-INTEGER =
007835           FUNCTION INTEGER-OF-DATE(WS-O1490-CUTOFF-NUM) - 182.
007836     COMPUTE WS-O1490-CUTOFF-NUM =
008010     MOVE CPY4-CURRENT-DATE (5:2) TO WS-NTC-DATE-MONTH.
008013     MOVE CPY4-CURRENT-DATE (7:2) TO WS-NTC-DATE-DAY.
008016     MOVE CPY4-CURRENT-DATE (1:4) TO WS-NTC-DATE-YEAR.
008016*
008016   8500-CHECK-BILLING-CYCLE.
008016     OPEN INPUT CYCLE-FILE.
008016     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
008016       DISPLAY '* VSAM ERROR ON CYCLE OPEN.  FILE STATUS = '
008016             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
008016       GO TO 9900-DISPLAY-ABORT.
008016     MOVE 'Y' TO WS-CYCLE-FILE-FLAG.
008016     MOVE WS-CYCLE-CURRENT-KEY TO CYC-KEY.
008016     READ CYCLE-FILE.
008016     IF WS-CYCLE-NO-SUCH-RECORD
008016       DISPLAY '* NO BILLING CYCLE HAS BEEN OPENED *' UPON SYSOUT
008016       GO TO 9900-DISPLAY-ABORT.
008016     IF NOT WS-CYCLE-SUCCESSFUL
008016       DISPLAY '* VSAM ERROR ON CYCLE READ.  FILE STATUS = '
008016             WS-CYCLE-FILE-STATUS '. *' UPON SYSOUT
008016       GO TO 9900-DISPLAY-ABORT.
008016     PERFORM 9400-CLOSE-CYCLE-FILE.
008016     IF NOT CYC-OPEN
008016       DISPLAY '* NO BILLING CYCLE IS OPEN - LAST CYCLE '
008016             CYC-BILLING-DATE ' IS CLOSED *' UPON SYSOUT
008016       GO TO 9900-DISPLAY-ABORT.
008016     MOVE CYC-BILLING-DATE TO WS-CYCLE-BILLING-DATE.
008016     MOVE CYC-BILLING-WEEK TO WS-CYCLE-BILLING-WEEK.
008016     DISPLAY 'BILLING CYCLE = "' WS-CYCLE-BILLING-DATE '" ('
008016           WS-CYCLE-BILLING-WEEK ').' UPON SYSOUT.
008016*                * NOTHING ON THIS RUN'S INPUT CARRIES A BILLING
008016*                  DATE, SO THE RUN DATE MUST FALL IN THE WEEK
008016*                  EITHER SIDE OF THE OPEN CYCLE'S BILLING WEEK *
008016     MOVE CPY4-CURRENT-DATE TO WS-CYCLE-RUN-DATE-NUM.
008016     COMPUTE WS-CYCLE-DAY-DIFFERENCE =
008016           FUNCTION INTEGER-OF-DATE(WS-CYCLE-RUN-DATE-NUM) -
008016           FUNCTION INTEGER-OF-DATE(WS-CYCLE-BILLING-WEEK-NUM).
008016     IF (WS-CYCLE-DAY-DIFFERENCE GREATER WS-CYCLE-DAY-WINDOW)
008016         OR (WS-CYCLE-DAY-DIFFERENCE + WS-CYCLE-DAY-WINDOW
008016             LESS ZERO)
008016       DISPLAY '* RUN DATE ' CPY4-CURRENT-DATE ' IS NOT WITHIN '
008016             'THE OPEN BILLING CYCLE WEEK ('
008016             WS-CYCLE-BILLING-WEEK ') *' UPON SYSOUT
008016       GO TO 9900-DISPLAY-ABORT.
008016     MOVE 'Y' TO WS-CYCLE-VERIFIED-FLAG.
008017*
008027   8100-EDIT-LOAD-C1220-DATA.
008037     IF I1220P-PR-DESIG-PAIR (01) EQUAL SPACE
008526       DISPLAY 'VSAM ERROR ON O1490 CLOSE.  FILE STATUS = '
008527             WS-O1490-FILE-STATUS '.' UPON SYSOUT
008528       MOVE 'Y' TO WS-RETURN-04-FLAG.
008529     PERFORM 9280-CLOSE-CONPRC-FILE.
008529     IF NOT WS-CONPRC-SUCCESSFUL
008529       DISPLAY 'VSAM ERROR ON CONPRC CLOSE.  FILE STATUS = '
008529             WS-CONPRC-FILE-STATUS '.' UPON SYSOUT
008529       MOVE 'Y' TO WS-RETURN-04-FLAG.
008529     DISPLAY 'EXCLUSIVE LINES PRICED FROM CONTRACT: '
008529           WS-CONTRACT-PRICED-COUNT '.' UPON SYSOUT.
008530     PERFORM 9200-CLOSE-I550-FILE.
008532     IF NOT WS-I550-SUCCESSFUL
008542       DISPLAY 'VSAM ERROR ON I550 CLOSE.  FILE STATUS = '
008622     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
008623     PERFORM 9050-DISPLAY-OPS-ALERT.
008624     PERFORM 9500-WRITE-RUN-LOG.
008626     IF CYCLE-VERIFIED
008628       PERFORM 9600-RECORD-CYCLE-STEP.
008632*
008633   9050-DISPLAY-OPS-ALERT.
008634*
008688     MOVE SPACE TO WS-O1490-FILE-FLAG.
008689     CLOSE O1490-FILE.
008690*
008690   9280-CLOSE-CONPRC-FILE.
008690     MOVE SPACE TO WS-CONPRC-FILE-FLAG.
008690     CLOSE CONPRC-FILE.
008690*
008691   9300-PURGE-O1490-HISTORY.
008692     MOVE LOW-VALUES TO O1490-KEY.
008693     START O1490-FILE KEY NOT LESS O1490-KEY.
008730     MOVE SPACE TO WS-I550-FILE-FLAG.
008730     CLOSE I550-FILE.
008730*
008730   9400-CLOSE-CYCLE-FILE.
008730     MOVE SPACE TO WS-CYCLE-FILE-FLAG.
008730     CLOSE CYCLE-FILE.
008730*
008730   9500-WRITE-RUN-LOG.
008730*                * THE RUN'S OUTCOME STANDS EVEN IF THE LOG
008730*                  CANNOT BE UPDATED - WARN, NEVER ABORT *
008730     MOVE WS-RUNL-TIME-RAW (1:6) TO RUNL-RUN-TIME RUNL-STOP-TIME.
008730     MOVE WS-REVISION-DATE TO RUNL-REVISION-DATE.
008730     MOVE SPACE TO RUNL-PARM-INFO.
008730     IF WS-CYCLE-BILLING-WEEK EQUAL SPACE
008730       MOVE CPY4-CURRENT-DATE TO RUNL-BILLING-DATE
008730     ELSE
008730       MOVE WS-CYCLE-BILLING-WEEK TO RUNL-BILLING-DATE.
008730     MOVE WS-RETURN-CODE TO RUNL-HIGHEST-RETURN-CODE.
008730     MOVE WS-RUNL-START-TIME TO RUNL-START-TIME.
008730     MOVE 'I58' TO RUNL-FILE-NAME (1).
008750       DISPLAY 'RUN LOG NOT UPDATED.  RUNLOG WRITE FILE STATUS '
008751             '= ' WS-RUNLOG-FILE-STATUS '.' UPON SYSOUT.
008752*
008752   9600-RECORD-CYCLE-STEP.
008752*                * AS WITH THE RUN LOG, THE RUN'S OUTCOME STANDS
008752*                  EVEN IF ITS STEP CANNOT BE RECORDED *
008752     OPEN I-O CYCLE-FILE.
008752     IF NOT WS-CYCLE-SUCCESSFUL-OPEN
008752       DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE OPEN FILE STATUS '
008752             '= ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
008752     ELSE
008752       PERFORM 9610-UPDATE-CYCLE-STEP
008752       CLOSE CYCLE-FILE.
008752*
008752   9610-UPDATE-CYCLE-STEP.
008752     MOVE WS-CYCLE-CURRENT-KEY TO CYC-KEY.
008752     READ CYCLE-FILE.
008752     IF NOT WS-CYCLE-SUCCESSFUL
008752       DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE READ FILE STATUS '
008752             '= ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT
008752     ELSE
008752       IF (NOT CYC-OPEN)
008752           OR (CYC-BILLING-DATE NOT EQUAL WS-CYCLE-BILLING-DATE)
008752         DISPLAY 'CYCLE STEP NOT RECORDED.  BILLING CYCLE '
008752               WS-CYCLE-BILLING-DATE ' IS NO LONGER OPEN.'
008752               UPON SYSOUT
008752       ELSE
008752         PERFORM 9620-SET-CYCLE-STEP
008752         REWRITE CYC-REC
008752         IF NOT WS-CYCLE-SUCCESSFUL
008752           DISPLAY 'CYCLE STEP NOT RECORDED.  CYCLE REWRITE FILE '
008752                 'STATUS = ' WS-CYCLE-FILE-STATUS '.' UPON SYSOUT.
008752*
008752   9620-SET-CYCLE-STEP.
008752     MOVE WS-CYCLE-STEP-STATUS TO
008752           CYC-STEP-STATUS (WS-CYCLE-STEP-SUB).
008752     MOVE WS-RETURN-CODE TO
008752           CYC-STEP-RETURN-CODE (WS-CYCLE-STEP-SUB).
008752     MOVE CPY4-CURRENT-DATE TO
008752           CYC-STEP-RUN-DATE (WS-CYCLE-STEP-SUB).
008752     MOVE WS-RUNL-TIME-RAW (1:6) TO
008752           CYC-STEP-RUN-TIME (WS-CYCLE-STEP-SUB).
008752*
008753   9900-DISPLAY-ABORT.
008755     DISPLAY '* ' WS-PROGRAM-NUMBER ' * RUN ABORTED *'
008756           UPON SYSOUT.
008796       PERFORM 9250-CLOSE-O1480-FILE.
008797     IF OPENED-O1490-FILE
008798       PERFORM 9275-CLOSE-O1490-FILE.
008798     IF OPENED-CONPRC-FILE
008798       PERFORM 9280-CLOSE-CONPRC-FILE.
008798     IF OPENED-CYCLE-FILE
008798       PERFORM 9400-CLOSE-CYCLE-FILE.
008798     MOVE 16 TO RETURN-CODE WS-RETURN-CODE.
008808     DISPLAY WS-RETURN-CODE-LINE UPON SYSOUT.
008809     PERFORM 9050-DISPLAY-OPS-ALERT.
008810     PERFORM 9500-WRITE-RUN-LOG.
008811     IF CYCLE-VERIFIED
008812       MOVE 'A' TO WS-CYCLE-STEP-STATUS
008813       PERFORM 9600-RECORD-CYCLE-STEP.
008818     STOP RUN.
008828*
008838*
