000350*         - ONE OR MORE FILE COUNTS MOVED MORE THAN THE
000360*             TOLERANCE PERCENTAGE FROM THE PRIOR RUN
000370*         - A NONZERO RETURN CODE APPEARS IN THE LOG
000371*         - A BIL02900 PASS 2 RUN BILLED ONE OR MORE BCS THAT
000372*             RECEIVED NO INVOICE
000380*         - VSAM ERROR ON CLOSE; IRUNLOG
000390*
000400******************************************************************
000570*    TOGETHER IN TIME ORDER; THE PRIOR RECORD'S COUNTS ARE HELD
000580*    AND EACH FILE SLOT IS COMPARED BY FILE NAME AGAINST THE
000590*    HELD RUN WHEN IT IS FOR THE SAME PROGRAM.
000591*  A BIL02900 PASS 2 RUN ALSO CARRIES ITS INVOICE-TO-BILLING
000592*    RECONCILIATION; THE BC COUNTS (AND THE BILLED DOLLARS NOT
000593*    INVOICED) PRINT BELOW ITS FILE COUNTS.
000600*
000610******************************************************************
000620*
000660*          COMPANION TO THE RUNLOG RUN-HISTORY MASTER.
000670*                                               M. CHISHOLM  01
000680*
000681*10-15-26  PRINT THE BIL02900 INVOICE RECONCILIATION RESULT
000682*            CARRIED ON THE RUN LOG; BCS BILLED BUT NOT INVOICED
000683*            ARE FLAGGED AND SET RETURN CODE 04.
000684*                                               M. CHISHOLM  02
000685*
000690******************************************************************
000700*
000710 ENVIRONMENT DIVISION.
002040     05  FILLER                   PIC X(3)       VALUE SPACE.
002050     05  WS-FL-FLAG               PIC X(12).
002060     05  FILLER                   PIC X(61)      VALUE SPACE.
002061   03  WS-INV-RECON-LINE.
002062     05  FILLER                   PIC X(5)       VALUE SPACE.
002063     05  FILLER                   PIC X(16)      VALUE
002064                                  'INVOICE RECON:  '.
002065     05  WS-IR-NOT-INVOICED-CT    PIC ZZ,ZZ9.
002066     05  FILLER                   PIC X(20)      VALUE
002067                                  ' BILLED NOT INVOICED'.
002068     05  FILLER                   PIC X          VALUE SPACE.
002069     05  WS-IR-NOT-INVOICED-GROSS PIC $$,$$$,$$9.99-.
002070     05  FILLER                   PIC X(3)       VALUE SPACE.
002071     05  WS-IR-MULTI-MEDIUM-CT    PIC ZZ,ZZ9.
002072     05  FILLER                   PIC X(13)      VALUE
002073                                  ' MULTI-MEDIUM'.
002074     05  FILLER                   PIC X(3)       VALUE SPACE.
002075     05  WS-IR-NOT-BILLED-CT      PIC ZZ,ZZ9.
002076     05  FILLER                   PIC X(20)      VALUE
002077                                  ' INVOICED NOT BILLED'.
002078     05  FILLER                   PIC X(3)       VALUE SPACE.
002079     05  WS-IR-FLAG               PIC X(12).
002080     05  FILLER                   PIC X(4)       VALUE SPACE.
002070   03  WS-END-OF-REPORT.
002080     05  FILLER                   PIC X(20)      VALUE ALL '-'.
002090     05  FILLER                 PIC X(15) VALUE ' END OF REPORT '.
002160*
002170 COPY CPY004.
002180*
002190 01  WS-PROGRAM-NUMBER            PIC X(8)       VALUE 'BIL02952'.
002200 01  WS-REVISION-DATE             PIC X(8)       VALUE '10-15-26'.
002210*
002220 PROCEDURE DIVISION.
002230*
002410     PERFORM 2100-EACH-FILE-SLOT
002420         VARYING WS-SLOT-SUB FROM +1 BY +1
002430         UNTIL WS-SLOT-SUB GREATER +8.
002431     IF RUNL-INV-RECON-DONE
002432       PERFORM 2500-PRINT-INVOICE-RECON.
002440     MOVE RUNL-PROGRAM-NUMBER TO WS-PRIOR-PROGRAM.
002450     MOVE RUNL-FILE-COUNTS TO WS-PRIOR-FILE-COUNTS.
002460     PERFORM 1100-READ-RUNLOG-NEXT.
003430         MOVE '* MOVED *' TO WS-FL-FLAG
003440         MOVE 'Y' TO WS-RETURN-04-FLAG.
003450*
003451   2500-PRINT-INVOICE-RECON.
003452     IF WS-LINE-COUNT GREATER +58
003453       PERFORM 3300-HEAD-PR1-PAGE.
003454     MOVE RUNL-INV-NOT-INVOICED-CT TO WS-IR-NOT-INVOICED-CT.
003455     MOVE RUNL-INV-NOT-INVOICED-GROSS TO WS-IR-NOT-INVOICED-GROSS.
003456     MOVE RUNL-INV-MULTI-MEDIUM-CT TO WS-IR-MULTI-MEDIUM-CT.
003457     MOVE RUNL-INV-NOT-BILLED-CT TO WS-IR-NOT-BILLED-CT.
003458     IF RUNL-INV-NOT-INVOICED-CT GREATER +0
003459       MOVE '* NOT INV *' TO WS-IR-FLAG
003460       MOVE 'Y' TO WS-RETURN-04-FLAG
003461     ELSE
003462       MOVE SPACE TO WS-IR-FLAG.
003463     MOVE WS-INV-RECON-LINE TO PR1-REC.
003464     MOVE +1 TO WS-LINE-SPACER.
003465     PERFORM 3100-WRITE-PR1-REC.
003466*
003460*
003470   3100-WRITE-PR1-REC.
003480     WRITE PR1-REC AFTER WS-LINE-SPACER.
