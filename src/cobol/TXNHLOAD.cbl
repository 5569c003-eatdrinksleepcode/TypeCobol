000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TXNHLOAD.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - NIGHTLY MAINTENANCE OF THE
000110*                  TXNHIST ROLLING TRANSACTION HISTORY. THE
000120*                  RUN FIRST PURGES EVERY ROW WHOSE
000130*                  TRANSACTION DATE IS MORE THAN THIRTEEN
000140*                  MONTHS BEHIND THE RUN DATE, THEN APPENDS
000150*                  THE CYCLE'S PRTD20K DETAILS UNDER ACCOUNT,
000160*                  TRANSACTION DATE AND THE NEXT FREE
000170*                  SEQUENCE NUMBER WITHIN THE DATE. A DETAIL
000180*                  ALREADY APPENDED BY AN EARLIER RUN OF THE
000190*                  SAME CYCLE IS RECOGNISED BY ITS LOAD DATE
000200*                  AND PK-SEQ-NO AND NOT APPENDED TWICE, SO A
000210*                  RESTARTED CYCLE CAN SIMPLY RERUN THE STEP.
000220*                  A DETAIL WITH A NON-NUMERIC DATE, OR ONE
000230*                  ALREADY OLDER THAN THE RETENTION WINDOW, IS
000240*                  COUNTED AS REJECTED AND ENDS THE RUN WITH A
000250*                  WARNING. THE RUN'S COUNTS GO TO DVCTLLDG SO
000260*                  DVCYCBAL CAN PROVE EVERY LOADED DETAIL
000270*                  REACHED THE HISTORY. THE TXNHINQ INQUIRY
000280*                  READS THE FILE.
000290*----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PRTD20K ASSIGN TO PRTD20K
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS PK-KEY
000370         FILE STATUS IS DV-PRTD20K-STATUS.
000380     SELECT TXNHIST ASSIGN TO TXNHIST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS TH-KEY
000420         FILE STATUS IS DV-TXNHIST-STATUS.
000430     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CL-KEY
000470         FILE STATUS IS DV-CTLLDG-STATUS.
000480*----------------------------------------------------------
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PRTD20K.
000520 01  PRTD20K-REC.
000530 COPY YPRTD20K.
000540 FD  TXNHIST.
000550 COPY TXNHSREC.
000560 FD  DVCTLLDG.
000570 COPY DVCTLREC.
000580*----------------------------------------------------------
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------
000610* FILE STATUS AND CONTROL SWITCHES
000620*----------------------------------------------------------
000630 01  DV-PRTD20K-STATUS           PIC X(02) VALUE '00'.
000640     88  DV-PRTD20K-OK           VALUE '00'.
000650     88  DV-PRTD20K-EOF          VALUE '10'.
000660 01  DV-TXNHIST-STATUS           PIC X(02) VALUE '00'.
000670     88  DV-TXNHIST-OK           VALUES '00' '02'.
000680     88  DV-TXNHIST-NOT-FOUND    VALUES '23' '35'.
000690 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
000700     88  DV-CTLLDG-OK            VALUES '00' '02'.
000710     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
000720 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
000730     88  DV-EOF                  VALUE 'Y'.
000740 01  DV-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
000750     88  DV-SCAN-DONE            VALUE 'Y'.
000760     88  DV-SCAN-NOT-DONE        VALUE 'N'.
000770 01  DV-ALREADY-LOADED-SW        PIC X(01) VALUE 'N'.
000780     88  DV-ALREADY-LOADED       VALUE 'Y'.
000790*----------------------------------------------------------
000800* RETENTION WINDOW - THE RUN DATE LESS THIRTEEN MONTHS. A
000810* ROW DATED BEFORE THE CUTOFF IS PURGED. A DAY THAT DOES NOT
000820* EXIST IN THE CUTOFF MONTH (31 APRIL) STILL COMPARES
000830* CORRECTLY AS A CCYYMMDD NUMBER.
000840*----------------------------------------------------------
000850 01  DV-RUN-DATE                 PIC 9(08).
000860 01  DV-RUN-DATE-R REDEFINES DV-RUN-DATE.
000870     05  DV-RUN-CCYY             PIC 9(04).
000880     05  DV-RUN-MM               PIC 9(02).
000890     05  DV-RUN-DD               PIC 9(02).
000900 01  DV-CUTOFF-DATE              PIC 9(08).
000910 01  DV-CUTOFF-DATE-R REDEFINES DV-CUTOFF-DATE.
000920     05  DV-CUTOFF-CCYY          PIC 9(04).
000930     05  DV-CUTOFF-MM            PIC 9(02).
000940     05  DV-CUTOFF-DD            PIC 9(02).
000950*----------------------------------------------------------
000960* APPEND WORK AREA
000970*----------------------------------------------------------
000980 01  DV-MAX-SEQ-NO               PIC 9(05) VALUE ZERO.
000990 01  DV-SEQ-LIMIT                PIC 9(05) VALUE 99999.
001000*----------------------------------------------------------
001010* RUN COUNTERS
001020*----------------------------------------------------------
001030 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
001040 01  DV-APPENDED-COUNT           PIC 9(07) VALUE ZERO.
001050 01  DV-ALREADY-COUNT            PIC 9(07) VALUE ZERO.
001060 01  DV-REJECT-COUNT             PIC 9(07) VALUE ZERO.
001070 01  DV-PURGE-READ-COUNT         PIC 9(09) VALUE ZERO.
001080 01  DV-PURGED-COUNT             PIC 9(09) VALUE ZERO.
001090*----------------------------------------------------------
001100 PROCEDURE DIVISION.
001110*----------------------------------------------------------
001120* 0000-MAINLINE
001130*----------------------------------------------------------
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     PERFORM 3000-PURGE-HISTORY THRU 3000-EXIT.
001170     MOVE 'N' TO DV-EOF-SW.
001180     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
001190     PERFORM 2000-APPEND-ONE-DETAIL THRU 2000-EXIT
001200         UNTIL DV-EOF.
001210     PERFORM 7500-DISPLAY-TOTALS THRU 7500-EXIT.
001220     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001230     GOBACK.
001240*----------------------------------------------------------
001250* 1000-INITIALIZE  -  WORKS OUT THE RETENTION CUTOFF AND
001260* OPENS THE FILES. TXNHIST IS CREATED ON THE FIRST EVER
001270* RUN, THE SAME AS THE OTHER KEYED MASTERS.
001280*----------------------------------------------------------
001290 1000-INITIALIZE.
001300     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
001310     MOVE DV-RUN-DATE TO DV-CUTOFF-DATE.
001320     IF DV-RUN-MM = 1
001330         COMPUTE DV-CUTOFF-CCYY = DV-RUN-CCYY - 2
001340         MOVE 12 TO DV-CUTOFF-MM
001350     ELSE
001360         COMPUTE DV-CUTOFF-CCYY = DV-RUN-CCYY - 1
001370         COMPUTE DV-CUTOFF-MM = DV-RUN-MM - 1
001380     END-IF.
001390     OPEN INPUT PRTD20K.
001400     IF NOT DV-PRTD20K-OK
001410         DISPLAY 'TXNHLOAD - OPEN FAILED FOR PRTD20K - '
001420             DV-PRTD20K-STATUS
001430         MOVE 16 TO RETURN-CODE
001440         STOP RUN
001450     END-IF.
001460     OPEN I-O TXNHIST.
001470     IF DV-TXNHIST-NOT-FOUND
001480         OPEN OUTPUT TXNHIST
001490         CLOSE TXNHIST
001500         OPEN I-O TXNHIST
001510     END-IF.
001520     IF NOT DV-TXNHIST-OK
001530         DISPLAY 'TXNHLOAD - OPEN FAILED FOR TXNHIST - '
001540             DV-TXNHIST-STATUS
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580 1000-EXIT.
001590     EXIT.
001600*----------------------------------------------------------
001610* 2000-APPEND-ONE-DETAIL  -  ONE PRTD20K DETAIL. IT IS
001620* CHECKED, LOOKED FOR AMONG THE ROWS ALREADY HELD FOR ITS
001630* ACCOUNT AND DATE, AND APPENDED UNDER THE NEXT SEQUENCE
001640* NUMBER IF THIS CYCLE HAS NOT ALREADY DONE SO.
001650*----------------------------------------------------------
001660 2000-APPEND-ONE-DETAIL.
001670     IF PK-TRANS-DATE IS NOT NUMERIC
001680        OR PK-TRANS-DATE = ZERO
001690         DISPLAY 'TXNHLOAD - BAD TRANSACTION DATE FOR '
001700             PK-ACCOUNT-NO '/' PK-SEQ-NO ' - NOT APPENDED'
001710         ADD 1 TO DV-REJECT-COUNT
001720         GO TO 2000-NEXT
001730     END-IF.
001740     IF PK-TRANS-DATE < DV-CUTOFF-DATE
001750         DISPLAY 'TXNHLOAD - ' PK-ACCOUNT-NO '/' PK-SEQ-NO
001760             ' DATED ' PK-TRANS-DATE
001770             ' IS BEYOND RETENTION - NOT APPENDED'
001780         ADD 1 TO DV-REJECT-COUNT
001790         GO TO 2000-NEXT
001800     END-IF.
001810     PERFORM 2100-SCAN-ACCOUNT-DATE THRU 2100-EXIT.
001820     IF DV-ALREADY-LOADED
001830         ADD 1 TO DV-ALREADY-COUNT
001840         GO TO 2000-NEXT
001850     END-IF.
001860     IF DV-MAX-SEQ-NO >= DV-SEQ-LIMIT
001870         DISPLAY 'TXNHLOAD - SEQUENCE FULL FOR ' PK-ACCOUNT-NO
001880             ' ON ' PK-TRANS-DATE ' - NOT APPENDED'
001890         ADD 1 TO DV-REJECT-COUNT
001900         GO TO 2000-NEXT
001910     END-IF.
001920     PERFORM 2300-WRITE-HISTORY THRU 2300-EXIT.
001930 2000-NEXT.
001940     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
001950 2000-EXIT.
001960     EXIT.
001970*----------------------------------------------------------
001980* 2100-SCAN-ACCOUNT-DATE  -  READS EVERY ROW ALREADY HELD
001990* FOR THE DETAIL'S ACCOUNT AND TRANSACTION DATE, NOTING THE
002000* HIGHEST SEQUENCE NUMBER IN USE AND WHETHER ONE OF THEM IS
002010* THIS VERY DETAIL FROM AN EARLIER RUN OF THE CYCLE.
002020*----------------------------------------------------------
002030 2100-SCAN-ACCOUNT-DATE.
002040     MOVE ZERO TO DV-MAX-SEQ-NO.
002050     MOVE 'N' TO DV-ALREADY-LOADED-SW.
002060     MOVE PK-ACCOUNT-NO TO TH-ACCOUNT-NO.
002070     MOVE PK-TRANS-DATE TO TH-TRANS-DATE.
002080     MOVE ZERO TO TH-SEQ-NO.
002090     START TXNHIST KEY IS >= TH-KEY
002100         INVALID KEY
002110             GO TO 2100-EXIT
002120     END-START.
002130     SET DV-SCAN-NOT-DONE TO TRUE.
002140     PERFORM 2200-CHECK-ONE-ROW THRU 2200-EXIT
002150         UNTIL DV-SCAN-DONE.
002160 2100-EXIT.
002170     EXIT.
002180*----------------------------------------------------------
002190* 2200-CHECK-ONE-ROW  -  THE SCAN ENDS AT END OF FILE OR AT
002200* THE FIRST ROW OF ANOTHER ACCOUNT OR DATE.
002210*----------------------------------------------------------
002220 2200-CHECK-ONE-ROW.
002230     READ TXNHIST NEXT RECORD
002240         AT END
002250             SET DV-SCAN-DONE TO TRUE
002260             GO TO 2200-EXIT
002270     END-READ.
002280     IF TH-ACCOUNT-NO NOT = PK-ACCOUNT-NO
002290        OR TH-TRANS-DATE NOT = PK-TRANS-DATE
002300         SET DV-SCAN-DONE TO TRUE
002310         GO TO 2200-EXIT
002320     END-IF.
002330     MOVE TH-SEQ-NO TO DV-MAX-SEQ-NO.
002340     IF TH-LOAD-DATE = DV-RUN-DATE
002350        AND TH-LOAD-SEQ-NO = PK-SEQ-NO
002360         SET DV-ALREADY-LOADED TO TRUE
002370         SET DV-SCAN-DONE TO TRUE
002380     END-IF.
002390 2200-EXIT.
002400     EXIT.
002410*----------------------------------------------------------
002420* 2300-WRITE-HISTORY  -  APPENDS THE DETAIL UNDER THE NEXT
002430* FREE SEQUENCE NUMBER FOR ITS ACCOUNT AND DATE.
002440*----------------------------------------------------------
002450 2300-WRITE-HISTORY.
002460     MOVE SPACES             TO TXNHIST-REC.
002470     MOVE PK-ACCOUNT-NO      TO TH-ACCOUNT-NO.
002480     MOVE PK-TRANS-DATE      TO TH-TRANS-DATE.
002490     COMPUTE TH-SEQ-NO = DV-MAX-SEQ-NO + 1.
002500     MOVE PK-INTERNAL-CODE   TO TH-INTERNAL-CODE.
002510     MOVE PK-AMOUNT          TO TH-AMOUNT.
002520     MOVE PK-CUSTOMER-NAME   TO TH-CUSTOMER-NAME.
002530     MOVE DV-RUN-DATE        TO TH-LOAD-DATE.
002540     MOVE PK-SEQ-NO          TO TH-LOAD-SEQ-NO.
002550     WRITE TXNHIST-REC
002560         INVALID KEY
002570             DISPLAY 'TXNHLOAD - WRITE FAILED FOR '
002580                 TH-ACCOUNT-NO '/' TH-TRANS-DATE '/' TH-SEQ-NO
002590                 ' - ' DV-TXNHIST-STATUS
002600             MOVE 16 TO RETURN-CODE
002610             STOP RUN
002620     END-WRITE.
002630     ADD 1 TO DV-APPENDED-COUNT.
002640 2300-EXIT.
002650     EXIT.
002660*----------------------------------------------------------
002670* 3000-PURGE-HISTORY  -  ONE PASS OVER THE WHOLE FILE,
002680* DELETING EVERY ROW DATED BEFORE THE RETENTION CUTOFF.
002690* THE SEQUENTIAL SCAN POSITION SURVIVES THE DELETE.
002700*----------------------------------------------------------
002710 3000-PURGE-HISTORY.
002720     MOVE ZERO TO TH-KEY.
002730     START TXNHIST KEY IS >= TH-KEY
002740         INVALID KEY
002750             GO TO 3000-EXIT
002760     END-START.
002770     PERFORM 3100-PURGE-ONE-ROW THRU 3100-EXIT
002780         UNTIL DV-EOF.
002790 3000-EXIT.
002800     EXIT.
002810*----------------------------------------------------------
002820* 3100-PURGE-ONE-ROW
002830*----------------------------------------------------------
002840 3100-PURGE-ONE-ROW.
002850     READ TXNHIST NEXT RECORD
002860         AT END
002870             SET DV-EOF TO TRUE
002880             GO TO 3100-EXIT
002890     END-READ.
002900     ADD 1 TO DV-PURGE-READ-COUNT.
002910     IF TH-TRANS-DATE NOT < DV-CUTOFF-DATE
002920         GO TO 3100-EXIT
002930     END-IF.
002940     DELETE TXNHIST
002950         INVALID KEY
002960             DISPLAY 'TXNHLOAD - DELETE FAILED FOR '
002970                 TH-ACCOUNT-NO '/' TH-TRANS-DATE '/' TH-SEQ-NO
002980             GO TO 3100-EXIT
002990     END-DELETE.
003000     ADD 1 TO DV-PURGED-COUNT.
003010 3100-EXIT.
003020     EXIT.
003030*----------------------------------------------------------
003040* 6000-READ-DETAIL
003050*----------------------------------------------------------
003060 6000-READ-DETAIL.
003070     READ PRTD20K NEXT RECORD
003080         AT END
003090             SET DV-EOF TO TRUE
003100             GO TO 6000-EXIT
003110     END-READ.
003120     IF NOT DV-PRTD20K-OK
003130         DISPLAY 'TXNHLOAD - READ FAILED FOR PRTD20K - '
003140             DV-PRTD20K-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     ADD 1 TO DV-READ-COUNT.
003190 6000-EXIT.
003200     EXIT.
003210*----------------------------------------------------------
003220* 7500-DISPLAY-TOTALS  -  RUN-END SUMMARY. A REJECTED
003230* DETAIL ENDS THE RUN WITH A WARNING.
003240*----------------------------------------------------------
003250 7500-DISPLAY-TOTALS.
003260     DISPLAY '========================================'.
003270     DISPLAY 'TXNHLOAD - TRANSACTION HISTORY SUMMARY'.
003280     DISPLAY '  RETENTION CUTOFF DATE  . . : '
003290         DV-CUTOFF-DATE.
003300     DISPLAY '  HISTORY ROWS EXAMINED  . . : '
003310         DV-PURGE-READ-COUNT.
003320     DISPLAY '  HISTORY ROWS PURGED  . . . : '
003330         DV-PURGED-COUNT.
003340     DISPLAY '  DETAIL RECORDS READ  . . . : '
003350         DV-READ-COUNT.
003360     DISPLAY '  DETAILS APPENDED . . . . . : '
003370         DV-APPENDED-COUNT.
003380     DISPLAY '  ALREADY IN HISTORY . . . . : '
003390         DV-ALREADY-COUNT.
003400     DISPLAY '  DETAILS REJECTED . . . . . : '
003410         DV-REJECT-COUNT.
003420     IF DV-REJECT-COUNT > ZERO
003430         DISPLAY '  *** REJECTED DETAILS NOT IN HISTORY ***'
003440         MOVE 4 TO RETURN-CODE
003450     END-IF.
003460     DISPLAY '========================================'.
003470 7500-EXIT.
003480     EXIT.
003490*----------------------------------------------------------
003500* 8000-CLOSE-FILES
003510*----------------------------------------------------------
003520 8000-CLOSE-FILES.
003530     PERFORM 9800-WRITE-CONTROL-LEDGER THRU 9800-EXIT.
003540     CLOSE PRTD20K.
003550     CLOSE TXNHIST.
003560 8000-EXIT.
003570     EXIT.
003580*----------------------------------------------------------
003590* 9800-WRITE-CONTROL-LEDGER  -  RECORDS THIS RUN'S COUNTS IN
003600* THE SHARED DVCTLLDG CONTROL LEDGER (COPYBOOK DVCTLREC) FOR
003610* THE DVCYCBAL END-OF-CYCLE BALANCE. IN IS THE DETAILS READ,
003620* OUT THE DETAILS NOW IN HISTORY (APPENDED THIS RUN OR BY AN
003630* EARLIER RUN OF THE CYCLE) AND REJECT THE DETAILS THAT
003640* COULD NOT BE APPENDED. A LEDGER THAT CANNOT BE OPENED IS
003650* WARNED AND SKIPPED.
003660*----------------------------------------------------------
003670 9800-WRITE-CONTROL-LEDGER.
003680     OPEN I-O DVCTLLDG.
003690     IF DV-CTLLDG-NOT-FOUND
003700         OPEN OUTPUT DVCTLLDG
003710         CLOSE DVCTLLDG
003720         OPEN I-O DVCTLLDG
003730     END-IF.
003740     IF NOT DV-CTLLDG-OK
003750         DISPLAY 'TXNHLOAD - DVCTLLDG UNAVAILABLE - LEDGER '
003760             'ROW SKIPPED'
003770         GO TO 9800-EXIT
003780     END-IF.
003790     ACCEPT CL-CYCLE-DATE FROM DATE YYYYMMDD.
003800     MOVE 'TXNHLOAD' TO CL-PROGRAM-ID.
003810     MOVE DV-READ-COUNT TO CL-IN-COUNT.
003820     COMPUTE CL-OUT-COUNT = DV-APPENDED-COUNT
003830         + DV-ALREADY-COUNT.
003840     MOVE DV-REJECT-COUNT TO CL-REJECT-COUNT.
003850     WRITE DVCTLLDG-REC
003860         INVALID KEY
003870             REWRITE DVCTLLDG-REC
003880     END-WRITE.
003890     CLOSE DVCTLLDG.
003900 9800-EXIT.
003910     EXIT.
003920 END PROGRAM TXNHLOAD.
