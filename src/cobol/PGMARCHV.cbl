000220*                  PGMAUDIT FROM PGMKEEP; AN OUT-OF-BALANCE
000230*                  SPLIT ENDS SEVERELY WITH THE LIVE FILE
000240*                  UNTOUCHED.
000241* 2026-10-15  DV   PGMARCH AND PGMKEEP ARE WRITTEN AT 44 BYTES.
000242* 2026-10-15  DV   PGMNOTE CASE NOTES DATED BEFORE THE CUTOFF ARE
000243*                  ARCHIVED TO PGMNTARC, BALANCED, THEN DELETED.
000244* 2026-10-15  DV   ENTRIES PGMFEED HAS NOT YET SENT (ITS DVCHKPT
000245*                  POSITION) ARE RETAINED; THE POSITION DROPS BY
000246*                  THE ARCHIVED COUNT ONCE PGMAUDIT IS REWRITTEN.
000250*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000290     SELECT PGMAUDIT ASSIGN TO PGMAUDIT
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS DV-PGMAUDIT-STATUS.
000311     SELECT PGMNOTE ASSIGN TO PGMNOTE
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE IS DYNAMIC
000314         RECORD KEY IS PN-KEY
000315         FILE STATUS IS DV-PGMNOTE-STATUS.
000320     SELECT PGMARCH ASSIGN TO PGMARCH
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS DV-PGMARCH-STATUS.
000342     SELECT PGMNTARC ASSIGN TO PGMNTARC
000344         ORGANIZATION IS SEQUENTIAL
000346         FILE STATUS IS DV-PGMNTARC-STATUS.
000350     SELECT PGMKEEP ASSIGN TO PGMKEEP
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS DV-PGMKEEP-STATUS.
000371     SELECT DVCHKPT ASSIGN TO DVCHKPT
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS CHKPT-PROGRAM-ID
000375         FILE STATUS IS DV-CHKPT-STATUS.
000380*----------------------------------------------------------
000390 DATA DIVISION.
000400 FILE SECTION.
000430 COPY PGMAUDREC.
000440 FD  PGMARCH
000450     RECORDING MODE IS F
000460     RECORD CONTAINS 44 CHARACTERS.
000470 01  PGMARCH-REC                 PIC X(44).
000480 FD  PGMKEEP
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 44 CHARACTERS.
000510 01  PGMKEEP-REC                 PIC X(44).
000511 FD  PGMNOTE.
000512 COPY PGMNTREC.
000513 FD  PGMNTARC
000514     RECORDING MODE IS F
000515     RECORD CONTAINS 120 CHARACTERS.
000516 01  PGMNTARC-REC                PIC X(120).
000517 FD  DVCHKPT.
000518 COPY DVCHKPT.
000520*----------------------------------------------------------
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------
000600     88  DV-PGMARCH-OK           VALUE '00'.
000610 01  DV-PGMKEEP-STATUS           PIC X(02) VALUE '00'.
000620     88  DV-PGMKEEP-OK           VALUE '00'.
000621 01  DV-PGMNOTE-STATUS           PIC X(02) VALUE '00'.
000622     88  DV-PGMNOTE-OK           VALUES '00' '02'.
000623 01  DV-PGMNTARC-STATUS          PIC X(02) VALUE '00'.
000624     88  DV-PGMNTARC-OK          VALUE '00'.
000625 01  DV-CHKPT-STATUS             PIC X(02) VALUE '00'.
000626     88  DV-CHKPT-OK             VALUES '00' '02'.
000627     88  DV-CHKPT-NOT-FOUND      VALUES '23' '35'.
000630 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
000640     88  DV-EOF                  VALUE 'Y'.
000641* PGMFEED POSITION FROM DVCHKPT - ENTRIES PAST IT ARE KEPT
000642 01  DV-FEED-PROGRAM             PIC X(12) VALUE 'PGMFEED'.
000643 01  DV-FEED-HWM-DATA.
000644     05  DV-FEED-HWM-SEQ         PIC 9(11) VALUE ZERO.
000645     05  FILLER                  PIC X(09) VALUE SPACES.
000646 01  DV-FEED-ROW-SW              PIC X(01) VALUE 'N'.
000647     88  DV-FEED-POSITION-KNOWN  VALUE 'Y'.
000650*----------------------------------------------------------
000660* OPERATOR RETENTION HORIZON - AUDIT ENTRIES DATED BEFORE
000670* THIS CCYYMMDD CUTOFF ARE ARCHIVED.
000740 01  DV-ARCHIVED-COUNT           PIC 9(09) VALUE ZERO.
000750 01  DV-RETAINED-COUNT           PIC 9(09) VALUE ZERO.
000760 01  DV-REWRITTEN-COUNT          PIC 9(09) VALUE ZERO.
000761 01  DV-NOTE-ORIGINAL-COUNT      PIC 9(09) VALUE ZERO.
000762 01  DV-NOTE-ARCHIVED-COUNT      PIC 9(09) VALUE ZERO.
000763 01  DV-NOTE-RETAINED-COUNT      PIC 9(09) VALUE ZERO.
000764 01  DV-NOTE-PURGED-COUNT        PIC 9(09) VALUE ZERO.
000765 01  DV-HELD-UNSENT-COUNT        PIC 9(09) VALUE ZERO.
000770*----------------------------------------------------------
000780 PROCEDURE DIVISION.
000790*----------------------------------------------------------
000810*----------------------------------------------------------
000820 0000-MAINLINE.
000830     PERFORM 1000-ACCEPT-CUTOFF THRU 1000-EXIT.
000835     PERFORM 8000-READ-FEED-POSITION THRU 8000-EXIT.
000840     PERFORM 2000-SPLIT-AUDIT-FILE THRU 2000-EXIT.
000850     PERFORM 3000-BALANCE-COUNTS THRU 3000-EXIT.
000860     PERFORM 4000-REWRITE-LIVE-FILE THRU 4000-EXIT.
000863     PERFORM 8100-MOVE-FEED-POSITION THRU 8100-EXIT.
000866     PERFORM 8200-SPLIT-NOTES THRU 8200-EXIT.
000870     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
000880     GOBACK.
000890*----------------------------------------------------------
001510         STOP RUN
001520     END-IF.
001530     ADD 1 TO DV-ORIGINAL-COUNT.
001531     IF PA-CHANGE-DATE < DV-CUTOFF-DATE
001532        AND DV-FEED-POSITION-KNOWN
001533        AND DV-ORIGINAL-COUNT > DV-FEED-HWM-SEQ
001534         MOVE PGMAUDIT-REC TO PGMKEEP-REC
001535         WRITE PGMKEEP-REC
001536         ADD 1 TO DV-RETAINED-COUNT
001537         ADD 1 TO DV-HELD-UNSENT-COUNT
001538         GO TO 2100-EXIT
001539     END-IF.
001540     IF PA-CHANGE-DATE < DV-CUTOFF-DATE
001550         MOVE PGMAUDIT-REC TO PGMARCH-REC
001560         WRITE PGMARCH-REC
002370         DV-ARCHIVED-COUNT.
002380     DISPLAY '  RETAINED . . . . . . . . . : '
002390         DV-RETAINED-COUNT.
002393     DISPLAY '    HELD BACK - NOT YET FED  : '
002396         DV-HELD-UNSENT-COUNT.
002400     DISPLAY '  REWRITTEN TO LIVE FILE . . : '
002410         DV-REWRITTEN-COUNT.
002411     DISPLAY '  ORIGINAL CASE NOTES  . . . : '
002412         DV-NOTE-ORIGINAL-COUNT.
002413     DISPLAY '  NOTES ARCHIVED . . . . . . : '
002414         DV-NOTE-ARCHIVED-COUNT.
002415     DISPLAY '  NOTES RETAINED . . . . . . : '
002416         DV-NOTE-RETAINED-COUNT.
002417     DISPLAY '  NOTES PURGED FROM PGMNOTE  : '
002418         DV-NOTE-PURGED-COUNT.
002420     DISPLAY '========================================'.
002430 7000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------
002460* 8000-READ-FEED-POSITION  -  OPENS DVCHKPT (CREATING IT ON
002470* THE FIRST EVER RUN) AND PICKS UP THE PGMFEED POSITION. NO
002480* ROW MEANS THE FEED HAS NEVER RUN AND ARCHIVING PROCEEDS ON
002490* DATE ALONE. AN UNREADABLE ROW ENDS THE RUN BEFORE ANY FILE
002500* IS TOUCHED.
002510*----------------------------------------------------------
002520 8000-READ-FEED-POSITION.
002530     OPEN I-O DVCHKPT.
002540     IF DV-CHKPT-NOT-FOUND
002550         OPEN OUTPUT DVCHKPT
002560         CLOSE DVCHKPT
002570         OPEN I-O DVCHKPT
002580     END-IF.
002590     IF NOT DV-CHKPT-OK
002600         DISPLAY 'PGMARCHV - OPEN FAILED FOR DVCHKPT - '
002610             DV-CHKPT-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     MOVE DV-FEED-PROGRAM TO CHKPT-PROGRAM-ID.
002660     READ DVCHKPT
002670         INVALID KEY
002680             GO TO 8000-EXIT
002690     END-READ.
002700     IF CHKPT-LAST-KEY (1:11) IS NOT NUMERIC
002710         DISPLAY 'PGMARCHV - UNREADABLE PGMFEED POSITION ON '
002720             'DVCHKPT - ' CHKPT-LAST-KEY
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     MOVE CHKPT-LAST-KEY (1:11) TO DV-FEED-HWM-SEQ.
002770     SET DV-FEED-POSITION-KNOWN TO TRUE.
002780 8000-EXIT.
002790     EXIT.
002800*----------------------------------------------------------
002810* 8100-MOVE-FEED-POSITION  -  EVERY ARCHIVED ENTRY HAD ALREADY
002820* BEEN SENT, SO THE PGMFEED POSITION DROPS BY THE ARCHIVED
002830* COUNT. A FAILED REWRITE LEAVES THE POSITION AS IT WAS FOR
002840* THE RECOVERY FROM DV.PGMAUDIT.KEEP.
002850*----------------------------------------------------------
002860 8100-MOVE-FEED-POSITION.
002870     IF NOT DV-FEED-POSITION-KNOWN
002880         GO TO 8100-CLOSE
002890     END-IF.
002900     IF RETURN-CODE NOT < 16
002910         DISPLAY 'PGMARCHV - PGMFEED POSITION NOT MOVED'
002920         GO TO 8100-CLOSE
002930     END-IF.
002940     SUBTRACT DV-ARCHIVED-COUNT FROM DV-FEED-HWM-SEQ.
002950     MOVE DV-FEED-PROGRAM TO CHKPT-PROGRAM-ID.
002960     MOVE DV-FEED-HWM-DATA TO CHKPT-LAST-KEY.
002970     ACCEPT CHKPT-CHECKPOINT-DATE FROM DATE YYYYMMDD.
002980     ACCEPT CHKPT-CHECKPOINT-TIME FROM TIME.
002990     REWRITE DVCHKPT-REC
003000         INVALID KEY
003010             DISPLAY 'PGMARCHV - *** PGMFEED POSITION REWRITE '
003020                 'FAILED - ' DV-CHKPT-STATUS ' - SET IT TO '
003030                 DV-FEED-HWM-SEQ ' BEFORE THE NEXT FEED ***'
003040             MOVE 16 TO RETURN-CODE
003050     END-REWRITE.
003060 8100-CLOSE.
003070     CLOSE DVCHKPT.
003080 8100-EXIT.
003090     EXIT.
003100*----------------------------------------------------------
003110* 8200-SPLIT-NOTES  -  CASE NOTES FOLLOW THE AUDIT HISTORY.
003120* ONE PASS OVER PGMNOTE COPIES EVERY NOTE DATED BEFORE THE
003130* CUTOFF TO THE NOTES ARCHIVE AND COUNTS THE REST; NOTHING IS
003140* DELETED ON THIS PASS. A RUN WHOSE AUDIT REWRITE FAILED
003150* LEAVES THE NOTES ALONE.
003160*----------------------------------------------------------
003170 8200-SPLIT-NOTES.
003180     IF RETURN-CODE NOT < 16
003190         DISPLAY 'PGMARCHV - AUDIT REWRITE FAILED - CASE NOTES '
003200             'NOT ARCHIVED'
003210         GO TO 8200-EXIT
003220     END-IF.
003230     OPEN INPUT PGMNOTE.
003240     IF NOT DV-PGMNOTE-OK
003250         DISPLAY 'PGMARCHV - OPEN FAILED FOR PGMNOTE - '
003260             DV-PGMNOTE-STATUS
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     OPEN OUTPUT PGMNTARC.
003310     IF NOT DV-PGMNTARC-OK
003320         DISPLAY 'PGMARCHV - OPEN FAILED FOR PGMNTARC - '
003330             DV-PGMNTARC-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     MOVE 'N' TO DV-EOF-SW.
003380     PERFORM 8210-ROUTE-ONE-NOTE THRU 8210-EXIT
003390         UNTIL DV-EOF.
003400     CLOSE PGMNOTE.
003410     CLOSE PGMNTARC.
003420     PERFORM 8220-BALANCE-NOTES THRU 8220-EXIT.
003430     PERFORM 8230-PURGE-NOTES THRU 8230-EXIT.
003440 8200-EXIT.
003450     EXIT.
003460*----------------------------------------------------------
003470* 8210-ROUTE-ONE-NOTE
003480*----------------------------------------------------------
003490 8210-ROUTE-ONE-NOTE.
003500     READ PGMNOTE NEXT RECORD
003510         AT END
003520             SET DV-EOF TO TRUE
003530             GO TO 8210-EXIT
003540     END-READ.
003550     IF NOT DV-PGMNOTE-OK
003560         DISPLAY 'PGMARCHV - READ FAILED FOR PGMNOTE - '
003570             DV-PGMNOTE-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     ADD 1 TO DV-NOTE-ORIGINAL-COUNT.
003620     IF PN-NOTE-DATE < DV-CUTOFF-DATE
003630         MOVE PGMNOTE-REC TO PGMNTARC-REC
003640         WRITE PGMNTARC-REC
003650         ADD 1 TO DV-NOTE-ARCHIVED-COUNT
003660     ELSE
003670         ADD 1 TO DV-NOTE-RETAINED-COUNT
003680     END-IF.
003690 8210-EXIT.
003700     EXIT.
003710*----------------------------------------------------------
003720* 8220-BALANCE-NOTES  -  ARCHIVED PLUS RETAINED NOTES MUST
003730* EQUAL THE ORIGINAL COUNT BEFORE ANY NOTE IS DELETED. AN
003740* OUT-OF-BALANCE SPLIT ENDS HERE WITH PGMNOTE UNTOUCHED.
003750*----------------------------------------------------------
003760 8220-BALANCE-NOTES.
003770     IF DV-NOTE-ARCHIVED-COUNT + DV-NOTE-RETAINED-COUNT
003780             NOT = DV-NOTE-ORIGINAL-COUNT
003790         DISPLAY 'PGMARCHV - *** NOTES SPLIT OUT OF BALANCE - '
003800             'PGMNOTE LEFT UNTOUCHED ***'
003810         PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850 8220-EXIT.
003860     EXIT.
003870*----------------------------------------------------------
003880* 8230-PURGE-NOTES  -  DELETES FROM PGMNOTE THE NOTES NOW
003890* SAFE ON THE ARCHIVE AND CONFIRMS THE DELETE COUNT MATCHES
003900* THE ARCHIVE COUNT.
003910*----------------------------------------------------------
003920 8230-PURGE-NOTES.
003930     IF DV-NOTE-ARCHIVED-COUNT = ZERO
003940         GO TO 8230-EXIT
003950     END-IF.
003960     OPEN I-O PGMNOTE.
003970     IF NOT DV-PGMNOTE-OK
003980         DISPLAY 'PGMARCHV - REOPEN FAILED FOR PGMNOTE - '
003990             DV-PGMNOTE-STATUS
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     MOVE 'N' TO DV-EOF-SW.
004040     PERFORM 8240-PURGE-ONE-NOTE THRU 8240-EXIT
004050         UNTIL DV-EOF.
004060     CLOSE PGMNOTE.
004070     IF DV-NOTE-PURGED-COUNT NOT = DV-NOTE-ARCHIVED-COUNT
004080         DISPLAY 'PGMARCHV - *** NOTES PURGE COUNT MISMATCH ***'
004090         MOVE 16 TO RETURN-CODE
004100     END-IF.
004110 8230-EXIT.
004120     EXIT.
004130*----------------------------------------------------------
004140* 8240-PURGE-ONE-NOTE
004150*----------------------------------------------------------
004160 8240-PURGE-ONE-NOTE.
004170     READ PGMNOTE NEXT RECORD
004180         AT END
004190             SET DV-EOF TO TRUE
004200             GO TO 8240-EXIT
004210     END-READ.
004220     IF PN-NOTE-DATE NOT < DV-CUTOFF-DATE
004230         GO TO 8240-EXIT
004240     END-IF.
004250     DELETE PGMNOTE RECORD
004260         INVALID KEY
004270             DISPLAY 'PGMARCHV - DELETE FAILED FOR PGMNOTE - '
004280                 DV-PGMNOTE-STATUS ' - ' PN-KEY
004290             GO TO 8240-EXIT
004300     END-DELETE.
004310     ADD 1 TO DV-NOTE-PURGED-COUNT.
004320 8240-EXIT.
004330     EXIT.
004340 END PROGRAM PGMARCHV.
