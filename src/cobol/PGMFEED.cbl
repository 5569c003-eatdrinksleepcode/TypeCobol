000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PGMFEED.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - NIGHTLY STATUS-CHANGE FEED BACK
000110*                  TO THE SOURCE SYSTEM THAT SENDS NEWITEMS.
000120*                  PGMINTAK ACKNOWLEDGES AN ITEM ON ARRIVAL
000130*                  BUT NOTHING TOLD THE SENDER WHAT BECAME
000140*                  OF IT AFTERWARDS. EVERY PGMAUDIT ENTRY
000150*                  WRITTEN SINCE THE LAST CLEAN RUN - BY
000160*                  PGMINTAK, PGMSTENG, PGMSCHAP, PGMESCAL,
000170*                  TXNMON, PGMMAINT, APRMAINT OR PGMBKOUT -
000180*                  GOES TO STSFEED WITH THE RECORD ID, OLD
000190*                  AND NEW STATUS, CHANGE DATE AND TIME AND
000200*                  WHETHER IT WAS A BATCH OR AN ONLINE
000210*                  CHANGE, WRAPPED IN THE SAME *HDR*/*TRL*
000220*                  CONTROLS AS THE PGMINTAK ACKFILE. A
000230*                  PGMBKOUT ENTRY IS SENT AS A REVERSAL SO
000240*                  THE SENDER CAN TELL AN UNDONE CHANGE FROM
000250*                  A NEW ONE. THE POSITION REACHED IN PGMAUDIT
000260*                  IS KEPT ON THE SHARED DVCHKPT FILE AND
000270*                  SAVED ONLY AFTER THE TRAILER IS WRITTEN,
000280*                  SO A RERUN NEITHER DROPS NOR REPEATS A
000290*                  CHANGE. PGMARCHV KEEPS THE POSITION IN STEP
000300*                  WHEN IT TRIMS PGMAUDIT.
000302* 2026-10-15  DV   THE ENTRIES DVROLLBK WRITES WHEN IT ROLLS A
000304*                  CYCLE BACK (SOURCE 'ROLLBACK') ARE SENT AS
000306*                  REVERSALS, THE SAME AS PGMBKOUT'S.
000310*----------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PGMAUDIT ASSIGN TO PGMAUDIT
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS DV-PGMAUDIT-STATUS.
000380     SELECT DVCHKPT ASSIGN TO DVCHKPT
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CHKPT-PROGRAM-ID
000420         FILE STATUS IS DV-CHKPT-STATUS.
000430     SELECT STSFEED ASSIGN TO STSFEED
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DV-STSFEED-STATUS.
000460     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CL-KEY
000500         FILE STATUS IS DV-CTLLDG-STATUS.
000510*----------------------------------------------------------
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PGMAUDIT
000550     RECORDING MODE IS F.
000560 COPY PGMAUDREC.
000570 FD  DVCHKPT.
000580 COPY DVCHKPT.
000590 FD  STSFEED
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  STSFEED-REC                 PIC X(80).
000630 FD  DVCTLLDG.
000640 COPY DVCTLREC.
000650*----------------------------------------------------------
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------
000680* FILE STATUS AND CONTROL SWITCHES
000690*----------------------------------------------------------
000700 01  DV-PGMAUDIT-STATUS          PIC X(02) VALUE '00'.
000710     88  DV-PGMAUDIT-OK          VALUE '00'.
000720     88  DV-PGMAUDIT-NOT-FOUND   VALUE '35'.
000730 01  DV-CHKPT-STATUS             PIC X(02) VALUE '00'.
000740     88  DV-CHKPT-OK             VALUES '00' '02'.
000750     88  DV-CHKPT-NOT-FOUND      VALUES '23' '35'.
000760 01  DV-STSFEED-STATUS           PIC X(02) VALUE '00'.
000770     88  DV-STSFEED-OK           VALUE '00'.
000780 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
000790     88  DV-CTLLDG-OK            VALUES '00' '02'.
000800     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
000810 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
000820     88  DV-EOF                  VALUE 'Y'.
000830 01  DV-AUDIT-EMPTY-SW           PIC X(01) VALUE 'N'.
000840     88  DV-AUDIT-EMPTY          VALUE 'Y'.
000850*----------------------------------------------------------
000860* PGMAUDIT POSITION - THE FILE IS ONLY EVER APPENDED TO, SO
000870* THE COUNT OF ENTRIES ALREADY SENT MARKS EXACTLY WHERE THE
000880* NEXT RUN PICKS UP. IT IS KEPT IN THE LAST KEY OF THE
000890* PGMFEED ROW ON DVCHKPT AND MOVED BACK BY PGMARCHV WHEN IT
000900* ARCHIVES ENTRIES THAT WERE ALREADY SENT. A FILE SHORTER
000910* THAN THE POSITION MEANS THE TWO HAVE COME APART, AND THE
000920* RUN ENDS SEVERELY WITHOUT MOVING THE POSITION.
000930*----------------------------------------------------------
000940 01  DV-CHKPT-PROGRAM           PIC X(12) VALUE 'PGMFEED'.
000950 01  DV-HWM-DATA.
000960     05  DV-HWM-SEQ              PIC 9(11) VALUE ZERO.
000970     05  FILLER                  PIC X(09) VALUE SPACES.
000980 01  DV-AUDIT-SEQ                PIC 9(11) VALUE ZERO.
000990 01  DV-POSITION-LOST-SW         PIC X(01) VALUE 'N'.
001000     88  DV-POSITION-LOST        VALUE 'Y'.
001010*----------------------------------------------------------
001020* RUN-END SUMMARY COUNTERS
001030*----------------------------------------------------------
001040 01  DV-READ-COUNT               PIC 9(09) VALUE ZERO.
001050 01  DV-ALREADY-SENT-COUNT       PIC 9(09) VALUE ZERO.
001060 01  DV-SENT-COUNT               PIC 9(07) VALUE ZERO.
001070 01  DV-ADD-COUNT                PIC 9(07) VALUE ZERO.
001080 01  DV-CHANGE-COUNT             PIC 9(07) VALUE ZERO.
001090 01  DV-REVERSAL-COUNT           PIC 9(07) VALUE ZERO.
001100*----------------------------------------------------------
001110* STATUS-CHANGE FEED - ONE RECORD PER PGMAUDIT ENTRY,
001120* WRAPPED IN THE SAME *HDR*/*TRL* SHAPE THE PGMINTAK
001130* ACKFILE USES, SO THE SOURCE SYSTEM CAN BALANCE IT. THE
001140* CHANGE TYPE IS A FOR THE INTAKE ADD (NO PRIOR STATUS), R
001150* FOR A PGMBKOUT REVERSAL AND C FOR ANY OTHER CHANGE; THE
001160* CHANNEL IS B FOR A BATCH STEP AND O FOR AN OPERATOR
001170* CHANGE, WHOSE OPERATOR ID FOLLOWS.
001180*----------------------------------------------------------
001190 01  DV-RUN-DATE                 PIC 9(08).
001200 01  DV-FEED-HDR-LINE.
001210     05  FILLER                  PIC X(05) VALUE '*HDR*'.
001220     05  DV-FHD-RUN-DATE         PIC 9(08).
001230     05  FILLER                  PIC X(08) VALUE 'PGMFEED'.
001240     05  FILLER                  PIC X(59) VALUE SPACES.
001250 01  DV-FEED-TRL-LINE.
001260     05  FILLER                  PIC X(05) VALUE '*TRL*'.
001270     05  DV-FTL-DETAIL-COUNT     PIC 9(07).
001280     05  DV-FTL-REVERSAL-COUNT   PIC 9(07).
001290     05  FILLER                  PIC X(61) VALUE SPACES.
001300 01  DV-FEED-DETAIL-LINE.
001310     05  DV-FD-RECORD-ID         PIC X(10).
001320     05  FILLER                  PIC X(01) VALUE SPACES.
001330     05  DV-FD-CHANGE-TYPE       PIC X(01).
001340         88  DV-FD-ADD           VALUE 'A'.
001350         88  DV-FD-CHANGE        VALUE 'C'.
001360         88  DV-FD-REVERSAL      VALUE 'R'.
001370     05  FILLER                  PIC X(01) VALUE SPACES.
001380     05  DV-FD-OLD-STATUS        PIC X(02).
001390     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  DV-FD-NEW-STATUS        PIC X(02).
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  DV-FD-CHANGE-DATE       PIC 9(08).
001430     05  FILLER                  PIC X(01) VALUE SPACES.
001440     05  DV-FD-CHANGE-TIME       PIC 9(06).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  DV-FD-CHANNEL           PIC X(01).
001470         88  DV-FD-BATCH         VALUE 'B'.
001480         88  DV-FD-ONLINE        VALUE 'O'.
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  DV-FD-OPERATOR-ID       PIC X(08).
001510     05  FILLER                  PIC X(35) VALUE SPACES.
001520*----------------------------------------------------------
001530 PROCEDURE DIVISION.
001540*----------------------------------------------------------
001550* 0000-MAINLINE
001560*----------------------------------------------------------
001570 0000-MAINLINE.
001580     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001590     PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
001600         UNTIL DV-EOF.
001610     PERFORM 3000-CHECK-POSITION THRU 3000-EXIT.
001620     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001630     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001640     GOBACK.
001650*----------------------------------------------------------
001660* 1000-OPEN-FILES  -  OPENS PGMAUDIT, DVCHKPT (CREATING IT
001670* ON THE FIRST EVER RUN) AND THE FEED, READS THE POSITION
001680* THE LAST CLEAN RUN REACHED AND STARTS THE FEED WITH ITS
001690* *HDR* RECORD. A PGMAUDIT THAT DOES NOT EXIST YET SENDS AN
001700* EMPTY FEED.
001710*----------------------------------------------------------
001720 1000-OPEN-FILES.
001730     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
001740     OPEN INPUT PGMAUDIT.
001750     IF DV-PGMAUDIT-NOT-FOUND
001760         DISPLAY 'PGMFEED - PGMAUDIT NOT FOUND - EMPTY FEED'
001770         SET DV-AUDIT-EMPTY TO TRUE
001780         SET DV-EOF TO TRUE
001790     ELSE
001800         IF NOT DV-PGMAUDIT-OK
001810             DISPLAY 'PGMFEED - OPEN FAILED FOR PGMAUDIT - '
001820                 DV-PGMAUDIT-STATUS
001830             MOVE 16 TO RETURN-CODE
001840             STOP RUN
001850         END-IF
001860     END-IF.
001870     OPEN I-O DVCHKPT.
001880     IF DV-CHKPT-NOT-FOUND
001890         OPEN OUTPUT DVCHKPT
001900         CLOSE DVCHKPT
001910         OPEN I-O DVCHKPT
001920     END-IF.
001930     IF NOT DV-CHKPT-OK
001940         DISPLAY 'PGMFEED - OPEN FAILED FOR DVCHKPT - '
001950             DV-CHKPT-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     PERFORM 1200-READ-POSITION THRU 1200-EXIT.
002000     OPEN OUTPUT STSFEED.
002010     IF NOT DV-STSFEED-OK
002020         DISPLAY 'PGMFEED - OPEN FAILED FOR STSFEED - '
002030             DV-STSFEED-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     MOVE DV-RUN-DATE TO DV-FHD-RUN-DATE.
002080     MOVE DV-FEED-HDR-LINE TO STSFEED-REC.
002090     WRITE STSFEED-REC.
002100 1000-EXIT.
002110     EXIT.
002120*----------------------------------------------------------
002130* 1200-READ-POSITION  -  THE PGMAUDIT POSITION THE LAST
002140* CLEAN RUN REACHED. NO ROW MEANS THE FIRST RUN, WHICH SENDS
002150* EVERY ENTRY ON FILE. AN UNREADABLE ROW ENDS THE RUN
002160* SEVERELY RATHER THAN RESEND THE WHOLE FILE.
002170*----------------------------------------------------------
002180 1200-READ-POSITION.
002190     MOVE DV-CHKPT-PROGRAM TO CHKPT-PROGRAM-ID.
002200     READ DVCHKPT
002210         INVALID KEY
002220             DISPLAY 'PGMFEED - NO PRIOR POSITION ON DVCHKPT '
002230                 '- SENDING EVERY PGMAUDIT ENTRY ON FILE'
002240             GO TO 1200-EXIT
002250     END-READ.
002260     IF CHKPT-LAST-KEY (1:11) IS NUMERIC
002270         MOVE CHKPT-LAST-KEY (1:11) TO DV-HWM-SEQ
002280     ELSE
002290         DISPLAY 'PGMFEED - UNREADABLE POSITION ON DVCHKPT - '
002300             CHKPT-LAST-KEY
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340 1200-EXIT.
002350     EXIT.
002360*----------------------------------------------------------
002370* 2000-PROCESS-ONE-ENTRY  -  ONE PGMAUDIT ENTRY. AN ENTRY AT
002380* OR BELOW THE POSITION WENT OUT ON AN EARLIER FEED; EVERY
002390* ONE PAST IT IS SENT.
002400*----------------------------------------------------------
002410 2000-PROCESS-ONE-ENTRY.
002420     READ PGMAUDIT
002430         AT END
002440             SET DV-EOF TO TRUE
002450             GO TO 2000-EXIT
002460     END-READ.
002470     IF NOT DV-PGMAUDIT-OK
002480         DISPLAY 'PGMFEED - READ FAILED FOR PGMAUDIT - '
002490             DV-PGMAUDIT-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530     ADD 1 TO DV-READ-COUNT.
002540     ADD 1 TO DV-AUDIT-SEQ.
002550     IF DV-AUDIT-SEQ NOT > DV-HWM-SEQ
002560         ADD 1 TO DV-ALREADY-SENT-COUNT
002570         GO TO 2000-EXIT
002580     END-IF.
002590     PERFORM 2100-BUILD-DETAIL THRU 2100-EXIT.
002600     MOVE DV-FEED-DETAIL-LINE TO STSFEED-REC.
002610     WRITE STSFEED-REC.
002620     ADD 1 TO DV-SENT-COUNT.
002630 2000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------
002660* 2100-BUILD-DETAIL  -  CLASSIFIES THE ENTRY. PGMBKOUT
002670* WRITES ITS REVERSALS UNDER SOURCE 'BACKOUT' AND DVROLLBK
002680* UNDER 'ROLLBACK', THE BATCH STEPS UNDER 'BATCH'; ANYTHING
002690* ELSE IS AN OPERATOR ID FROM PGMMAINT OR APRMAINT, OR THE
002700* 'ONLINE' OF AN ENTRY WRITTEN BEFORE OPERATOR SIGN-ON.
002710*----------------------------------------------------------
002720 2100-BUILD-DETAIL.
002730     MOVE PA-RECORD-ID    TO DV-FD-RECORD-ID.
002740     MOVE PA-OLD-STATUS   TO DV-FD-OLD-STATUS.
002750     MOVE PA-NEW-STATUS   TO DV-FD-NEW-STATUS.
002760     MOVE PA-CHANGE-DATE  TO DV-FD-CHANGE-DATE.
002770     MOVE PA-CHANGE-TIME  TO DV-FD-CHANGE-TIME.
002780     MOVE SPACES          TO DV-FD-OPERATOR-ID.
002790     IF PA-SOURCE = 'BACKOUT' OR 'ROLLBACK'
002800         SET DV-FD-REVERSAL TO TRUE
002810         SET DV-FD-BATCH TO TRUE
002820         ADD 1 TO DV-REVERSAL-COUNT
002830         GO TO 2100-EXIT
002840     END-IF.
002850     IF PA-OLD-STATUS = SPACES
002860         SET DV-FD-ADD TO TRUE
002870         ADD 1 TO DV-ADD-COUNT
002880     ELSE
002890         SET DV-FD-CHANGE TO TRUE
002900         ADD 1 TO DV-CHANGE-COUNT
002910     END-IF.
002920     IF PA-SOURCE-BATCH
002930         SET DV-FD-BATCH TO TRUE
002940     ELSE
002950         SET DV-FD-ONLINE TO TRUE
002960         IF NOT PA-SOURCE-ONLINE
002970             MOVE PA-SOURCE TO DV-FD-OPERATOR-ID
002980         END-IF
002990     END-IF.
003000 2100-EXIT.
003010     EXIT.
003020*----------------------------------------------------------
003030* 3000-CHECK-POSITION  -  A PGMAUDIT SHORTER THAN THE SAVED
003040* POSITION HAS BEEN TRIMMED OR REPLACED WITHOUT THE POSITION
003050* FOLLOWING IT. THE FEED IS NOT TRUSTWORTHY, SO THE RUN ENDS
003060* SEVERELY AND THE POSITION IS LEFT FOR OPERATIONS TO SET.
003070*----------------------------------------------------------
003080 3000-CHECK-POSITION.
003090     IF DV-AUDIT-SEQ < DV-HWM-SEQ
003100         SET DV-POSITION-LOST TO TRUE
003110         DISPLAY 'PGMFEED - *** PGMAUDIT HOLDS ' DV-AUDIT-SEQ
003120             ' ENTRIES BUT THE LAST FEED REACHED ' DV-HWM-SEQ
003130             ' - POSITION NOT MOVED ***'
003140         MOVE 16 TO RETURN-CODE
003150     END-IF.
003160 3000-EXIT.
003170     EXIT.
003180*----------------------------------------------------------
003190* 7000-DISPLAY-TOTALS  -  RUN-END COUNT SUMMARY.
003200*----------------------------------------------------------
003210 7000-DISPLAY-TOTALS.
003220     DISPLAY '========================================'.
003230     DISPLAY 'PGMFEED - STATUS-CHANGE FEED SUMMARY'.
003240     DISPLAY '  PGMAUDIT ENTRIES READ  . . : '
003250         DV-READ-COUNT.
003260     DISPLAY '  SENT ON AN EARLIER FEED  . : '
003270         DV-ALREADY-SENT-COUNT.
003280     DISPLAY '  SENT ON THIS FEED  . . . . : '
003290         DV-SENT-COUNT.
003300     DISPLAY '    NEW ITEMS (A)  . . . . . : '
003310         DV-ADD-COUNT.
003320     DISPLAY '    STATUS CHANGES (C) . . . : '
003330         DV-CHANGE-COUNT.
003340     DISPLAY '    REVERSALS (R)  . . . . . : '
003350         DV-REVERSAL-COUNT.
003360     DISPLAY '========================================'.
003370 7000-EXIT.
003380     EXIT.
003390*----------------------------------------------------------
003400* 8000-CLOSE-FILES  -  FINISHES THE FEED WITH ITS *TRL*
003410* RECORD AND ONLY THEN MOVES THE POSITION ON, SO A RUN THAT
003420* DIES BEFORE HERE IS SIMPLY RERUN.
003430*----------------------------------------------------------
003440 8000-CLOSE-FILES.
003450     MOVE DV-SENT-COUNT TO DV-FTL-DETAIL-COUNT.
003460     MOVE DV-REVERSAL-COUNT TO DV-FTL-REVERSAL-COUNT.
003470     MOVE DV-FEED-TRL-LINE TO STSFEED-REC.
003480     WRITE STSFEED-REC.
003490     CLOSE STSFEED.
003500     IF NOT DV-AUDIT-EMPTY
003510         CLOSE PGMAUDIT
003520     END-IF.
003530     IF NOT DV-POSITION-LOST
003540         PERFORM 8500-SAVE-POSITION THRU 8500-EXIT
003550     END-IF.
003560     CLOSE DVCHKPT.
003570     PERFORM 9800-WRITE-CONTROL-LEDGER THRU 9800-EXIT.
003580 8000-EXIT.
003590     EXIT.
003600*----------------------------------------------------------
003610* 8500-SAVE-POSITION  -  THE PGMFEED ROW CARRIES THE COUNT
003620* OF PGMAUDIT ENTRIES SENT, NOT A RESTART POINT; CHKPTRPT
003630* LISTS IT WITHOUT FLAGGING IT.
003640*----------------------------------------------------------
003650 8500-SAVE-POSITION.
003660     MOVE DV-AUDIT-SEQ TO DV-HWM-SEQ.
003670     MOVE DV-CHKPT-PROGRAM TO CHKPT-PROGRAM-ID.
003680     MOVE DV-HWM-DATA TO CHKPT-LAST-KEY.
003690     ACCEPT CHKPT-CHECKPOINT-DATE FROM DATE YYYYMMDD.
003700     ACCEPT CHKPT-CHECKPOINT-TIME FROM TIME.
003710     WRITE DVCHKPT-REC
003720         INVALID KEY
003730             REWRITE DVCHKPT-REC
003740     END-WRITE.
003750 8500-EXIT.
003760     EXIT.
003770*----------------------------------------------------------
003780* 9800-WRITE-CONTROL-LEDGER  -  RECORDS THIS RUN'S COUNTS IN
003790* THE SHARED DVCTLLDG CONTROL LEDGER (COPYBOOK DVCTLREC) FOR
003800* THE DVCYCBAL END-OF-CYCLE BALANCE - ENTRIES PAST THE
003810* POSITION IN, FEED DETAILS OUT. A LEDGER THAT CANNOT BE
003820* OPENED IS WARNED AND SKIPPED.
003830*----------------------------------------------------------
003840 9800-WRITE-CONTROL-LEDGER.
003850     OPEN I-O DVCTLLDG.
003860     IF DV-CTLLDG-NOT-FOUND
003870         OPEN OUTPUT DVCTLLDG
003880         CLOSE DVCTLLDG
003890         OPEN I-O DVCTLLDG
003900     END-IF.
003910     IF NOT DV-CTLLDG-OK
003920         DISPLAY 'PGMFEED - DVCTLLDG UNAVAILABLE - LEDGER '
003930             'ROW SKIPPED'
003940         GO TO 9800-EXIT
003950     END-IF.
003960     ACCEPT CL-CYCLE-DATE FROM DATE YYYYMMDD.
003970     MOVE 'PGMFEED' TO CL-PROGRAM-ID.
003980     COMPUTE CL-IN-COUNT = DV-READ-COUNT - DV-ALREADY-SENT-COUNT.
003990     MOVE DV-SENT-COUNT TO CL-OUT-COUNT.
004000     MOVE ZERO TO CL-REJECT-COUNT.
004010     WRITE DVCTLLDG-REC
004020         INVALID KEY
004030             REWRITE DVCTLLDG-REC
004040     END-WRITE.
004050     CLOSE DVCTLLDG.
004060 9800-EXIT.
004070     EXIT.
004080 END PROGRAM PGMFEED.
