000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FEEMERGE.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - FOLDS THE FEEFEED FEE FEED THAT
000110*                  FEEASMT WRITES AT MONTH END INTO THE NEXT
000120*                  NIGHT'S PRTD20L EXTRACT, AHEAD OF PRTDLOAD,
000130*                  SO THE FEES ARE LOADED, ACCUMULATED,
000140*                  POSTED AND BALANCED LIKE ANY OTHER DETAIL.
000150*                  THE FEE FEED'S OWN *HDR*/*TRL* CONTROLS
000160*                  ARE VALIDATED FIRST; ITS DETAILS ARE THEN
000170*                  MERGED INTO THE EXTRACT IN ACCOUNT ORDER
000180*                  ON A PRTDMRG WORK FILE, WITH THE EXTRACT'S
000190*                  HEADER CARRIED THROUGH AND ITS TRAILER
000200*                  COUNT AND HASH RAISED BY THE FEE TOTALS,
000210*                  AND ONLY A BALANCED MERGE REWRITES PRTD20L
000220*                  FROM THE WORK FILE - THE SAME TWO-PASS
000230*                  DISCIPLINE PGMARCHV USES ON THE AUDIT
000240*                  TRAIL. A MERGED FEED IS REGISTERED IN
000250*                  FEEDREG UNDER CONSUMER 'FEEMERGE', SO THE
000260*                  NIGHTS AFTER IT PASS THE EXTRACT THROUGH
000270*                  UNTOUCHED; SO DO NIGHTS WITH NO FEE FEED
000280*                  OR ONE DATED FOR A LATER NIGHT.
000290*----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PRTD20L-FILE ASSIGN TO PRTD20L
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS DV-PRTD20L-STATUS.
000360     SELECT OPTIONAL FEEFEED ASSIGN TO FEEFEED
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS DV-FEEFEED-STATUS.
000390     SELECT PRTDMRG ASSIGN TO PRTDMRG
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DV-PRTDMRG-STATUS.
000420     SELECT OPTIONAL FEEDREG ASSIGN TO FEEDREG
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS FR-KEY
000460         FILE STATUS IS DV-FEEDREG-STATUS.
000470     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CL-KEY
000510         FILE STATUS IS DV-CTLLDG-STATUS.
000520*----------------------------------------------------------
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PRTD20L-FILE
000560     RECORDING MODE IS F.
000570 01  PRTD20L-REC.
000580     05  EX-ACCOUNT-NO           PIC 9(09).
000590     05  FILLER                  PIC X(68).
000600 01  PRTD20L-CTL-REC.
000610     05  EX-CTL-TAG              PIC X(05).
000620         88  EX-CTL-HEADER       VALUE '*HDR*'.
000630         88  EX-CTL-TRAILER      VALUE '*TRL*'.
000640     05  FILLER                  PIC X(72).
000650 01  PRTD20L-TRL-REC.
000660     05  FILLER                  PIC X(05).
000670     05  EX-TRL-RECORD-COUNT     PIC 9(07).
000680     05  EX-TRL-AMOUNT-HASH      PIC S9(13)V99 SIGN IS
000690                                 LEADING SEPARATE.
000700     05  FILLER                  PIC X(49).
000710 FD  FEEFEED
000720     RECORDING MODE IS F.
000730 01  FEEFEED-REC.
000740 COPY YPRTD20L.
000750 01  FEEFEED-CTL-REC.
000760     05  PD-CTL-TAG              PIC X(05).
000770         88  PD-CTL-HEADER       VALUE '*HDR*'.
000780         88  PD-CTL-TRAILER      VALUE '*TRL*'.
000790     05  FILLER                  PIC X(72).
000800 01  FEEFEED-HDR-REC.
000810     05  FILLER                  PIC X(05).
000820     05  PD-HDR-EXTRACT-DATE     PIC 9(08).
000830     05  FILLER                  PIC X(64).
000840 01  FEEFEED-TRL-REC.
000850     05  FILLER                  PIC X(05).
000860     05  PD-TRL-RECORD-COUNT     PIC 9(07).
000870     05  PD-TRL-AMOUNT-HASH      PIC S9(13)V99 SIGN IS
000880                                 LEADING SEPARATE.
000890     05  FILLER                  PIC X(49).
000900 FD  PRTDMRG
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 77 CHARACTERS.
000930 01  PRTDMRG-REC                 PIC X(77).
000940 FD  FEEDREG.
000950 COPY FEEDRGREC.
000960 FD  DVCTLLDG.
000970 COPY DVCTLREC.
000980*----------------------------------------------------------
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------
001010* FILE STATUS AND CONTROL SWITCHES
001020*----------------------------------------------------------
001030 01  DV-PRTD20L-STATUS           PIC X(02) VALUE '00'.
001040     88  DV-PRTD20L-OK           VALUE '00'.
001050     88  DV-PRTD20L-EOF          VALUE '10'.
001060 01  DV-FEEFEED-STATUS           PIC X(02) VALUE '00'.
001070     88  DV-FEEFEED-OK           VALUE '00'.
001080     88  DV-FEEFEED-EOF          VALUE '10'.
001090     88  DV-FEEFEED-ABSENT       VALUES '05' '35'.
001100     88  DV-FEEFEED-OPTIONAL-OPEN VALUE '05'.
001110 01  DV-PRTDMRG-STATUS           PIC X(02) VALUE '00'.
001120     88  DV-PRTDMRG-OK           VALUE '00'.
001130     88  DV-PRTDMRG-EOF          VALUE '10'.
001140 01  DV-FEEDREG-STATUS           PIC X(02) VALUE '00'.
001150     88  DV-FEEDREG-OK           VALUES '00' '02'.
001160     88  DV-FEEDREG-NOT-FOUND    VALUES '23' '35'.
001170     88  DV-FEEDREG-REC-FOUND    VALUES '00' '02'.
001180 01  DV-FEEDREG-AVAIL-SW         PIC X(01) VALUE 'N'.
001190     88  DV-FEEDREG-AVAILABLE    VALUE 'Y'.
001200 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
001210     88  DV-CTLLDG-OK            VALUES '00' '02'.
001220     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
001230 01  DV-MERGE-SW                 PIC X(01) VALUE 'N'.
001240     88  DV-MERGE-WANTED         VALUE 'Y'.
001250 01  DV-EXT-EOF-SW               PIC X(01) VALUE 'N'.
001260     88  DV-EXT-EOF              VALUE 'Y'.
001270 01  DV-FEE-EOF-SW               PIC X(01) VALUE 'N'.
001280     88  DV-FEE-EOF              VALUE 'Y'.
001290 01  DV-WORK-EOF-SW              PIC X(01) VALUE 'N'.
001300     88  DV-WORK-EOF             VALUE 'Y'.
001310*----------------------------------------------------------
001320* FEE FEED CONTROLS - VALIDATED THE SAME WAY PRTDLOAD
001330* VALIDATES THE EXTRACT.
001340*----------------------------------------------------------
001350 01  DV-FEEDREG-CONSUMER         PIC X(08) VALUE 'FEEMERGE'.
001360 01  DV-FEE-FEED-DATE            PIC 9(08) VALUE ZERO.
001370 01  DV-FEE-TRL-SW               PIC X(01) VALUE 'N'.
001380     88  DV-FEE-TRL-SEEN         VALUE 'Y'.
001390 01  DV-FEE-TRL-COUNT            PIC 9(07) VALUE ZERO.
001400 01  DV-FEE-TRL-HASH             PIC S9(13)V99 COMP-3
001410                                 VALUE ZERO.
001420 01  DV-FEE-READ-COUNT           PIC 9(07) VALUE ZERO.
001430 01  DV-FEE-AMOUNT-ACCUM         PIC S9(13)V99 COMP-3
001440                                 VALUE ZERO.
001450*----------------------------------------------------------
001460* EXTRACT CONTROLS - THE EXTRACT'S OWN TRAILER IS CARRIED
001470* FORWARD RAISED BY THE FEE TOTALS, SO PRTDLOAD STILL
001480* CATCHES AN EXTRACT THAT WAS OUT OF BALANCE ON ARRIVAL.
001490*----------------------------------------------------------
001500 01  DV-EXT-TRL-SW               PIC X(01) VALUE 'N'.
001510     88  DV-EXT-TRL-SEEN         VALUE 'Y'.
001520 01  DV-EXT-TRL-COUNT            PIC 9(07) VALUE ZERO.
001530 01  DV-EXT-TRL-HASH             PIC S9(13)V99 COMP-3
001540                                 VALUE ZERO.
001550 01  DV-EXT-READ-COUNT           PIC 9(07) VALUE ZERO.
001560 01  DV-MRG-TRL-REC.
001570     05  DV-MRG-TRL-TAG          PIC X(05) VALUE '*TRL*'.
001580     05  DV-MRG-TRL-COUNT        PIC 9(07).
001590     05  DV-MRG-TRL-HASH         PIC S9(13)V99 SIGN IS
001600                                 LEADING SEPARATE.
001610     05  FILLER                  PIC X(49) VALUE SPACES.
001620*----------------------------------------------------------
001630* RUN CONTROL AND BALANCING COUNTS
001640*----------------------------------------------------------
001650 01  DV-RUN-DATE                 PIC 9(08).
001660 01  DV-MERGED-COUNT             PIC 9(07) VALUE ZERO.
001670 01  DV-WORK-WRITTEN-COUNT       PIC 9(07) VALUE ZERO.
001680 01  DV-REWRITTEN-COUNT          PIC 9(07) VALUE ZERO.
001690 01  DV-EDIT-AMOUNT              PIC -(13)9.99.
001700*----------------------------------------------------------
001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------
001730* 0000-MAINLINE
001740*----------------------------------------------------------
001750 0000-MAINLINE.
001760     PERFORM 1000-CHECK-FEE-FEED THRU 1000-EXIT.
001770     IF NOT DV-MERGE-WANTED
001780         IF DV-FEEDREG-AVAILABLE
001790             CLOSE FEEDREG
001800         END-IF
001810         GOBACK
001820     END-IF.
001830     PERFORM 2000-MERGE-FEEDS THRU 2000-EXIT.
001840     PERFORM 3000-BALANCE-MERGE THRU 3000-EXIT.
001850     PERFORM 4000-REWRITE-EXTRACT THRU 4000-EXIT.
001860     PERFORM 4500-REGISTER-FEE-FEED THRU 4500-EXIT.
001870     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001880     PERFORM 9800-WRITE-CONTROL-LEDGER THRU 9800-EXIT.
001890     GOBACK.
001900*----------------------------------------------------------
001910* 1000-CHECK-FEE-FEED  -  DECIDES WHETHER TONIGHT MERGES.
001920* NO FEE FEED, AN EMPTY ONE, ONE DATED FOR A LATER NIGHT OR
001930* ONE ALREADY REGISTERED AS MERGED PASSES THE EXTRACT
001940* THROUGH UNTOUCHED. A FEED DATED FOR AN EARLIER NIGHT THAT
001950* WAS NEVER MERGED IS MERGED NOW, WITH A WARNING - BUT ONLY
001960* WHEN FEEDREG CAN PROVE IT WAS NEVER MERGED. A FEE FEED
001970* WITH NO USABLE *HDR* IS REFUSED THE WAY PRTDLOAD REFUSES A
001980* STALE EXTRACT.
001990*----------------------------------------------------------
002000 1000-CHECK-FEE-FEED.
002010     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
002020     OPEN INPUT FEEFEED.
002030     IF DV-FEEFEED-ABSENT
002040         DISPLAY 'FEEMERGE - NO FEE FEED PRESENT - EXTRACT '
002050             'PASSED THROUGH UNCHANGED'
002060         IF DV-FEEFEED-OPTIONAL-OPEN
002070             CLOSE FEEFEED
002080         END-IF
002090         GO TO 1000-EXIT
002100     END-IF.
002110     IF NOT DV-FEEFEED-OK
002120         DISPLAY 'FEEMERGE - OPEN FAILED FOR FEEFEED - '
002130             DV-FEEFEED-STATUS
002140         MOVE 16 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     READ FEEFEED
002180         AT END
002190             DISPLAY 'FEEMERGE - FEE FEED IS EMPTY - EXTRACT '
002200                 'PASSED THROUGH UNCHANGED'
002210             CLOSE FEEFEED
002220             GO TO 1000-EXIT
002230     END-READ.
002240     IF NOT PD-CTL-HEADER
002250        OR PD-HDR-EXTRACT-DATE NOT NUMERIC
002260         DISPLAY 'FEEMERGE - FEE FEED HAS NO VALID *HDR* '
002270             'RECORD - FEES NOT MERGED'
002280         MOVE 99 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     MOVE PD-HDR-EXTRACT-DATE TO DV-FEE-FEED-DATE.
002320     IF DV-FEE-FEED-DATE > DV-RUN-DATE
002330         DISPLAY 'FEEMERGE - FEE FEED DATED ' DV-FEE-FEED-DATE
002340             ' IS FOR A LATER NIGHT - NOT MERGED TONIGHT'
002350         CLOSE FEEFEED
002360         GO TO 1000-EXIT
002370     END-IF.
002380     PERFORM 1100-OPEN-FEEDREG THRU 1100-EXIT.
002390     IF DV-FEEDREG-AVAILABLE
002400         MOVE DV-FEEDREG-CONSUMER TO FR-CONSUMER
002410         MOVE DV-FEE-FEED-DATE    TO FR-EXTRACT-DATE
002420         READ FEEDREG
002430             INVALID KEY
002440                 CONTINUE
002450         END-READ
002460         IF DV-FEEDREG-REC-FOUND
002470             DISPLAY 'FEEMERGE - FEE FEED DATED '
002480                 DV-FEE-FEED-DATE ' WAS ALREADY MERGED ON '
002490                 FR-PROCESS-DATE ' - EXTRACT PASSED THROUGH'
002500             CLOSE FEEFEED
002510             GO TO 1000-EXIT
002520         END-IF
002530     END-IF.
002540     IF DV-FEE-FEED-DATE < DV-RUN-DATE
002550         IF NOT DV-FEEDREG-AVAILABLE
002560             DISPLAY 'FEEMERGE - FEE FEED DATED '
002570                 DV-FEE-FEED-DATE ' NOT MERGED - FEEDREG '
002580                 'CANNOT CONFIRM IT WAS NEVER MERGED'
002590             MOVE 4 TO RETURN-CODE
002600             CLOSE FEEFEED
002610             GO TO 1000-EXIT
002620         END-IF
002630         DISPLAY 'FEEMERGE - FEE FEED DATED ' DV-FEE-FEED-DATE
002640             ' MISSED ITS NIGHT - MERGED LATE INTO TONIGHT''S '
002650             'EXTRACT'
002660         MOVE 4 TO RETURN-CODE
002670     END-IF.
002680     SET DV-MERGE-WANTED TO TRUE.
002690 1000-EXIT.
002700     EXIT.
002710*----------------------------------------------------------
002720* 1100-OPEN-FEEDREG  -  THE SHARED FEED-CONTROL REGISTRY,
002730* CREATED ON THE FIRST EVER RUN THE SAME WAY PRTDLOAD
002740* CREATES IT.
002750*----------------------------------------------------------
002760 1100-OPEN-FEEDREG.
002770     OPEN I-O FEEDREG.
002780     IF DV-FEEDREG-NOT-FOUND
002790         OPEN OUTPUT FEEDREG
002800         CLOSE FEEDREG
002810         OPEN I-O FEEDREG
002820     END-IF.
002830     IF DV-FEEDREG-OK
002840         SET DV-FEEDREG-AVAILABLE TO TRUE
002850     ELSE
002860         DISPLAY 'FEEMERGE - FEEDREG UNAVAILABLE - '
002870             'DUPLICATE-MERGE CHECK BYPASSED'
002880     END-IF.
002890 1100-EXIT.
002900     EXIT.
002910*----------------------------------------------------------
002920* 2000-MERGE-FEEDS  -  ONE PASS OVER BOTH FEEDS, WRITING THE
002930* MERGED EXTRACT TO THE PRTDMRG WORK FILE. BOTH ARRIVE SORTED
002940* ASCENDING ON ACCOUNT; ON A TIE THE EXTRACT'S OWN DETAILS GO
002950* FIRST. NOTHING IS WRITTEN TO PRTD20L ON THIS PASS. AN
002953* EXTRACT WITH NO *TRL* ENDS THE RUN HERE, BEFORE PRTDMRG
002956* CAN REPLACE IT.
002960*----------------------------------------------------------
002970 2000-MERGE-FEEDS.
002980     OPEN INPUT PRTD20L-FILE.
002990     IF NOT DV-PRTD20L-OK
003000         DISPLAY 'FEEMERGE - OPEN FAILED FOR PRTD20L - '
003010             DV-PRTD20L-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     OPEN OUTPUT PRTDMRG.
003060     IF NOT DV-PRTDMRG-OK
003070         DISPLAY 'FEEMERGE - OPEN FAILED FOR PRTDMRG - '
003080             DV-PRTDMRG-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
003130     PERFORM 2200-READ-FEE THRU 2200-EXIT.
003140     PERFORM 2300-MERGE-ONE-DETAIL THRU 2300-EXIT
003150         UNTIL DV-EXT-EOF AND DV-FEE-EOF.
003160     IF NOT DV-EXT-TRL-SEEN
003170         DISPLAY 'FEEMERGE - NO *TRL* ON PRTD20L - EXTRACT '
003180             'INCOMPLETE - NOT MERGED'
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003240     END-IF.
003241     COMPUTE DV-MRG-TRL-COUNT = DV-EXT-TRL-COUNT
003242         + DV-FEE-READ-COUNT.
003243     COMPUTE DV-MRG-TRL-HASH = DV-EXT-TRL-HASH
003244         + DV-FEE-AMOUNT-ACCUM.
003245     MOVE DV-MRG-TRL-REC TO PRTDMRG-REC.
003246     WRITE PRTDMRG-REC.
003247     ADD 1 TO DV-WORK-WRITTEN-COUNT.
003250     CLOSE PRTD20L-FILE.
003260     CLOSE FEEFEED.
003270     CLOSE PRTDMRG.
003280 2000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------
003310* 2100-READ-EXTRACT  -  NEXT EXTRACT DETAIL. THE *HDR* IS
003320* COPIED STRAIGHT TO THE WORK FILE; THE *TRL* IS HELD BACK
003330* TO BE WRITTEN RAISED BY THE FEE TOTALS AND ENDS THE
003340* EXTRACT SIDE OF THE MERGE.
003350*----------------------------------------------------------
003360 2100-READ-EXTRACT.
003370     READ PRTD20L-FILE
003380         AT END
003390             SET DV-EXT-EOF TO TRUE
003400             GO TO 2100-EXIT
003410     END-READ.
003420     IF NOT DV-PRTD20L-OK
003430         DISPLAY 'FEEMERGE - READ FAILED FOR PRTD20L - '
003440             DV-PRTD20L-STATUS
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     IF EX-CTL-HEADER
003490         MOVE PRTD20L-REC TO PRTDMRG-REC
003500         WRITE PRTDMRG-REC
003510         ADD 1 TO DV-WORK-WRITTEN-COUNT
003520         GO TO 2100-READ-EXTRACT
003530     END-IF.
003540     IF EX-CTL-TRAILER
003550         SET DV-EXT-TRL-SEEN TO TRUE
003560         IF EX-TRL-RECORD-COUNT IS NUMERIC
003570             MOVE EX-TRL-RECORD-COUNT TO DV-EXT-TRL-COUNT
003580         END-IF
003590         IF EX-TRL-AMOUNT-HASH IS NUMERIC
003600             MOVE EX-TRL-AMOUNT-HASH TO DV-EXT-TRL-HASH
003610         END-IF
003620         SET DV-EXT-EOF TO TRUE
003630         GO TO 2100-EXIT
003640     END-IF.
003650     ADD 1 TO DV-EXT-READ-COUNT.
003660 2100-EXIT.
003670     EXIT.
003680*----------------------------------------------------------
003690* 2200-READ-FEE  -  NEXT FEE DETAIL. THE *TRL* IS CAPTURED
003700* FOR BALANCING AND ENDS THE FEE SIDE OF THE MERGE.
003710*----------------------------------------------------------
003720 2200-READ-FEE.
003730     READ FEEFEED
003740         AT END
003750             SET DV-FEE-EOF TO TRUE
003760             GO TO 2200-EXIT
003770     END-READ.
003780     IF NOT DV-FEEFEED-OK
003790         DISPLAY 'FEEMERGE - READ FAILED FOR FEEFEED - '
003800             DV-FEEFEED-STATUS
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     IF PD-CTL-TRAILER
003850         SET DV-FEE-TRL-SEEN TO TRUE
003860         IF PD-TRL-RECORD-COUNT IS NUMERIC
003870             MOVE PD-TRL-RECORD-COUNT TO DV-FEE-TRL-COUNT
003880         END-IF
003890         IF PD-TRL-AMOUNT-HASH IS NUMERIC
003900             MOVE PD-TRL-AMOUNT-HASH TO DV-FEE-TRL-HASH
003910         END-IF
003920         SET DV-FEE-EOF TO TRUE
003930         GO TO 2200-EXIT
003940     END-IF.
003950     ADD 1 TO DV-FEE-READ-COUNT.
003960     ADD PD-AMOUNT TO DV-FEE-AMOUNT-ACCUM.
003970 2200-EXIT.
003980     EXIT.
003990*----------------------------------------------------------
004000* 2300-MERGE-ONE-DETAIL  -  WRITES THE LOWER OF THE TWO
004010* CURRENT DETAILS AND ADVANCES THAT SIDE.
004020*----------------------------------------------------------
004030 2300-MERGE-ONE-DETAIL.
004040     IF DV-FEE-EOF OR
004050        (NOT DV-EXT-EOF AND EX-ACCOUNT-NO NOT > PD-ACCOUNT-NO)
004060         MOVE PRTD20L-REC TO PRTDMRG-REC
004070         WRITE PRTDMRG-REC
004080         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
004090     ELSE
004100         MOVE FEEFEED-REC TO PRTDMRG-REC
004110         WRITE PRTDMRG-REC
004120         PERFORM 2200-READ-FEE THRU 2200-EXIT
004130     END-IF.
004140     ADD 1 TO DV-MERGED-COUNT.
004150     ADD 1 TO DV-WORK-WRITTEN-COUNT.
004160 2300-EXIT.
004170     EXIT.
004180*----------------------------------------------------------
004190* 3000-BALANCE-MERGE  -  THE FEE FEED MUST AGREE WITH ITS
004200* OWN TRAILER, AND THE MERGED DETAILS MUST EQUAL THE TWO
004210* INPUTS, BEFORE THE LIVE EXTRACT IS TOUCHED. EITHER
004220* FAILURE ENDS HERE WITH PRTD20L UNTOUCHED.
004230*----------------------------------------------------------
004240 3000-BALANCE-MERGE.
004250     IF NOT DV-FEE-TRL-SEEN
004260        OR DV-FEE-READ-COUNT NOT = DV-FEE-TRL-COUNT
004270        OR DV-FEE-AMOUNT-ACCUM NOT = DV-FEE-TRL-HASH
004280         DISPLAY 'FEEMERGE - *** FEE FEED OUT OF BALANCE - '
004290             'EXTRACT LEFT UNTOUCHED ***'
004300         PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT
004310         MOVE 99 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     IF DV-MERGED-COUNT NOT =
004350        DV-EXT-READ-COUNT + DV-FEE-READ-COUNT
004360         DISPLAY 'FEEMERGE - *** MERGE OUT OF BALANCE - '
004370             'EXTRACT LEFT UNTOUCHED ***'
004380         PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420 3000-EXIT.
004430     EXIT.
004440*----------------------------------------------------------
004450* 4000-REWRITE-EXTRACT  -  COPIES THE BALANCED WORK FILE
004460* BACK OVER PRTD20L. FROM HERE ON PRTDMRG IS THE ONLY
004470* COMPLETE COPY OF THE MERGED EXTRACT, SO A SHORT COPY ENDS
004480* SEVERELY AND THE EXTRACT IS RECOVERED FROM PRTDMRG.
004490*----------------------------------------------------------
004500 4000-REWRITE-EXTRACT.
004510     OPEN INPUT PRTDMRG.
004520     IF NOT DV-PRTDMRG-OK
004530         DISPLAY 'FEEMERGE - OPEN FAILED FOR PRTDMRG - '
004540             DV-PRTDMRG-STATUS
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     OPEN OUTPUT PRTD20L-FILE.
004590     IF NOT DV-PRTD20L-OK
004600         DISPLAY 'FEEMERGE - OPEN FAILED FOR PRTD20L - '
004610             DV-PRTD20L-STATUS
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650     PERFORM 4100-COPY-ONE-RECORD THRU 4100-EXIT
004660         UNTIL DV-WORK-EOF.
004670     CLOSE PRTDMRG.
004680     CLOSE PRTD20L-FILE.
004690     IF DV-REWRITTEN-COUNT NOT = DV-WORK-WRITTEN-COUNT
004700         DISPLAY 'FEEMERGE - *** PRTD20L REWRITE INCOMPLETE - '
004710             'RECOVER IT FROM PRTDMRG ***'
004720         PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760 4000-EXIT.
004770     EXIT.
004780*----------------------------------------------------------
004790* 4100-COPY-ONE-RECORD
004800*----------------------------------------------------------
004810 4100-COPY-ONE-RECORD.
004820     READ PRTDMRG
004830         AT END
004840             SET DV-WORK-EOF TO TRUE
004850             GO TO 4100-EXIT
004860     END-READ.
004870     MOVE PRTDMRG-REC TO PRTD20L-REC.
004880     WRITE PRTD20L-REC.
004890     ADD 1 TO DV-REWRITTEN-COUNT.
004900 4100-EXIT.
004910     EXIT.
004920*----------------------------------------------------------
004930* 4500-REGISTER-FEE-FEED  -  MARKS THE FEE FEED MERGED SO
004940* LATER NIGHTS PASS THE EXTRACT THROUGH.
004950*----------------------------------------------------------
004960 4500-REGISTER-FEE-FEED.
004970     IF NOT DV-FEEDREG-AVAILABLE
004980         GO TO 4500-EXIT
004990     END-IF.
005000     MOVE DV-FEEDREG-CONSUMER TO FR-CONSUMER.
005010     MOVE DV-FEE-FEED-DATE    TO FR-EXTRACT-DATE.
005020     ACCEPT FR-PROCESS-DATE FROM DATE YYYYMMDD.
005030     ACCEPT FR-PROCESS-TIME FROM TIME.
005040     WRITE FEEDREG-REC
005050         INVALID KEY
005060             REWRITE FEEDREG-REC
005070     END-WRITE.
005080     CLOSE FEEDREG.
005090 4500-EXIT.
005100     EXIT.
005110*----------------------------------------------------------
005120* 7000-DISPLAY-TOTALS
005130*----------------------------------------------------------
005140 7000-DISPLAY-TOTALS.
005150     DISPLAY '========================================'.
005160     DISPLAY 'FEEMERGE - FEE FEED MERGE SUMMARY'.
005170     DISPLAY '  FEE FEED DATED . . . . . . : '
005180         DV-FEE-FEED-DATE.
005190     DISPLAY '  EXTRACT DETAILS READ . . . : '
005200         DV-EXT-READ-COUNT.
005210     DISPLAY '  FEE DETAILS READ . . . . . : '
005220         DV-FEE-READ-COUNT.
005230     DISPLAY '  FEE TRAILER COUNT  . . . . : '
005240         DV-FEE-TRL-COUNT.
005250     MOVE DV-FEE-AMOUNT-ACCUM TO DV-EDIT-AMOUNT.
005260     DISPLAY '  FEE AMOUNT ACCUMULATED . . : '
005270         DV-EDIT-AMOUNT.
005280     MOVE DV-FEE-TRL-HASH TO DV-EDIT-AMOUNT.
005290     DISPLAY '  FEE TRAILER HASH TOTAL . . : '
005300         DV-EDIT-AMOUNT.
005310     DISPLAY '  MERGED DETAILS WRITTEN . . : '
005320         DV-MERGED-COUNT.
005330     DISPLAY '  PRTD20L RECORDS REWRITTEN  : '
005340         DV-REWRITTEN-COUNT.
005350     DISPLAY '========================================'.
005360 7000-EXIT.
005370     EXIT.
005380*----------------------------------------------------------
005390* 9800-WRITE-CONTROL-LEDGER  -  RECORDS A MERGE NIGHT'S
005400* COUNTS IN THE SHARED DVCTLLDG CONTROL LEDGER (COPYBOOK
005410* DVCTLREC) SO DVCYCBAL CAN PROVE PRTDLOAD READ EVERY MERGED
005420* DETAIL. A PASS-THROUGH NIGHT WRITES NO ROW. A LEDGER THAT
005430* CANNOT BE OPENED IS WARNED AND SKIPPED.
005440*----------------------------------------------------------
005450 9800-WRITE-CONTROL-LEDGER.
005460     OPEN I-O DVCTLLDG.
005470     IF DV-CTLLDG-NOT-FOUND
005480         OPEN OUTPUT DVCTLLDG
005490         CLOSE DVCTLLDG
005500         OPEN I-O DVCTLLDG
005510     END-IF.
005520     IF NOT DV-CTLLDG-OK
005530         DISPLAY 'FEEMERGE - DVCTLLDG UNAVAILABLE - LEDGER '
005540             'ROW SKIPPED'
005550         GO TO 9800-EXIT
005560     END-IF.
005570     ACCEPT CL-CYCLE-DATE FROM DATE YYYYMMDD.
005580     MOVE 'FEEMERGE' TO CL-PROGRAM-ID.
005590     COMPUTE CL-IN-COUNT = DV-EXT-READ-COUNT
005600         + DV-FEE-READ-COUNT.
005610     MOVE DV-MERGED-COUNT TO CL-OUT-COUNT.
005620     MOVE ZERO TO CL-REJECT-COUNT.
005630     WRITE DVCTLLDG-REC
005640         INVALID KEY
005650             REWRITE DVCTLLDG-REC
005660     END-WRITE.
005670     CLOSE DVCTLLDG.
005680 9800-EXIT.
005690     EXIT.
005700 END PROGRAM FEEMERGE.
