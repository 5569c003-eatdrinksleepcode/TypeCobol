000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DVROLLBK.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - CYCLE ROLLBACK. RESTORES EVERY
000110*                  KEYED MASTER IN THE PRE-CYCLE SNAPSHOT SET
000120*                  (DVSNAPSH) TO THE POINT BEFORE THE CYCLE
000130*                  OF THE DATE GIVEN ON SYSIN RAN, FOR A NIGHT
000140*                  FOUND NEXT MORNING TO HAVE RUN AGAINST A
000150*                  BAD FEED. THE DVSNPCAT ROW FOR THE DATE IS
000160*                  CHECKED FIRST - ONLY THE LATEST CYCLE NOT
000170*                  ALREADY ROLLED BACK CAN BE, SO A LATER
000180*                  CYCLE MUST BE ROLLED BACK BEFORE AN EARLIER
000190*                  ONE. THE SNAPSHOT RECORDS ARE THEN COUNTED
000200*                  PER FILE AGAINST THE CATALOG, AND ANY
000210*                  DIFFERENCE ENDS THE RUN RC 16 WITH NOTHING
000220*                  TOUCHED. EACH MASTER IS THEN RELOADED FROM
000230*                  ITS IMAGES AND ITS COUNT CHECKED AGAIN. THE
000240*                  PGMFEED CHECKPOINT ROW IS KEPT AS IT STANDS
000250*                  - THE CHANGES THE FEED HAS SENT ARE ALREADY
000260*                  WITH THE SOURCE SYSTEM, AND THE ROLLBACK'S
000270*                  OWN PGMAUDIT ENTRIES (SOURCE 'ROLLBACK')
000280*                  SEND THEM THE REVERSALS. EVERY PGMSTAT
000290*                  RECORD THE ROLLBACK REMOVES, REVERTS OR
000300*                  RECREATES IS LISTED AND AUDITED. ON SUCCESS
000310*                  THE CATALOG ROW IS MARKED ROLLED BACK AND A
000320*                  DVRUNHST RECORD (DISPOSITION B) TELLS THE
000330*                  TREND REPORT AND THE NEXT DVDRIVER RUN THAT
000340*                  THE NIGHT WAS REVERSED. A PREVIEW MODE (P
000350*                  INSTEAD OF U, AS IN PGMBKOUT) VERIFIES THE
000360*                  SET AND PRINTS THE SAME REPORT WITHOUT
000370*                  TOUCHING ANY FILE. RC 8 WHEN THE ROLLBACK
000380*                  IS REFUSED, RC 16 WHEN IT FAILS; A FAILED
000390*                  ROLLBACK IS SIMPLY RUN AGAIN.
000400*----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL PGMSTAT ASSIGN TO PGMSTAT
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PS-RECORD-ID
000480         FILE STATUS IS DV-MASTER-STATUS.
000490     SELECT OPTIONAL PGMSCHED ASSIGN TO PGMSCHED
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SC-KEY
000530         FILE STATUS IS DV-MASTER-STATUS.
000540     SELECT OPTIONAL FEEDREG ASSIGN TO FEEDREG
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS FR-KEY
000580         FILE STATUS IS DV-MASTER-STATUS.
000590     SELECT OPTIONAL DVCHKPT ASSIGN TO DVCHKPT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CHKPT-PROGRAM-ID
000630         FILE STATUS IS DV-MASTER-STATUS.
000640     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CL-KEY
000680         FILE STATUS IS DV-MASTER-STATUS.
000690     SELECT OPTIONAL PERTOTAL ASSIGN TO PERTOTAL
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS PM-KEY
000730         FILE STATUS IS DV-MASTER-STATUS.
000740     SELECT OPTIONAL ACCTBAL ASSIGN TO ACCTBAL
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS AB-ACCOUNT-NO
000780         FILE STATUS IS DV-MASTER-STATUS.
000790     SELECT OPTIONAL HELDMAIL ASSIGN TO HELDMAIL
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS HM-KEY
000830         FILE STATUS IS DV-MASTER-STATUS.
000840     SELECT OPTIONAL TXNHIST ASSIGN TO TXNHIST
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS TH-KEY
000880         FILE STATUS IS DV-MASTER-STATUS.
000890     SELECT OPTIONAL NTCHIST ASSIGN TO NTCHIST
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS NH-KEY
000930         FILE STATUS IS DV-MASTER-STATUS.
000940     SELECT OPTIONAL APRQUEUE ASSIGN TO APRQUEUE
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS AQ-KEY
000980         FILE STATUS IS DV-MASTER-STATUS.
000990     SELECT SNAPSET ASSIGN TO SNAPSET
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS DV-SNAPSET-STATUS.
001020     SELECT DVSNPCAT ASSIGN TO DVSNPCAT
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS SN-CYCLE-DATE
001060         FILE STATUS IS DV-SNPCAT-STATUS.
001070     SELECT PGMAUDIT ASSIGN TO PGMAUDIT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS DV-PGMAUDIT-STATUS.
001100     SELECT DVRUNHST ASSIGN TO DVRUNHST
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS DV-RUNHST-STATUS.
001130     SELECT ROLLWORK ASSIGN TO ROLLWORK
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS DV-ROLLWORK-STATUS.
001160     SELECT ROLLRPT ASSIGN TO ROLLRPT
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS DV-ROLLRPT-STATUS.
001190*----------------------------------------------------------
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  PGMSTAT.
001230 COPY PGMSTREC.
001240 FD  PGMSCHED.
001250 COPY PGMSCHREC.
001260 FD  FEEDREG.
001270 COPY FEEDRGREC.
001280 FD  DVCHKPT.
001290 COPY DVCHKPT.
001300 FD  DVCTLLDG.
001310 COPY DVCTLREC.
001320 FD  PERTOTAL.
001330 COPY PERTOTREC.
001340 FD  ACCTBAL.
001350 COPY ACCTBREC.
001360 FD  HELDMAIL.
001370 COPY HLDMREC.
001380 FD  TXNHIST.
001390 COPY TXNHSREC.
001400 FD  NTCHIST.
001410 COPY NTCHSREC.
001420 FD  APRQUEUE.
001430 COPY APRQREC.
001440 FD  SNAPSET
001450     RECORDING MODE IS F.
001460 COPY DVSNPREC.
001470 FD  DVSNPCAT.
001480 COPY DVSNCREC.
001490 FD  PGMAUDIT
001500     RECORDING MODE IS F.
001510 COPY PGMAUDREC.
001520 FD  DVRUNHST
001530     RECORDING MODE IS F.
001540 COPY DVRUNHREC.
001550 FD  ROLLWORK
001560     RECORDING MODE IS F.
001570 01  RW-REC.
001580     05  RW-RECORD-ID            PIC X(10).
001590     05  RW-STATUS-CODE          PIC X(02).
001600     05  FILLER                  PIC X(14).
001610 FD  ROLLRPT
001620     RECORD CONTAINS 133 CHARACTERS.
001630 01  ROLLRPT-REC.
001640     05  PRT-CC                  PIC X(01).
001650     05  PRT-LINE                PIC X(132).
001660*----------------------------------------------------------
001670 WORKING-STORAGE SECTION.
001680*----------------------------------------------------------
001690* FILE STATUS AND CONTROL SWITCHES. THE MASTERS ARE OPENED
001700* ONE AT A TIME AND SHARE ONE STATUS FIELD; A MASTER THAT
001710* DOES NOT EXIST OPENS EMPTY (STATUS 05).
001720*----------------------------------------------------------
001730 01  DV-MASTER-STATUS            PIC X(02) VALUE '00'.
001740     88  DV-MASTER-OK            VALUES '00' '02' '05'.
001750     88  DV-MASTER-EOF           VALUE '10'.
001760 01  DV-SNAPSET-STATUS           PIC X(02) VALUE '00'.
001770     88  DV-SNAPSET-OK           VALUE '00'.
001780     88  DV-SNAPSET-EOF          VALUE '10'.
001790 01  DV-SNPCAT-STATUS            PIC X(02) VALUE '00'.
001800     88  DV-SNPCAT-OK            VALUES '00' '02'.
001810     88  DV-SNPCAT-EOF           VALUE '10'.
001820 01  DV-PGMAUDIT-STATUS          PIC X(02) VALUE '00'.
001830     88  DV-PGMAUDIT-OK          VALUE '00'.
001840     88  DV-PGMAUDIT-NOT-FOUND   VALUE '35'.
001850 01  DV-RUNHST-STATUS            PIC X(02) VALUE '00'.
001860     88  DV-RUNHST-OK            VALUE '00'.
001870     88  DV-RUNHST-NOT-FOUND     VALUE '35'.
001880 01  DV-ROLLWORK-STATUS          PIC X(02) VALUE '00'.
001890     88  DV-ROLLWORK-OK          VALUE '00'.
001900 01  DV-ROLLRPT-STATUS           PIC X(02) VALUE '00'.
001910     88  DV-ROLLRPT-OK           VALUE '00'.
001920 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001930     88  DV-EOF                  VALUE 'Y'.
001940 01  DV-FAILED-SW                PIC X(01) VALUE 'N'.
001950     88  DV-ROLLBACK-FAILED      VALUE 'Y'.
001960 01  DV-FEED-CHKPT-SW            PIC X(01) VALUE 'N'.
001970     88  DV-FEED-CHKPT-SAVED     VALUE 'Y'.
001980 01  DV-FEED-CHKPT-SAVE          PIC X(46).
001990*----------------------------------------------------------
002000* OPERATOR SELECTION - READ FROM SYSIN BEFORE ANY FILE IS
002010* TOUCHED.
002020*----------------------------------------------------------
002030 01  DV-RUN-MODE                 PIC X(01).
002040     88  DV-MODE-UPDATE          VALUE 'U'.
002050     88  DV-MODE-PREVIEW         VALUE 'P'.
002060 01  DV-SEL-CYCLE-DATE           PIC 9(08).
002070*----------------------------------------------------------
002080* THE MASTERS IN SNAPSHOT ORDER, AND THE COUNTS KEPT FOR
002090* EACH - IN THE SET, ON FILE BEFORE THE ROLLBACK, RELOADED.
002100*----------------------------------------------------------
002110 COPY DVSNFTAB.
002120 01  DV-SF-IDX                   PIC 9(02) COMP.
002130 01  DV-CUR-IDX                  PIC 9(02) COMP.
002140 01  DV-NEW-IDX                  PIC 9(02) COMP.
002150 01  DV-FILE-WORK.
002160     05  DV-FW-ENTRY OCCURS 11 TIMES.
002170         10  DV-FW-SET-COUNT     PIC 9(09).
002180         10  DV-FW-NOW-COUNT     PIC 9(09).
002190         10  DV-FW-LOADED-COUNT  PIC 9(09).
002200         10  DV-FW-OPENED-SW     PIC X(01).
002210             88  DV-FW-OPENED    VALUE 'Y'.
002220*----------------------------------------------------------
002230* PGMSTAT COMPARISON - THE SNAPSHOT IMAGE AND THE RECORD ON
002240* FILE BEFORE THE ROLLBACK, MATCHED BY RECORD ID.
002250*----------------------------------------------------------
002260 01  DV-SNP-KEY                  PIC X(10).
002270 01  DV-SNP-STATUS               PIC X(02).
002280 01  DV-CUR-KEY                  PIC X(10).
002290 01  DV-CUR-STATUS               PIC X(02).
002300 01  DV-SNP-EOF-SW               PIC X(01) VALUE 'N'.
002310     88  DV-SNP-EOF              VALUE 'Y'.
002320 01  DV-CUR-EOF-SW               PIC X(01) VALUE 'N'.
002330     88  DV-CUR-EOF              VALUE 'Y'.
002340*----------------------------------------------------------
002350* RUN CONTROL AND COUNTERS
002360*----------------------------------------------------------
002370 01  DV-RUN-DATE                 PIC 9(08).
002380 01  DV-TIME-NOW                 PIC 9(08).
002390 01  DV-START-TIME               PIC 9(06).
002400 01  DV-SNAP-TIME                PIC 9(06).
002410 01  DV-UNKNOWN-COUNT            PIC 9(09) VALUE ZERO.
002420 01  DV-WRITE-ERROR-COUNT        PIC 9(09) VALUE ZERO.
002430 01  DV-REMOVED-COUNT            PIC 9(07) VALUE ZERO.
002440 01  DV-REVERTED-COUNT           PIC 9(07) VALUE ZERO.
002450 01  DV-RECREATED-COUNT          PIC 9(07) VALUE ZERO.
002460 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
002470 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
002480 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002490*----------------------------------------------------------
002500* REPORT LINES
002510*----------------------------------------------------------
002520 01  DV-HEADER-LINE-1.
002530     05  FILLER                  PIC X(26)
002540             VALUE 'CYCLE ROLLBACK REPORT'.
002550     05  DV-HDR-MODE             PIC X(12).
002560     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002570     05  DV-HDR-RUN-DATE         PIC 9(08).
002580     05  FILLER                  PIC X(10) VALUE '   PAGE: '.
002590     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002600 01  DV-HEADER-LINE-2.
002610     05  FILLER                  PIC X(14) VALUE 'CYCLE DATE: '.
002620     05  DV-HDR-CYCLE-DATE       PIC 9(08).
002630     05  FILLER                  PIC X(18)
002640             VALUE '   SNAPSHOT TIME: '.
002650     05  DV-HDR-SNAP-TIME        PIC 9(06).
002660 01  DV-FILE-HEADER-LINE.
002670     05  FILLER                  PIC X(10) VALUE 'FILE'.
002680     05  FILLER                  PIC X(12) VALUE '    CATALOG'.
002690     05  FILLER                  PIC X(12) VALUE '     IN SET'.
002700     05  FILLER                  PIC X(12) VALUE ' ON FILE NOW'.
002710     05  FILLER                  PIC X(12) VALUE '   RELOADED'.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  FILLER                  PIC X(16) VALUE 'RESULT'.
002740 01  DV-FILE-LINE.
002750     05  DV-FL-FILE-ID           PIC X(08).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  DV-FL-CATALOG           PIC ZZZ,ZZZ,ZZ9.
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  DV-FL-IN-SET            PIC ZZZ,ZZZ,ZZ9.
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  DV-FL-NOW               PIC ZZZ,ZZZ,ZZ9.
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  DV-FL-LOADED            PIC ZZZ,ZZZ,ZZ9.
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  DV-FL-RESULT            PIC X(16).
002860 01  DV-PS-HEADER-LINE.
002870     05  FILLER                  PIC X(12) VALUE 'RECORD ID'.
002880     05  FILLER                  PIC X(05) VALUE 'FROM'.
002890     05  FILLER                  PIC X(05) VALUE 'TO'.
002900     05  FILLER                  PIC X(16) VALUE 'ACTION'.
002910 01  DV-DETAIL-LINE.
002920     05  DV-DTL-RECORD-ID        PIC X(10).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  DV-DTL-FROM-STATUS      PIC X(02).
002950     05  FILLER                  PIC X(03) VALUE SPACES.
002960     05  DV-DTL-TO-STATUS        PIC X(02).
002970     05  FILLER                  PIC X(03) VALUE SPACES.
002980     05  DV-DTL-ACTION           PIC X(20).
002990 01  DV-ACTION-WORD              PIC X(20).
003000 01  DV-MESSAGE-LINE             PIC X(132).
003010*----------------------------------------------------------
003020 PROCEDURE DIVISION.
003030*----------------------------------------------------------
003040* 0000-MAINLINE  -  NOTHING IS RELOADED UNTIL THE CATALOG
003050* ALLOWS THE ROLLBACK AND THE SNAPSHOT SET HAS BEEN COUNTED
003060* AGAINST IT. THE PGMSTAT CHANGES ARE AUDITED ONLY ONCE
003070* EVERY MASTER HAS RELOADED TO ITS CATALOG COUNT.
003080*----------------------------------------------------------
003090 0000-MAINLINE.
003100     PERFORM 1000-ACCEPT-SELECTION THRU 1000-EXIT.
003110     PERFORM 1100-OPEN-CONTROL-FILES THRU 1100-EXIT.
003120     PERFORM 2000-CHECK-CATALOG THRU 2000-EXIT.
003130     PERFORM 3000-VERIFY-SET THRU 3000-EXIT.
003140     PERFORM 4000-COUNT-CURRENT THRU 4000-EXIT.
003150     IF DV-MODE-UPDATE
003160         PERFORM 5000-RELOAD-MASTERS THRU 5000-EXIT
003170     END-IF.
003180     PERFORM 6000-PRINT-FILE-SECTION THRU 6000-EXIT.
003190     IF DV-ROLLBACK-FAILED
003200         MOVE SPACES TO DV-MESSAGE-LINE
003210         STRING 'ROLLBACK INCOMPLETE - A MASTER DID NOT RELOAD '
003220             'TO ITS CATALOG COUNT - CORRECT AND RUN AGAIN'
003230             DELIMITED BY SIZE INTO DV-MESSAGE-LINE
003240         PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT
003250         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
003260         DISPLAY 'DVROLLBK - ROLLBACK OF CYCLE '
003270             DV-SEL-CYCLE-DATE ' INCOMPLETE'
003280         MOVE 16 TO RETURN-CODE
003290         GOBACK
003300     END-IF.
003310     IF SN-FILE-TAKEN (1)
003320         PERFORM 7000-COMPARE-PGMSTAT THRU 7000-EXIT
003330     END-IF.
003340     IF DV-MODE-UPDATE
003350         PERFORM 8000-RECORD-ROLLBACK THRU 8000-EXIT
003360     END-IF.
003370     PERFORM 8500-DISPLAY-TOTALS THRU 8500-EXIT.
003380     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003390     MOVE 0 TO RETURN-CODE.
003400     GOBACK.
003410*----------------------------------------------------------
003420* 1000-ACCEPT-SELECTION  -  READS THE MODE AND THE CYCLE
003430* DATE TO ROLL BACK. AN INVALID MODE OR DATE ENDS THE RUN
003440* BEFORE ANY FILE IS TOUCHED.
003450*----------------------------------------------------------
003460 1000-ACCEPT-SELECTION.
003470     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
003480     ACCEPT DV-TIME-NOW FROM TIME.
003490     MOVE DV-TIME-NOW (1:6) TO DV-START-TIME.
003500     DISPLAY 'DVROLLBK - ENTER MODE (U=UPDATE, P=PREVIEW): '.
003510     ACCEPT DV-RUN-MODE.
003520     IF NOT DV-MODE-UPDATE AND NOT DV-MODE-PREVIEW
003530         DISPLAY 'DVROLLBK - INVALID MODE - ' DV-RUN-MODE
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     DISPLAY 'DVROLLBK - ENTER CYCLE DATE (CCYYMMDD): '.
003580     ACCEPT DV-SEL-CYCLE-DATE.
003590     IF DV-SEL-CYCLE-DATE NOT NUMERIC OR
003600        DV-SEL-CYCLE-DATE = ZERO
003610         DISPLAY 'DVROLLBK - INVALID CYCLE DATE - '
003620             DV-SEL-CYCLE-DATE
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     IF DV-MODE-UPDATE
003670         MOVE 'UPDATE      ' TO DV-HDR-MODE
003680     ELSE
003690         MOVE 'PREVIEW     ' TO DV-HDR-MODE
003700     END-IF.
003710     MOVE DV-SEL-CYCLE-DATE TO DV-HDR-CYCLE-DATE.
003720     MOVE ZERO TO DV-HDR-SNAP-TIME.
003730 1000-EXIT.
003740     EXIT.
003750*----------------------------------------------------------
003760* 1100-OPEN-CONTROL-FILES  -  THE CATALOG AND THE REPORT.
003770* AN UPDATE RUN ALSO NEEDS PGMAUDIT AND DVRUNHST, AND WILL
003780* NOT START WITHOUT THEM.
003790*----------------------------------------------------------
003800 1100-OPEN-CONTROL-FILES.
003810     IF DV-MODE-UPDATE
003820         OPEN I-O DVSNPCAT
003830     ELSE
003840         OPEN INPUT DVSNPCAT
003850     END-IF.
003860     IF NOT DV-SNPCAT-OK
003870         DISPLAY 'DVROLLBK - OPEN FAILED FOR DVSNPCAT - '
003880             DV-SNPCAT-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     OPEN OUTPUT ROLLRPT.
003930     IF NOT DV-ROLLRPT-OK
003940         DISPLAY 'DVROLLBK - OPEN FAILED FOR ROLLRPT - '
003950             DV-ROLLRPT-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     IF DV-MODE-PREVIEW
004000         GO TO 1100-EXIT
004010     END-IF.
004020     OPEN EXTEND PGMAUDIT.
004030     IF DV-PGMAUDIT-NOT-FOUND
004040         OPEN OUTPUT PGMAUDIT
004050     END-IF.
004060     IF NOT DV-PGMAUDIT-OK
004070         DISPLAY 'DVROLLBK - OPEN FAILED FOR PGMAUDIT - '
004080             DV-PGMAUDIT-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     OPEN EXTEND DVRUNHST.
004130     IF DV-RUNHST-NOT-FOUND
004140         OPEN OUTPUT DVRUNHST
004150     END-IF.
004160     IF NOT DV-RUNHST-OK
004170         DISPLAY 'DVROLLBK - OPEN FAILED FOR DVRUNHST - '
004180             DV-RUNHST-STATUS
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220 1100-EXIT.
004230     EXIT.
004240*----------------------------------------------------------
004250* 2000-CHECK-CATALOG  -  THE ROLLBACK IS REFUSED (RC 8)
004260* WHEN A LATER CYCLE IS STILL IN PLACE, WHEN THE DATE HAS
004270* NO SNAPSHOT, OR WHEN IT HAS ALREADY BEEN ROLLED BACK.
004280* THE REQUESTED ROW IS READ LAST AND STAYS IN THE RECORD
004290* AREA FOR THE REST OF THE RUN.
004300*----------------------------------------------------------
004310 2000-CHECK-CATALOG.
004320     MOVE DV-SEL-CYCLE-DATE TO SN-CYCLE-DATE.
004330     START DVSNPCAT KEY IS GREATER THAN SN-CYCLE-DATE
004340         INVALID KEY
004350             SET DV-EOF TO TRUE
004360     END-START.
004370     PERFORM 2100-CHECK-LATER-CYCLE THRU 2100-EXIT
004380         UNTIL DV-EOF.
004390     MOVE 'N' TO DV-EOF-SW.
004400     MOVE DV-SEL-CYCLE-DATE TO SN-CYCLE-DATE.
004410     READ DVSNPCAT
004420         INVALID KEY
004430             MOVE SPACES TO DV-MESSAGE-LINE
004440             STRING 'NO SNAPSHOT IS CATALOGED FOR CYCLE '
004450                 DV-SEL-CYCLE-DATE ' - ROLLBACK REFUSED'
004460                 DELIMITED BY SIZE INTO DV-MESSAGE-LINE
004470             GO TO 2900-REFUSE
004480     END-READ.
004490     IF SN-SET-ROLLED-BACK
004500         MOVE SPACES TO DV-MESSAGE-LINE
004510         STRING 'CYCLE ' DV-SEL-CYCLE-DATE
004520             ' WAS ALREADY ROLLED BACK ON ' SN-ROLLBACK-DATE
004530             ' AT ' SN-ROLLBACK-TIME ' - ROLLBACK REFUSED'
004540             DELIMITED BY SIZE INTO DV-MESSAGE-LINE
004550         GO TO 2900-REFUSE
004560     END-IF.
004570     MOVE SN-SNAP-TIME TO DV-SNAP-TIME.
004580     MOVE SN-SNAP-TIME TO DV-HDR-SNAP-TIME.
004590     GO TO 2000-EXIT.
004600 2900-REFUSE.
004610     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT.
004620     DISPLAY 'DVROLLBK - ' DV-MESSAGE-LINE (1:100).
004630     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
004640     MOVE 8 TO RETURN-CODE.
004650     STOP RUN.
004660 2000-EXIT.
004670     EXIT.
004680*----------------------------------------------------------
004690* 2100-CHECK-LATER-CYCLE  -  EVERY CYCLE AFTER THE ONE
004700* REQUESTED MUST ITSELF HAVE BEEN ROLLED BACK ALREADY.
004710*----------------------------------------------------------
004720 2100-CHECK-LATER-CYCLE.
004730     READ DVSNPCAT NEXT RECORD
004740         AT END
004750             SET DV-EOF TO TRUE
004760             GO TO 2100-EXIT
004770     END-READ.
004780     IF SN-SET-ROLLED-BACK
004790         GO TO 2100-EXIT
004800     END-IF.
004810     MOVE SPACES TO DV-MESSAGE-LINE.
004820     STRING 'LATER CYCLE ' SN-CYCLE-DATE
004830         ' IS STILL IN PLACE - ROLL IT BACK FIRST - '
004840         'ROLLBACK REFUSED'
004850         DELIMITED BY SIZE INTO DV-MESSAGE-LINE.
004860     GO TO 2900-REFUSE.
004870 2100-EXIT.
004880     EXIT.
004890*----------------------------------------------------------
004900* 3000-VERIFY-SET  -  COUNTS THIS SNAPSHOT'S RECORDS PER
004910* FILE AND HOLDS THEM AGAINST THE CATALOG. SNAPSET IS THE
004920* WHOLE SNAPSHOT GENERATION GROUP; THE CYCLE DATE AND
004930* SNAPSHOT TIME PICK OUT THIS SNAPSHOT'S RECORDS. ANY
004940* DIFFERENCE, OR A RECORD FOR A FILE NOT IN THE TABLE, ENDS
004950* THE RUN RC 16 BEFORE ANY MASTER IS OPENED.
004960*----------------------------------------------------------
004970 3000-VERIFY-SET.
004980     PERFORM 3100-CLEAR-FILE-WORK THRU 3100-EXIT
004990         VARYING DV-SF-IDX FROM 1 BY 1
005000         UNTIL DV-SF-IDX > DV-SF-FILE-MAX.
005010     OPEN INPUT SNAPSET.
005020     IF NOT DV-SNAPSET-OK
005030         DISPLAY 'DVROLLBK - OPEN FAILED FOR SNAPSET - '
005040             DV-SNAPSET-STATUS
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     MOVE 'N' TO DV-EOF-SW.
005090     PERFORM 3200-COUNT-ONE-IMAGE THRU 3200-EXIT
005100         UNTIL DV-EOF.
005110     CLOSE SNAPSET.
005120     PERFORM 3300-CHECK-ONE-FILE THRU 3300-EXIT
005130         VARYING DV-SF-IDX FROM 1 BY 1
005140         UNTIL DV-SF-IDX > DV-SF-FILE-MAX.
005150     IF DV-UNKNOWN-COUNT > ZERO
005160         SET DV-ROLLBACK-FAILED TO TRUE
005170     END-IF.
005180     IF NOT DV-ROLLBACK-FAILED
005190         GO TO 3000-EXIT
005200     END-IF.
005210     PERFORM 6000-PRINT-FILE-SECTION THRU 6000-EXIT.
005220     MOVE SPACES TO DV-MESSAGE-LINE.
005230     STRING 'SNAPSHOT SET DOES NOT AGREE WITH ITS CATALOG - '
005240         DV-UNKNOWN-COUNT ' RECORDS FOR UNKNOWN FILES - '
005250         'NOTHING RESTORED'
005260         DELIMITED BY SIZE INTO DV-MESSAGE-LINE.
005270     PERFORM 7900-PRINT-MESSAGE THRU 7900-EXIT.
005280     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
005290     DISPLAY 'DVROLLBK - SNAPSHOT SET FOR CYCLE '
005300         DV-SEL-CYCLE-DATE ' FAILED VERIFICATION'.
005310     MOVE 16 TO RETURN-CODE.
005320     STOP RUN.
005330 3000-EXIT.
005340     EXIT.
005350*----------------------------------------------------------
005360* 3100-CLEAR-FILE-WORK
005370*----------------------------------------------------------
005380 3100-CLEAR-FILE-WORK.
005390     MOVE ZERO TO DV-FW-SET-COUNT (DV-SF-IDX)
005400                  DV-FW-NOW-COUNT (DV-SF-IDX)
005410                  DV-FW-LOADED-COUNT (DV-SF-IDX).
005420     MOVE 'N' TO DV-FW-OPENED-SW (DV-SF-IDX).
005430 3100-EXIT.
005440     EXIT.
005450*----------------------------------------------------------
005460* 3200-COUNT-ONE-IMAGE
005470*----------------------------------------------------------
005480 3200-COUNT-ONE-IMAGE.
005490     PERFORM 3400-READ-SNAP-IMAGE THRU 3400-EXIT.
005500     IF DV-EOF
005510         GO TO 3200-EXIT
005520     END-IF.
005530     IF DV-CUR-IDX > DV-SF-FILE-MAX
005540         ADD 1 TO DV-UNKNOWN-COUNT
005550     ELSE
005560         ADD 1 TO DV-FW-SET-COUNT (DV-CUR-IDX)
005570     END-IF.
005580 3200-EXIT.
005590     EXIT.
005600*----------------------------------------------------------
005610* 3300-CHECK-ONE-FILE  -  A FILE NOT TAKEN MUST HAVE NO
005620* IMAGES; A TAKEN FILE MUST HAVE EXACTLY ITS CATALOG COUNT.
005630*----------------------------------------------------------
005640 3300-CHECK-ONE-FILE.
005650     IF SN-FILE-TAKEN (DV-SF-IDX)
005660         IF DV-FW-SET-COUNT (DV-SF-IDX) NOT =
005670            SN-FILE-COUNT (DV-SF-IDX)
005680             SET DV-ROLLBACK-FAILED TO TRUE
005690         END-IF
005700     ELSE
005710         IF DV-FW-SET-COUNT (DV-SF-IDX) > ZERO
005720             SET DV-ROLLBACK-FAILED TO TRUE
005730         END-IF
005740     END-IF.
005750 3300-EXIT.
005760     EXIT.
005770*----------------------------------------------------------
005780* 3400-READ-SNAP-IMAGE  -  NEXT SNAPSHOT RECORD BELONGING
005790* TO THIS CYCLE'S SNAPSHOT, WITH DV-CUR-IDX SET TO ITS FILE'S
005800* POSITION IN THE TABLE (ONE PAST THE END IF UNKNOWN).
005810*----------------------------------------------------------
005820 3400-READ-SNAP-IMAGE.
005830     READ SNAPSET
005840         AT END
005850             SET DV-EOF TO TRUE
005860             GO TO 3400-EXIT
005870     END-READ.
005880     IF NOT DV-SNAPSET-OK
005890         DISPLAY 'DVROLLBK - READ FAILED ON SNAPSET - '
005900             DV-SNAPSET-STATUS
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940     IF SI-CYCLE-DATE NOT = DV-SEL-CYCLE-DATE OR
005950        SI-SNAP-TIME NOT = DV-SNAP-TIME
005960         GO TO 3400-READ-SNAP-IMAGE
005970     END-IF.
005980     MOVE 1 TO DV-CUR-IDX.
005990     PERFORM 3410-MATCH-FILE-ID THRU 3410-EXIT
006000         UNTIL DV-CUR-IDX > DV-SF-FILE-MAX
006010            OR DV-SF-FILE-ID (DV-CUR-IDX) = SI-FILE-ID.
006020 3400-EXIT.
006030     EXIT.
006040*----------------------------------------------------------
006050* 3410-MATCH-FILE-ID
006060*----------------------------------------------------------
006070 3410-MATCH-FILE-ID.
006080     ADD 1 TO DV-CUR-IDX.
006090 3410-EXIT.
006100     EXIT.
006110*----------------------------------------------------------
006120* 4000-COUNT-CURRENT  -  COUNTS EACH TAKEN MASTER AS IT
006130* STANDS NOW. PGMSTAT IS ALSO COPIED TO ROLLWORK SO ITS
006140* CHANGES CAN BE LISTED AND AUDITED AFTER THE RELOAD, AND
006150* THE CURRENT PGMFEED CHECKPOINT ROW IS KEPT TO BE PUT BACK.
006160*----------------------------------------------------------
006170 4000-COUNT-CURRENT.
006180     OPEN OUTPUT ROLLWORK.
006190     IF NOT DV-ROLLWORK-OK
006200         DISPLAY 'DVROLLBK - OPEN FAILED FOR ROLLWORK - '
006210             DV-ROLLWORK-STATUS
006220         MOVE 16 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006250     PERFORM 4100-COUNT-ONE-FILE THRU 4100-EXIT
006260         VARYING DV-SF-IDX FROM 1 BY 1
006270         UNTIL DV-SF-IDX > DV-SF-FILE-MAX.
006280     CLOSE ROLLWORK.
006290 4000-EXIT.
006300     EXIT.
006310*----------------------------------------------------------
006320* 4100-COUNT-ONE-FILE
006330*----------------------------------------------------------
006340 4100-COUNT-ONE-FILE.
006350     IF NOT SN-FILE-TAKEN (DV-SF-IDX)
006360         GO TO 4100-EXIT
006370     END-IF.
006380     MOVE DV-SF-IDX TO DV-CUR-IDX.
006390     PERFORM 5300-OPEN-MASTER-INPUT THRU 5300-EXIT.
006400     IF NOT DV-MASTER-OK
006410         DISPLAY 'DVROLLBK - OPEN FAILED FOR '
006420             DV-SF-FILE-ID (DV-SF-IDX) ' - '
006430             DV-MASTER-STATUS
006440         MOVE 16 TO RETURN-CODE
006450         STOP RUN
006460     END-IF.
006470     MOVE 'N' TO DV-EOF-SW.
006480     PERFORM 4200-COUNT-ONE-RECORD THRU 4200-EXIT
006490         UNTIL DV-EOF.
006500     PERFORM 5500-CLOSE-MASTER THRU 5500-EXIT.
006510 4100-EXIT.
006520     EXIT.
006530*----------------------------------------------------------
006540* 4200-COUNT-ONE-RECORD
006550*----------------------------------------------------------
006560 4200-COUNT-ONE-RECORD.
006570     PERFORM 5400-READ-MASTER THRU 5400-EXIT.
006580     IF DV-EOF
006590         GO TO 4200-EXIT
006600     END-IF.
006610     ADD 1 TO DV-FW-NOW-COUNT (DV-CUR-IDX).
006620     IF DV-CUR-IDX = 1
006630         MOVE PGMSTAT-REC TO RW-REC
006640         WRITE RW-REC
006650     END-IF.
006660     IF DV-CUR-IDX = 4 AND CHKPT-PROGRAM-ID = 'PGMFEED'
006670         MOVE DVCHKPT-REC TO DV-FEED-CHKPT-SAVE
006680         SET DV-FEED-CHKPT-SAVED TO TRUE
006690     END-IF.
006700 4200-EXIT.
006710     EXIT.
006720*----------------------------------------------------------
006730* 5000-RELOAD-MASTERS  -  EACH MASTER IN THE SET IS OPENED
006740* OUTPUT WHEN ITS FIRST IMAGE ARRIVES, WHICH EMPTIES IT, AND
006750* RELOADED IN KEY ORDER. A TAKEN MASTER THAT WAS EMPTY AT
006760* SNAPSHOT TIME IS EMPTIED. A MASTER NOT TAKEN IS LEFT AS
006770* IT STANDS AND SAID SO ON THE REPORT.
006780*----------------------------------------------------------
006790 5000-RELOAD-MASTERS.
006800     OPEN INPUT SNAPSET.
006810     IF NOT DV-SNAPSET-OK
006820         DISPLAY 'DVROLLBK - REOPEN FAILED FOR SNAPSET - '
006830             DV-SNAPSET-STATUS
006840         MOVE 16 TO RETURN-CODE
006850         STOP RUN
006860     END-IF.
006870     MOVE ZERO TO DV-SF-IDX.
006880     MOVE 'N' TO DV-EOF-SW.
006890     PERFORM 5100-RELOAD-ONE-IMAGE THRU 5100-EXIT
006900         UNTIL DV-EOF.
006910     IF DV-SF-IDX > ZERO
006920         MOVE DV-SF-IDX TO DV-CUR-IDX
006930         PERFORM 5500-CLOSE-MASTER THRU 5500-EXIT
006940     END-IF.
006950     CLOSE SNAPSET.
006960     PERFORM 5200-EMPTY-ONE-FILE THRU 5200-EXIT
006970         VARYING DV-SF-IDX FROM 1 BY 1
006980         UNTIL DV-SF-IDX > DV-SF-FILE-MAX.
006990     IF DV-FEED-CHKPT-SAVED
007000         PERFORM 5700-PUT-BACK-FEED-CHKPT THRU 5700-EXIT
007010     END-IF.
007020     PERFORM 5800-CHECK-ONE-RELOAD THRU 5800-EXIT
007030         VARYING DV-SF-IDX FROM 1 BY 1
007040         UNTIL DV-SF-IDX > DV-SF-FILE-MAX.
007050 5000-EXIT.
007060     EXIT.
007070*----------------------------------------------------------
007080* 5100-RELOAD-ONE-IMAGE  -  DV-SF-IDX HOLDS THE MASTER NOW
007090* OPEN FOR RELOAD, DV-CUR-IDX THE MASTER THIS IMAGE IS FOR.
007100*----------------------------------------------------------
007110 5100-RELOAD-ONE-IMAGE.
007120     PERFORM 3400-READ-SNAP-IMAGE THRU 3400-EXIT.
007130     IF DV-EOF
007140         GO TO 5100-EXIT
007150     END-IF.
007160     IF DV-CUR-IDX NOT = DV-SF-IDX
007170         PERFORM 5110-SWITCH-MASTER THRU 5110-EXIT
007180     END-IF.
007190     PERFORM 5600-WRITE-IMAGE THRU 5600-EXIT.
007200 5100-EXIT.
007210     EXIT.
007220*----------------------------------------------------------
007230* 5110-SWITCH-MASTER  -  CLOSES THE MASTER JUST RELOADED
007240* AND OPENS THE NEXT ONE OUTPUT.
007250*----------------------------------------------------------
007260 5110-SWITCH-MASTER.
007270     MOVE DV-CUR-IDX TO DV-NEW-IDX.
007280     IF DV-SF-IDX > ZERO
007290         MOVE DV-SF-IDX TO DV-CUR-IDX
007300         PERFORM 5500-CLOSE-MASTER THRU 5500-EXIT
007310     END-IF.
007320     MOVE DV-NEW-IDX TO DV-CUR-IDX DV-SF-IDX.
007330     PERFORM 5900-OPEN-MASTER-OUTPUT THRU 5900-EXIT.
007340 5110-EXIT.
007350     EXIT.
007360*----------------------------------------------------------
007370* 5200-EMPTY-ONE-FILE  -  A TAKEN MASTER WITH NO IMAGES WAS
007380* EMPTY BEFORE THE CYCLE, AND IS LEFT EMPTY AGAIN.
007390*----------------------------------------------------------
007400 5200-EMPTY-ONE-FILE.
007410     IF NOT SN-FILE-TAKEN (DV-SF-IDX) OR
007420        DV-FW-OPENED (DV-SF-IDX)
007430         GO TO 5200-EXIT
007440     END-IF.
007450     MOVE DV-SF-IDX TO DV-CUR-IDX.
007460     PERFORM 5900-OPEN-MASTER-OUTPUT THRU 5900-EXIT.
007470     PERFORM 5500-CLOSE-MASTER THRU 5500-EXIT.
007480 5200-EXIT.
007490     EXIT.
007500*----------------------------------------------------------
007510* 5300-OPEN-MASTER-INPUT  -  MASTER DV-CUR-IDX
007520*----------------------------------------------------------
007530 5300-OPEN-MASTER-INPUT.
007540     EVALUATE DV-CUR-IDX
007550         WHEN 1  OPEN INPUT PGMSTAT
007560         WHEN 2  OPEN INPUT PGMSCHED
007570         WHEN 3  OPEN INPUT FEEDREG
007580         WHEN 4  OPEN INPUT DVCHKPT
007590         WHEN 5  OPEN INPUT DVCTLLDG
007600         WHEN 6  OPEN INPUT PERTOTAL
007610         WHEN 7  OPEN INPUT ACCTBAL
007620         WHEN 8  OPEN INPUT HELDMAIL
007630         WHEN 9  OPEN INPUT TXNHIST
007640         WHEN 10 OPEN INPUT NTCHIST
007650         WHEN 11 OPEN INPUT APRQUEUE
007660     END-EVALUATE.
007670 5300-EXIT.
007680     EXIT.
007690*----------------------------------------------------------
007700* 5400-READ-MASTER  -  NEXT RECORD OF MASTER DV-CUR-IDX
007710*----------------------------------------------------------
007720 5400-READ-MASTER.
007730     EVALUATE DV-CUR-IDX
007740         WHEN 1
007750             READ PGMSTAT NEXT RECORD
007760                 AT END SET DV-EOF TO TRUE
007770             END-READ
007780         WHEN 2
007790             READ PGMSCHED NEXT RECORD
007800                 AT END SET DV-EOF TO TRUE
007810             END-READ
007820         WHEN 3
007830             READ FEEDREG NEXT RECORD
007840                 AT END SET DV-EOF TO TRUE
007850             END-READ
007860         WHEN 4
007870             READ DVCHKPT NEXT RECORD
007880                 AT END SET DV-EOF TO TRUE
007890             END-READ
007900         WHEN 5
007910             READ DVCTLLDG NEXT RECORD
007920                 AT END SET DV-EOF TO TRUE
007930             END-READ
007940         WHEN 6
007950             READ PERTOTAL NEXT RECORD
007960                 AT END SET DV-EOF TO TRUE
007970             END-READ
007980         WHEN 7
007990             READ ACCTBAL NEXT RECORD
008000                 AT END SET DV-EOF TO TRUE
008010             END-READ
008020         WHEN 8
008030             READ HELDMAIL NEXT RECORD
008040                 AT END SET DV-EOF TO TRUE
008050             END-READ
008060         WHEN 9
008070             READ TXNHIST NEXT RECORD
008080                 AT END SET DV-EOF TO TRUE
008090             END-READ
008100         WHEN 10
008110             READ NTCHIST NEXT RECORD
008120                 AT END SET DV-EOF TO TRUE
008130             END-READ
008140         WHEN 11
008150             READ APRQUEUE NEXT RECORD
008160                 AT END SET DV-EOF TO TRUE
008170             END-READ
008180     END-EVALUATE.
008190     IF NOT DV-EOF AND NOT DV-MASTER-OK
008200         DISPLAY 'DVROLLBK - READ FAILED ON '
008210             DV-SF-FILE-ID (DV-CUR-IDX) ' - '
008220             DV-MASTER-STATUS
008230         MOVE 16 TO RETURN-CODE
008240         STOP RUN
008250     END-IF.
008260 5400-EXIT.
008270     EXIT.
008280*----------------------------------------------------------
008290* 5500-CLOSE-MASTER  -  MASTER DV-CUR-IDX
008300*----------------------------------------------------------
008310 5500-CLOSE-MASTER.
008320     EVALUATE DV-CUR-IDX
008330         WHEN 1  CLOSE PGMSTAT
008340         WHEN 2  CLOSE PGMSCHED
008350         WHEN 3  CLOSE FEEDREG
008360         WHEN 4  CLOSE DVCHKPT
008370         WHEN 5  CLOSE DVCTLLDG
008380         WHEN 6  CLOSE PERTOTAL
008390         WHEN 7  CLOSE ACCTBAL
008400         WHEN 8  CLOSE HELDMAIL
008410         WHEN 9  CLOSE TXNHIST
008420         WHEN 10 CLOSE NTCHIST
008430         WHEN 11 CLOSE APRQUEUE
008440     END-EVALUATE.
008450 5500-EXIT.
008460     EXIT.
008470*----------------------------------------------------------
008480* 5600-WRITE-IMAGE  -  PUTS ONE SNAPSHOT IMAGE BACK ON THE
008490* MASTER OPEN FOR RELOAD. A REJECTED WRITE LEAVES THE
008500* RELOADED COUNT SHORT OF THE CATALOG AND FAILS THE RUN.
008510*----------------------------------------------------------
008520 5600-WRITE-IMAGE.
008530     EVALUATE DV-SF-IDX
008540         WHEN 1
008550             MOVE SI-IMAGE TO PGMSTAT-REC
008560             WRITE PGMSTAT-REC
008570         WHEN 2
008580             MOVE SI-IMAGE TO PGMSCHED-REC
008590             WRITE PGMSCHED-REC
008600         WHEN 3
008610             MOVE SI-IMAGE TO FEEDREG-REC
008620             WRITE FEEDREG-REC
008630         WHEN 4
008640             MOVE SI-IMAGE TO DVCHKPT-REC
008650             WRITE DVCHKPT-REC
008660         WHEN 5
008670             MOVE SI-IMAGE TO DVCTLLDG-REC
008680             WRITE DVCTLLDG-REC
008690         WHEN 6
008700             MOVE SI-IMAGE TO PERTOTAL-REC
008710             WRITE PERTOTAL-REC
008720         WHEN 7
008730             MOVE SI-IMAGE TO ACCTBAL-REC
008740             WRITE ACCTBAL-REC
008750         WHEN 8
008760             MOVE SI-IMAGE TO HELDMAIL-REC
008770             WRITE HELDMAIL-REC
008780         WHEN 9
008790             MOVE SI-IMAGE TO TXNHIST-REC
008800             WRITE TXNHIST-REC
008810         WHEN 10
008820             MOVE SI-IMAGE TO NTCHIST-REC
008830             WRITE NTCHIST-REC
008840         WHEN 11
008850             MOVE SI-IMAGE TO APRQUEUE-REC
008860             WRITE APRQUEUE-REC
008870     END-EVALUATE.
008880     IF DV-MASTER-OK
008890         ADD 1 TO DV-FW-LOADED-COUNT (DV-SF-IDX)
008900     ELSE
008910         ADD 1 TO DV-WRITE-ERROR-COUNT
008920         DISPLAY 'DVROLLBK - RELOAD WRITE REJECTED ON '
008930             DV-SF-FILE-ID (DV-SF-IDX) ' - '
008940             DV-MASTER-STATUS
008950     END-IF.
008960 5600-EXIT.
008970     EXIT.
008980*----------------------------------------------------------
008990* 5700-PUT-BACK-FEED-CHKPT  -  THE OUTBOUND FEED HAS ALREADY
009000* SENT THE NIGHT'S CHANGES, SO ITS POSITION ON PGMAUDIT IS
009010* NOT ROLLED BACK WITH THE REST OF DVCHKPT; THE ROLLBACK'S
009020* OWN AUDIT ENTRIES FOLLOW IT OUT ON THE NEXT FEED.
009030*----------------------------------------------------------
009040 5700-PUT-BACK-FEED-CHKPT.
009050     OPEN I-O DVCHKPT.
009060     IF NOT DV-MASTER-OK
009070         DISPLAY 'DVROLLBK - OPEN FAILED FOR DVCHKPT - '
009080             DV-MASTER-STATUS
009090         SET DV-ROLLBACK-FAILED TO TRUE
009100         GO TO 5700-EXIT
009110     END-IF.
009120     MOVE DV-FEED-CHKPT-SAVE TO DVCHKPT-REC.
009130     WRITE DVCHKPT-REC
009140         INVALID KEY
009150             REWRITE DVCHKPT-REC
009160     END-WRITE.
009170     IF NOT DV-MASTER-OK
009180         DISPLAY 'DVROLLBK - PGMFEED CHECKPOINT NOT PUT BACK - '
009190             DV-MASTER-STATUS
009200         SET DV-ROLLBACK-FAILED TO TRUE
009210     END-IF.
009220     CLOSE DVCHKPT.
009230 5700-EXIT.
009240     EXIT.
009250*----------------------------------------------------------
009260* 5800-CHECK-ONE-RELOAD  -  EVERY TAKEN MASTER MUST HOLD
009270* ITS CATALOG COUNT AGAIN.
009280*----------------------------------------------------------
009290 5800-CHECK-ONE-RELOAD.
009300     IF SN-FILE-TAKEN (DV-SF-IDX) AND
009310        DV-FW-LOADED-COUNT (DV-SF-IDX) NOT =
009320        SN-FILE-COUNT (DV-SF-IDX)
009330         SET DV-ROLLBACK-FAILED TO TRUE
009340     END-IF.
009350 5800-EXIT.
009360     EXIT.
009370*----------------------------------------------------------
009380* 5900-OPEN-MASTER-OUTPUT  -  MASTER DV-CUR-IDX. THE
009390* CLUSTERS ARE DEFINED REUSE, SO OUTPUT EMPTIES THEM.
009400*----------------------------------------------------------
009410 5900-OPEN-MASTER-OUTPUT.
009420     EVALUATE DV-CUR-IDX
009430         WHEN 1  OPEN OUTPUT PGMSTAT
009440         WHEN 2  OPEN OUTPUT PGMSCHED
009450         WHEN 3  OPEN OUTPUT FEEDREG
009460         WHEN 4  OPEN OUTPUT DVCHKPT
009470         WHEN 5  OPEN OUTPUT DVCTLLDG
009480         WHEN 6  OPEN OUTPUT PERTOTAL
009490         WHEN 7  OPEN OUTPUT ACCTBAL
009500         WHEN 8  OPEN OUTPUT HELDMAIL
009510         WHEN 9  OPEN OUTPUT TXNHIST
009520         WHEN 10 OPEN OUTPUT NTCHIST
009530         WHEN 11 OPEN OUTPUT APRQUEUE
009540     END-EVALUATE.
009550     IF NOT DV-MASTER-OK
009560         DISPLAY 'DVROLLBK - OPEN FAILED FOR '
009570             DV-SF-FILE-ID (DV-CUR-IDX) ' - '
009580             DV-MASTER-STATUS ' - RUN AGAIN ONCE CORRECTED'
009590         MOVE 16 TO RETURN-CODE
009600         STOP RUN
009610     END-IF.
009620     SET DV-FW-OPENED (DV-CUR-IDX) TO TRUE.
009630 5900-EXIT.
009640     EXIT.
009650*----------------------------------------------------------
009660* 6000-PRINT-FILE-SECTION  -  ONE LINE PER MASTER: THE
009670* CATALOG COUNT, THE SET COUNT, THE COUNT ON FILE BEFORE
009680* THE ROLLBACK AND THE COUNT RELOADED.
009690*----------------------------------------------------------
009700 6000-PRINT-FILE-SECTION.
009710     PERFORM 7200-PRINT-HEADERS THRU 7200-EXIT.
009720     MOVE ' ' TO PRT-CC.
009730     MOVE DV-FILE-HEADER-LINE TO PRT-LINE.
009740     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
009750     PERFORM 6100-PRINT-ONE-FILE THRU 6100-EXIT
009760         VARYING DV-SF-IDX FROM 1 BY 1
009770         UNTIL DV-SF-IDX > DV-SF-FILE-MAX.
009780 6000-EXIT.
009790     EXIT.
009800*----------------------------------------------------------
009810* 6100-PRINT-ONE-FILE
009820*----------------------------------------------------------
009830 6100-PRINT-ONE-FILE.
009840     MOVE DV-SF-FILE-ID (DV-SF-IDX)      TO DV-FL-FILE-ID.
009850     MOVE SN-FILE-COUNT (DV-SF-IDX)      TO DV-FL-CATALOG.
009860     MOVE DV-FW-SET-COUNT (DV-SF-IDX)    TO DV-FL-IN-SET.
009870     MOVE DV-FW-NOW-COUNT (DV-SF-IDX)    TO DV-FL-NOW.
009880     MOVE DV-FW-LOADED-COUNT (DV-SF-IDX) TO DV-FL-LOADED.
009890     EVALUATE TRUE
009900         WHEN NOT SN-FILE-TAKEN (DV-SF-IDX)
009910             MOVE 'NOT IN SNAPSHOT ' TO DV-FL-RESULT
009920         WHEN DV-FW-SET-COUNT (DV-SF-IDX) NOT =
009930              SN-FILE-COUNT (DV-SF-IDX)
009940             MOVE 'COUNT MISMATCH  ' TO DV-FL-RESULT
009950         WHEN DV-MODE-PREVIEW
009960             MOVE 'WOULD RELOAD    ' TO DV-FL-RESULT
009970         WHEN DV-FW-LOADED-COUNT (DV-SF-IDX) NOT =
009980              SN-FILE-COUNT (DV-SF-IDX)
009990             MOVE 'RELOAD SHORT    ' TO DV-FL-RESULT
010000         WHEN OTHER
010010             MOVE 'RELOADED        ' TO DV-FL-RESULT
010020     END-EVALUATE.
010030     MOVE ' ' TO PRT-CC.
010040     MOVE DV-FILE-LINE TO PRT-LINE.
010050     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
010060 6100-EXIT.
010070     EXIT.
010080*----------------------------------------------------------
010090* 7000-COMPARE-PGMSTAT  -  MATCHES THE SNAPSHOT'S PGMSTAT
010100* IMAGES AGAINST THE COPY OF PGMSTAT TAKEN BEFORE THE
010110* RELOAD, BOTH IN RECORD ID ORDER, AND LISTS EVERY RECORD
010120* THE ROLLBACK REMOVES, REVERTS OR RECREATES. AN UPDATE RUN
010130* WRITES A PGMAUDIT ENTRY, SOURCE 'ROLLBACK', FOR EACH.
010140*----------------------------------------------------------
010150 7000-COMPARE-PGMSTAT.
010160     OPEN INPUT SNAPSET.
010170     IF NOT DV-SNAPSET-OK
010180         DISPLAY 'DVROLLBK - REOPEN FAILED FOR SNAPSET - '
010190             DV-SNAPSET-STATUS
010200         MOVE 16 TO RETURN-CODE
010210         STOP RUN
010220     END-IF.
010230     OPEN INPUT ROLLWORK.
010240     IF NOT DV-ROLLWORK-OK
010250         DISPLAY 'DVROLLBK - REOPEN FAILED FOR ROLLWORK - '
010260             DV-ROLLWORK-STATUS
010270         MOVE 16 TO RETURN-CODE
010280         STOP RUN
010290     END-IF.
010300     MOVE ' ' TO PRT-CC.
010310     MOVE SPACES TO PRT-LINE.
010320     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
010330     MOVE DV-PS-HEADER-LINE TO PRT-LINE.
010340     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
010350     MOVE 'N' TO DV-SNP-EOF-SW DV-CUR-EOF-SW.
010360     PERFORM 7100-NEXT-SNAP-PGMSTAT THRU 7100-EXIT.
010370     PERFORM 7150-NEXT-CURRENT-PGMSTAT THRU 7150-EXIT.
010380     PERFORM 7300-MATCH-ONE-KEY THRU 7300-EXIT
010390         UNTIL DV-SNP-EOF AND DV-CUR-EOF.
010400     CLOSE SNAPSET.
010410     CLOSE ROLLWORK.
010420 7000-EXIT.
010430     EXIT.
010440*----------------------------------------------------------
010450* 7100-NEXT-SNAP-PGMSTAT  -  NEXT PGMSTAT IMAGE OF THIS
010460* SNAPSHOT; HIGH-VALUES AT THE END.
010470*----------------------------------------------------------
010480 7100-NEXT-SNAP-PGMSTAT.
010490     MOVE 'N' TO DV-EOF-SW.
010500     PERFORM 3400-READ-SNAP-IMAGE THRU 3400-EXIT.
010510     IF DV-EOF
010520         SET DV-SNP-EOF TO TRUE
010530         MOVE HIGH-VALUES TO DV-SNP-KEY
010540         GO TO 7100-EXIT
010550     END-IF.
010560     IF DV-CUR-IDX NOT = 1
010570         GO TO 7100-NEXT-SNAP-PGMSTAT
010580     END-IF.
010590     MOVE SI-IMAGE (1:10) TO DV-SNP-KEY.
010600     MOVE SI-IMAGE (11:2) TO DV-SNP-STATUS.
010610 7100-EXIT.
010620     EXIT.
010630*----------------------------------------------------------
010640* 7150-NEXT-CURRENT-PGMSTAT  -  NEXT RECORD AS IT STOOD
010650* BEFORE THE ROLLBACK; HIGH-VALUES AT THE END.
010660*----------------------------------------------------------
010670 7150-NEXT-CURRENT-PGMSTAT.
010680     READ ROLLWORK
010690         AT END
010700             SET DV-CUR-EOF TO TRUE
010710             MOVE HIGH-VALUES TO DV-CUR-KEY
010720             GO TO 7150-EXIT
010730     END-READ.
010740     MOVE RW-RECORD-ID   TO DV-CUR-KEY.
010750     MOVE RW-STATUS-CODE TO DV-CUR-STATUS.
010760 7150-EXIT.
010770     EXIT.
010780*----------------------------------------------------------
010790* 7300-MATCH-ONE-KEY  -  A RECORD ONLY ON FILE NOW WAS ADDED
010800* BY THE CYCLE AND IS REMOVED (AUDITED AS A REVERSE, SO THE
010810* RECONCILIATION SEES ITS CHAIN END); A RECORD ONLY IN THE
010820* SNAPSHOT WAS PURGED BY THE CYCLE AND IS RECREATED; A
010830* RECORD IN BOTH WITH A DIFFERENT STATUS IS REVERTED.
010840*----------------------------------------------------------
010850 7300-MATCH-ONE-KEY.
010860     EVALUATE TRUE
010870         WHEN DV-CUR-KEY < DV-SNP-KEY
010880             MOVE DV-CUR-KEY    TO DV-DTL-RECORD-ID
010890             MOVE DV-CUR-STATUS TO DV-DTL-FROM-STATUS
010900             MOVE 'RV'          TO DV-DTL-TO-STATUS
010910             MOVE 'REMOVED         ' TO DV-DTL-ACTION
010920             ADD 1 TO DV-REMOVED-COUNT
010930             PERFORM 7400-REPORT-AND-AUDIT THRU 7400-EXIT
010940             PERFORM 7150-NEXT-CURRENT-PGMSTAT THRU 7150-EXIT
010950         WHEN DV-SNP-KEY < DV-CUR-KEY
010960             MOVE DV-SNP-KEY    TO DV-DTL-RECORD-ID
010970             MOVE DV-SNP-STATUS TO DV-DTL-FROM-STATUS
010980             MOVE DV-SNP-STATUS TO DV-DTL-TO-STATUS
010990             MOVE 'RECREATED       ' TO DV-DTL-ACTION
011000             ADD 1 TO DV-RECREATED-COUNT
011010             PERFORM 7400-REPORT-AND-AUDIT THRU 7400-EXIT
011020             PERFORM 7100-NEXT-SNAP-PGMSTAT THRU 7100-EXIT
011030         WHEN OTHER
011040             IF DV-CUR-STATUS NOT = DV-SNP-STATUS
011050                 MOVE DV-CUR-KEY    TO DV-DTL-RECORD-ID
011060                 MOVE DV-CUR-STATUS TO DV-DTL-FROM-STATUS
011070                 MOVE DV-SNP-STATUS TO DV-DTL-TO-STATUS
011080                 MOVE 'REVERTED        ' TO DV-DTL-ACTION
011090                 ADD 1 TO DV-REVERTED-COUNT
011100                 PERFORM 7400-REPORT-AND-AUDIT THRU 7400-EXIT
011110             END-IF
011120             PERFORM 7100-NEXT-SNAP-PGMSTAT THRU 7100-EXIT
011130             PERFORM 7150-NEXT-CURRENT-PGMSTAT THRU 7150-EXIT
011140     END-EVALUATE.
011150 7300-EXIT.
011160     EXIT.
011170*----------------------------------------------------------
011180* 7400-REPORT-AND-AUDIT  -  ONE DETAIL LINE, AND IN AN
011190* UPDATE RUN THE AUDIT ENTRY FOR THE SAME CHANGE. A PREVIEW
011200* SAYS WHAT IT WOULD DO.
011210*----------------------------------------------------------
011220 7400-REPORT-AND-AUDIT.
011230     IF DV-MODE-UPDATE
011240         MOVE DV-DTL-RECORD-ID   TO PA-RECORD-ID
011250         MOVE DV-DTL-FROM-STATUS TO PA-OLD-STATUS
011260         MOVE DV-DTL-TO-STATUS   TO PA-NEW-STATUS
011270         ACCEPT PA-CHANGE-DATE FROM DATE YYYYMMDD
011280         ACCEPT DV-TIME-NOW FROM TIME
011290         MOVE DV-TIME-NOW (1:6)  TO PA-CHANGE-TIME
011300         MOVE 'ROLLBACK'         TO PA-SOURCE
011310         MOVE SPACES             TO PA-APPROVER-ID
011320         WRITE PGMAUDIT-REC
011330     ELSE
011340         MOVE DV-DTL-ACTION      TO DV-ACTION-WORD
011350         MOVE SPACES             TO DV-DTL-ACTION
011360         STRING 'WOULD BE ' DELIMITED BY SIZE
011370             DV-ACTION-WORD DELIMITED BY SPACE
011380             INTO DV-DTL-ACTION
011390     END-IF.
011400     MOVE ' ' TO PRT-CC.
011410     MOVE DV-DETAIL-LINE TO PRT-LINE.
011420     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
011430 7400-EXIT.
011440     EXIT.
011450*----------------------------------------------------------
011460* 7200-PRINT-HEADERS
011470*----------------------------------------------------------
011480 7200-PRINT-HEADERS.
011490     ADD 1 TO DV-PAGE-NO.
011500     MOVE ZERO TO DV-LINE-COUNT.
011510     MOVE DV-RUN-DATE TO DV-HDR-RUN-DATE.
011520     MOVE DV-PAGE-NO  TO DV-HDR-PAGE-NO.
011530     MOVE '1' TO PRT-CC.
011540     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
011550     WRITE ROLLRPT-REC.
011560     MOVE ' ' TO PRT-CC.
011570     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
011580     WRITE ROLLRPT-REC.
011590     MOVE SPACES TO PRT-LINE.
011600     WRITE ROLLRPT-REC.
011610     ADD 3 TO DV-LINE-COUNT.
011620 7200-EXIT.
011630     EXIT.
011640*----------------------------------------------------------
011650* 7800-WRITE-LINE  -  PRT-LINE AS BUILT, WITH PAGE-BREAK
011660* HEADERS.
011670*----------------------------------------------------------
011680 7800-WRITE-LINE.
011690     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
011700         MOVE PRT-LINE TO DV-MESSAGE-LINE
011710         PERFORM 7200-PRINT-HEADERS THRU 7200-EXIT
011720         MOVE ' ' TO PRT-CC
011730         MOVE DV-MESSAGE-LINE TO PRT-LINE
011740     END-IF.
011750     WRITE ROLLRPT-REC.
011760     ADD 1 TO DV-LINE-COUNT.
011770 7800-EXIT.
011780     EXIT.
011790*----------------------------------------------------------
011800* 7900-PRINT-MESSAGE  -  DV-MESSAGE-LINE AFTER A BLANK LINE
011810*----------------------------------------------------------
011820 7900-PRINT-MESSAGE.
011830     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
011840         PERFORM 7200-PRINT-HEADERS THRU 7200-EXIT
011850     END-IF.
011860     MOVE ' ' TO PRT-CC.
011870     MOVE SPACES TO PRT-LINE.
011880     WRITE ROLLRPT-REC.
011890     MOVE DV-MESSAGE-LINE TO PRT-LINE.
011900     WRITE ROLLRPT-REC.
011910     ADD 2 TO DV-LINE-COUNT.
011920 7900-EXIT.
011930     EXIT.
011940*----------------------------------------------------------
011950* 8000-RECORD-ROLLBACK  -  MARKS THE CATALOG ROW ROLLED BACK
011960* AND LEAVES THE DVRUNHST RECORD THE TREND REPORT AND THE
011970* NEXT DVDRIVER RUN LOOK FOR.
011980*----------------------------------------------------------
011990 8000-RECORD-ROLLBACK.
012000     ACCEPT DV-TIME-NOW FROM TIME.
012010     MOVE DV-SEL-CYCLE-DATE TO SN-CYCLE-DATE.
012020     READ DVSNPCAT
012030         INVALID KEY
012040             DISPLAY 'DVROLLBK - CATALOG ROW FOR '
012050                 DV-SEL-CYCLE-DATE ' NOT FOUND ON REREAD'
012060     END-READ.
012070     IF DV-SNPCAT-OK
012080         SET SN-SET-ROLLED-BACK TO TRUE
012090         MOVE DV-RUN-DATE        TO SN-ROLLBACK-DATE
012100         MOVE DV-TIME-NOW (1:6)  TO SN-ROLLBACK-TIME
012110         REWRITE DVSNPCAT-REC
012120     END-IF.
012130     IF NOT DV-SNPCAT-OK
012140         DISPLAY 'DVROLLBK - CATALOG NOT MARKED ROLLED BACK - '
012150             DV-SNPCAT-STATUS
012160     END-IF.
012170     MOVE DV-SEL-CYCLE-DATE TO RH-CYCLE-DATE.
012180     MOVE ZERO              TO RH-STEP-NO.
012190     MOVE 'DVROLLBK'        TO RH-PROGRAM-NAME.
012200     MOVE DV-RUN-DATE       TO RH-START-DATE.
012210     MOVE DV-START-TIME     TO RH-START-TIME.
012220     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.
012230     MOVE DV-TIME-NOW (1:6) TO RH-END-TIME.
012240     MOVE ZERO              TO RH-RETURN-CODE.
012250     SET RH-DISP-ROLLED-BACK TO TRUE.
012260     WRITE DVRUNHST-REC.
012270     IF NOT DV-RUNHST-OK
012280         DISPLAY 'DVROLLBK - DVRUNHST WRITE FAILED - '
012290             DV-RUNHST-STATUS
012300     END-IF.
012310 8000-EXIT.
012320     EXIT.
012330*----------------------------------------------------------
012340* 8500-DISPLAY-TOTALS
012350*----------------------------------------------------------
012360 8500-DISPLAY-TOTALS.
012370     DISPLAY '========================================'.
012380     DISPLAY 'DVROLLBK - CYCLE ROLLBACK SUMMARY'.
012390     DISPLAY '  CYCLE DATE . . . . . . . . : '
012400         DV-SEL-CYCLE-DATE.
012410     DISPLAY '  SNAPSHOT TIME  . . . . . . : '
012420         DV-SNAP-TIME.
012430     DISPLAY '  RECORDS IN SNAPSHOT  . . . : '
012440         SN-TOTAL-COUNT.
012450     IF DV-MODE-UPDATE
012460         DISPLAY '  CYCLE ROLLED BACK'
012470     ELSE
012480         DISPLAY '  PREVIEW ONLY - NOTHING CHANGED'
012490     END-IF.
012500     DISPLAY '  PGMSTAT REMOVED  . . . . . : '
012510         DV-REMOVED-COUNT.
012520     DISPLAY '  PGMSTAT REVERTED . . . . . : '
012530         DV-REVERTED-COUNT.
012540     DISPLAY '  PGMSTAT RECREATED  . . . . : '
012550         DV-RECREATED-COUNT.
012560     DISPLAY '========================================'.
012570 8500-EXIT.
012580     EXIT.
012590*----------------------------------------------------------
012600* 9000-CLOSE-FILES
012610*----------------------------------------------------------
012620 9000-CLOSE-FILES.
012630     CLOSE DVSNPCAT.
012640     CLOSE ROLLRPT.
012650     IF DV-MODE-UPDATE
012660         CLOSE PGMAUDIT
012670         CLOSE DVRUNHST
012680     END-IF.
012690 9000-EXIT.
012700     EXIT.
012710 END PROGRAM DVROLLBK.
