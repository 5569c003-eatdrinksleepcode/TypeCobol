000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PGMTHRPT.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - WEEKLY AND MONTHLY OPERATOR
000110*                  THROUGHPUT AND TIME-IN-STATUS REPORT. READS
000120*                  THE CONCATENATED PGMARCH ARCHIVES AND THE
000130*                  LIVE PGMAUDIT FILE TOGETHER, AS PGMAUDIQ
000140*                  DOES, SO A MONTH THAT STRADDLES AN ARCHIVE
000150*                  RUN IS STILL COMPLETE, AND PGMASGN FOR WHO
000160*                  EACH RECORD WAS HANDED TO. REPORTS THE
000170*                  AVERAGE AND WORST BUSINESS DAYS A RECORD
000180*                  SPENT IN PN AND IN OH, RECORDS RESOLVED PER
000190*                  OPERATOR, THE SHARE OF CHANGES MADE BY
000200*                  BATCH AGAINST BY HAND, AND HOW LONG AN
000210*                  ASSIGNED RECORD WAITED FOR ITS FIRST TOUCH.
000220*                  ALL DAY COUNTS COME FROM DVDATSRV.
000221* 2026-10-15  DV   AN ENTRY THAT LEAVES THE STATUS AS IT WAS -
000222*                  THE 'RESTORE' ENTRY PGMSTARC WRITES WHEN AN
000223*                  ARCHIVED RECORD IS BROUGHT BACK - IS NOT A
000224*                  CHANGE AND IS NO LONGER COUNTED AS ONE, NOR
000225*                  TAKEN AS THE RECORD'S FIRST TOUCH.
000226* 2026-10-15  DV   THE REVERSALS DVROLLBK WRITES WHEN IT ROLLS
000227*                  A CYCLE BACK (SOURCE 'ROLLBACK') ARE
000228*                  TREATED LIKE PGMBKOUT'S - NO OPERATOR IS
000229*                  CREDITED WITH THEM.
000230*----------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PGMAUDIT ASSIGN TO PGMAUDIT
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS DV-PGMAUDIT-STATUS.
000300     SELECT OPTIONAL PGMARCH ASSIGN TO PGMARCH
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS DV-PGMARCH-STATUS.
000330     SELECT OPTIONAL PGMASGN ASSIGN TO PGMASGN
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS AS-RECORD-ID
000370         FILE STATUS IS DV-PGMASGN-STATUS.
000380     SELECT SORTWORK ASSIGN TO SORTWK1.
000390     SELECT THRURPT ASSIGN TO THRURPT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DV-THRURPT-STATUS.
000420*----------------------------------------------------------
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PGMAUDIT
000460     RECORDING MODE IS F.
000470 COPY PGMAUDREC.
000480*----------------------------------------------------------
000490* PGMARCH CARRIES THE SAME 44-BYTE LAYOUT PGMARCHV COPIED
000500* OUT OF PGMAUDIT (COPYBOOK PGMAUDREC), UNDER ITS OWN NAMES
000510* SINCE ONE PROGRAM CANNOT COPY THE SAME LAYOUT TWICE.
000520*----------------------------------------------------------
000530 FD  PGMARCH
000540     RECORDING MODE IS F
000550     RECORD CONTAINS 44 CHARACTERS.
000560 01  PGMARCH-REC.
000570     05  AR-RECORD-ID            PIC X(10).
000580     05  AR-OLD-STATUS           PIC X(02).
000590     05  AR-NEW-STATUS           PIC X(02).
000600     05  AR-CHANGE-DATE          PIC 9(08).
000610     05  AR-CHANGE-TIME          PIC 9(06).
000620     05  AR-SOURCE               PIC X(08).
000630     05  AR-APPROVER-ID          PIC X(08).
000640 FD  PGMASGN.
000650 COPY PGMASGREC.
000660*----------------------------------------------------------
000670* ONE SORT RECORD PER AUDIT ENTRY (KIND C) OR ASSIGNMENT
000680* (KIND A). EACH RECORD'S ASSIGNMENT SORTS AHEAD OF ITS
000690* CHANGES, AND ITS CHANGES COME BACK IN DATE ORDER AND, WITHIN
000700* A DATE, IN THE ORDER THEY WERE WRITTEN - THE CHANGE TIME IS
000710* NOT USED, SINCE IT DOES NOT ORDER ENTRIES WITHIN A DAY.
000720*----------------------------------------------------------
000730 SD  SORTWORK.
000740 01  SW-REC.
000750     05  SW-RECORD-ID            PIC X(10).
000760     05  SW-KIND                 PIC X(01).
000770         88  SW-KIND-ASSIGNMENT  VALUE 'A'.
000780         88  SW-KIND-CHANGE      VALUE 'C'.
000790     05  SW-CHANGE-DATE          PIC 9(08).
000800     05  SW-SEQ                  PIC 9(09).
000810     05  SW-OLD-STATUS           PIC X(02).
000820     05  SW-NEW-STATUS           PIC X(02).
000830     05  SW-SOURCE               PIC X(08).
000840         88  SW-SOURCE-BATCH     VALUE 'BATCH'.
000850         88  SW-SOURCE-BACKOUT   VALUES 'BACKOUT' 'ROLLBACK'.
000860 FD  THRURPT
000870     RECORD CONTAINS 133 CHARACTERS.
000880 01  THRURPT-REC.
000890     05  PRT-CC                  PIC X(01).
000900     05  PRT-LINE                PIC X(132).
000910*----------------------------------------------------------
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------
000940* FILE STATUS AND CONTROL SWITCHES
000950*----------------------------------------------------------
000960 01  DV-PGMAUDIT-STATUS          PIC X(02) VALUE '00'.
000970     88  DV-PGMAUDIT-OK          VALUE '00'.
000980     88  DV-PGMAUDIT-EOF         VALUE '10'.
000990 01  DV-PGMARCH-STATUS           PIC X(02) VALUE '00'.
001000     88  DV-PGMARCH-OK           VALUE '00'.
001010     88  DV-PGMARCH-EOF          VALUE '10'.
001020 01  DV-PGMASGN-STATUS           PIC X(02) VALUE '00'.
001030     88  DV-PGMASGN-OK           VALUES '00' '02'.
001040     88  DV-PGMASGN-EOF          VALUE '10'.
001050 01  DV-THRURPT-STATUS           PIC X(02) VALUE '00'.
001060     88  DV-THRURPT-OK           VALUE '00'.
001070 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001080     88  DV-EOF                  VALUE 'Y'.
001090 01  DV-PGMASGN-AVAIL-SW         PIC X(01) VALUE 'N'.
001100     88  DV-PGMASGN-AVAILABLE    VALUE 'Y'.
001110*----------------------------------------------------------
001120* REPORTING PERIOD - FROM SYSIN. W IS THE SEVEN CALENDAR
001130* DAYS ENDING ON THE END DATE; M IS THE WHOLE CALENDAR MONTH
001140* HOLDING IT. A BLANK END DATE MEANS THE LAST FULL PERIOD
001150* BEFORE THE RUN DATE.
001160*----------------------------------------------------------
001170 01  DV-PERIOD-CODE              PIC X(01).
001180     88  DV-PERIOD-WEEKLY        VALUE 'W'.
001190     88  DV-PERIOD-MONTHLY       VALUE 'M'.
001200 01  DV-END-DATE-IN              PIC X(08).
001210 01  DV-FROM-DATE                PIC 9(08).
001220 01  DV-TO-DATE                  PIC 9(08).
001230 01  DV-WORK-DATE.
001240     05  DV-WORK-CCYY            PIC 9(04).
001250     05  DV-WORK-MM              PIC 9(02).
001260     05  DV-WORK-DD              PIC 9(02).
001270 01  DV-WORK-DATE-NUM REDEFINES DV-WORK-DATE
001280                                 PIC 9(08).
001290*----------------------------------------------------------
001300* DATE SERVICE PARAMETER AREA AND ITS CALL WORK FIELDS
001310*----------------------------------------------------------
001320 COPY DVDATPRM.
001330 01  DV-CAL-DATE                 PIC 9(08).
001340 01  DV-CAL-DAYS                 PIC S9(04).
001350 01  DV-CAL-DIRECTION            PIC X(01).
001360 01  DV-BD-FROM-DATE             PIC 9(08).
001370 01  DV-BD-TO-DATE               PIC 9(08).
001380 01  DV-BD-DAYS                  PIC 9(05).
001390*----------------------------------------------------------
001400* INPUT COUNTS
001410*----------------------------------------------------------
001420 01  DV-RUN-DATE                 PIC 9(08).
001430 01  DV-SEQ                      PIC 9(09) VALUE ZERO.
001440 01  DV-LIVE-READ-COUNT          PIC 9(07) VALUE ZERO.
001450 01  DV-ARCH-READ-COUNT          PIC 9(07) VALUE ZERO.
001460 01  DV-ASGN-READ-COUNT          PIC 9(07) VALUE ZERO.
001470 01  DV-LATER-COUNT              PIC 9(07) VALUE ZERO.
001480*----------------------------------------------------------
001490* CURRENT RECORD'S CHAIN - RESET AT EVERY RECORD ID BREAK.
001500* THE OPEN STAY IS THE PN OR OH STATUS THE RECORD LAST
001510* ENTERED AND THE DATE IT ENTERED IT.
001520*----------------------------------------------------------
001530 01  DV-FIRST-RETURN-SW          PIC X(01) VALUE 'Y'.
001540     88  DV-FIRST-RETURN         VALUE 'Y'.
001550 01  DV-CUR-RECORD-ID            PIC X(10).
001560 01  DV-CUR-LAST-STATUS          PIC X(02).
001570     88  DV-CUR-LAST-OPEN        VALUES 'PN' 'OH' SPACES.
001580 01  DV-STAY-STATUS              PIC X(02).
001590     88  DV-STAY-PENDING         VALUE 'PN'.
001600     88  DV-STAY-ON-HOLD         VALUE 'OH'.
001610 01  DV-STAY-START-DATE          PIC 9(08).
001620 01  DV-CUR-ASSIGNED-SW          PIC X(01).
001630     88  DV-CUR-ASSIGNED         VALUE 'Y'.
001640 01  DV-CUR-ASSIGN-DATE          PIC 9(08).
001650 01  DV-CUR-TOUCHED-SW           PIC X(01).
001660     88  DV-CUR-TOUCHED          VALUE 'Y'.
001670 01  DV-IN-PERIOD-SW             PIC X(01).
001680     88  DV-IN-PERIOD            VALUE 'Y'.
001690*----------------------------------------------------------
001700* TIME-IN-STATUS FIGURES - STAYS THAT ENDED IN THE PERIOD
001710*----------------------------------------------------------
001720 01  DV-PN-STAYS                 PIC 9(07) VALUE ZERO.
001730 01  DV-PN-TOTAL-DAYS            PIC 9(09) VALUE ZERO.
001740 01  DV-PN-WORST-DAYS            PIC 9(05) VALUE ZERO.
001750 01  DV-PN-WORST-RECORD          PIC X(10) VALUE SPACES.
001760 01  DV-OH-STAYS                 PIC 9(07) VALUE ZERO.
001770 01  DV-OH-TOTAL-DAYS            PIC 9(09) VALUE ZERO.
001780 01  DV-OH-WORST-DAYS            PIC 9(05) VALUE ZERO.
001790 01  DV-OH-WORST-RECORD          PIC X(10) VALUE SPACES.
001800*----------------------------------------------------------
001810* CHANNEL AND RESOLUTION FIGURES - CHANGES MADE IN THE
001820* PERIOD. A RESOLUTION IS A CHANGE OUT OF PN OR OH INTO ANY
001830* OTHER STATUS; A PGMBKOUT REVERSAL IS NOT CREDITED AS ONE.
001840*----------------------------------------------------------
001850 01  DV-PERIOD-CHANGES           PIC 9(07) VALUE ZERO.
001860 01  DV-BATCH-CHANGES            PIC 9(07) VALUE ZERO.
001870 01  DV-HAND-CHANGES             PIC 9(07) VALUE ZERO.
001880 01  DV-BATCH-RESOLVED           PIC 9(07) VALUE ZERO.
001890 01  DV-HAND-RESOLVED            PIC 9(07) VALUE ZERO.
001900 01  DV-SHARE-PCT                PIC 9(03)V9.
001910*----------------------------------------------------------
001920* FIRST-TOUCH FIGURES - AN ASSIGNED RECORD'S FIRST CHANGE BY
001930* HAND ON OR AFTER ITS ASSIGNMENT DATE
001940*----------------------------------------------------------
001950 01  DV-TOUCHED-COUNT            PIC 9(07) VALUE ZERO.
001960 01  DV-TOUCH-TOTAL-DAYS         PIC 9(09) VALUE ZERO.
001970 01  DV-TOUCH-WORST-DAYS         PIC 9(05) VALUE ZERO.
001980 01  DV-TOUCH-WORST-RECORD       PIC X(10) VALUE SPACES.
001990 01  DV-UNTOUCHED-COUNT          PIC 9(07) VALUE ZERO.
002000 01  DV-UNTOUCHED-WORST-DAYS     PIC 9(05) VALUE ZERO.
002010 01  DV-UNTOUCHED-WORST-RECORD   PIC X(10) VALUE SPACES.
002020*----------------------------------------------------------
002030* PER-OPERATOR TABLE, KEPT IN OPERATOR ID ORDER AS ROWS ARE
002040* ADDED. AN OPERATOR ARRIVING AFTER THE TABLE IS FULL IS
002050* COUNTED IN THE OVERFLOW FIGURE INSTEAD.
002060*----------------------------------------------------------
002070 01  DV-OPR-MAX                  PIC S9(04) COMP VALUE 300.
002080 01  DV-OPR-COUNT                PIC S9(04) COMP VALUE ZERO.
002090 01  DV-OPR-SUB                  PIC S9(04) COMP.
002100 01  DV-OPR-MOVE                 PIC S9(04) COMP.
002110 01  DV-OPR-SCAN-SW              PIC X(01).
002120     88  DV-OPR-FOUND            VALUE 'F'.
002130     88  DV-OPR-PASSED           VALUE 'P'.
002140     88  DV-OPR-SCANNING         VALUE 'N'.
002150 01  DV-OPR-OVERFLOW-COUNT       PIC 9(07) VALUE ZERO.
002160 01  DV-CREDIT-ID                PIC X(08).
002170 01  DV-CREDIT-RESOLVED-SW       PIC X(01).
002180     88  DV-CREDIT-RESOLVED      VALUE 'Y'.
002190 01  DV-OPR-TABLE.
002200     05  DV-OPR-ENTRY            OCCURS 300 TIMES.
002210         10  DV-OPR-ID           PIC X(08).
002220         10  DV-OPR-CHANGES      PIC 9(07).
002230         10  DV-OPR-RESOLVED     PIC 9(07).
002240*----------------------------------------------------------
002250* REPORT CONTROL
002260*----------------------------------------------------------
002270 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
002280 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
002290 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002300 01  DV-PRINT-AREA               PIC X(132).
002310*----------------------------------------------------------
002320* REPORT LINES
002330*----------------------------------------------------------
002340 01  DV-HEADER-LINE-1.
002350     05  FILLER                  PIC X(50)
002360             VALUE 'OPERATOR THROUGHPUT AND TIME IN STATUS'.
002370     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002380     05  DV-HDR-RUN-DATE         PIC 9(08).
002390     05  FILLER                  PIC X(10) VALUE '   PAGE: '.
002400     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002410 01  DV-HEADER-LINE-2.
002420     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
002430     05  DV-HDR-PERIOD-NAME      PIC X(08).
002440     05  DV-HDR-FROM-DATE        PIC 9(08).
002450     05  FILLER                  PIC X(03) VALUE ' - '.
002460     05  DV-HDR-TO-DATE          PIC 9(08).
002470     05  FILLER                  PIC X(40)
002480             VALUE '   ALL DAY COUNTS ARE BUSINESS DAYS'.
002490 01  DV-SECTION-LINE.
002500     05  DV-SEC-TITLE            PIC X(60).
002510 01  DV-STAY-HEAD-LINE.
002520     05  FILLER                  PIC X(16) VALUE 'STATUS'.
002530     05  FILLER                  PIC X(14) VALUE 'STAYS ENDED'.
002540     05  FILLER                  PIC X(14) VALUE 'AVERAGE DAYS'.
002550     05  FILLER                  PIC X(12) VALUE 'WORST DAYS'.
002560     05  FILLER                  PIC X(12) VALUE 'WORST RECORD'.
002570 01  DV-STAY-LINE.
002580     05  DV-STY-STATUS           PIC X(02).
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  DV-STY-NAME             PIC X(13).
002610     05  DV-STY-COUNT            PIC Z,ZZZ,ZZ9.
002620     05  FILLER                  PIC X(08) VALUE SPACES.
002630     05  DV-STY-AVERAGE          PIC ZZZZ9.9.
002640     05  FILLER                  PIC X(07) VALUE SPACES.
002650     05  DV-STY-WORST            PIC ZZZZ9.
002660     05  FILLER                  PIC X(07) VALUE SPACES.
002670     05  DV-STY-WORST-RECORD     PIC X(10).
002680 01  DV-COUNT-LINE.
002690     05  DV-CNT-LABEL            PIC X(32).
002700     05  DV-CNT-VALUE            PIC Z,ZZZ,ZZ9.
002710     05  DV-CNT-SHARE-AREA.
002720         10  FILLER              PIC X(03) VALUE ' ('.
002730         10  DV-CNT-SHARE        PIC ZZ9.9.
002740         10  FILLER              PIC X(02) VALUE '%)'.
002750 01  DV-DAYS-LINE.
002760     05  DV-DAY-LABEL            PIC X(32).
002770     05  DV-DAY-VALUE            PIC ZZZZZZ9.9.
002780     05  DV-DAY-RECORD-AREA.
002790         10  FILLER              PIC X(14) VALUE '   RECORD ID: '.
002800         10  DV-DAY-RECORD       PIC X(10).
002810 01  DV-OPR-HEAD-LINE.
002820     05  FILLER                  PIC X(12) VALUE 'OPERATOR'.
002830     05  FILLER                  PIC X(20)
002840             VALUE 'RECORDS RESOLVED'.
002850     05  FILLER                  PIC X(12) VALUE 'CHANGES MADE'.
002860 01  DV-OPR-LINE.
002870     05  DV-OPL-ID               PIC X(08).
002880     05  FILLER                  PIC X(08) VALUE SPACES.
002890     05  DV-OPL-RESOLVED         PIC Z,ZZZ,ZZ9.
002900     05  FILLER                  PIC X(06) VALUE SPACES.
002910     05  DV-OPL-CHANGES          PIC Z,ZZZ,ZZ9.
002920 01  DV-TOTAL-LINE.
002930     05  FILLER                  PIC X(26)
002940             VALUE 'AUDIT ENTRIES READ  LIVE '.
002950     05  DV-TOT-LIVE             PIC ZZZZZZ9.
002960     05  FILLER                  PIC X(11) VALUE '  ARCHIVE '.
002970     05  DV-TOT-ARCH             PIC ZZZZZZ9.
002980     05  FILLER                  PIC X(22)
002990             VALUE '  AFTER PERIOD END '.
003000     05  DV-TOT-LATER            PIC ZZZZZZ9.
003010     05  FILLER                  PIC X(16)
003020             VALUE '  ASSIGNMENTS '.
003030     05  DV-TOT-ASGN             PIC ZZZZZZ9.
003040*----------------------------------------------------------
003050 PROCEDURE DIVISION.
003060*----------------------------------------------------------
003070* 0000-MAINLINE  -  THE ARCHIVE, LIVE AND ASSIGNMENT PASSES
003080* FEED THE SORT, AND EACH RECORD'S CHAIN COMES BACK TOGETHER
003090* FOR THE FIGURES TO BE TAKEN FROM IT.
003100*----------------------------------------------------------
003110 0000-MAINLINE.
003120     PERFORM 1000-ACCEPT-PERIOD THRU 1000-EXIT.
003130     SORT SORTWORK
003140         ON ASCENDING KEY SW-RECORD-ID
003150         ON ASCENDING KEY SW-KIND
003160         ON ASCENDING KEY SW-CHANGE-DATE
003170         ON ASCENDING KEY SW-SEQ
003180         INPUT PROCEDURE 2000-RELEASE-ENTRIES THRU 2000-EXIT
003190         OUTPUT PROCEDURE 3000-TAKE-FIGURES THRU 3000-EXIT.
003200     GOBACK.
003210*----------------------------------------------------------
003220* 1000-ACCEPT-PERIOD  -  READS THE PERIOD CODE AND END DATE
003230* FROM SYSIN AND WORKS OUT THE FIRST AND LAST DAY OF THE
003240* PERIOD. A BAD CODE OR DATE ENDS THE RUN BEFORE ANY FILE IS
003250* TOUCHED.
003260*----------------------------------------------------------
003270 1000-ACCEPT-PERIOD.
003280     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
003290     DISPLAY 'PGMTHRPT - ENTER PERIOD (W=WEEKLY, M=MONTHLY): '.
003300     ACCEPT DV-PERIOD-CODE.
003310     IF NOT DV-PERIOD-WEEKLY AND NOT DV-PERIOD-MONTHLY
003320         DISPLAY 'PGMTHRPT - INVALID PERIOD - ' DV-PERIOD-CODE
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     DISPLAY 'PGMTHRPT - ENTER PERIOD END DATE (CCYYMMDD, '
003370         'BLANK=LAST FULL PERIOD): '.
003380     ACCEPT DV-END-DATE-IN.
003390     IF DV-END-DATE-IN = SPACES
003400         PERFORM 1100-DEFAULT-END-DATE THRU 1100-EXIT
003410     ELSE
003420         PERFORM 1200-CHECK-END-DATE THRU 1200-EXIT
003430     END-IF.
003440     IF DV-PERIOD-WEEKLY
003450         MOVE 'WEEKLY  ' TO DV-HDR-PERIOD-NAME
003460         MOVE DV-TO-DATE TO DV-CAL-DATE
003470         MOVE 6          TO DV-CAL-DAYS
003480         MOVE 'B'        TO DV-CAL-DIRECTION
003490         PERFORM 1900-ADD-CALENDAR-DAYS THRU 1900-EXIT
003500         MOVE DV-CAL-DATE TO DV-FROM-DATE
003510     ELSE
003520         MOVE 'MONTHLY ' TO DV-HDR-PERIOD-NAME
003530         MOVE DV-TO-DATE TO DV-WORK-DATE-NUM
003540         MOVE 1          TO DV-WORK-DD
003550         MOVE DV-WORK-DATE-NUM TO DV-FROM-DATE
003560     END-IF.
003570     MOVE DV-RUN-DATE  TO DV-HDR-RUN-DATE.
003580     MOVE DV-FROM-DATE TO DV-HDR-FROM-DATE.
003590     MOVE DV-TO-DATE   TO DV-HDR-TO-DATE.
003600     DISPLAY 'PGMTHRPT - PERIOD ' DV-FROM-DATE ' TO ' DV-TO-DATE.
003610 1000-EXIT.
003620     EXIT.
003630*----------------------------------------------------------
003640* 1100-DEFAULT-END-DATE  -  THE LAST FULL PERIOD: A WEEK
003650* ENDING YESTERDAY, OR THE CALENDAR MONTH BEFORE THE RUN
003660* DATE'S.
003670*----------------------------------------------------------
003680 1100-DEFAULT-END-DATE.
003690     MOVE DV-RUN-DATE TO DV-CAL-DATE.
003700     IF DV-PERIOD-MONTHLY
003710         MOVE DV-RUN-DATE TO DV-WORK-DATE-NUM
003720         MOVE 1           TO DV-WORK-DD
003730         MOVE DV-WORK-DATE-NUM TO DV-CAL-DATE
003740     END-IF.
003750     MOVE 1   TO DV-CAL-DAYS.
003760     MOVE 'B' TO DV-CAL-DIRECTION.
003770     PERFORM 1900-ADD-CALENDAR-DAYS THRU 1900-EXIT.
003780     MOVE DV-CAL-DATE TO DV-TO-DATE.
003790 1100-EXIT.
003800     EXIT.
003810*----------------------------------------------------------
003820* 1200-CHECK-END-DATE  -  AN ENTERED END DATE MUST BE A REAL
003830* CALENDAR DATE. FOR A MONTHLY RUN IT ONLY NAMES THE MONTH;
003840* THE PERIOD RUNS TO THAT MONTH'S LAST DAY.
003850*----------------------------------------------------------
003860 1200-CHECK-END-DATE.
003870     IF DV-END-DATE-IN IS NOT NUMERIC
003880         DISPLAY 'PGMTHRPT - INVALID END DATE - ' DV-END-DATE-IN
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     MOVE DV-END-DATE-IN TO DV-TO-DATE.
003930     SET DVDAT-FUNC-VALIDATE TO TRUE.
003940     MOVE DV-TO-DATE TO DVDAT-INPUT-DATE.
003950     CALL 'DVDATSRV' USING DVDAT-PARM.
003960     IF NOT DVDAT-RC-OK
003970         DISPLAY 'PGMTHRPT - INVALID END DATE - ' DV-END-DATE-IN
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     IF DV-PERIOD-WEEKLY
004020         GO TO 1200-EXIT
004030     END-IF.
004040     MOVE DV-TO-DATE TO DV-WORK-DATE-NUM.
004050     MOVE 1 TO DV-WORK-DD.
004060     ADD 1 TO DV-WORK-MM.
004070     IF DV-WORK-MM > 12
004080         MOVE 1 TO DV-WORK-MM
004090         ADD 1 TO DV-WORK-CCYY
004100     END-IF.
004110     MOVE DV-WORK-DATE-NUM TO DV-CAL-DATE.
004120     MOVE 1   TO DV-CAL-DAYS.
004130     MOVE 'B' TO DV-CAL-DIRECTION.
004140     PERFORM 1900-ADD-CALENDAR-DAYS THRU 1900-EXIT.
004150     MOVE DV-CAL-DATE TO DV-TO-DATE.
004160 1200-EXIT.
004170     EXIT.
004180*----------------------------------------------------------
004190* 1900-ADD-CALENDAR-DAYS  -  DV-CAL-DATE MOVED DV-CAL-DAYS
004200* CALENDAR DAYS IN DV-CAL-DIRECTION, THROUGH DVDATSRV.
004210*----------------------------------------------------------
004220 1900-ADD-CALENDAR-DAYS.
004230     SET DVDAT-FUNC-ADD-CALDAYS TO TRUE.
004240     MOVE DV-CAL-DATE      TO DVDAT-INPUT-DATE.
004250     MOVE DV-CAL-DAYS      TO DVDAT-DAY-COUNT.
004260     MOVE DV-CAL-DIRECTION TO DVDAT-DIRECTION.
004270     CALL 'DVDATSRV' USING DVDAT-PARM.
004280     IF NOT DVDAT-RC-OK
004290         DISPLAY 'PGMTHRPT - DATE SERVICE FAILED FOR '
004300             DV-CAL-DATE ' - ' DVDAT-RETURN-CODE
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     MOVE DVDAT-RESULT-DATE TO DV-CAL-DATE.
004350 1900-EXIT.
004360     EXIT.
004370*----------------------------------------------------------
004380* 2000-RELEASE-ENTRIES  -  READS THE CONCATENATED ARCHIVES,
004390* THEN THE LIVE FILE, THEN THE ASSIGNMENTS. AN ENTRY DATED
004400* AFTER THE PERIOD IS COUNTED AND PASSED OVER; EARLIER ONES
004410* ARE ALL KEPT, SINCE A STAY ENDING IN THE PERIOD MAY HAVE
004420* BEGUN LONG BEFORE IT. A MISSING PGMARCH OR PGMASGN SIMPLY
004430* CONTRIBUTES NOTHING.
004440*----------------------------------------------------------
004450 2000-RELEASE-ENTRIES.
004460     OPEN INPUT PGMARCH.
004470     IF DV-PGMARCH-OK
004480         PERFORM 2200-READ-ONE-ARCHIVED THRU 2200-EXIT
004490             UNTIL DV-PGMARCH-EOF
004500         CLOSE PGMARCH
004510     ELSE
004520         DISPLAY 'PGMTHRPT - PGMARCH UNAVAILABLE - STATUS '
004530             DV-PGMARCH-STATUS ' - LIVE ENTRIES ONLY'
004540     END-IF.
004550     OPEN INPUT PGMAUDIT.
004560     IF NOT DV-PGMAUDIT-OK
004570         DISPLAY 'PGMTHRPT - OPEN FAILED FOR PGMAUDIT - '
004580             DV-PGMAUDIT-STATUS
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     PERFORM 2100-READ-ONE-LIVE THRU 2100-EXIT
004630         UNTIL DV-PGMAUDIT-EOF.
004640     CLOSE PGMAUDIT.
004650     OPEN INPUT PGMASGN.
004660     IF NOT DV-PGMASGN-OK
004670         DISPLAY 'PGMTHRPT - PGMASGN UNAVAILABLE - STATUS '
004680             DV-PGMASGN-STATUS ' - NO FIRST-TOUCH FIGURES'
004690         GO TO 2000-EXIT
004700     END-IF.
004710     SET DV-PGMASGN-AVAILABLE TO TRUE.
004720     PERFORM 2400-READ-ONE-ASSIGNMENT THRU 2400-EXIT
004730         UNTIL DV-PGMASGN-EOF.
004740     CLOSE PGMASGN.
004750 2000-EXIT.
004760     EXIT.
004770*----------------------------------------------------------
004780* 2100-READ-ONE-LIVE
004790*----------------------------------------------------------
004800 2100-READ-ONE-LIVE.
004810     READ PGMAUDIT
004820         AT END
004830             GO TO 2100-EXIT
004840     END-READ.
004850     ADD 1 TO DV-LIVE-READ-COUNT.
004860     MOVE PA-RECORD-ID   TO SW-RECORD-ID.
004870     MOVE PA-OLD-STATUS  TO SW-OLD-STATUS.
004880     MOVE PA-NEW-STATUS  TO SW-NEW-STATUS.
004890     MOVE PA-CHANGE-DATE TO SW-CHANGE-DATE.
004900     MOVE PA-SOURCE      TO SW-SOURCE.
004910     PERFORM 2300-RELEASE-CHANGE THRU 2300-EXIT.
004920 2100-EXIT.
004930     EXIT.
004940*----------------------------------------------------------
004950* 2200-READ-ONE-ARCHIVED
004960*----------------------------------------------------------
004970 2200-READ-ONE-ARCHIVED.
004980     READ PGMARCH
004990         AT END
005000             GO TO 2200-EXIT
005010     END-READ.
005020     ADD 1 TO DV-ARCH-READ-COUNT.
005030     MOVE AR-RECORD-ID   TO SW-RECORD-ID.
005040     MOVE AR-OLD-STATUS  TO SW-OLD-STATUS.
005050     MOVE AR-NEW-STATUS  TO SW-NEW-STATUS.
005060     MOVE AR-CHANGE-DATE TO SW-CHANGE-DATE.
005070     MOVE AR-SOURCE      TO SW-SOURCE.
005080     PERFORM 2300-RELEASE-CHANGE THRU 2300-EXIT.
005090 2200-EXIT.
005100     EXIT.
005110*----------------------------------------------------------
005120* 2300-RELEASE-CHANGE  -  STAMPS THE ENTRY WITH ITS PLACE IN
005130* THE READ ORDER AND RELEASES IT UNLESS IT IS DATED AFTER THE
005140* PERIOD.
005150*----------------------------------------------------------
005160 2300-RELEASE-CHANGE.
005170     IF SW-CHANGE-DATE > DV-TO-DATE
005180         ADD 1 TO DV-LATER-COUNT
005190         GO TO 2300-EXIT
005200     END-IF.
005210     ADD 1 TO DV-SEQ.
005220     MOVE DV-SEQ TO SW-SEQ.
005230     SET SW-KIND-CHANGE TO TRUE.
005240     RELEASE SW-REC.
005250 2300-EXIT.
005260     EXIT.
005270*----------------------------------------------------------
005280* 2400-READ-ONE-ASSIGNMENT  -  AN ASSIGNMENT HANDED OUT AFTER
005290* THE PERIOD IS PASSED OVER.
005300*----------------------------------------------------------
005310 2400-READ-ONE-ASSIGNMENT.
005320     READ PGMASGN NEXT RECORD
005330         AT END
005340             GO TO 2400-EXIT
005350     END-READ.
005360     IF AS-ASSIGN-DATE > DV-TO-DATE
005370         GO TO 2400-EXIT
005380     END-IF.
005390     ADD 1 TO DV-ASGN-READ-COUNT.
005400     MOVE AS-RECORD-ID   TO SW-RECORD-ID.
005410     MOVE AS-ASSIGN-DATE TO SW-CHANGE-DATE.
005420     MOVE ZERO           TO SW-SEQ.
005430     MOVE SPACES         TO SW-OLD-STATUS SW-NEW-STATUS.
005440     MOVE AS-OPERATOR-ID TO SW-SOURCE.
005450     SET SW-KIND-ASSIGNMENT TO TRUE.
005460     RELEASE SW-REC.
005470 2400-EXIT.
005480     EXIT.
005490*----------------------------------------------------------
005500* 3000-TAKE-FIGURES  -  WALKS EVERY RECORD'S CHAIN, THEN
005510* PRINTS THE REPORT.
005520*----------------------------------------------------------
005530 3000-TAKE-FIGURES.
005540     PERFORM 3100-RETURN-ONE-ENTRY THRU 3100-EXIT
005550         UNTIL DV-EOF.
005560     IF NOT DV-FIRST-RETURN
005570         PERFORM 3500-END-OF-RECORD THRU 3500-EXIT
005580     END-IF.
005590     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
005600 3000-EXIT.
005610     EXIT.
005620*----------------------------------------------------------
005630* 3100-RETURN-ONE-ENTRY  -  CLOSES OFF THE PREVIOUS RECORD
005640* ON A RECORD ID BREAK, THEN TAKES THE ENTRY INTO THE CURRENT
005650* RECORD'S CHAIN.
005660*----------------------------------------------------------
005670 3100-RETURN-ONE-ENTRY.
005680     RETURN SORTWORK
005690         AT END
005700             SET DV-EOF TO TRUE
005710             GO TO 3100-EXIT
005720     END-RETURN.
005730     IF DV-FIRST-RETURN
005740         MOVE 'N' TO DV-FIRST-RETURN-SW
005750         PERFORM 3150-START-RECORD THRU 3150-EXIT
005760     END-IF.
005770     IF SW-RECORD-ID NOT = DV-CUR-RECORD-ID
005780         PERFORM 3500-END-OF-RECORD THRU 3500-EXIT
005790         PERFORM 3150-START-RECORD THRU 3150-EXIT
005800     END-IF.
005810     IF SW-KIND-ASSIGNMENT
005820         SET DV-CUR-ASSIGNED TO TRUE
005830         MOVE SW-CHANGE-DATE TO DV-CUR-ASSIGN-DATE
005840     ELSE
005850         PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
005860     END-IF.
005870 3100-EXIT.
005880     EXIT.
005890*----------------------------------------------------------
005900* 3150-START-RECORD
005910*----------------------------------------------------------
005920 3150-START-RECORD.
005930     MOVE SW-RECORD-ID TO DV-CUR-RECORD-ID.
005940     MOVE SPACES       TO DV-CUR-LAST-STATUS.
005950     MOVE SPACES       TO DV-STAY-STATUS.
005960     MOVE ZERO         TO DV-STAY-START-DATE.
005970     MOVE 'N'          TO DV-CUR-ASSIGNED-SW.
005980     MOVE ZERO         TO DV-CUR-ASSIGN-DATE.
005990     MOVE 'N'          TO DV-CUR-TOUCHED-SW.
006000 3150-EXIT.
006010     EXIT.
006020*----------------------------------------------------------
006030* 3200-APPLY-CHANGE  -  ONE AUDIT ENTRY OF THE CURRENT
006040* RECORD. ENDS ANY PN OR OH STAY THE ENTRY MOVES THE RECORD
006050* OUT OF, STARTS A NEW ONE IF IT MOVES IT INTO PN OR OH, AND
006060* COUNTS THE CHANNEL, THE RESOLUTION AND THE FIRST TOUCH WHEN
006070* THE ENTRY FALLS IN THE PERIOD. AN ENTRY WHOSE OLD AND NEW
006075* STATUS ARE THE SAME CHANGES NOTHING AND IS PASSED OVER.
006080*----------------------------------------------------------
006090 3200-APPLY-CHANGE.
006092     IF SW-OLD-STATUS = SW-NEW-STATUS
006094         GO TO 3200-EXIT
006096     END-IF.
006100     MOVE 'N' TO DV-IN-PERIOD-SW.
006110     IF SW-CHANGE-DATE NOT < DV-FROM-DATE
006120         SET DV-IN-PERIOD TO TRUE
006130     END-IF.
006140     IF DV-STAY-STATUS NOT = SPACES AND
006150        SW-NEW-STATUS NOT = DV-STAY-STATUS
006160         IF DV-IN-PERIOD
006170             PERFORM 3210-END-STAY THRU 3210-EXIT
006180         END-IF
006190         MOVE SPACES TO DV-STAY-STATUS
006200     END-IF.
006210     IF (SW-NEW-STATUS = 'PN' OR 'OH') AND
006220        SW-NEW-STATUS NOT = DV-STAY-STATUS
006230         MOVE SW-NEW-STATUS  TO DV-STAY-STATUS
006240         MOVE SW-CHANGE-DATE TO DV-STAY-START-DATE
006250     END-IF.
006260     IF DV-IN-PERIOD
006270         PERFORM 3220-COUNT-CHANNEL THRU 3220-EXIT
006280     END-IF.
006290     IF DV-CUR-ASSIGNED AND NOT DV-CUR-TOUCHED AND
006300        NOT SW-SOURCE-BATCH AND
006310        SW-CHANGE-DATE NOT < DV-CUR-ASSIGN-DATE
006320         SET DV-CUR-TOUCHED TO TRUE
006330         IF DV-IN-PERIOD
006340             PERFORM 3230-COUNT-FIRST-TOUCH THRU 3230-EXIT
006350         END-IF
006360     END-IF.
006370     MOVE SW-NEW-STATUS TO DV-CUR-LAST-STATUS.
006380 3200-EXIT.
006390     EXIT.
006400*----------------------------------------------------------
006410* 3210-END-STAY  -  A PN OR OH STAY ENDED IN THE PERIOD.
006420*----------------------------------------------------------
006430 3210-END-STAY.
006440     MOVE DV-STAY-START-DATE TO DV-BD-FROM-DATE.
006450     MOVE SW-CHANGE-DATE     TO DV-BD-TO-DATE.
006460     PERFORM 3900-BUSINESS-DAYS THRU 3900-EXIT.
006470     IF DV-STAY-PENDING
006480         ADD 1          TO DV-PN-STAYS
006490         ADD DV-BD-DAYS TO DV-PN-TOTAL-DAYS
006500         IF DV-BD-DAYS > DV-PN-WORST-DAYS
006510             MOVE DV-BD-DAYS       TO DV-PN-WORST-DAYS
006520             MOVE DV-CUR-RECORD-ID TO DV-PN-WORST-RECORD
006530         END-IF
006540     ELSE
006550         ADD 1          TO DV-OH-STAYS
006560         ADD DV-BD-DAYS TO DV-OH-TOTAL-DAYS
006570         IF DV-BD-DAYS > DV-OH-WORST-DAYS
006580             MOVE DV-BD-DAYS       TO DV-OH-WORST-DAYS
006590             MOVE DV-CUR-RECORD-ID TO DV-OH-WORST-RECORD
006600         END-IF
006610     END-IF.
006620 3210-EXIT.
006630     EXIT.
006640*----------------------------------------------------------
006650* 3220-COUNT-CHANNEL  -  BATCH AGAINST BY HAND FOR EVERY
006660* CHANGE IN THE PERIOD, AND THE RESOLUTION CREDIT. ONLINE
006670* CHANGES CARRY THE OPERATOR ID IN PA-SOURCE; AN ENTRY WITH
006680* THE GENERIC ONLINE SOURCE IS CREDITED TO 'ONLINE'.
006690*----------------------------------------------------------
006700 3220-COUNT-CHANNEL.
006710     ADD 1 TO DV-PERIOD-CHANGES.
006720     MOVE 'N' TO DV-CREDIT-RESOLVED-SW.
006730     IF (SW-OLD-STATUS = 'PN' OR 'OH') AND
006740        SW-NEW-STATUS NOT = 'PN' AND
006750        SW-NEW-STATUS NOT = 'OH' AND
006760        SW-NEW-STATUS NOT = SPACES AND
006770        NOT SW-SOURCE-BACKOUT
006780         SET DV-CREDIT-RESOLVED TO TRUE
006790     END-IF.
006800     IF SW-SOURCE-BATCH
006810         ADD 1 TO DV-BATCH-CHANGES
006820         IF DV-CREDIT-RESOLVED
006830             ADD 1 TO DV-BATCH-RESOLVED
006840         END-IF
006850         GO TO 3220-EXIT
006860     END-IF.
006870     ADD 1 TO DV-HAND-CHANGES.
006880     IF DV-CREDIT-RESOLVED
006890         ADD 1 TO DV-HAND-RESOLVED
006900     END-IF.
006910     IF SW-SOURCE-BACKOUT
006920         GO TO 3220-EXIT
006930     END-IF.
006940     MOVE SW-SOURCE TO DV-CREDIT-ID.
006950     PERFORM 3300-CREDIT-OPERATOR THRU 3300-EXIT.
006960 3220-EXIT.
006970     EXIT.
006980*----------------------------------------------------------
006990* 3230-COUNT-FIRST-TOUCH  -  AN ASSIGNED RECORD'S FIRST
007000* CHANGE BY HAND FELL IN THE PERIOD.
007010*----------------------------------------------------------
007020 3230-COUNT-FIRST-TOUCH.
007030     MOVE DV-CUR-ASSIGN-DATE TO DV-BD-FROM-DATE.
007040     MOVE SW-CHANGE-DATE     TO DV-BD-TO-DATE.
007050     PERFORM 3900-BUSINESS-DAYS THRU 3900-EXIT.
007060     ADD 1          TO DV-TOUCHED-COUNT.
007070     ADD DV-BD-DAYS TO DV-TOUCH-TOTAL-DAYS.
007080     IF DV-BD-DAYS > DV-TOUCH-WORST-DAYS
007090         MOVE DV-BD-DAYS       TO DV-TOUCH-WORST-DAYS
007100         MOVE DV-CUR-RECORD-ID TO DV-TOUCH-WORST-RECORD
007110     END-IF.
007120 3230-EXIT.
007130     EXIT.
007140*----------------------------------------------------------
007150* 3300-CREDIT-OPERATOR  -  FINDS DV-CREDIT-ID IN THE
007160* OPERATOR TABLE, ADDING IT IN ID ORDER IF IT IS NEW, AND
007170* COUNTS THE CHANGE AND ANY RESOLUTION AGAINST IT.
007180*----------------------------------------------------------
007190 3300-CREDIT-OPERATOR.
007200     MOVE 1 TO DV-OPR-SUB.
007210     SET DV-OPR-SCANNING TO TRUE.
007220     PERFORM 3310-SCAN-OPERATOR THRU 3310-EXIT
007230         UNTIL DV-OPR-SUB > DV-OPR-COUNT OR NOT DV-OPR-SCANNING.
007240     IF NOT DV-OPR-FOUND
007250         IF DV-OPR-COUNT NOT < DV-OPR-MAX
007260             ADD 1 TO DV-OPR-OVERFLOW-COUNT
007270             GO TO 3300-EXIT
007280         END-IF
007290         PERFORM 3320-SHIFT-ONE-ROW THRU 3320-EXIT
007300             VARYING DV-OPR-MOVE FROM DV-OPR-COUNT BY -1
007310             UNTIL DV-OPR-MOVE < DV-OPR-SUB
007320         MOVE DV-CREDIT-ID TO DV-OPR-ID (DV-OPR-SUB)
007330         MOVE ZERO TO DV-OPR-CHANGES (DV-OPR-SUB)
007340         MOVE ZERO TO DV-OPR-RESOLVED (DV-OPR-SUB)
007350         ADD 1 TO DV-OPR-COUNT
007360     END-IF.
007370     ADD 1 TO DV-OPR-CHANGES (DV-OPR-SUB).
007380     IF DV-CREDIT-RESOLVED
007390         ADD 1 TO DV-OPR-RESOLVED (DV-OPR-SUB)
007400     END-IF.
007410 3300-EXIT.
007420     EXIT.
007430*----------------------------------------------------------
007440* 3310-SCAN-OPERATOR  -  STOPS ON THE MATCHING ROW, OR ON THE
007450* FIRST ROW WITH A HIGHER ID, WHERE A NEW ONE GOES.
007460*----------------------------------------------------------
007470 3310-SCAN-OPERATOR.
007480     IF DV-OPR-ID (DV-OPR-SUB) = DV-CREDIT-ID
007490         SET DV-OPR-FOUND TO TRUE
007500         GO TO 3310-EXIT
007510     END-IF.
007520     IF DV-OPR-ID (DV-OPR-SUB) > DV-CREDIT-ID
007530         SET DV-OPR-PASSED TO TRUE
007540         GO TO 3310-EXIT
007550     END-IF.
007560     ADD 1 TO DV-OPR-SUB.
007570 3310-EXIT.
007580     EXIT.
007590*----------------------------------------------------------
007600* 3320-SHIFT-ONE-ROW
007610*----------------------------------------------------------
007620 3320-SHIFT-ONE-ROW.
007630     MOVE DV-OPR-ENTRY (DV-OPR-MOVE)
007640         TO DV-OPR-ENTRY (DV-OPR-MOVE + 1).
007650 3320-EXIT.
007660     EXIT.
007670*----------------------------------------------------------
007680* 3500-END-OF-RECORD  -  AN ASSIGNED RECORD NEVER TOUCHED BY
007690* HAND AND STILL IN PN OR OH (OR WITH NO HISTORY AT ALL) IS
007700* STILL WAITING AT THE END OF THE PERIOD.
007710*----------------------------------------------------------
007720 3500-END-OF-RECORD.
007730     IF NOT DV-CUR-ASSIGNED OR DV-CUR-TOUCHED
007740         GO TO 3500-EXIT
007750     END-IF.
007760     IF NOT DV-CUR-LAST-OPEN
007770         GO TO 3500-EXIT
007780     END-IF.
007790     MOVE DV-CUR-ASSIGN-DATE TO DV-BD-FROM-DATE.
007800     MOVE DV-TO-DATE         TO DV-BD-TO-DATE.
007810     PERFORM 3900-BUSINESS-DAYS THRU 3900-EXIT.
007820     ADD 1 TO DV-UNTOUCHED-COUNT.
007830     IF DV-BD-DAYS > DV-UNTOUCHED-WORST-DAYS
007840         MOVE DV-BD-DAYS       TO DV-UNTOUCHED-WORST-DAYS
007850         MOVE DV-CUR-RECORD-ID TO DV-UNTOUCHED-WORST-RECORD
007860     END-IF.
007870 3500-EXIT.
007880     EXIT.
007890*----------------------------------------------------------
007900* 3900-BUSINESS-DAYS  -  BUSINESS DAYS FROM DV-BD-FROM-DATE
007910* FORWARD TO DV-BD-TO-DATE THROUGH DVDATSRV. A DATE THE
007920* SERVICE REJECTS COUNTS AS ZERO DAYS.
007930*----------------------------------------------------------
007940 3900-BUSINESS-DAYS.
007950     SET DVDAT-FUNC-BUSDAY-DIFF TO TRUE.
007960     MOVE DV-BD-FROM-DATE TO DVDAT-INPUT-DATE.
007970     MOVE DV-BD-TO-DATE   TO DVDAT-INPUT-DATE-2.
007980     CALL 'DVDATSRV' USING DVDAT-PARM.
007990     IF DVDAT-RC-OK
008000         MOVE DVDAT-DAY-DIFFERENCE TO DV-BD-DAYS
008010     ELSE
008020         MOVE ZERO TO DV-BD-DAYS
008030     END-IF.
008040 3900-EXIT.
008050     EXIT.
008060*----------------------------------------------------------
008070* 7000-PRINT-REPORT  -  TIME IN STATUS, CHANNEL SHARE,
008080* RESOLUTIONS BY OPERATOR, FIRST TOUCH, THEN THE INPUT
008090* COUNTS.
008100*----------------------------------------------------------
008110 7000-PRINT-REPORT.
008120     OPEN OUTPUT THRURPT.
008130     IF NOT DV-THRURPT-OK
008140         DISPLAY 'PGMTHRPT - OPEN FAILED FOR THRURPT - '
008150             DV-THRURPT-STATUS
008160         MOVE 16 TO RETURN-CODE
008170         STOP RUN
008180     END-IF.
008190     PERFORM 7200-PRINT-HEADERS THRU 7200-EXIT.
008200     PERFORM 7300-PRINT-TIME-IN-STATUS THRU 7300-EXIT.
008210     PERFORM 7400-PRINT-CHANNEL-SHARE THRU 7400-EXIT.
008220     PERFORM 7500-PRINT-OPERATORS THRU 7500-EXIT.
008230     PERFORM 7600-PRINT-FIRST-TOUCH THRU 7600-EXIT.
008240     MOVE SPACES TO DV-PRINT-AREA.
008250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008260     MOVE DV-LIVE-READ-COUNT TO DV-TOT-LIVE.
008270     MOVE DV-ARCH-READ-COUNT TO DV-TOT-ARCH.
008280     MOVE DV-LATER-COUNT     TO DV-TOT-LATER.
008290     MOVE DV-ASGN-READ-COUNT TO DV-TOT-ASGN.
008300     MOVE DV-TOTAL-LINE TO DV-PRINT-AREA.
008310     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008320     CLOSE THRURPT.
008330 7000-EXIT.
008340     EXIT.
008350*----------------------------------------------------------
008360* 7200-PRINT-HEADERS
008370*----------------------------------------------------------
008380 7200-PRINT-HEADERS.
008390     ADD 1 TO DV-PAGE-NO.
008400     MOVE ZERO TO DV-LINE-COUNT.
008410     MOVE DV-PAGE-NO TO DV-HDR-PAGE-NO.
008420     MOVE '1' TO PRT-CC.
008430     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
008440     WRITE THRURPT-REC.
008450     MOVE ' ' TO PRT-CC.
008460     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
008470     WRITE THRURPT-REC.
008480     ADD 2 TO DV-LINE-COUNT.
008490 7200-EXIT.
008500     EXIT.
008510*----------------------------------------------------------
008520* 7300-PRINT-TIME-IN-STATUS  -  ONE LINE EACH FOR PN AND OH.
008530*----------------------------------------------------------
008540 7300-PRINT-TIME-IN-STATUS.
008550     MOVE 'TIME IN STATUS - STAYS ENDED IN THE PERIOD'
008560         TO DV-SEC-TITLE.
008570     PERFORM 7800-PRINT-SECTION-TITLE THRU 7800-EXIT.
008580     MOVE DV-STAY-HEAD-LINE TO DV-PRINT-AREA.
008590     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008600     MOVE 'PN'            TO DV-STY-STATUS.
008610     MOVE 'PENDING'       TO DV-STY-NAME.
008620     MOVE DV-PN-STAYS     TO DV-STY-COUNT.
008630     MOVE ZERO            TO DV-STY-AVERAGE.
008640     IF DV-PN-STAYS > ZERO
008650         COMPUTE DV-STY-AVERAGE ROUNDED =
008660             DV-PN-TOTAL-DAYS / DV-PN-STAYS
008670     END-IF.
008680     MOVE DV-PN-WORST-DAYS   TO DV-STY-WORST.
008690     MOVE DV-PN-WORST-RECORD TO DV-STY-WORST-RECORD.
008700     MOVE DV-STAY-LINE TO DV-PRINT-AREA.
008710     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008720     MOVE 'OH'            TO DV-STY-STATUS.
008730     MOVE 'ON HOLD'       TO DV-STY-NAME.
008740     MOVE DV-OH-STAYS     TO DV-STY-COUNT.
008750     MOVE ZERO            TO DV-STY-AVERAGE.
008760     IF DV-OH-STAYS > ZERO
008770         COMPUTE DV-STY-AVERAGE ROUNDED =
008780             DV-OH-TOTAL-DAYS / DV-OH-STAYS
008790     END-IF.
008800     MOVE DV-OH-WORST-DAYS   TO DV-STY-WORST.
008810     MOVE DV-OH-WORST-RECORD TO DV-STY-WORST-RECORD.
008820     MOVE DV-STAY-LINE TO DV-PRINT-AREA.
008830     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008840 7300-EXIT.
008850     EXIT.
008860*----------------------------------------------------------
008870* 7400-PRINT-CHANNEL-SHARE  -  BATCH AGAINST BY HAND.
008880*----------------------------------------------------------
008890 7400-PRINT-CHANNEL-SHARE.
008900     MOVE 'CHANGES MADE IN THE PERIOD' TO DV-SEC-TITLE.
008910     PERFORM 7800-PRINT-SECTION-TITLE THRU 7800-EXIT.
008920     MOVE 'ALL CHANGES . . . . . . . . . : ' TO DV-CNT-LABEL.
008930     MOVE DV-PERIOD-CHANGES TO DV-CNT-VALUE.
008940     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
008950     MOVE SPACES TO DV-PRINT-AREA (42:10).
008960     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008970     MOVE 'MADE BY BATCH . . . . . . . . : ' TO DV-CNT-LABEL.
008980     MOVE DV-BATCH-CHANGES TO DV-CNT-VALUE.
008990     MOVE ZERO TO DV-SHARE-PCT.
009000     IF DV-PERIOD-CHANGES > ZERO
009010         COMPUTE DV-SHARE-PCT ROUNDED =
009020             DV-BATCH-CHANGES * 100 / DV-PERIOD-CHANGES
009030     END-IF.
009040     MOVE DV-SHARE-PCT TO DV-CNT-SHARE.
009050     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
009060     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009070     MOVE 'MADE BY HAND  . . . . . . . . : ' TO DV-CNT-LABEL.
009080     MOVE DV-HAND-CHANGES TO DV-CNT-VALUE.
009090     MOVE ZERO TO DV-SHARE-PCT.
009100     IF DV-PERIOD-CHANGES > ZERO
009110         COMPUTE DV-SHARE-PCT ROUNDED =
009120             DV-HAND-CHANGES * 100 / DV-PERIOD-CHANGES
009130     END-IF.
009140     MOVE DV-SHARE-PCT TO DV-CNT-SHARE.
009150     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
009160     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009170 7400-EXIT.
009180     EXIT.
009190*----------------------------------------------------------
009200* 7500-PRINT-OPERATORS  -  RECORDS RESOLVED PER OPERATOR IN
009210* OPERATOR ID ORDER, THEN THE BATCH AND OVERALL FIGURES.
009220*----------------------------------------------------------
009230 7500-PRINT-OPERATORS.
009240     MOVE 'RECORDS RESOLVED (OUT OF PN OR OH) BY OPERATOR'
009250         TO DV-SEC-TITLE.
009260     PERFORM 7800-PRINT-SECTION-TITLE THRU 7800-EXIT.
009270     MOVE DV-OPR-HEAD-LINE TO DV-PRINT-AREA.
009280     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009290     IF DV-OPR-COUNT = ZERO
009300         MOVE '(NO CHANGES BY HAND IN THE PERIOD)'
009310             TO DV-PRINT-AREA
009320         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009330     END-IF.
009340     PERFORM 7510-PRINT-ONE-OPERATOR THRU 7510-EXIT
009350         VARYING DV-OPR-SUB FROM 1 BY 1
009360         UNTIL DV-OPR-SUB > DV-OPR-COUNT.
009370     MOVE SPACES TO DV-PRINT-AREA.
009380     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009390     MOVE 'RESOLVED BY HAND  . . . . . . : ' TO DV-CNT-LABEL.
009400     MOVE DV-HAND-RESOLVED TO DV-CNT-VALUE.
009410     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
009420     MOVE SPACES TO DV-PRINT-AREA (42:10).
009430     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009440     MOVE 'RESOLVED BY BATCH . . . . . . : ' TO DV-CNT-LABEL.
009450     MOVE DV-BATCH-RESOLVED TO DV-CNT-VALUE.
009460     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
009470     MOVE SPACES TO DV-PRINT-AREA (42:10).
009480     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009490     IF DV-OPR-OVERFLOW-COUNT > ZERO
009500         MOVE 'CHANGES NOT LISTED - TABLE FULL: '
009510             TO DV-CNT-LABEL
009520         MOVE DV-OPR-OVERFLOW-COUNT TO DV-CNT-VALUE
009530         MOVE DV-COUNT-LINE TO DV-PRINT-AREA
009540         MOVE SPACES TO DV-PRINT-AREA (42:10)
009550         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009560         DISPLAY 'PGMTHRPT - OPERATOR TABLE FULL - '
009570             DV-OPR-OVERFLOW-COUNT ' CHANGES NOT LISTED'
009580         MOVE 4 TO RETURN-CODE
009590     END-IF.
009600 7500-EXIT.
009610     EXIT.
009620*----------------------------------------------------------
009630* 7510-PRINT-ONE-OPERATOR
009640*----------------------------------------------------------
009650 7510-PRINT-ONE-OPERATOR.
009660     MOVE DV-OPR-ID (DV-OPR-SUB)       TO DV-OPL-ID.
009670     MOVE DV-OPR-RESOLVED (DV-OPR-SUB) TO DV-OPL-RESOLVED.
009680     MOVE DV-OPR-CHANGES (DV-OPR-SUB)  TO DV-OPL-CHANGES.
009690     MOVE DV-OPR-LINE TO DV-PRINT-AREA.
009700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009710 7510-EXIT.
009720     EXIT.
009730*----------------------------------------------------------
009740* 7600-PRINT-FIRST-TOUCH  -  WAIT FROM ASSIGNMENT TO FIRST
009750* CHANGE BY HAND, AND WHAT IS STILL WAITING.
009760*----------------------------------------------------------
009770 7600-PRINT-FIRST-TOUCH.
009780     MOVE 'ASSIGNED RECORDS - WAIT BEFORE FIRST TOUCH'
009790         TO DV-SEC-TITLE.
009800     PERFORM 7800-PRINT-SECTION-TITLE THRU 7800-EXIT.
009810     IF NOT DV-PGMASGN-AVAILABLE
009820         MOVE '(PGMASGN UNAVAILABLE - NO FIGURES)'
009830             TO DV-PRINT-AREA
009840         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009850         GO TO 7600-EXIT
009860     END-IF.
009870     MOVE 'FIRST TOUCHED IN THE PERIOD . : ' TO DV-CNT-LABEL.
009880     MOVE DV-TOUCHED-COUNT TO DV-CNT-VALUE.
009890     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
009900     MOVE SPACES TO DV-PRINT-AREA (42:10).
009910     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009920     MOVE 'AVERAGE WAIT (DAYS) . . . . . : ' TO DV-DAY-LABEL.
009930     MOVE ZERO TO DV-DAY-VALUE.
009940     IF DV-TOUCHED-COUNT > ZERO
009950         COMPUTE DV-DAY-VALUE ROUNDED =
009960             DV-TOUCH-TOTAL-DAYS / DV-TOUCHED-COUNT
009970     END-IF.
009980     MOVE DV-DAYS-LINE TO DV-PRINT-AREA.
009990     MOVE SPACES TO DV-PRINT-AREA (42:24).
010000     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010010     MOVE 'LONGEST WAIT (DAYS) . . . . . : ' TO DV-DAY-LABEL.
010020     MOVE DV-TOUCH-WORST-DAYS   TO DV-DAY-VALUE.
010030     MOVE DV-TOUCH-WORST-RECORD TO DV-DAY-RECORD.
010040     MOVE DV-DAYS-LINE TO DV-PRINT-AREA.
010050     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010060     MOVE 'STILL UNTOUCHED AT PERIOD END : ' TO DV-CNT-LABEL.
010070     MOVE DV-UNTOUCHED-COUNT TO DV-CNT-VALUE.
010080     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
010090     MOVE SPACES TO DV-PRINT-AREA (42:10).
010100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010110     MOVE 'OLDEST UNTOUCHED WAIT (DAYS)  : ' TO DV-DAY-LABEL.
010120     MOVE DV-UNTOUCHED-WORST-DAYS   TO DV-DAY-VALUE.
010130     MOVE DV-UNTOUCHED-WORST-RECORD TO DV-DAY-RECORD.
010140     MOVE DV-DAYS-LINE TO DV-PRINT-AREA.
010150     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010160 7600-EXIT.
010170     EXIT.
010180*----------------------------------------------------------
010190* 7800-PRINT-SECTION-TITLE  -  A BLANK LINE, THEN THE TITLE.
010200*----------------------------------------------------------
010210 7800-PRINT-SECTION-TITLE.
010220     MOVE SPACES TO DV-PRINT-AREA.
010230     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010240     MOVE DV-SECTION-LINE TO DV-PRINT-AREA.
010250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010260 7800-EXIT.
010270     EXIT.
010280*----------------------------------------------------------
010290* 7900-WRITE-LINE  -  WRITES DV-PRINT-AREA, STARTING A NEW
010300* PAGE FIRST WHEN THIS ONE IS FULL.
010310*----------------------------------------------------------
010320 7900-WRITE-LINE.
010330     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
010340         PERFORM 7200-PRINT-HEADERS THRU 7200-EXIT
010350     END-IF.
010360     MOVE ' ' TO PRT-CC.
010370     MOVE DV-PRINT-AREA TO PRT-LINE.
010380     WRITE THRURPT-REC.
010390     ADD 1 TO DV-LINE-COUNT.
010400 7900-EXIT.
010410     EXIT.
010420 END PROGRAM PGMTHRPT.
