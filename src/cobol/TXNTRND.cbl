000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TXNTRND.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - MONTH-OVER-MONTH ACTIVITY TREND
000110*                  BY TRANSACTION CODE. READS THE PERHIST
000120*                  ARCHIVE PERDROLL WRITES AT EACH PERIOD ROLL
000130*                  (EVERY GENERATION CONCATENATED, AS ANNSUMM
000140*                  READS IT) FOR THE THIRTEEN CLOSED PERIODS
000150*                  ENDING AT THE SYSIN PERIOD, AND REPORTS THE
000160*                  TRANSACTION COUNT, AMOUNT AND ACTIVE
000170*                  ACCOUNTS PER PD-INTERNAL-CODE WITH ITS
000180*                  DVCNVSRV DESCRIPTION, THE CHANGE ON THE
000190*                  PRIOR MONTH AND ON THE SAME MONTH A YEAR
000200*                  EARLIER, AND MARKS EVERY LATEST-PERIOD
000210*                  CHANGE BEYOND THE SYSIN TOLERANCE. THE SAME
000220*                  FIGURES GO TO TRNDEXT, SEMICOLON-DELIMITED
000230*                  LIKE EXTRFILE, FOR THE FINANCE SPREADSHEET.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PERHIST ASSIGN TO PERHIST
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS DV-PERHIST-STATUS.
000310     SELECT SORTWORK ASSIGN TO SORTWK1.
000320     SELECT TRNDRPT ASSIGN TO TRNDRPT
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS DV-TRNDRPT-STATUS.
000350     SELECT TRNDEXT ASSIGN TO TRNDEXT
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS DV-TRNDEXT-STATUS.
000380*----------------------------------------------------------
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PERHIST
000420     RECORDING MODE IS F
000430     RECORD CONTAINS 63 CHARACTERS.
000440 01  PERHIST-REC                 PIC X(63).
000450*----------------------------------------------------------
000460* ONE SORT RECORD PER PERHIST ROW IN THE THIRTEEN PERIODS,
000470* CARRYING THE PERIOD'S PLACE IN THE WINDOW (1 = THE SAME
000480* MONTH A YEAR BEFORE THE LATEST, 13 = THE LATEST). EACH
000490* CODE COMES BACK TOGETHER, PERIOD BY PERIOD, WITH A
000500* REPEATED ACCOUNT ROW NEXT TO THE ONE IT REPEATS.
000510*----------------------------------------------------------
000520 SD  SORTWORK.
000530 01  SW-REC.
000540     05  SW-INTERNAL-CODE        PIC X(04).
000550     05  SW-PER-IDX              PIC 9(02).
000560     05  SW-ACCOUNT-NO           PIC 9(09).
000570     05  SW-TXN-COUNT            PIC 9(07).
000580     05  SW-AMOUNT               PIC S9(11)V99 COMP-3.
000590 FD  TRNDRPT
000600     RECORD CONTAINS 133 CHARACTERS.
000610 01  TRNDRPT-REC.
000620     05  PRT-CC                  PIC X(01).
000630     05  PRT-LINE                PIC X(132).
000640 FD  TRNDEXT
000650     RECORDING MODE IS F.
000660 01  TRNDEXT-REC                 PIC X(150).
000670*----------------------------------------------------------
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------
000700* FILE STATUS AND CONTROL SWITCHES
000710*----------------------------------------------------------
000720 01  DV-PERHIST-STATUS           PIC X(02) VALUE '00'.
000730     88  DV-PERHIST-OK           VALUE '00'.
000740     88  DV-PERHIST-EOF          VALUE '10'.
000750 01  DV-TRNDRPT-STATUS           PIC X(02) VALUE '00'.
000760     88  DV-TRNDRPT-OK           VALUE '00'.
000770 01  DV-TRNDEXT-STATUS           PIC X(02) VALUE '00'.
000780     88  DV-TRNDEXT-OK           VALUE '00'.
000790 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
000800     88  DV-EOF                  VALUE 'Y'.
000810 01  DV-FIRST-RETURN-SW          PIC X(01) VALUE 'Y'.
000820     88  DV-FIRST-RETURN         VALUE 'Y'.
000830 01  DV-CODE-HEADS-SW            PIC X(01) VALUE 'Y'.
000840     88  DV-CODE-HEADS           VALUE 'Y'.
000850*----------------------------------------------------------
000860* THE PERHIST ROW, IN THE PERTOTAL LAYOUT IT WAS ARCHIVED
000870* FROM, AND THE CODE TRANSLATION SERVICE PARAMETER AREA
000880*----------------------------------------------------------
000890 COPY PERTOTREC.
000900 COPY DVCNVPRM.
000910*----------------------------------------------------------
000920* PERIOD WINDOW AND TOLERANCE - FROM SYSIN. THE LATEST
000930* PERIOD IS A CLOSED MONTH (CCYYMM); A BLANK CARD MEANS THE
000940* MONTH BEFORE THE RUN DATE'S. THE TOLERANCE IS A WHOLE
000950* PERCENTAGE (THREE DIGITS); A BLANK CARD MEANS 025. PERIODS
000960* ARE COUNTED IN MONTHS FROM YEAR ZERO SO THE WINDOW CAN
000970* CROSS A YEAR END.
000980*----------------------------------------------------------
000990 01  DV-RUN-DATE                 PIC 9(08).
001000 01  DV-RUN-DATE-R REDEFINES DV-RUN-DATE.
001010     05  DV-RUN-CCYY             PIC 9(04).
001020     05  DV-RUN-MM               PIC 9(02).
001030     05  DV-RUN-DD               PIC 9(02).
001040 01  DV-RUN-PERIOD               PIC 9(06).
001050 01  DV-END-PERIOD-IN            PIC X(06).
001060 01  DV-END-PERIOD               PIC 9(06).
001070 01  DV-END-PERIOD-R REDEFINES DV-END-PERIOD.
001080     05  DV-END-CCYY             PIC 9(04).
001090     05  DV-END-MM               PIC 9(02).
001100 01  DV-TOLERANCE-IN             PIC X(03).
001110 01  DV-TOLERANCE                PIC S9(03) VALUE 25.
001120 01  DV-NEG-TOLERANCE            PIC S9(03).
001130 01  DV-END-MONTHS               PIC 9(07).
001140 01  DV-ROW-MONTHS               PIC 9(07).
001150 01  DV-ROW-CCYY                 PIC 9(04).
001160 01  DV-ROW-MM                   PIC 9(02).
001170 01  DV-PER-IDX                  PIC 9(02) COMP.
001180*----------------------------------------------------------
001190* ONE ROW PER PERIOD OF THE WINDOW. ROWS ARE COUNTED AS
001200* THEY GO INTO THE SORT; TRANSACTIONS, AMOUNT AND REPEATED
001210* ROWS AS THEY COME BACK. A PERIOD WITH NO ROWS AT ALL IS
001220* NOT ON PERHIST, AND NO CHANGE IS WORKED OUT AGAINST IT.
001230*----------------------------------------------------------
001240 01  DV-PER-TABLE.
001250     05  DV-PER-ENTRY OCCURS 13 TIMES.
001260         10  DV-PER-ID           PIC 9(06).
001270         10  DV-PER-ROWS         PIC 9(07).
001280         10  DV-PER-DUP-ROWS     PIC 9(07).
001290         10  DV-PER-TXNS         PIC 9(09).
001300         10  DV-PER-AMOUNT       PIC S9(13)V99 COMP-3.
001310*----------------------------------------------------------
001320* INPUT AND OUTPUT COUNTS
001330*----------------------------------------------------------
001340 01  DV-HIST-READ-COUNT          PIC 9(07) VALUE ZERO.
001350 01  DV-OUTSIDE-COUNT            PIC 9(07) VALUE ZERO.
001360 01  DV-BAD-ROW-COUNT            PIC 9(07) VALUE ZERO.
001370 01  DV-DUP-ROW-COUNT            PIC 9(07) VALUE ZERO.
001380 01  DV-MISSING-COUNT            PIC 9(02) VALUE ZERO.
001390 01  DV-REPEAT-PERIOD-COUNT      PIC 9(02) VALUE ZERO.
001400 01  DV-CODE-COUNT               PIC 9(07) VALUE ZERO.
001410 01  DV-FLAGGED-COUNT            PIC 9(07) VALUE ZERO.
001420 01  DV-EXT-COUNT                PIC 9(07) VALUE ZERO.
001430*----------------------------------------------------------
001440* CURRENT CODE - RESET AT EVERY CODE BREAK. AN ACCOUNT IS
001450* ACTIVE IN A PERIOD WHEN ITS ROW CARRIES A TRANSACTION; A
001460* ROW REPEATING THE ACCOUNT AND PERIOD OF THE ONE BEFORE IT
001470* (A MONTH ARCHIVED TWICE) IS COUNTED AND LEFT OUT.
001480*----------------------------------------------------------
001490 01  DV-CUR-CODE                 PIC X(04).
001500 01  DV-CUR-DESC                 PIC X(30).
001510 01  DV-CODE-BREACH-SW           PIC X(01).
001520     88  DV-CODE-BREACH          VALUE 'Y'.
001530 01  DV-PRIOR-KEY-SW             PIC X(01).
001540     88  DV-PRIOR-KEY-SET        VALUE 'Y'.
001550 01  DV-PRIOR-PER-IDX            PIC 9(02).
001560 01  DV-PRIOR-ACCOUNT-NO         PIC 9(09).
001570 01  DV-CODE-TABLE.
001580     05  DV-CODE-ENTRY OCCURS 13 TIMES.
001590         10  DV-CODE-TXNS        PIC 9(09).
001600         10  DV-CODE-AMOUNT      PIC S9(13)V99 COMP-3.
001610         10  DV-CODE-ACCTS       PIC 9(07).
001620*----------------------------------------------------------
001630* CHANGE WORK AREAS. MEASURE 1 IS THE TRANSACTION COUNT, 2
001640* THE AMOUNT, 3 THE ACTIVE ACCOUNTS. A CHANGE IS TAKEN ON
001650* THE SIZE OF THE EARLIER FIGURE, SO A FALL IN A NEGATIVE
001660* AMOUNT SHOWS AS A FALL. FROM NOTHING TO SOMETHING IS NEW;
001670* TOO LARGE FOR THE PICTURE IS HIGH. EACH CHANGE IS KEPT AS
001680* PRINTED (WITH ITS TOLERANCE MARK) AND AS EXTRACTED.
001690*----------------------------------------------------------
001700 01  DV-MEASURE                  PIC 9(01) COMP.
001710 01  DV-CHG-CUR-IDX              PIC 9(02) COMP.
001720 01  DV-CHG-PRIOR-IDX            PIC 9(02) COMP.
001730 01  DV-CHG-CUR                  PIC S9(13)V99 COMP-3.
001740 01  DV-CHG-PRIOR                PIC S9(13)V99 COMP-3.
001750 01  DV-CHG-BASE                 PIC S9(13)V99 COMP-3.
001760 01  DV-CHG-PCT                  PIC S9(05)V9 COMP-3.
001770 01  DV-CHG-TEXT                 PIC X(10).
001780 01  DV-CHG-EXT                  PIC X(08).
001790 01  DV-CHG-TEST-SW              PIC X(01).
001800     88  DV-CHG-TESTED           VALUE 'Y'.
001810 01  DV-CHG-BREACH-SW            PIC X(01).
001820     88  DV-CHG-BREACH           VALUE 'Y'.
001830 01  DV-PCT-EDIT                 PIC -(6)9.9.
001840 01  DV-PCT-EXT-EDIT             PIC +9(5).9.
001850 01  DV-MOM-SET.
001860     05  DV-MOM-CHG OCCURS 3 TIMES.
001870         10  DV-MOM-TEXT         PIC X(10).
001880         10  DV-MOM-EXT          PIC X(08).
001890 01  DV-YOY-SET.
001900     05  DV-YOY-CHG OCCURS 3 TIMES.
001910         10  DV-YOY-TEXT         PIC X(10).
001920         10  DV-YOY-EXT          PIC X(08).
001930*----------------------------------------------------------
001940* CODES WITH A LATEST-PERIOD CHANGE BEYOND THE TOLERANCE,
001950* LISTED AGAIN AT THE END OF THE REPORT. A CODE FLAGGED
001960* AFTER THE TABLE IS FULL IS COUNTED INSTEAD.
001970*----------------------------------------------------------
001980 01  DV-FLG-MAX                  PIC S9(04) COMP VALUE 200.
001990 01  DV-FLG-COUNT                PIC S9(04) COMP VALUE ZERO.
002000 01  DV-FLG-SUB                  PIC S9(04) COMP.
002010 01  DV-FLG-OVERFLOW-COUNT       PIC 9(07) VALUE ZERO.
002020 01  DV-FLG-TABLE.
002030     05  DV-FLG-ENTRY OCCURS 200 TIMES.
002040         10  DV-FLG-CODE         PIC X(04).
002050         10  DV-FLG-DESC         PIC X(30).
002060         10  DV-FLG-MOM-TEXT     PIC X(10) OCCURS 3 TIMES.
002070         10  DV-FLG-YOY-TEXT     PIC X(10) OCCURS 3 TIMES.
002080*----------------------------------------------------------
002090* EXTRACT FIELDS - ONE TRNDEXT RECORD PER CODE PER PERIOD.
002100* THE YEAR-ON-YEAR CHANGES AND THE FLAG (Y OR N) ARE ONLY
002110* FILLED ON THE LATEST PERIOD; THE STATUS IS M FOR A PERIOD
002120* NOT ON PERHIST.
002130*----------------------------------------------------------
002140 01  DV-EXT-TXNS                 PIC 9(09).
002150 01  DV-EXT-AMOUNT               PIC +9(13).99.
002160 01  DV-EXT-ACCTS                PIC 9(07).
002170 01  DV-EXT-YOY-SET.
002180     05  DV-EXT-YOY              PIC X(08) OCCURS 3 TIMES.
002190 01  DV-EXT-FLAG                 PIC X(01).
002200 01  DV-EXT-STATUS               PIC X(01).
002210*----------------------------------------------------------
002220* REPORT CONTROL
002230*----------------------------------------------------------
002240 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
002250 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
002260 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002270 01  DV-PRINT-AREA               PIC X(132).
002280*----------------------------------------------------------
002290* REPORT LINES
002300*----------------------------------------------------------
002310 01  DV-HEADER-LINE-1.
002320     05  FILLER                  PIC X(40)
002330             VALUE 'TRANSACTION CODE ACTIVITY TREND'.
002340     05  FILLER                  PIC X(09) VALUE 'PERIODS: '.
002350     05  DV-HDR-FIRST-PERIOD     PIC 9(06).
002360     05  FILLER                  PIC X(03) VALUE ' - '.
002370     05  DV-HDR-LAST-PERIOD      PIC 9(06).
002380     05  FILLER                  PIC X(13) VALUE '   RUN DATE: '.
002390     05  DV-HDR-RUN-DATE         PIC 9(08).
002400     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
002410     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002420 01  DV-HEADER-LINE-2.
002430     05  FILLER                  PIC X(20)
002440             VALUE 'MOVEMENT TOLERANCE: '.
002450     05  DV-HDR-TOLERANCE        PIC ZZ9.
002460     05  FILLER                  PIC X(45)
002470             VALUE '%  LATEST-PERIOD CHANGES BEYOND IT MARKED *'.
002480     05  FILLER                  PIC X(41)
002490             VALUE 'MOM ON PRIOR MONTH, YOY ON A YEAR EARLIER'.
002500 01  DV-COLUMN-LINE.
002510     05  FILLER                  PIC X(06) VALUE 'CODE'.
002520     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
002530     05  FILLER                  PIC X(07) VALUE 'PERIOD'.
002540     05  FILLER                  PIC X(11) VALUE '  TXN COUNT'.
002550     05  FILLER                  PIC X(11) VALUE '  CHANGE %'.
002560     05  FILLER                  PIC X(18)
002570             VALUE '            AMOUNT'.
002580     05  FILLER                  PIC X(11) VALUE '  CHANGE %'.
002590     05  FILLER                  PIC X(10) VALUE '  ACCOUNTS'.
002600     05  FILLER                  PIC X(11) VALUE '  CHANGE %'.
002610     05  FILLER                  PIC X(15) VALUE '  NOTE'.
002620 01  DV-DETAIL-LINE.
002630     05  DV-DTL-CODE             PIC X(04).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  DV-DTL-DESC             PIC X(30).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  DV-DTL-PERIOD           PIC X(07).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  DV-DTL-TXNS             PIC Z(08)9.
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710     05  DV-DTL-TXN-CHG          PIC X(10).
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  DV-DTL-AMOUNT           PIC -(13)9.99.
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  DV-DTL-AMT-CHG          PIC X(10).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  DV-DTL-ACCTS            PIC Z(08)9.
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  DV-DTL-ACCT-CHG         PIC X(10).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  DV-DTL-NOTE             PIC X(13).
002820 01  DV-SECTION-LINE.
002830     05  DV-SEC-TITLE            PIC X(60).
002840 01  DV-FLG-HEAD-LINE-1.
002850     05  FILLER                  PIC X(40) VALUE SPACES.
002860     05  FILLER                  PIC X(36)
002870             VALUE '   CHANGE % ON THE PRIOR MONTH'.
002880     05  FILLER                  PIC X(32)
002890             VALUE '  CHANGE % ON A YEAR EARLIER'.
002900 01  DV-FLG-HEAD-LINE-2.
002910     05  FILLER                  PIC X(40)
002920             VALUE 'CODE  DESCRIPTION'.
002930     05  FILLER                  PIC X(11) VALUE '     TXNS'.
002940     05  FILLER                  PIC X(11) VALUE '   AMOUNT'.
002950     05  FILLER                  PIC X(14) VALUE ' ACCOUNTS'.
002960     05  FILLER                  PIC X(11) VALUE '     TXNS'.
002970     05  FILLER                  PIC X(11) VALUE '   AMOUNT'.
002980     05  FILLER                  PIC X(09) VALUE ' ACCOUNTS'.
002990 01  DV-FLG-LINE.
003000     05  DV-FLL-CODE             PIC X(04).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  DV-FLL-DESC             PIC X(30).
003030     05  FILLER                  PIC X(04) VALUE SPACES.
003040     05  DV-FLL-MOM-TXN          PIC X(10).
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  DV-FLL-MOM-AMT          PIC X(10).
003070     05  FILLER                  PIC X(01) VALUE SPACES.
003080     05  DV-FLL-MOM-ACCT         PIC X(10).
003090     05  FILLER                  PIC X(04) VALUE SPACES.
003100     05  DV-FLL-YOY-TXN          PIC X(10).
003110     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  DV-FLL-YOY-AMT          PIC X(10).
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  DV-FLL-YOY-ACCT         PIC X(10).
003150 01  DV-PTB-HEAD-LINE.
003160     05  FILLER                  PIC X(10) VALUE 'PERIOD'.
003170     05  FILLER                  PIC X(09) VALUE '     ROWS'.
003180     05  FILLER                  PIC X(13) VALUE '      REPEATS'.
003190     05  FILLER                  PIC X(13) VALUE ' TRANSACTIONS'.
003200     05  FILLER                  PIC X(21)
003210             VALUE '               AMOUNT'.
003220     05  FILLER                  PIC X(04) VALUE SPACES.
003230     05  FILLER                  PIC X(06) VALUE 'STATUS'.
003240 01  DV-PTB-LINE.
003250     05  DV-PTB-PERIOD           PIC 9(06).
003260     05  FILLER                  PIC X(04) VALUE SPACES.
003270     05  DV-PTB-ROWS             PIC Z(08)9.
003280     05  FILLER                  PIC X(04) VALUE SPACES.
003290     05  DV-PTB-DUPS             PIC Z(08)9.
003300     05  FILLER                  PIC X(04) VALUE SPACES.
003310     05  DV-PTB-TXNS             PIC Z(08)9.
003320     05  FILLER                  PIC X(04) VALUE SPACES.
003330     05  DV-PTB-AMOUNT           PIC -(13)9.99.
003340     05  FILLER                  PIC X(04) VALUE SPACES.
003350     05  DV-PTB-STATUS           PIC X(30).
003360 01  DV-COUNT-LINE.
003370     05  DV-CNT-LABEL            PIC X(32).
003380     05  DV-CNT-VALUE            PIC Z,ZZZ,ZZ9.
003390 01  DV-MESSAGE-LINE.
003400     05  DV-MSG-TEXT             PIC X(80).
003410*----------------------------------------------------------
003420 PROCEDURE DIVISION.
003430*----------------------------------------------------------
003440* 0000-MAINLINE  -  THE WINDOW'S PERHIST ROWS ARE SORTED BY
003450* CODE, AND EACH CODE'S THIRTEEN PERIODS ARE PRINTED AND
003460* EXTRACTED AS IT COMES BACK. THE FLAGGED CODES, THE PERIOD
003470* TABLE AND THE COUNTS FOLLOW.
003480*----------------------------------------------------------
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     SORT SORTWORK
003520         ON ASCENDING KEY SW-INTERNAL-CODE
003530                          SW-PER-IDX
003540                          SW-ACCOUNT-NO
003550         INPUT PROCEDURE 2000-RELEASE-HISTORY THRU 2000-EXIT
003560         OUTPUT PROCEDURE 3000-TAKE-CODES THRU 3000-EXIT.
003570     MOVE 'N' TO DV-CODE-HEADS-SW.
003580     PERFORM 6000-PRINT-FLAGGED THRU 6000-EXIT.
003590     PERFORM 6500-PRINT-PERIOD-TABLE THRU 6500-EXIT.
003600     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003610     PERFORM 7500-DISPLAY-TOTALS THRU 7500-EXIT.
003620     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
003630     IF DV-BAD-ROW-COUNT > ZERO OR DV-MISSING-COUNT > ZERO OR
003640        DV-DUP-ROW-COUNT > ZERO OR DV-FLG-OVERFLOW-COUNT > ZERO
003650         MOVE 4 TO RETURN-CODE
003660     END-IF.
003670     GOBACK.
003680*----------------------------------------------------------
003690* 1000-INITIALIZE  -  READS THE LATEST PERIOD AND THE
003700* TOLERANCE FROM SYSIN, SETS UP THE THIRTEEN PERIODS AND
003710* OPENS THE REPORT AND THE EXTRACT. A BAD CARD ENDS THE RUN
003720* BEFORE ANY FILE IS TOUCHED.
003730*----------------------------------------------------------
003740 1000-INITIALIZE.
003750     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
003760     COMPUTE DV-RUN-PERIOD = DV-RUN-CCYY * 100 + DV-RUN-MM.
003770     DISPLAY 'TXNTRND - ENTER LATEST PERIOD (CCYYMM, BLANK=LAST '
003780         'CLOSED MONTH): '.
003790     ACCEPT DV-END-PERIOD-IN.
003800     IF DV-END-PERIOD-IN = SPACES
003810         MOVE DV-RUN-CCYY TO DV-END-CCYY
003820         MOVE DV-RUN-MM   TO DV-END-MM
003830         IF DV-END-MM = 1
003840             MOVE 12 TO DV-END-MM
003850             SUBTRACT 1 FROM DV-END-CCYY
003860         ELSE
003870             SUBTRACT 1 FROM DV-END-MM
003880         END-IF
003890     ELSE
003900         IF DV-END-PERIOD-IN IS NOT NUMERIC
003910             DISPLAY 'TXNTRND - INVALID PERIOD - '
003920                 DV-END-PERIOD-IN
003930             MOVE 16 TO RETURN-CODE
003940             STOP RUN
003950         END-IF
003960         MOVE DV-END-PERIOD-IN TO DV-END-PERIOD
003970     END-IF.
003980     IF DV-END-MM < 1 OR DV-END-MM > 12 OR DV-END-CCYY = ZERO
003990        OR DV-END-PERIOD NOT < DV-RUN-PERIOD
004000         DISPLAY 'TXNTRND - INVALID PERIOD - ' DV-END-PERIOD-IN
004010             ' - MUST BE A CLOSED MONTH'
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     DISPLAY 'TXNTRND - ENTER MOVEMENT TOLERANCE (WHOLE PERCENT, '
004060         '3 DIGITS, BLANK=025): '.
004070     ACCEPT DV-TOLERANCE-IN.
004080     IF DV-TOLERANCE-IN NOT = SPACES
004090         IF DV-TOLERANCE-IN IS NOT NUMERIC
004100             DISPLAY 'TXNTRND - INVALID TOLERANCE - '
004110                 DV-TOLERANCE-IN
004120             MOVE 16 TO RETURN-CODE
004130             STOP RUN
004140         END-IF
004150         MOVE DV-TOLERANCE-IN TO DV-TOLERANCE
004160     END-IF.
004170     COMPUTE DV-NEG-TOLERANCE = ZERO - DV-TOLERANCE.
004180     INITIALIZE DV-PER-TABLE.
004190     COMPUTE DV-END-MONTHS = DV-END-CCYY * 12 + DV-END-MM - 1.
004200     PERFORM 1100-SET-ONE-PERIOD THRU 1100-EXIT
004210         VARYING DV-PER-IDX FROM 1 BY 1
004220             UNTIL DV-PER-IDX > 13.
004230     MOVE DV-PER-ID (1)  TO DV-HDR-FIRST-PERIOD.
004240     MOVE DV-PER-ID (13) TO DV-HDR-LAST-PERIOD.
004250     MOVE DV-RUN-DATE    TO DV-HDR-RUN-DATE.
004260     MOVE DV-TOLERANCE   TO DV-HDR-TOLERANCE.
004270     DISPLAY 'TXNTRND - PERIODS ' DV-PER-ID (1) ' TO '
004280         DV-PER-ID (13) ' - TOLERANCE ' DV-HDR-TOLERANCE '%'.
004290     OPEN OUTPUT TRNDRPT.
004300     IF NOT DV-TRNDRPT-OK
004310         DISPLAY 'TXNTRND - OPEN FAILED FOR TRNDRPT - '
004320             DV-TRNDRPT-STATUS
004330         MOVE 16 TO RETURN-CODE
004340         STOP RUN
004350     END-IF.
004360     OPEN OUTPUT TRNDEXT.
004370     IF NOT DV-TRNDEXT-OK
004380         DISPLAY 'TXNTRND - OPEN FAILED FOR TRNDEXT - '
004390             DV-TRNDEXT-STATUS
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF.
004430 1000-EXIT.
004440     EXIT.
004450*----------------------------------------------------------
004460* 1100-SET-ONE-PERIOD  -  THE CCYYMM OF ONE PERIOD OF THE
004470* WINDOW, COUNTING BACK FROM THE LATEST.
004480*----------------------------------------------------------
004490 1100-SET-ONE-PERIOD.
004500     COMPUTE DV-ROW-MONTHS = DV-END-MONTHS - 13 + DV-PER-IDX.
004510     DIVIDE DV-ROW-MONTHS BY 12 GIVING DV-ROW-CCYY
004520         REMAINDER DV-ROW-MM.
004530     ADD 1 TO DV-ROW-MM.
004540     COMPUTE DV-PER-ID (DV-PER-IDX) =
004550         DV-ROW-CCYY * 100 + DV-ROW-MM.
004560 1100-EXIT.
004570     EXIT.
004580*----------------------------------------------------------
004590* 2000-RELEASE-HISTORY  -  RELEASES EVERY PERHIST ROW OF THE
004600* THIRTEEN PERIODS TO THE SORT AND COUNTS IT AGAINST ITS
004610* PERIOD. ROWS OF OTHER PERIODS ARE COUNTED AND PASSED OVER.
004620*----------------------------------------------------------
004630 2000-RELEASE-HISTORY.
004640     OPEN INPUT PERHIST.
004650     IF NOT DV-PERHIST-OK
004660         DISPLAY 'TXNTRND - OPEN FAILED FOR PERHIST - '
004670             DV-PERHIST-STATUS
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     PERFORM 2100-READ-AND-RELEASE THRU 2100-EXIT
004720         UNTIL DV-PERHIST-EOF.
004730     CLOSE PERHIST.
004740 2000-EXIT.
004750     EXIT.
004760*----------------------------------------------------------
004770* 2100-READ-AND-RELEASE  -  A ROW WHOSE PERIOD IS NOT A
004780* VALID CCYYMM, OR WHOSE COUNT OR AMOUNT IS NOT NUMERIC,
004790* CANNOT BE TRUSTED AND IS DROPPED WITH A WARNING.
004800*----------------------------------------------------------
004810 2100-READ-AND-RELEASE.
004820     READ PERHIST
004830         AT END
004840             GO TO 2100-EXIT
004850     END-READ.
004860     IF NOT DV-PERHIST-OK
004870         DISPLAY 'TXNTRND - READ FAILED FOR PERHIST - '
004880             DV-PERHIST-STATUS
004890         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004910     END-IF.
004920     ADD 1 TO DV-HIST-READ-COUNT.
004930     MOVE PERHIST-REC TO PERTOTAL-REC.
004940     IF PM-PERIOD-ID NOT NUMERIC OR PM-TXN-COUNT NOT NUMERIC
004950        OR PM-AMOUNT NOT NUMERIC
004960         ADD 1 TO DV-BAD-ROW-COUNT
004970         GO TO 2100-EXIT
004980     END-IF.
004990     DIVIDE PM-PERIOD-ID BY 100 GIVING DV-ROW-CCYY
005000         REMAINDER DV-ROW-MM.
005010     IF DV-ROW-MM < 1 OR DV-ROW-MM > 12
005020         ADD 1 TO DV-BAD-ROW-COUNT
005030         GO TO 2100-EXIT
005040     END-IF.
005050     COMPUTE DV-ROW-MONTHS = DV-ROW-CCYY * 12 + DV-ROW-MM - 1.
005060     IF DV-ROW-MONTHS > DV-END-MONTHS OR
005070        DV-ROW-MONTHS < DV-END-MONTHS - 12
005080         ADD 1 TO DV-OUTSIDE-COUNT
005090         GO TO 2100-EXIT
005100     END-IF.
005110     COMPUTE DV-PER-IDX = DV-ROW-MONTHS - DV-END-MONTHS + 13.
005120     ADD 1 TO DV-PER-ROWS (DV-PER-IDX).
005130     MOVE PM-INTERNAL-CODE TO SW-INTERNAL-CODE.
005140     MOVE DV-PER-IDX       TO SW-PER-IDX.
005150     MOVE PM-ACCOUNT-NO    TO SW-ACCOUNT-NO.
005160     MOVE PM-TXN-COUNT     TO SW-TXN-COUNT.
005170     MOVE PM-AMOUNT        TO SW-AMOUNT.
005180     RELEASE SW-REC.
005190 2100-EXIT.
005200     EXIT.
005210*----------------------------------------------------------
005220* 3000-TAKE-CODES  -  TOTALS EACH CODE'S ROWS BY PERIOD AND
005230* PRINTS AND EXTRACTS THE CODE AT ITS BREAK.
005240*----------------------------------------------------------
005250 3000-TAKE-CODES.
005260     PERFORM 3100-RETURN-ONE-ROW THRU 3100-EXIT
005270         UNTIL DV-EOF.
005280     IF DV-FIRST-RETURN
005290         MOVE '(NO PERHIST ACTIVITY IN THE THIRTEEN PERIODS)'
005300             TO DV-MSG-TEXT
005310         PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT
005320     ELSE
005330         PERFORM 3500-END-OF-CODE THRU 3500-EXIT
005340     END-IF.
005350 3000-EXIT.
005360     EXIT.
005370*----------------------------------------------------------
005380* 3100-RETURN-ONE-ROW  -  CLOSES OFF THE PREVIOUS CODE ON A
005390* CODE BREAK, THEN ADDS THE ROW TO ITS PERIOD UNLESS IT
005400* REPEATS THE ACCOUNT AND PERIOD OF THE ROW BEFORE IT.
005410*----------------------------------------------------------
005420 3100-RETURN-ONE-ROW.
005430     RETURN SORTWORK
005440         AT END
005450             SET DV-EOF TO TRUE
005460             GO TO 3100-EXIT
005470     END-RETURN.
005480     IF DV-FIRST-RETURN
005490         MOVE 'N' TO DV-FIRST-RETURN-SW
005500         PERFORM 3150-START-CODE THRU 3150-EXIT
005510     END-IF.
005520     IF SW-INTERNAL-CODE NOT = DV-CUR-CODE
005530         PERFORM 3500-END-OF-CODE THRU 3500-EXIT
005540         PERFORM 3150-START-CODE THRU 3150-EXIT
005550     END-IF.
005560     IF DV-PRIOR-KEY-SET AND
005570        SW-PER-IDX = DV-PRIOR-PER-IDX AND
005580        SW-ACCOUNT-NO = DV-PRIOR-ACCOUNT-NO
005590         ADD 1 TO DV-PER-DUP-ROWS (SW-PER-IDX)
005600         ADD 1 TO DV-DUP-ROW-COUNT
005610         GO TO 3100-EXIT
005620     END-IF.
005630     SET DV-PRIOR-KEY-SET TO TRUE.
005640     MOVE SW-PER-IDX    TO DV-PRIOR-PER-IDX.
005650     MOVE SW-ACCOUNT-NO TO DV-PRIOR-ACCOUNT-NO.
005660     ADD SW-TXN-COUNT TO DV-CODE-TXNS (SW-PER-IDX).
005670     ADD SW-AMOUNT    TO DV-CODE-AMOUNT (SW-PER-IDX).
005680     IF SW-TXN-COUNT > ZERO
005690         ADD 1 TO DV-CODE-ACCTS (SW-PER-IDX)
005700     END-IF.
005710     ADD SW-TXN-COUNT TO DV-PER-TXNS (SW-PER-IDX).
005720     ADD SW-AMOUNT    TO DV-PER-AMOUNT (SW-PER-IDX).
005730 3100-EXIT.
005740     EXIT.
005750*----------------------------------------------------------
005760* 3150-START-CODE
005770*----------------------------------------------------------
005780 3150-START-CODE.
005790     MOVE SW-INTERNAL-CODE TO DV-CUR-CODE.
005800     INITIALIZE DV-CODE-TABLE.
005810     MOVE 'N' TO DV-PRIOR-KEY-SW.
005820 3150-EXIT.
005830     EXIT.
005840*----------------------------------------------------------
005850* 3500-END-OF-CODE  -  ONE BLOCK PER CODE, KEPT ON ONE PAGE:
005860* A LINE PER PERIOD WITH ITS CHANGE ON THE MONTH BEFORE,
005870* THEN THE LATEST PERIOD'S CHANGE ON A YEAR EARLIER. ONLY
005880* THE LATEST PERIOD'S CHANGES ARE HELD TO THE TOLERANCE.
005890*----------------------------------------------------------
005900 3500-END-OF-CODE.
005910     ADD 1 TO DV-CODE-COUNT.
005920     MOVE DV-CUR-CODE TO DVCNV-INPUT-CODE.
005930     CALL 'DVCNVSRV' USING DVCNV-PARM.
005940     MOVE DVCNV-DESCRIPTION TO DV-CUR-DESC.
005950     MOVE 'N' TO DV-CODE-BREACH-SW.
005960     PERFORM 4300-YOY-CHANGES THRU 4300-EXIT.
005970     IF DV-LINE-COUNT + 15 > DV-MAX-LINES-PER-PAGE
005980         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
005990     ELSE
006000         MOVE SPACES TO DV-PRINT-AREA
006010         PERFORM 3900-WRITE-LINE THRU 3900-EXIT
006020     END-IF.
006030     PERFORM 4100-PRINT-ONE-PERIOD THRU 4100-EXIT
006040         VARYING DV-PER-IDX FROM 1 BY 1
006050             UNTIL DV-PER-IDX > 13.
006060     PERFORM 4400-PRINT-YOY-LINE THRU 4400-EXIT.
006070     IF DV-CODE-BREACH
006080         PERFORM 4600-SAVE-FLAGGED THRU 4600-EXIT
006090     END-IF.
006100 3500-EXIT.
006110     EXIT.
006120*----------------------------------------------------------
006130* 3600-PRINT-HEADERS  -  THE COLUMN HEADINGS ONLY GO ON THE
006140* PAGES OF CODE BLOCKS.
006150*----------------------------------------------------------
006160 3600-PRINT-HEADERS.
006170     ADD 1 TO DV-PAGE-NO.
006180     MOVE DV-PAGE-NO TO DV-HDR-PAGE-NO.
006190     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
006200     MOVE '1' TO PRT-CC.
006210     WRITE TRNDRPT-REC.
006220     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
006230     MOVE ' ' TO PRT-CC.
006240     WRITE TRNDRPT-REC.
006250     MOVE 2 TO DV-LINE-COUNT.
006260     IF DV-CODE-HEADS
006270         MOVE DV-COLUMN-LINE TO PRT-LINE
006280         MOVE '0' TO PRT-CC
006290         WRITE TRNDRPT-REC
006300         ADD 2 TO DV-LINE-COUNT
006310     END-IF.
006320 3600-EXIT.
006330     EXIT.
006340*----------------------------------------------------------
006350* 3700-PRINT-MESSAGE  -  ONE FREE-TEXT LINE, DOUBLE-SPACED.
006360*----------------------------------------------------------
006370 3700-PRINT-MESSAGE.
006380     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
006390         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
006400     END-IF.
006410     MOVE DV-MESSAGE-LINE TO PRT-LINE.
006420     MOVE '0' TO PRT-CC.
006430     WRITE TRNDRPT-REC.
006440     ADD 2 TO DV-LINE-COUNT.
006450 3700-EXIT.
006460     EXIT.
006470*----------------------------------------------------------
006480* 3800-PRINT-SECTION-TITLE  -  A BLANK LINE, THEN THE TITLE.
006490*----------------------------------------------------------
006500 3800-PRINT-SECTION-TITLE.
006510     MOVE SPACES TO DV-PRINT-AREA.
006520     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
006530     MOVE DV-SECTION-LINE TO DV-PRINT-AREA.
006540     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
006550 3800-EXIT.
006560     EXIT.
006570*----------------------------------------------------------
006580* 3900-WRITE-LINE  -  WRITES DV-PRINT-AREA, STARTING A NEW
006590* PAGE FIRST WHEN THIS ONE IS FULL.
006600*----------------------------------------------------------
006610 3900-WRITE-LINE.
006620     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
006630         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
006640     END-IF.
006650     MOVE ' ' TO PRT-CC.
006660     MOVE DV-PRINT-AREA TO PRT-LINE.
006670     WRITE TRNDRPT-REC.
006680     ADD 1 TO DV-LINE-COUNT.
006690 3900-EXIT.
006700     EXIT.
006710*----------------------------------------------------------
006720* 4100-PRINT-ONE-PERIOD  -  THE CODE AND ITS DESCRIPTION GO
006730* ON THE FIRST PERIOD'S LINE ONLY. A PERIOD NOT ON PERHIST
006740* SHOWS NO FIGURES.
006750*----------------------------------------------------------
006760 4100-PRINT-ONE-PERIOD.
006770     MOVE SPACES TO DV-DETAIL-LINE.
006780     IF DV-PER-IDX = 1
006790         MOVE DV-CUR-CODE TO DV-DTL-CODE
006800         MOVE DV-CUR-DESC TO DV-DTL-DESC
006810     END-IF.
006820     MOVE DV-PER-ID (DV-PER-IDX) TO DV-DTL-PERIOD.
006830     PERFORM 4200-MOM-CHANGES THRU 4200-EXIT.
006840     IF DV-PER-ROWS (DV-PER-IDX) = ZERO
006850         MOVE 'NOT ON FILE' TO DV-DTL-NOTE
006860     ELSE
006870         MOVE DV-CODE-TXNS (DV-PER-IDX)   TO DV-DTL-TXNS
006880         MOVE DV-CODE-AMOUNT (DV-PER-IDX) TO DV-DTL-AMOUNT
006890         MOVE DV-CODE-ACCTS (DV-PER-IDX)  TO DV-DTL-ACCTS
006900         MOVE DV-MOM-TEXT (1) TO DV-DTL-TXN-CHG
006910         MOVE DV-MOM-TEXT (2) TO DV-DTL-AMT-CHG
006920         MOVE DV-MOM-TEXT (3) TO DV-DTL-ACCT-CHG
006930     END-IF.
006940     MOVE DV-DETAIL-LINE TO DV-PRINT-AREA.
006950     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
006960     PERFORM 4500-WRITE-EXTRACT THRU 4500-EXIT.
006970 4100-EXIT.
006980     EXIT.
006990*----------------------------------------------------------
007000* 4200-MOM-CHANGES  -  THE PERIOD AGAINST THE ONE BEFORE IT.
007010* THE FIRST PERIOD HAS NONE IN THE WINDOW.
007020*----------------------------------------------------------
007030 4200-MOM-CHANGES.
007040     MOVE DV-PER-IDX TO DV-CHG-CUR-IDX.
007050     COMPUTE DV-CHG-PRIOR-IDX = DV-PER-IDX - 1.
007060     MOVE 'N' TO DV-CHG-TEST-SW.
007070     IF DV-PER-IDX = 13
007080         SET DV-CHG-TESTED TO TRUE
007090     END-IF.
007100     PERFORM 4210-MOM-ONE-MEASURE THRU 4210-EXIT
007110         VARYING DV-MEASURE FROM 1 BY 1
007120             UNTIL DV-MEASURE > 3.
007130 4200-EXIT.
007140     EXIT.
007150*----------------------------------------------------------
007160* 4210-MOM-ONE-MEASURE
007170*----------------------------------------------------------
007180 4210-MOM-ONE-MEASURE.
007190     PERFORM 5000-MEASURE-CHANGE THRU 5000-EXIT.
007200     IF DV-CHG-TESTED AND DV-CHG-BREACH
007210         MOVE '*' TO DV-CHG-TEXT (10:1)
007220         SET DV-CODE-BREACH TO TRUE
007230     END-IF.
007240     MOVE DV-CHG-TEXT TO DV-MOM-TEXT (DV-MEASURE).
007250     MOVE DV-CHG-EXT  TO DV-MOM-EXT (DV-MEASURE).
007260 4210-EXIT.
007270     EXIT.
007280*----------------------------------------------------------
007290* 4300-YOY-CHANGES  -  THE LATEST PERIOD AGAINST THE SAME
007300* MONTH A YEAR EARLIER, THE FIRST PERIOD OF THE WINDOW.
007310*----------------------------------------------------------
007320 4300-YOY-CHANGES.
007330     MOVE 13 TO DV-CHG-CUR-IDX.
007340     MOVE 1  TO DV-CHG-PRIOR-IDX.
007350     SET DV-CHG-TESTED TO TRUE.
007360     PERFORM 4310-YOY-ONE-MEASURE THRU 4310-EXIT
007370         VARYING DV-MEASURE FROM 1 BY 1
007380             UNTIL DV-MEASURE > 3.
007390 4300-EXIT.
007400     EXIT.
007410*----------------------------------------------------------
007420* 4310-YOY-ONE-MEASURE
007430*----------------------------------------------------------
007440 4310-YOY-ONE-MEASURE.
007450     PERFORM 5000-MEASURE-CHANGE THRU 5000-EXIT.
007460     IF DV-CHG-TESTED AND DV-CHG-BREACH
007470         MOVE '*' TO DV-CHG-TEXT (10:1)
007480         SET DV-CODE-BREACH TO TRUE
007490     END-IF.
007500     MOVE DV-CHG-TEXT TO DV-YOY-TEXT (DV-MEASURE).
007510     MOVE DV-CHG-EXT  TO DV-YOY-EXT (DV-MEASURE).
007520 4310-EXIT.
007530     EXIT.
007540*----------------------------------------------------------
007550* 4400-PRINT-YOY-LINE  -  THE CHANGES ONLY, UNDER THE LATEST
007560* PERIOD, WITH THE PERIOD THEY ARE TAKEN AGAINST.
007570*----------------------------------------------------------
007580 4400-PRINT-YOY-LINE.
007590     MOVE SPACES TO DV-DETAIL-LINE.
007600     MOVE 'YOY' TO DV-DTL-PERIOD.
007610     MOVE DV-YOY-TEXT (1) TO DV-DTL-TXN-CHG.
007620     MOVE DV-YOY-TEXT (2) TO DV-DTL-AMT-CHG.
007630     MOVE DV-YOY-TEXT (3) TO DV-DTL-ACCT-CHG.
007640     STRING 'ON ' DV-PER-ID (1)
007650         DELIMITED BY SIZE INTO DV-DTL-NOTE.
007660     MOVE DV-DETAIL-LINE TO DV-PRINT-AREA.
007670     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
007680 4400-EXIT.
007690     EXIT.
007700*----------------------------------------------------------
007710* 4500-WRITE-EXTRACT  -  ONE SEMICOLON-DELIMITED RECORD PER
007720* CODE PER PERIOD: CODE, DESCRIPTION, PERIOD, TRANSACTIONS,
007730* AMOUNT, ACTIVE ACCOUNTS, THE THREE CHANGES ON THE MONTH
007740* BEFORE, THE THREE ON A YEAR EARLIER, FLAG AND STATUS.
007750*----------------------------------------------------------
007760 4500-WRITE-EXTRACT.
007770     MOVE DV-CODE-TXNS (DV-PER-IDX)   TO DV-EXT-TXNS.
007780     MOVE DV-CODE-AMOUNT (DV-PER-IDX) TO DV-EXT-AMOUNT.
007790     MOVE DV-CODE-ACCTS (DV-PER-IDX)  TO DV-EXT-ACCTS.
007800     MOVE SPACES TO DV-EXT-YOY-SET.
007810     MOVE SPACES TO DV-EXT-FLAG.
007820     MOVE SPACES TO DV-EXT-STATUS.
007830     IF DV-PER-IDX = 13
007840         MOVE DV-YOY-EXT (1) TO DV-EXT-YOY (1)
007850         MOVE DV-YOY-EXT (2) TO DV-EXT-YOY (2)
007860         MOVE DV-YOY-EXT (3) TO DV-EXT-YOY (3)
007870         MOVE 'N' TO DV-EXT-FLAG
007880         IF DV-CODE-BREACH
007890             MOVE 'Y' TO DV-EXT-FLAG
007900         END-IF
007910     END-IF.
007920     IF DV-PER-ROWS (DV-PER-IDX) = ZERO
007930         MOVE 'M' TO DV-EXT-STATUS
007940     END-IF.
007950     MOVE SPACES TO TRNDEXT-REC.
007960     STRING DV-CUR-CODE ';'
007970            DV-CUR-DESC ';'
007980            DV-PER-ID (DV-PER-IDX) ';'
007990            DV-EXT-TXNS ';'
008000            DV-EXT-AMOUNT ';'
008010            DV-EXT-ACCTS ';'
008020            DV-MOM-EXT (1) ';'
008030            DV-MOM-EXT (2) ';'
008040            DV-MOM-EXT (3) ';'
008050            DV-EXT-YOY (1) ';'
008060            DV-EXT-YOY (2) ';'
008070            DV-EXT-YOY (3) ';'
008080            DV-EXT-FLAG ';'
008090            DV-EXT-STATUS
008100         DELIMITED BY SIZE INTO TRNDEXT-REC.
008110     WRITE TRNDEXT-REC.
008120     IF NOT DV-TRNDEXT-OK
008130         DISPLAY 'TXNTRND - WRITE FAILED FOR TRNDEXT - '
008140             DV-TRNDEXT-STATUS
008150         MOVE 16 TO RETURN-CODE
008160         STOP RUN
008170     END-IF.
008180     ADD 1 TO DV-EXT-COUNT.
008190 4500-EXIT.
008200     EXIT.
008210*----------------------------------------------------------
008220* 4600-SAVE-FLAGGED  -  KEEPS THE CODE AND ITS LATEST-PERIOD
008230* CHANGES FOR THE LIST AT THE END OF THE REPORT.
008240*----------------------------------------------------------
008250 4600-SAVE-FLAGGED.
008260     ADD 1 TO DV-FLAGGED-COUNT.
008270     IF DV-FLG-COUNT NOT < DV-FLG-MAX
008280         ADD 1 TO DV-FLG-OVERFLOW-COUNT
008290         GO TO 4600-EXIT
008300     END-IF.
008310     ADD 1 TO DV-FLG-COUNT.
008320     MOVE DV-CUR-CODE     TO DV-FLG-CODE (DV-FLG-COUNT).
008330     MOVE DV-CUR-DESC     TO DV-FLG-DESC (DV-FLG-COUNT).
008340     MOVE DV-MOM-TEXT (1) TO DV-FLG-MOM-TEXT (DV-FLG-COUNT, 1).
008350     MOVE DV-MOM-TEXT (2) TO DV-FLG-MOM-TEXT (DV-FLG-COUNT, 2).
008360     MOVE DV-MOM-TEXT (3) TO DV-FLG-MOM-TEXT (DV-FLG-COUNT, 3).
008370     MOVE DV-YOY-TEXT (1) TO DV-FLG-YOY-TEXT (DV-FLG-COUNT, 1).
008380     MOVE DV-YOY-TEXT (2) TO DV-FLG-YOY-TEXT (DV-FLG-COUNT, 2).
008390     MOVE DV-YOY-TEXT (3) TO DV-FLG-YOY-TEXT (DV-FLG-COUNT, 3).
008400 4600-EXIT.
008410     EXIT.
008420*----------------------------------------------------------
008430* 5000-MEASURE-CHANGE  -  THE CHANGE IN DV-MEASURE FROM
008440* PERIOD DV-CHG-PRIOR-IDX TO PERIOD DV-CHG-CUR-IDX, AS A
008450* PERCENTAGE OF THE EARLIER FIGURE, AND WHETHER IT GOES
008460* BEYOND THE TOLERANCE EITHER WAY. N/A WHEN THERE IS NO
008470* EARLIER PERIOD OR EITHER PERIOD IS NOT ON PERHIST.
008480*----------------------------------------------------------
008490 5000-MEASURE-CHANGE.
008500     MOVE SPACES TO DV-CHG-TEXT.
008510     MOVE SPACES TO DV-CHG-EXT.
008520     MOVE 'N' TO DV-CHG-BREACH-SW.
008530     IF DV-CHG-PRIOR-IDX < 1
008540         MOVE '      N/A' TO DV-CHG-TEXT
008550         MOVE 'N/A' TO DV-CHG-EXT
008560         GO TO 5000-EXIT
008570     END-IF.
008580     IF DV-PER-ROWS (DV-CHG-CUR-IDX) = ZERO OR
008590        DV-PER-ROWS (DV-CHG-PRIOR-IDX) = ZERO
008600         MOVE '      N/A' TO DV-CHG-TEXT
008610         MOVE 'N/A' TO DV-CHG-EXT
008620         GO TO 5000-EXIT
008630     END-IF.
008640     EVALUATE DV-MEASURE
008650         WHEN 1
008660             MOVE DV-CODE-TXNS (DV-CHG-CUR-IDX)   TO DV-CHG-CUR
008670             MOVE DV-CODE-TXNS (DV-CHG-PRIOR-IDX) TO DV-CHG-PRIOR
008680         WHEN 2
008690             MOVE DV-CODE-AMOUNT (DV-CHG-CUR-IDX) TO DV-CHG-CUR
008700             MOVE DV-CODE-AMOUNT (DV-CHG-PRIOR-IDX)
008710                 TO DV-CHG-PRIOR
008720         WHEN OTHER
008730             MOVE DV-CODE-ACCTS (DV-CHG-CUR-IDX)   TO DV-CHG-CUR
008740             MOVE DV-CODE-ACCTS (DV-CHG-PRIOR-IDX)
008750                 TO DV-CHG-PRIOR
008760     END-EVALUATE.
008770     IF DV-CHG-PRIOR = ZERO
008780         IF DV-CHG-CUR NOT = ZERO
008790             MOVE '      NEW' TO DV-CHG-TEXT
008800             MOVE 'NEW' TO DV-CHG-EXT
008810             SET DV-CHG-BREACH TO TRUE
008820             GO TO 5000-EXIT
008830         END-IF
008840         MOVE ZERO TO DV-CHG-PCT
008850     ELSE
008860         IF DV-CHG-PRIOR < ZERO
008870             COMPUTE DV-CHG-BASE = ZERO - DV-CHG-PRIOR
008880         ELSE
008890             MOVE DV-CHG-PRIOR TO DV-CHG-BASE
008900         END-IF
008910         COMPUTE DV-CHG-PCT ROUNDED =
008920             (DV-CHG-CUR - DV-CHG-PRIOR) * 100 / DV-CHG-BASE
008930             ON SIZE ERROR
008940                 MOVE '     HIGH' TO DV-CHG-TEXT
008950                 MOVE 'HIGH' TO DV-CHG-EXT
008960                 SET DV-CHG-BREACH TO TRUE
008970                 GO TO 5000-EXIT
008980         END-COMPUTE
008990     END-IF.
009000     MOVE DV-CHG-PCT      TO DV-PCT-EDIT.
009010     MOVE DV-PCT-EDIT     TO DV-CHG-TEXT.
009020     MOVE DV-CHG-PCT      TO DV-PCT-EXT-EDIT.
009030     MOVE DV-PCT-EXT-EDIT TO DV-CHG-EXT.
009040     IF DV-CHG-PCT > DV-TOLERANCE OR DV-CHG-PCT < DV-NEG-TOLERANCE
009050         SET DV-CHG-BREACH TO TRUE
009060     END-IF.
009070 5000-EXIT.
009080     EXIT.
009090*----------------------------------------------------------
009100* 6000-PRINT-FLAGGED  -  EVERY CODE WITH A LATEST-PERIOD
009110* CHANGE BEYOND THE TOLERANCE, WITH ITS CHANGES.
009120*----------------------------------------------------------
009130 6000-PRINT-FLAGGED.
009140     IF DV-LINE-COUNT + 6 > DV-MAX-LINES-PER-PAGE
009150         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
009160     END-IF.
009170     MOVE 'CODES WITH A LATEST-PERIOD CHANGE BEYOND THE TOLERANCE'
009180         TO DV-SEC-TITLE.
009190     PERFORM 3800-PRINT-SECTION-TITLE THRU 3800-EXIT.
009200     IF DV-FLAGGED-COUNT = ZERO
009210         MOVE '(NONE)' TO DV-PRINT-AREA
009220         PERFORM 3900-WRITE-LINE THRU 3900-EXIT
009230         GO TO 6000-EXIT
009240     END-IF.
009250     MOVE DV-FLG-HEAD-LINE-1 TO DV-PRINT-AREA.
009260     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
009270     MOVE DV-FLG-HEAD-LINE-2 TO DV-PRINT-AREA.
009280     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
009290     PERFORM 6100-PRINT-ONE-FLAGGED THRU 6100-EXIT
009300         VARYING DV-FLG-SUB FROM 1 BY 1
009310             UNTIL DV-FLG-SUB > DV-FLG-COUNT.
009320     IF DV-FLG-OVERFLOW-COUNT > ZERO
009330         MOVE 'CODES NOT LISTED - TABLE FULL: ' TO DV-CNT-LABEL
009340         MOVE DV-FLG-OVERFLOW-COUNT TO DV-CNT-VALUE
009350         MOVE DV-COUNT-LINE TO DV-PRINT-AREA
009360         PERFORM 3900-WRITE-LINE THRU 3900-EXIT
009370         DISPLAY 'TXNTRND - FLAGGED CODE TABLE FULL - '
009380             DV-FLG-OVERFLOW-COUNT ' CODES NOT LISTED'
009390     END-IF.
009400 6000-EXIT.
009410     EXIT.
009420*----------------------------------------------------------
009430* 6100-PRINT-ONE-FLAGGED
009440*----------------------------------------------------------
009450 6100-PRINT-ONE-FLAGGED.
009460     MOVE DV-FLG-CODE (DV-FLG-SUB)        TO DV-FLL-CODE.
009470     MOVE DV-FLG-DESC (DV-FLG-SUB)        TO DV-FLL-DESC.
009480     MOVE DV-FLG-MOM-TEXT (DV-FLG-SUB, 1) TO DV-FLL-MOM-TXN.
009490     MOVE DV-FLG-MOM-TEXT (DV-FLG-SUB, 2) TO DV-FLL-MOM-AMT.
009500     MOVE DV-FLG-MOM-TEXT (DV-FLG-SUB, 3) TO DV-FLL-MOM-ACCT.
009510     MOVE DV-FLG-YOY-TEXT (DV-FLG-SUB, 1) TO DV-FLL-YOY-TXN.
009520     MOVE DV-FLG-YOY-TEXT (DV-FLG-SUB, 2) TO DV-FLL-YOY-AMT.
009530     MOVE DV-FLG-YOY-TEXT (DV-FLG-SUB, 3) TO DV-FLL-YOY-ACCT.
009540     MOVE DV-FLG-LINE TO DV-PRINT-AREA.
009550     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
009560 6100-EXIT.
009570     EXIT.
009580*----------------------------------------------------------
009590* 6500-PRINT-PERIOD-TABLE  -  ONE LINE PER PERIOD OF THE
009600* WINDOW, PERIODS NOT ON PERHIST AND PERIODS WITH REPEATED
009610* ROWS CALLED OUT.
009620*----------------------------------------------------------
009630 6500-PRINT-PERIOD-TABLE.
009640     IF DV-LINE-COUNT + 17 > DV-MAX-LINES-PER-PAGE
009650         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
009660     END-IF.
009670     MOVE 'PERHIST ROWS BY PERIOD' TO DV-SEC-TITLE.
009680     PERFORM 3800-PRINT-SECTION-TITLE THRU 3800-EXIT.
009690     MOVE DV-PTB-HEAD-LINE TO DV-PRINT-AREA.
009700     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
009710     PERFORM 6510-PRINT-ONE-PERIOD THRU 6510-EXIT
009720         VARYING DV-PER-IDX FROM 1 BY 1
009730             UNTIL DV-PER-IDX > 13.
009740 6500-EXIT.
009750     EXIT.
009760*----------------------------------------------------------
009770* 6510-PRINT-ONE-PERIOD
009780*----------------------------------------------------------
009790 6510-PRINT-ONE-PERIOD.
009800     MOVE DV-PER-ID (DV-PER-IDX)       TO DV-PTB-PERIOD.
009810     MOVE DV-PER-ROWS (DV-PER-IDX)     TO DV-PTB-ROWS.
009820     MOVE DV-PER-DUP-ROWS (DV-PER-IDX) TO DV-PTB-DUPS.
009830     MOVE DV-PER-TXNS (DV-PER-IDX)     TO DV-PTB-TXNS.
009840     MOVE DV-PER-AMOUNT (DV-PER-IDX)   TO DV-PTB-AMOUNT.
009850     MOVE 'PRESENT' TO DV-PTB-STATUS.
009860     IF DV-PER-DUP-ROWS (DV-PER-IDX) > ZERO
009870         MOVE '*** REPEATED ROWS LEFT OUT ***' TO DV-PTB-STATUS
009880         ADD 1 TO DV-REPEAT-PERIOD-COUNT
009890     END-IF.
009900     IF DV-PER-ROWS (DV-PER-IDX) = ZERO
009910         MOVE '*** NOT ON PERHIST ***' TO DV-PTB-STATUS
009920         ADD 1 TO DV-MISSING-COUNT
009930     END-IF.
009940     MOVE DV-PTB-LINE TO DV-PRINT-AREA.
009950     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
009960 6510-EXIT.
009970     EXIT.
009980*----------------------------------------------------------
009990* 7000-PRINT-TOTALS  -  THE INPUT AND OUTPUT COUNTS, AND A
010000* WARNING FOR ANYTHING THAT MAKES THE TREND INCOMPLETE.
010010*----------------------------------------------------------
010020 7000-PRINT-TOTALS.
010030     MOVE SPACES TO DV-PRINT-AREA.
010040     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
010050     MOVE 'PERHIST ROWS READ . . . . . . : ' TO DV-CNT-LABEL.
010060     MOVE DV-HIST-READ-COUNT TO DV-CNT-VALUE.
010070     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
010080     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
010090     MOVE 'ROWS OF OTHER PERIODS . . . . : ' TO DV-CNT-LABEL.
010100     MOVE DV-OUTSIDE-COUNT TO DV-CNT-VALUE.
010110     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
010120     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
010130     MOVE 'ROWS REJECTED (BAD DATA)  . . : ' TO DV-CNT-LABEL.
010140     MOVE DV-BAD-ROW-COUNT TO DV-CNT-VALUE.
010150     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
010160     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
010170     MOVE 'REPEATED ROWS LEFT OUT  . . . : ' TO DV-CNT-LABEL.
010180     MOVE DV-DUP-ROW-COUNT TO DV-CNT-VALUE.
010190     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
010200     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
010210     MOVE 'TRANSACTION CODES REPORTED  . : ' TO DV-CNT-LABEL.
010220     MOVE DV-CODE-COUNT TO DV-CNT-VALUE.
010230     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
010240     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
010250     MOVE 'CODES BEYOND THE TOLERANCE  . : ' TO DV-CNT-LABEL.
010260     MOVE DV-FLAGGED-COUNT TO DV-CNT-VALUE.
010270     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
010280     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
010290     MOVE 'TRNDEXT RECORDS WRITTEN . . . : ' TO DV-CNT-LABEL.
010300     MOVE DV-EXT-COUNT TO DV-CNT-VALUE.
010310     MOVE DV-COUNT-LINE TO DV-PRINT-AREA.
010320     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
010330     IF DV-MISSING-COUNT > ZERO
010340         MOVE '*** PERIODS MISSING - CHANGES ON THEM N/A ***'
010350             TO DV-MSG-TEXT
010360         PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT
010370     END-IF.
010380     IF DV-REPEAT-PERIOD-COUNT > ZERO
010390         MOVE '*** PERIODS ARCHIVED TWICE - REPEATS LEFT OUT ***'
010400             TO DV-MSG-TEXT
010410         PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT
010420     END-IF.
010430     IF DV-BAD-ROW-COUNT > ZERO
010440         MOVE '*** PERHIST ROWS REJECTED - SEE COUNTS ABOVE ***'
010450             TO DV-MSG-TEXT
010460         PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT
010470     END-IF.
010480 7000-EXIT.
010490     EXIT.
010500*----------------------------------------------------------
010510* 7500-DISPLAY-TOTALS
010520*----------------------------------------------------------
010530 7500-DISPLAY-TOTALS.
010540     DISPLAY '========================================'.
010550     DISPLAY 'TXNTRND - ACTIVITY TREND ' DV-PER-ID (1) ' TO '
010560         DV-PER-ID (13).
010570     DISPLAY '  PERHIST ROWS READ  . . . . : '
010580         DV-HIST-READ-COUNT.
010590     DISPLAY '  ROWS OF OTHER PERIODS  . . : '
010600         DV-OUTSIDE-COUNT.
010610     DISPLAY '  ROWS REJECTED (BAD DATA) . : '
010620         DV-BAD-ROW-COUNT.
010630     DISPLAY '  REPEATED ROWS LEFT OUT . . : '
010640         DV-DUP-ROW-COUNT.
010650     DISPLAY '  PERIODS NOT ON PERHIST . . : '
010660         DV-MISSING-COUNT.
010670     DISPLAY '  CODES REPORTED . . . . . . : '
010680         DV-CODE-COUNT.
010690     DISPLAY '  CODES BEYOND TOLERANCE . . : '
010700         DV-FLAGGED-COUNT.
010710     DISPLAY '  TRNDEXT RECORDS WRITTEN  . : '
010720         DV-EXT-COUNT.
010730     DISPLAY '========================================'.
010740 7500-EXIT.
010750     EXIT.
010760*----------------------------------------------------------
010770* 8000-CLOSE-FILES
010780*----------------------------------------------------------
010790 8000-CLOSE-FILES.
010800     CLOSE TRNDRPT.
010810     CLOSE TRNDEXT.
010820 8000-EXIT.
010830     EXIT.
010840 END PROGRAM TXNTRND.
