000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ZIPSORT.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - POSTAL PRESORT OF THE PAPER
000110*                  MAIL. READS THE NTCSTAGE AND STMSTAGE
000120*                  STAGING FILES (COPYBOOK PRSTGREC) DVNOTGEN
000130*                  AND PERSTMT WRITE BESIDE NOTICES AND
000140*                  STMTFILE, LOOKS UP EACH ACCOUNT'S ACCTMST
000150*                  ADDRESS, AND WRITES THE PIECES TO THE
000160*                  PRSHOP PRINT-SHOP FILE (COPYBOOK PRSHREC)
000170*                  IN ZIP CODE ORDER WITH A TRAY BREAK AT
000180*                  EACH 3-DIGIT ZIP AND A BUNDLE BREAK AT
000190*                  EACH 5-DIGIT ZIP. A 5-DIGIT ZIP WITH AT
000200*                  LEAST THE RATE CARD'S MINIMUM PIECES IS ITS
000210*                  OWN BUNDLE; THE REST OF A 3-DIGIT ZIP MAKE
000220*                  ONE 3-DIGIT BUNDLE IF THEY REACH THE
000230*                  MINIMUM; WHATEVER IS LEFT GOES IN THE MIXED
000240*                  TRAY AT THE END. ZIPRPT LISTS THE TRAYS
000250*                  AND THE PIECE COUNT AND POSTAGE AT EACH
000260*                  PRESORT LEVEL FOR THE POST OFFICE. A PIECE
000270*                  WHOSE ADDRESS HAS NO ZIP, CITY OR STATE
000280*                  (OR WHOSE ACCOUNT IS NOT ON ACCTMST) IS
000290*                  KEPT OUT OF THE PRESORT - ITS LINES GO TO
000300*                  XCPTMAIL FOR FULL-RATE MAILING AND IT IS
000310*                  LISTED ON ZIPXRPT, WHICH ENDS THE RUN WITH
000320*                  A WARNING.
000330*----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL NTCSTAGE ASSIGN TO NTCSTAGE
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS DV-NTCSTAGE-STATUS.
000400     SELECT OPTIONAL STMSTAGE ASSIGN TO STMSTAGE
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DV-STMSTAGE-STATUS.
000430     SELECT ACCTMST ASSIGN TO ACCTMST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS AM-ACCOUNT-NO
000470         FILE STATUS IS DV-ACCTMST-STATUS.
000480     SELECT SORTZIP ASSIGN TO SORTWK1.
000490     SELECT SORTTRAY ASSIGN TO SORTWK2.
000500     SELECT ZIPWORK ASSIGN TO ZIPWORK
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DV-ZIPWORK-STATUS.
000530     SELECT ZIPCAT ASSIGN TO ZIPCAT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS DV-ZIPCAT-STATUS.
000560     SELECT PRSHOP ASSIGN TO PRSHOP
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DV-PRSHOP-STATUS.
000590     SELECT XCPTMAIL ASSIGN TO XCPTMAIL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DV-XCPTMAIL-STATUS.
000620     SELECT ZIPRPT ASSIGN TO ZIPRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DV-ZIPRPT-STATUS.
000650     SELECT ZIPXRPT ASSIGN TO ZIPXRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS DV-ZIPXRPT-STATUS.
000680*----------------------------------------------------------
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  NTCSTAGE
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 180 CHARACTERS.
000740 01  NTCSTAGE-REC                PIC X(180).
000750 FD  STMSTAGE
000760     RECORDING MODE IS F
000770     RECORD CONTAINS 180 CHARACTERS.
000780 01  STMSTAGE-REC                PIC X(180).
000790 FD  ACCTMST.
000800 COPY ACCTMREC.
000810 SD  SORTZIP.
000820 01  SZ-REC.
000830     05  SZ-ZIP-CODE             PIC X(09).
000840     05  SZ-ZIP-R REDEFINES SZ-ZIP-CODE.
000850         10  SZ-ZIP5.
000860             15  SZ-ZIP3         PIC X(03).
000870             15  FILLER          PIC X(02).
000880         10  FILLER              PIC X(04).
000890     05  SZ-PIECE-KEY.
000900         10  SZ-ACCOUNT-NO       PIC 9(09).
000910         10  SZ-SOURCE-PGM       PIC X(08).
000920         10  SZ-DOC-SEQ          PIC 9(07).
000930     05  SZ-LINE-NO              PIC 9(05).
000940     05  SZ-PRINT-CC             PIC X(01).
000950     05  SZ-PRINT-LINE           PIC X(132).
000960 SD  SORTTRAY.
000970 01  ST-REC.
000980     05  ST-TRAY-CLASS           PIC 9(01).
000990     05  ST-TRAY-ZIP             PIC X(03).
001000     05  ST-BUNDLE-CLASS         PIC 9(01).
001010     05  ST-BUNDLE-ZIP           PIC X(05).
001020     05  ST-LEVEL                PIC X(01).
001030         88  ST-LEVEL-5-DIGIT    VALUE '5'.
001040         88  ST-LEVEL-3-DIGIT    VALUE '3'.
001050         88  ST-LEVEL-MIXED      VALUE 'M'.
001060     05  ST-TRAY-PIECES          PIC 9(07).
001070     05  ST-BUNDLE-PIECES        PIC 9(07).
001080     05  ST-PIECE-DATA.
001090         10  ST-ZIP-CODE         PIC X(09).
001100         10  ST-PIECE-KEY.
001110             15  ST-ACCOUNT-NO   PIC 9(09).
001120             15  ST-SOURCE-PGM   PIC X(08).
001130             15  ST-DOC-SEQ      PIC 9(07).
001140         10  ST-LINE-NO          PIC 9(05).
001150         10  ST-PRINT-CC         PIC X(01).
001160         10  ST-PRINT-LINE       PIC X(132).
001170 FD  ZIPWORK
001180     RECORDING MODE IS F.
001190 01  ZW-REC.
001200     05  ZW-ZIP-CODE             PIC X(09).
001210     05  ZW-ZIP-R REDEFINES ZW-ZIP-CODE.
001220         10  ZW-ZIP5.
001230             15  ZW-ZIP3         PIC X(03).
001240             15  FILLER          PIC X(02).
001250         10  FILLER              PIC X(04).
001260     05  FILLER                  PIC X(162).
001270 FD  ZIPCAT
001280     RECORDING MODE IS F.
001290 01  ZC-REC.
001300     05  ZC-ZIP5                 PIC X(05).
001310     05  ZC-LEVEL                PIC X(01).
001320         88  ZC-LEVEL-5-DIGIT    VALUE '5'.
001330         88  ZC-LEVEL-3-DIGIT    VALUE '3'.
001340         88  ZC-LEVEL-MIXED      VALUE 'M'.
001350     05  ZC-ZIP5-PIECES          PIC 9(07).
001360     05  ZC-RESIDUAL-PIECES      PIC 9(07).
001370     05  ZC-TRAY-PIECES          PIC 9(07).
001380 FD  PRSHOP
001390     RECORDING MODE IS F
001400     RECORD CONTAINS 200 CHARACTERS.
001410 COPY PRSHREC.
001420 FD  XCPTMAIL
001430     RECORDING MODE IS F
001440     RECORD CONTAINS 133 CHARACTERS.
001450 01  XCPTMAIL-REC                PIC X(133).
001460 FD  ZIPRPT
001470     RECORD CONTAINS 133 CHARACTERS.
001480 01  ZIPRPT-REC.
001490     05  PRT-CC                  PIC X(01).
001500     05  PRT-LINE                PIC X(132).
001510 FD  ZIPXRPT
001520     RECORD CONTAINS 133 CHARACTERS.
001530 01  ZIPXRPT-REC.
001540     05  XRPT-CC                 PIC X(01).
001550     05  XRPT-LINE               PIC X(132).
001560*----------------------------------------------------------
001570 WORKING-STORAGE SECTION.
001580*----------------------------------------------------------
001590* FILE STATUS AND CONTROL SWITCHES
001600*----------------------------------------------------------
001610 01  DV-NTCSTAGE-STATUS          PIC X(02) VALUE '00'.
001620     88  DV-NTCSTAGE-OK          VALUES '00' '05'.
001630     88  DV-NTCSTAGE-EOF         VALUE '10'.
001640 01  DV-STMSTAGE-STATUS          PIC X(02) VALUE '00'.
001650     88  DV-STMSTAGE-OK          VALUES '00' '05'.
001660     88  DV-STMSTAGE-EOF         VALUE '10'.
001670 01  DV-ACCTMST-STATUS           PIC X(02) VALUE '00'.
001680     88  DV-ACCTMST-OK           VALUES '00' '02'.
001690     88  DV-ACCTMST-REC-FOUND    VALUES '00' '02'.
001700 01  DV-ZIPWORK-STATUS           PIC X(02) VALUE '00'.
001710     88  DV-ZIPWORK-OK           VALUE '00'.
001720     88  DV-ZIPWORK-EOF          VALUE '10'.
001730 01  DV-ZIPCAT-STATUS            PIC X(02) VALUE '00'.
001740     88  DV-ZIPCAT-OK            VALUE '00'.
001750     88  DV-ZIPCAT-EOF           VALUE '10'.
001760 01  DV-PRSHOP-STATUS            PIC X(02) VALUE '00'.
001770     88  DV-PRSHOP-OK            VALUE '00'.
001780 01  DV-XCPTMAIL-STATUS          PIC X(02) VALUE '00'.
001790     88  DV-XCPTMAIL-OK          VALUE '00'.
001800 01  DV-ZIPRPT-STATUS            PIC X(02) VALUE '00'.
001810     88  DV-ZIPRPT-OK            VALUE '00'.
001820 01  DV-ZIPXRPT-STATUS           PIC X(02) VALUE '00'.
001830     88  DV-ZIPXRPT-OK           VALUE '00'.
001840 01  DV-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001850     88  DV-SORT-EOF             VALUE 'Y'.
001860 01  DV-RUN-DATE                 PIC 9(08).
001870*----------------------------------------------------------
001880* RATE CARD FROM SYSIN - COLUMNS 1-2 THE MINIMUM PIECES
001890* FOR A BUNDLE, THEN FOUR RATES PER PIECE IN DOLLARS WITH
001900* THREE DECIMALS, NO POINT: FULL FIRST-CLASS (3-6), 5-DIGIT
001910* (7-10), 3-DIGIT (11-14) AND MIXED (15-18). POSTAGE RATES
001920* ARE NEVER ASSUMED - A MISSING OR BAD CARD ENDS THE RUN.
001930*----------------------------------------------------------
001940 01  DV-RATE-CARD                PIC X(80).
001950 01  DV-RATE-CARD-R REDEFINES DV-RATE-CARD.
001960     05  DV-RC-MIN-PIECES        PIC 9(02).
001970     05  DV-RC-FULL-RATE         PIC 9V999.
001980     05  DV-RC-5-DIGIT-RATE      PIC 9V999.
001990     05  DV-RC-3-DIGIT-RATE      PIC 9V999.
002000     05  DV-RC-MIXED-RATE        PIC 9V999.
002010     05  FILLER                  PIC X(62).
002020 01  DV-MIN-PIECES               PIC 9(02) VALUE ZERO.
002030*----------------------------------------------------------
002040* STAGED LINE AND ADDRESS CHECK. THE LOOKUP IS KEPT FOR THE
002050* LAST ACCOUNT SEEN, SINCE A PIECE'S LINES ARRIVE TOGETHER.
002060*----------------------------------------------------------
002070 COPY PRSTGREC.
002080 01  DV-LKP-ACCOUNT-NO           PIC 9(09) VALUE ZERO.
002090 01  DV-LKP-SET-SW               PIC X(01) VALUE 'N'.
002100     88  DV-LKP-SET              VALUE 'Y'.
002110 01  DV-LKP-ZIP-CODE             PIC X(09).
002120 01  DV-LKP-ZIP-R REDEFINES DV-LKP-ZIP-CODE.
002130     05  DV-LKP-ZIP5             PIC X(05).
002140     05  DV-LKP-ZIP4             PIC X(04).
002150 01  DV-LKP-NAME                 PIC X(30).
002160 01  DV-LKP-REASON               PIC X(30).
002170 01  DV-PRV-STAGE-KEY.
002180     05  DV-PRV-STG-ACCOUNT-NO   PIC 9(09) VALUE ZERO.
002190     05  DV-PRV-STG-SOURCE-PGM   PIC X(08) VALUE SPACES.
002200     05  DV-PRV-STG-DOC-SEQ      PIC 9(07) VALUE ZERO.
002210*----------------------------------------------------------
002220* ZIP GROUPING - THE 5-DIGIT ZIPS OF ONE 3-DIGIT PREFIX.
002230* A PREFIX HAS AT MOST 100 OF THEM.
002240*----------------------------------------------------------
002250 01  DV-GRP-OPEN-SW              PIC X(01) VALUE 'N'.
002260     88  DV-GRP-OPEN             VALUE 'Y'.
002270 01  DV-GRP-ZIP3                 PIC X(03) VALUE SPACES.
002280 01  DV-GRP-COUNT                PIC 9(03) COMP VALUE ZERO.
002290 01  DV-GRP-IDX                  PIC 9(03) COMP VALUE ZERO.
002300 01  DV-GRP-RESIDUAL             PIC 9(07) VALUE ZERO.
002310 01  DV-GRP-TRAY-PIECES          PIC 9(07) VALUE ZERO.
002320 01  DV-GRP-TABLE.
002330     05  DV-GRP-ENTRY OCCURS 100 TIMES.
002340         10  DV-GRP-ZIP5         PIC X(05).
002350         10  DV-GRP-PIECES       PIC 9(07).
002360 01  DV-PRV-PIECE-KEY.
002370     05  DV-PRV-ACCOUNT-NO       PIC 9(09) VALUE ZERO.
002380     05  DV-PRV-SOURCE-PGM       PIC X(08) VALUE SPACES.
002390     05  DV-PRV-DOC-SEQ          PIC 9(07) VALUE ZERO.
002400 01  DV-MIXED-PIECES             PIC 9(07) VALUE ZERO.
002410*----------------------------------------------------------
002420* TRAY AND BUNDLE BREAKS ON THE PRESORTED STREAM
002430*----------------------------------------------------------
002440 01  DV-CUR-TRAY-KEY.
002450     05  DV-CUR-TRAY-CLASS       PIC 9(01) VALUE ZERO.
002460     05  DV-CUR-TRAY-ZIP         PIC X(03) VALUE SPACES.
002470 01  DV-CUR-BUNDLE-KEY.
002480     05  DV-CUR-BUNDLE-CLASS     PIC 9(01) VALUE ZERO.
002490     05  DV-CUR-BUNDLE-ZIP       PIC X(05) VALUE SPACES.
002500 01  DV-TRAY-NO                  PIC 9(05) VALUE ZERO.
002510 01  DV-BUNDLE-NO                PIC 9(05) VALUE ZERO.
002520 01  DV-TRAY-BUNDLES             PIC 9(05) VALUE ZERO.
002530 01  DV-TRAY-PIECES              PIC 9(07) VALUE ZERO.
002540 01  DV-TRAY-LEVEL               PIC X(01) VALUE SPACES.
002550*----------------------------------------------------------
002560* RUN COUNTERS AND POSTAGE
002570*----------------------------------------------------------
002580 01  DV-STAGE-READ-COUNT         PIC 9(09) VALUE ZERO.
002590 01  DV-PIECES-IN                PIC 9(07) VALUE ZERO.
002600 01  DV-XCPT-PIECES              PIC 9(07) VALUE ZERO.
002610 01  DV-XCPT-LINES               PIC 9(09) VALUE ZERO.
002620 01  DV-SORTED-LINES             PIC 9(09) VALUE ZERO.
002630 01  DV-PIECES-5-DIGIT           PIC 9(07) VALUE ZERO.
002640 01  DV-PIECES-3-DIGIT           PIC 9(07) VALUE ZERO.
002650 01  DV-PIECES-MIXED             PIC 9(07) VALUE ZERO.
002660 01  DV-PIECES-PRESORTED         PIC 9(07) VALUE ZERO.
002670 01  DV-POSTAGE-5-DIGIT          PIC 9(09)V99 VALUE ZERO.
002680 01  DV-POSTAGE-3-DIGIT          PIC 9(09)V99 VALUE ZERO.
002690 01  DV-POSTAGE-MIXED            PIC 9(09)V99 VALUE ZERO.
002700 01  DV-POSTAGE-XCPT             PIC 9(09)V99 VALUE ZERO.
002710 01  DV-POSTAGE-TOTAL            PIC 9(09)V99 VALUE ZERO.
002720 01  DV-POSTAGE-FULL-RATE        PIC 9(09)V99 VALUE ZERO.
002730 01  DV-POSTAGE-SAVED           PIC S9(09)V99 VALUE ZERO.
002740 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
002750 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
002760 01  DV-XRPT-PAGE-NO             PIC 9(05) VALUE ZERO.
002770 01  DV-XRPT-LINE-COUNT          PIC 9(03) VALUE 99.
002780 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002790*----------------------------------------------------------
002800* POSTAGE REPORT LINES
002810*----------------------------------------------------------
002820 01  DV-HEADER-LINE-1.
002830     05  FILLER                  PIC X(34)
002840             VALUE 'PRESORT TRAY AND POSTAGE SUMMARY'.
002850     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002860     05  DV-HDR-RUN-DATE         PIC 9(08).
002870     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
002880     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002890 01  DV-HEADER-LINE-2.
002900     05  FILLER                  PIC X(08) VALUE '  TRAY'.
002910     05  FILLER                  PIC X(11) VALUE 'LEVEL'.
002920     05  FILLER                  PIC X(08) VALUE 'ZIP'.
002930     05  FILLER                  PIC X(10) VALUE '   BUNDLES'.
002940     05  FILLER                  PIC X(10) VALUE '    PIECES'.
002950 01  DV-TRAY-LINE.
002960     05  DV-TRL-TRAY-NO          PIC ZZZZ9.
002970     05  FILLER                  PIC X(03) VALUE SPACES.
002980     05  DV-TRL-LEVEL            PIC X(09).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  DV-TRL-ZIP              PIC X(05).
003010     05  FILLER                  PIC X(03) VALUE SPACES.
003020     05  DV-TRL-BUNDLES          PIC Z(09)9.
003030     05  DV-TRL-PIECES           PIC Z(09)9.
003040 01  DV-RATE-HEADER-LINE.
003050     05  FILLER                  PIC X(28) VALUE 'PRESORT LEVEL'.
003060     05  FILLER                  PIC X(10) VALUE '    PIECES'.
003070     05  FILLER                  PIC X(10) VALUE '      RATE'.
003080     05  FILLER                  PIC X(16)
003090             VALUE '         POSTAGE'.
003100 01  DV-RATE-LINE.
003110     05  DV-RTL-LABEL            PIC X(28).
003120     05  DV-RTL-PIECES           PIC Z(09)9.
003130     05  FILLER                  PIC X(04) VALUE SPACES.
003140     05  DV-RTL-RATE             PIC 9.999.
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  DV-RTL-POSTAGE          PIC -(10)9.99.
003170*----------------------------------------------------------
003180* EXCEPTIONS LIST LINES
003190*----------------------------------------------------------
003200 01  DV-XRPT-HEADER-LINE-1.
003210     05  FILLER                  PIC X(34)
003220             VALUE 'PRESORT ADDRESS EXCEPTIONS'.
003230     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
003240     05  DV-XRPT-HDR-RUN-DATE    PIC 9(08).
003250     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
003260     05  DV-XRPT-HDR-PAGE-NO     PIC ZZZZ9.
003270 01  DV-XRPT-HEADER-LINE-2.
003280     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
003290     05  FILLER                  PIC X(32) VALUE 'CUSTOMER'.
003300     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
003310     05  FILLER                  PIC X(09) VALUE 'DOCUMENT'.
003320     05  FILLER                  PIC X(30) VALUE 'REASON'.
003330 01  DV-XRPT-DETAIL-LINE.
003340     05  DV-XRPT-ACCOUNT-NO      PIC 9(09).
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  DV-XRPT-CUSTOMER-NAME   PIC X(30).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  DV-XRPT-SOURCE-PGM      PIC X(08).
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  DV-XRPT-DOC-SEQ         PIC Z(06)9.
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  DV-XRPT-REASON          PIC X(30).
003430*----------------------------------------------------------
003440 PROCEDURE DIVISION.
003450*----------------------------------------------------------
003460* 0000-MAINLINE  -  THE FIRST SORT PUTS THE GOOD PIECES IN
003470* ZIP ORDER AND COUNTS EACH ZIP'S PIECES; ONCE EVERY ZIP'S
003480* PRESORT LEVEL IS KNOWN THE SECOND SORT ARRANGES THEM INTO
003490* TRAYS AND BUNDLES FOR THE PRINT-SHOP FILE.
003500*----------------------------------------------------------
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     SORT SORTZIP
003540         ON ASCENDING KEY SZ-ZIP-CODE
003550                          SZ-ACCOUNT-NO
003560                          SZ-SOURCE-PGM
003570                          SZ-DOC-SEQ
003580                          SZ-LINE-NO
003590         INPUT PROCEDURE 2000-RELEASE-PIECES THRU 2000-EXIT
003600         OUTPUT PROCEDURE 3000-GROUP-BY-ZIP THRU 3000-EXIT.
003610     SORT SORTTRAY
003620         ON ASCENDING KEY ST-TRAY-CLASS
003630                          ST-TRAY-ZIP
003640                          ST-BUNDLE-CLASS
003650                          ST-BUNDLE-ZIP
003660                          ST-ZIP-CODE
003670                          ST-ACCOUNT-NO
003680                          ST-SOURCE-PGM
003690                          ST-DOC-SEQ
003700                          ST-LINE-NO
003710         INPUT PROCEDURE 4000-ASSIGN-TRAYS THRU 4000-EXIT
003720         OUTPUT PROCEDURE 5000-WRITE-PRINT-SHOP THRU 5000-EXIT.
003730     PERFORM 6000-PRINT-POSTAGE THRU 6000-EXIT.
003740     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
003750     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
003760     GOBACK.
003770*----------------------------------------------------------
003780* 1000-INITIALIZE  -  READS AND CHECKS THE RATE CARD AND
003790* OPENS THE ACCOUNT MASTER AND THE EXCEPTION OUTPUTS.
003800*----------------------------------------------------------
003810 1000-INITIALIZE.
003820     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
003830     DISPLAY 'ZIPSORT - ENTER RATE CARD (MIN PIECES, FULL, '
003840         '5-DIGIT, 3-DIGIT, MIXED): '.
003850     MOVE SPACES TO DV-RATE-CARD.
003860     ACCEPT DV-RATE-CARD.
003870     IF DV-RC-MIN-PIECES NOT NUMERIC OR
003880        DV-RC-FULL-RATE NOT NUMERIC OR
003890        DV-RC-5-DIGIT-RATE NOT NUMERIC OR
003900        DV-RC-3-DIGIT-RATE NOT NUMERIC OR
003910        DV-RC-MIXED-RATE NOT NUMERIC
003920         DISPLAY 'ZIPSORT - INVALID RATE CARD - ' DV-RATE-CARD
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960     IF DV-RC-MIN-PIECES = ZERO OR DV-RC-FULL-RATE = ZERO
003970         DISPLAY 'ZIPSORT - INVALID RATE CARD - ' DV-RATE-CARD
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     MOVE DV-RC-MIN-PIECES TO DV-MIN-PIECES.
004020     OPEN INPUT ACCTMST.
004030     IF NOT DV-ACCTMST-OK
004040         DISPLAY 'ZIPSORT - OPEN FAILED FOR ACCTMST - '
004050             DV-ACCTMST-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     OPEN OUTPUT XCPTMAIL.
004100     IF NOT DV-XCPTMAIL-OK
004110         DISPLAY 'ZIPSORT - OPEN FAILED FOR XCPTMAIL - '
004120             DV-XCPTMAIL-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160     OPEN OUTPUT ZIPXRPT.
004170     IF NOT DV-ZIPXRPT-OK
004180         DISPLAY 'ZIPSORT - OPEN FAILED FOR ZIPXRPT - '
004190             DV-ZIPXRPT-STATUS
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     OPEN OUTPUT ZIPRPT.
004240     IF NOT DV-ZIPRPT-OK
004250         DISPLAY 'ZIPSORT - OPEN FAILED FOR ZIPRPT - '
004260             DV-ZIPRPT-STATUS
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300 1000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------
004330* 2000-RELEASE-PIECES  -  READS BOTH STAGING FILES. EITHER
004340* MAY BE ABSENT - STMSTAGE ONLY EXISTS AFTER A MONTH-END
004350* STATEMENT RUN.
004360*----------------------------------------------------------
004370 2000-RELEASE-PIECES.
004380     OPEN INPUT NTCSTAGE.
004390     IF DV-NTCSTAGE-OK
004400         PERFORM 2100-READ-NOTICE-STAGE THRU 2100-EXIT
004410             UNTIL DV-NTCSTAGE-EOF
004420         CLOSE NTCSTAGE
004430     ELSE
004440         DISPLAY 'ZIPSORT - WARNING - NTCSTAGE NOT AVAILABLE - '
004450             DV-NTCSTAGE-STATUS
004460     END-IF.
004470     OPEN INPUT STMSTAGE.
004480     IF DV-STMSTAGE-OK
004490         PERFORM 2150-READ-STMT-STAGE THRU 2150-EXIT
004500             UNTIL DV-STMSTAGE-EOF
004510         CLOSE STMSTAGE
004520     ELSE
004530         DISPLAY 'ZIPSORT - WARNING - STMSTAGE NOT AVAILABLE - '
004540             DV-STMSTAGE-STATUS
004550     END-IF.
004560 2000-EXIT.
004570     EXIT.
004580*----------------------------------------------------------
004590* 2100-READ-NOTICE-STAGE
004600*----------------------------------------------------------
004610 2100-READ-NOTICE-STAGE.
004620     READ NTCSTAGE
004630         AT END
004640             GO TO 2100-EXIT
004650     END-READ.
004660     MOVE NTCSTAGE-REC TO PRTSTAGE-REC.
004670     PERFORM 2200-STAGE-ONE-LINE THRU 2200-EXIT.
004680 2100-EXIT.
004690     EXIT.
004700*----------------------------------------------------------
004710* 2150-READ-STMT-STAGE
004720*----------------------------------------------------------
004730 2150-READ-STMT-STAGE.
004740     READ STMSTAGE
004750         AT END
004760             GO TO 2150-EXIT
004770     END-READ.
004780     MOVE STMSTAGE-REC TO PRTSTAGE-REC.
004790     PERFORM 2200-STAGE-ONE-LINE THRU 2200-EXIT.
004800 2150-EXIT.
004810     EXIT.
004820*----------------------------------------------------------
004830* 2200-STAGE-ONE-LINE  -  A LINE OF A PIECE WITH A COMPLETE
004840* ADDRESS IS RELEASED TO THE SORT UNDER ITS ZIP CODE; A LINE
004850* OF A PIECE WITHOUT ONE GOES TO XCPTMAIL, AND THE PIECE IS
004860* LISTED ONCE ON THE EXCEPTIONS REPORT.
004870*----------------------------------------------------------
004880 2200-STAGE-ONE-LINE.
004890     ADD 1 TO DV-STAGE-READ-COUNT.
004900     IF NOT DV-LKP-SET OR PG-ACCOUNT-NO NOT = DV-LKP-ACCOUNT-NO
004910         PERFORM 2300-CHECK-ADDRESS THRU 2300-EXIT
004920     END-IF.
004930     IF PG-ACCOUNT-NO NOT = DV-PRV-STG-ACCOUNT-NO OR
004940        PG-SOURCE-PGM NOT = DV-PRV-STG-SOURCE-PGM OR
004950        PG-DOC-SEQ NOT = DV-PRV-STG-DOC-SEQ
004960         ADD 1 TO DV-PIECES-IN
004970         MOVE PG-ACCOUNT-NO TO DV-PRV-STG-ACCOUNT-NO
004980         MOVE PG-SOURCE-PGM TO DV-PRV-STG-SOURCE-PGM
004990         MOVE PG-DOC-SEQ    TO DV-PRV-STG-DOC-SEQ
005000         IF DV-LKP-REASON NOT = SPACES
005010             PERFORM 2400-LIST-EXCEPTION THRU 2400-EXIT
005020         END-IF
005030     END-IF.
005040     IF DV-LKP-REASON NOT = SPACES
005050         MOVE PG-PRINT-RECORD TO XCPTMAIL-REC
005060         WRITE XCPTMAIL-REC
005070         ADD 1 TO DV-XCPT-LINES
005080         GO TO 2200-EXIT
005090     END-IF.
005100     MOVE DV-LKP-ZIP-CODE TO SZ-ZIP-CODE.
005110     MOVE PG-ACCOUNT-NO   TO SZ-ACCOUNT-NO.
005120     MOVE PG-SOURCE-PGM   TO SZ-SOURCE-PGM.
005130     MOVE PG-DOC-SEQ      TO SZ-DOC-SEQ.
005140     MOVE PG-LINE-NO      TO SZ-LINE-NO.
005150     MOVE PG-PRINT-CC     TO SZ-PRINT-CC.
005160     MOVE PG-PRINT-LINE   TO SZ-PRINT-LINE.
005170     RELEASE SZ-REC.
005180 2200-EXIT.
005190     EXIT.
005200*----------------------------------------------------------
005210* 2300-CHECK-ADDRESS  -  A PIECE CAN BE PRESORTED ONLY WHEN
005220* ITS ACCOUNT IS ON ACCTMST WITH A 5-DIGIT ZIP (THE +4 MAY
005230* BE BLANK), A CITY AND A STATE.
005240*----------------------------------------------------------
005250 2300-CHECK-ADDRESS.
005260     SET DV-LKP-SET TO TRUE.
005270     MOVE PG-ACCOUNT-NO TO DV-LKP-ACCOUNT-NO.
005280     MOVE SPACES TO DV-LKP-NAME.
005290     MOVE SPACES TO DV-LKP-ZIP-CODE.
005300     MOVE SPACES TO DV-LKP-REASON.
005310     MOVE PG-ACCOUNT-NO TO AM-ACCOUNT-NO.
005320     READ ACCTMST
005330         INVALID KEY
005340             MOVE 'ACCOUNT NOT ON ACCTMST' TO DV-LKP-REASON
005350             GO TO 2300-EXIT
005360     END-READ.
005370     IF NOT DV-ACCTMST-REC-FOUND
005380         MOVE 'ACCOUNT NOT ON ACCTMST' TO DV-LKP-REASON
005390         GO TO 2300-EXIT
005400     END-IF.
005410     MOVE AM-CUSTOMER-NAME TO DV-LKP-NAME.
005420     MOVE AM-ZIP-CODE      TO DV-LKP-ZIP-CODE.
005430     IF DV-LKP-ZIP5 NOT NUMERIC
005440         MOVE 'NO ZIP CODE' TO DV-LKP-REASON
005450         GO TO 2300-EXIT
005460     END-IF.
005470     IF DV-LKP-ZIP4 NOT NUMERIC AND DV-LKP-ZIP4 NOT = SPACES
005480         MOVE 'INVALID ZIP+4' TO DV-LKP-REASON
005490         GO TO 2300-EXIT
005500     END-IF.
005510     IF AM-CITY = SPACES
005520         MOVE 'NO CITY' TO DV-LKP-REASON
005530         GO TO 2300-EXIT
005540     END-IF.
005550     IF AM-STATE = SPACES
005560         MOVE 'NO STATE' TO DV-LKP-REASON
005570     END-IF.
005580 2300-EXIT.
005590     EXIT.
005600*----------------------------------------------------------
005610* 2400-LIST-EXCEPTION
005620*----------------------------------------------------------
005630 2400-LIST-EXCEPTION.
005640     IF DV-XRPT-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
005650         PERFORM 2450-PRINT-XRPT-HEADERS THRU 2450-EXIT
005660     END-IF.
005670     MOVE PG-ACCOUNT-NO TO DV-XRPT-ACCOUNT-NO.
005680     MOVE DV-LKP-NAME   TO DV-XRPT-CUSTOMER-NAME.
005690     MOVE PG-SOURCE-PGM TO DV-XRPT-SOURCE-PGM.
005700     MOVE PG-DOC-SEQ    TO DV-XRPT-DOC-SEQ.
005710     MOVE DV-LKP-REASON TO DV-XRPT-REASON.
005720     MOVE ' ' TO XRPT-CC.
005730     MOVE DV-XRPT-DETAIL-LINE TO XRPT-LINE.
005740     WRITE ZIPXRPT-REC.
005750     ADD 1 TO DV-XRPT-LINE-COUNT.
005760     ADD 1 TO DV-XCPT-PIECES.
005770 2400-EXIT.
005780     EXIT.
005790*----------------------------------------------------------
005800* 2450-PRINT-XRPT-HEADERS
005810*----------------------------------------------------------
005820 2450-PRINT-XRPT-HEADERS.
005830     ADD 1 TO DV-XRPT-PAGE-NO.
005840     MOVE ZERO TO DV-XRPT-LINE-COUNT.
005850     MOVE DV-RUN-DATE     TO DV-XRPT-HDR-RUN-DATE.
005860     MOVE DV-XRPT-PAGE-NO TO DV-XRPT-HDR-PAGE-NO.
005870     MOVE '1' TO XRPT-CC.
005880     MOVE DV-XRPT-HEADER-LINE-1 TO XRPT-LINE.
005890     WRITE ZIPXRPT-REC.
005900     MOVE ' ' TO XRPT-CC.
005910     MOVE DV-XRPT-HEADER-LINE-2 TO XRPT-LINE.
005920     WRITE ZIPXRPT-REC.
005930     ADD 2 TO DV-XRPT-LINE-COUNT.
005940 2450-EXIT.
005950     EXIT.
005960*----------------------------------------------------------
005970* 3000-GROUP-BY-ZIP  -  WRITES THE ZIP-ORDERED LINES TO
005980* ZIPWORK AND COUNTS THE PIECES OF EACH 5-DIGIT ZIP. AT
005990* EACH 3-DIGIT BREAK THE PREFIX'S ZIPS ARE GIVEN THEIR
006000* PRESORT LEVEL ON ZIPCAT.
006010*----------------------------------------------------------
006020 3000-GROUP-BY-ZIP.
006030     OPEN OUTPUT ZIPWORK.
006040     IF NOT DV-ZIPWORK-OK
006050         DISPLAY 'ZIPSORT - OPEN FAILED FOR ZIPWORK - '
006060             DV-ZIPWORK-STATUS
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF.
006100     OPEN OUTPUT ZIPCAT.
006110     IF NOT DV-ZIPCAT-OK
006120         DISPLAY 'ZIPSORT - OPEN FAILED FOR ZIPCAT - '
006130             DV-ZIPCAT-STATUS
006140         MOVE 16 TO RETURN-CODE
006150         STOP RUN
006160     END-IF.
006170     MOVE 'N' TO DV-SORT-EOF-SW.
006180     PERFORM 3100-RETURN-ONE-LINE THRU 3100-EXIT
006190         UNTIL DV-SORT-EOF.
006200     IF DV-GRP-OPEN
006210         PERFORM 3200-CLOSE-ZIP3-GROUP THRU 3200-EXIT
006220     END-IF.
006230     CLOSE ZIPWORK.
006240     CLOSE ZIPCAT.
006250 3000-EXIT.
006260     EXIT.
006270*----------------------------------------------------------
006280* 3100-RETURN-ONE-LINE
006290*----------------------------------------------------------
006300 3100-RETURN-ONE-LINE.
006310     RETURN SORTZIP
006320         AT END
006330             SET DV-SORT-EOF TO TRUE
006340             GO TO 3100-EXIT
006350     END-RETURN.
006360     IF DV-GRP-OPEN AND SZ-ZIP3 NOT = DV-GRP-ZIP3
006370         PERFORM 3200-CLOSE-ZIP3-GROUP THRU 3200-EXIT
006380     END-IF.
006390     IF NOT DV-GRP-OPEN
006400         SET DV-GRP-OPEN TO TRUE
006410         MOVE SZ-ZIP3 TO DV-GRP-ZIP3
006420         MOVE ZERO TO DV-GRP-COUNT
006430     END-IF.
006440     IF DV-GRP-COUNT = ZERO OR
006450        SZ-ZIP5 NOT = DV-GRP-ZIP5 (DV-GRP-COUNT)
006460         IF DV-GRP-COUNT = 100
006461             DISPLAY 'ZIPSORT - MORE THAN 100 ZIP CODES UNDER '
006462                 'PREFIX ' DV-GRP-ZIP3
006463             MOVE 16 TO RETURN-CODE
006464             STOP RUN
006465         END-IF
006466         ADD 1 TO DV-GRP-COUNT
006470         MOVE SZ-ZIP5 TO DV-GRP-ZIP5 (DV-GRP-COUNT)
006480         MOVE ZERO TO DV-GRP-PIECES (DV-GRP-COUNT)
006490         MOVE ZERO TO DV-PRV-ACCOUNT-NO
006500     END-IF.
006510     IF SZ-PIECE-KEY NOT = DV-PRV-PIECE-KEY
006520         ADD 1 TO DV-GRP-PIECES (DV-GRP-COUNT)
006530         MOVE SZ-PIECE-KEY TO DV-PRV-PIECE-KEY
006540     END-IF.
006550     WRITE ZW-REC FROM SZ-REC.
006560     ADD 1 TO DV-SORTED-LINES.
006570 3100-EXIT.
006580     EXIT.
006590*----------------------------------------------------------
006600* 3200-CLOSE-ZIP3-GROUP  -  A 5-DIGIT ZIP WITH THE MINIMUM
006610* PIECES IS A 5-DIGIT BUNDLE. THE PREFIX'S OTHER PIECES
006620* MAKE A 3-DIGIT BUNDLE IF THEY REACH THE MINIMUM TOGETHER,
006630* OTHERWISE THEY GO TO THE MIXED TRAY.
006640*----------------------------------------------------------
006650 3200-CLOSE-ZIP3-GROUP.
006660     MOVE ZERO TO DV-GRP-RESIDUAL.
006670     MOVE ZERO TO DV-GRP-TRAY-PIECES.
006680     PERFORM 3210-ADD-ONE-ZIP5 THRU 3210-EXIT
006690         VARYING DV-GRP-IDX FROM 1 BY 1
006700             UNTIL DV-GRP-IDX > DV-GRP-COUNT.
006710     IF DV-GRP-RESIDUAL >= DV-MIN-PIECES
006720         ADD DV-GRP-RESIDUAL TO DV-GRP-TRAY-PIECES
006730     END-IF.
006740     PERFORM 3220-CLASSIFY-ONE-ZIP5 THRU 3220-EXIT
006750         VARYING DV-GRP-IDX FROM 1 BY 1
006760             UNTIL DV-GRP-IDX > DV-GRP-COUNT.
006770     MOVE 'N' TO DV-GRP-OPEN-SW.
006780 3200-EXIT.
006790     EXIT.
006800*----------------------------------------------------------
006810* 3210-ADD-ONE-ZIP5
006820*----------------------------------------------------------
006830 3210-ADD-ONE-ZIP5.
006840     IF DV-GRP-PIECES (DV-GRP-IDX) >= DV-MIN-PIECES
006850         ADD DV-GRP-PIECES (DV-GRP-IDX) TO DV-GRP-TRAY-PIECES
006860     ELSE
006870         ADD DV-GRP-PIECES (DV-GRP-IDX) TO DV-GRP-RESIDUAL
006880     END-IF.
006890 3210-EXIT.
006900     EXIT.
006910*----------------------------------------------------------
006920* 3220-CLASSIFY-ONE-ZIP5
006930*----------------------------------------------------------
006940 3220-CLASSIFY-ONE-ZIP5.
006950     MOVE DV-GRP-ZIP5 (DV-GRP-IDX)   TO ZC-ZIP5.
006960     MOVE DV-GRP-PIECES (DV-GRP-IDX) TO ZC-ZIP5-PIECES.
006970     MOVE DV-GRP-RESIDUAL            TO ZC-RESIDUAL-PIECES.
006980     MOVE DV-GRP-TRAY-PIECES         TO ZC-TRAY-PIECES.
006990     IF DV-GRP-PIECES (DV-GRP-IDX) >= DV-MIN-PIECES
007000         SET ZC-LEVEL-5-DIGIT TO TRUE
007010     ELSE
007020         IF DV-GRP-RESIDUAL >= DV-MIN-PIECES
007030             SET ZC-LEVEL-3-DIGIT TO TRUE
007040         ELSE
007050             SET ZC-LEVEL-MIXED TO TRUE
007060             ADD DV-GRP-PIECES (DV-GRP-IDX) TO DV-MIXED-PIECES
007070         END-IF
007080     END-IF.
007090     WRITE ZC-REC.
007100 3220-EXIT.
007110     EXIT.
007120*----------------------------------------------------------
007130* 4000-ASSIGN-TRAYS  -  READS THE ZIP-ORDERED LINES BESIDE
007140* THEIR ZIP'S PRESORT LEVEL AND RELEASES EACH UNDER ITS TRAY
007150* AND BUNDLE. 3-DIGIT TRAYS SORT AHEAD OF THE MIXED TRAY,
007160* AND IN A TRAY THE 5-DIGIT BUNDLES AHEAD OF THE 3-DIGIT.
007170*----------------------------------------------------------
007180 4000-ASSIGN-TRAYS.
007190     OPEN INPUT ZIPWORK.
007200     IF NOT DV-ZIPWORK-OK
007210         DISPLAY 'ZIPSORT - OPEN FAILED FOR ZIPWORK - '
007220             DV-ZIPWORK-STATUS
007230         MOVE 16 TO RETURN-CODE
007240         STOP RUN
007250     END-IF.
007260     OPEN INPUT ZIPCAT.
007270     IF NOT DV-ZIPCAT-OK
007280         DISPLAY 'ZIPSORT - OPEN FAILED FOR ZIPCAT - '
007290             DV-ZIPCAT-STATUS
007300         MOVE 16 TO RETURN-CODE
007310         STOP RUN
007320     END-IF.
007330     MOVE SPACES TO ZC-ZIP5.
007340     PERFORM 4100-RELEASE-ONE-LINE THRU 4100-EXIT
007350         UNTIL DV-ZIPWORK-EOF.
007360     CLOSE ZIPWORK.
007370     CLOSE ZIPCAT.
007380 4000-EXIT.
007390     EXIT.
007400*----------------------------------------------------------
007410* 4100-RELEASE-ONE-LINE  -  ZIPCAT HOLDS ONE ROW PER ZIP IN
007420* THE SAME ORDER AS ZIPWORK, SO IT IS READ FORWARD TO THE
007430* LINE'S ZIP. A ZIP MISSING FROM ZIPCAT MEANS THE WORK
007440* FILES ARE OUT OF STEP AND THE RUN STOPS.
007450*----------------------------------------------------------
007460 4100-RELEASE-ONE-LINE.
007470     READ ZIPWORK
007480         AT END
007490             GO TO 4100-EXIT
007500     END-READ.
007510     IF ZW-ZIP5 NOT = ZC-ZIP5
007520         PERFORM 4200-READ-ZIPCAT THRU 4200-EXIT
007530     END-IF.
007540     MOVE ZW-REC TO ST-PIECE-DATA.
007550     MOVE ZC-LEVEL TO ST-LEVEL.
007560     EVALUATE TRUE
007570         WHEN ZC-LEVEL-5-DIGIT
007580             MOVE 1              TO ST-TRAY-CLASS
007590             MOVE ZW-ZIP3        TO ST-TRAY-ZIP
007600             MOVE 1              TO ST-BUNDLE-CLASS
007610             MOVE ZW-ZIP5        TO ST-BUNDLE-ZIP
007620             MOVE ZC-TRAY-PIECES TO ST-TRAY-PIECES
007630             MOVE ZC-ZIP5-PIECES TO ST-BUNDLE-PIECES
007640         WHEN ZC-LEVEL-3-DIGIT
007650             MOVE 1              TO ST-TRAY-CLASS
007660             MOVE ZW-ZIP3        TO ST-TRAY-ZIP
007670             MOVE 2              TO ST-BUNDLE-CLASS
007680             MOVE ZW-ZIP3        TO ST-BUNDLE-ZIP
007690             MOVE ZC-TRAY-PIECES TO ST-TRAY-PIECES
007700             MOVE ZC-RESIDUAL-PIECES TO ST-BUNDLE-PIECES
007710         WHEN OTHER
007720             MOVE 2               TO ST-TRAY-CLASS
007730             MOVE SPACES          TO ST-TRAY-ZIP
007740             MOVE 3               TO ST-BUNDLE-CLASS
007750             MOVE SPACES          TO ST-BUNDLE-ZIP
007760             MOVE DV-MIXED-PIECES TO ST-TRAY-PIECES
007770             MOVE DV-MIXED-PIECES TO ST-BUNDLE-PIECES
007780     END-EVALUATE.
007790     RELEASE ST-REC.
007800 4100-EXIT.
007810     EXIT.
007820*----------------------------------------------------------
007830* 4200-READ-ZIPCAT
007840*----------------------------------------------------------
007850 4200-READ-ZIPCAT.
007860     READ ZIPCAT
007870         AT END
007880             MOVE HIGH-VALUES TO ZC-ZIP5
007890     END-READ.
007900     IF ZC-ZIP5 NOT = ZW-ZIP5
007910         DISPLAY 'ZIPSORT - ZIPCAT OUT OF STEP WITH ZIPWORK AT '
007920             'ZIP ' ZW-ZIP5
007930         MOVE 16 TO RETURN-CODE
007940         STOP RUN
007950     END-IF.
007960 4200-EXIT.
007970     EXIT.
007980*----------------------------------------------------------
007990* 5000-WRITE-PRINT-SHOP  -  WRITES THE TRAYED AND BUNDLED
008000* LINES TO PRSHOP WITH A BREAK RECORD OPENING EACH TRAY AND
008010* BUNDLE, AND ONE LINE PER TRAY ON THE POSTAGE REPORT.
008020*----------------------------------------------------------
008030 5000-WRITE-PRINT-SHOP.
008040     OPEN OUTPUT PRSHOP.
008050     IF NOT DV-PRSHOP-OK
008060         DISPLAY 'ZIPSORT - OPEN FAILED FOR PRSHOP - '
008070             DV-PRSHOP-STATUS
008080         MOVE 16 TO RETURN-CODE
008090         STOP RUN
008100     END-IF.
008110     PERFORM 5500-PRINT-HEADERS THRU 5500-EXIT.
008120     MOVE ' ' TO PRT-CC.
008130     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
008140     WRITE ZIPRPT-REC.
008150     ADD 1 TO DV-LINE-COUNT.
008160     MOVE 'N' TO DV-SORT-EOF-SW.
008170     MOVE ZERO TO DV-PRV-ACCOUNT-NO.
008180     PERFORM 5100-RETURN-AND-WRITE THRU 5100-EXIT
008190         UNTIL DV-SORT-EOF.
008200     IF DV-TRAY-NO > ZERO
008210         PERFORM 5400-PRINT-TRAY-LINE THRU 5400-EXIT
008220     END-IF.
008230     CLOSE PRSHOP.
008240 5000-EXIT.
008250     EXIT.
008260*----------------------------------------------------------
008270* 5100-RETURN-AND-WRITE
008280*----------------------------------------------------------
008290 5100-RETURN-AND-WRITE.
008300     RETURN SORTTRAY
008310         AT END
008320             SET DV-SORT-EOF TO TRUE
008330             GO TO 5100-EXIT
008340     END-RETURN.
008350     IF DV-TRAY-NO = ZERO OR
008360        ST-TRAY-CLASS NOT = DV-CUR-TRAY-CLASS OR
008370        ST-TRAY-ZIP NOT = DV-CUR-TRAY-ZIP
008380         PERFORM 5200-START-TRAY THRU 5200-EXIT
008390     END-IF.
008400     IF ST-BUNDLE-CLASS NOT = DV-CUR-BUNDLE-CLASS OR
008410        ST-BUNDLE-ZIP NOT = DV-CUR-BUNDLE-ZIP
008420         PERFORM 5300-START-BUNDLE THRU 5300-EXIT
008430     END-IF.
008440     IF ST-PIECE-KEY NOT = DV-PRV-PIECE-KEY
008450         MOVE ST-PIECE-KEY TO DV-PRV-PIECE-KEY
008460         ADD 1 TO DV-TRAY-PIECES
008470         EVALUATE TRUE
008480             WHEN ST-LEVEL-5-DIGIT
008490                 ADD 1 TO DV-PIECES-5-DIGIT
008500             WHEN ST-LEVEL-3-DIGIT
008510                 ADD 1 TO DV-PIECES-3-DIGIT
008520             WHEN OTHER
008530                 ADD 1 TO DV-PIECES-MIXED
008540         END-EVALUATE
008550     END-IF.
008560     MOVE SPACES TO PRSHOP-REC.
008570     SET PH-PRINT-LINE-REC TO TRUE.
008580     MOVE DV-TRAY-NO    TO PH-TRAY-NO.
008590     MOVE DV-BUNDLE-NO  TO PH-BUNDLE-NO.
008600     MOVE ST-ZIP-CODE   TO PH-ZIP-CODE.
008610     MOVE ST-ACCOUNT-NO TO PH-ACCOUNT-NO.
008620     MOVE ST-SOURCE-PGM TO PH-SOURCE-PGM.
008630     MOVE ST-DOC-SEQ    TO PH-DOC-SEQ.
008640     MOVE ST-LINE-NO    TO PH-LINE-NO.
008650     MOVE ST-PRINT-CC   TO PH-PRINT-CC.
008660     MOVE ST-PRINT-LINE TO PH-PRINT-LINE.
008670     PERFORM 5600-PUT-PRSHOP THRU 5600-EXIT.
008680 5100-EXIT.
008690     EXIT.
008700*----------------------------------------------------------
008710* 5200-START-TRAY  -  CLOSES THE PRIOR TRAY'S REPORT LINE
008720* AND WRITES THE T BREAK. A NEW TRAY ALWAYS STARTS A NEW
008730* BUNDLE.
008740*----------------------------------------------------------
008750 5200-START-TRAY.
008760     IF DV-TRAY-NO > ZERO
008770         PERFORM 5400-PRINT-TRAY-LINE THRU 5400-EXIT
008780     END-IF.
008790     ADD 1 TO DV-TRAY-NO.
008800     MOVE ZERO TO DV-TRAY-BUNDLES.
008810     MOVE ZERO TO DV-TRAY-PIECES.
008820     MOVE ST-TRAY-CLASS TO DV-CUR-TRAY-CLASS.
008830     MOVE ST-TRAY-ZIP   TO DV-CUR-TRAY-ZIP.
008840     MOVE ZERO TO DV-CUR-BUNDLE-CLASS.
008850     MOVE SPACES TO PRSHOP-REC.
008860     SET PH-TRAY-BREAK TO TRUE.
008870     MOVE DV-TRAY-NO TO PH-TRAY-NO.
008880     MOVE ZERO TO PH-BUNDLE-NO.
008890     IF ST-TRAY-CLASS = 1
008900         SET PH-LEVEL-3-DIGIT TO TRUE
008910     ELSE
008920         SET PH-LEVEL-MIXED TO TRUE
008930     END-IF.
008940     MOVE PH-BREAK-LEVEL TO DV-TRAY-LEVEL.
008950     MOVE ST-TRAY-ZIP    TO PH-BREAK-ZIP.
008960     MOVE ST-TRAY-PIECES TO PH-BREAK-PIECES.
008970     PERFORM 5600-PUT-PRSHOP THRU 5600-EXIT.
008980 5200-EXIT.
008990     EXIT.
009000*----------------------------------------------------------
009010* 5300-START-BUNDLE
009020*----------------------------------------------------------
009030 5300-START-BUNDLE.
009040     ADD 1 TO DV-BUNDLE-NO.
009050     ADD 1 TO DV-TRAY-BUNDLES.
009060     MOVE ST-BUNDLE-CLASS TO DV-CUR-BUNDLE-CLASS.
009070     MOVE ST-BUNDLE-ZIP   TO DV-CUR-BUNDLE-ZIP.
009080     MOVE SPACES TO PRSHOP-REC.
009090     SET PH-BUNDLE-BREAK TO TRUE.
009100     MOVE DV-TRAY-NO   TO PH-TRAY-NO.
009110     MOVE DV-BUNDLE-NO TO PH-BUNDLE-NO.
009120     MOVE ST-LEVEL     TO PH-BREAK-LEVEL.
009130     MOVE ST-BUNDLE-ZIP TO PH-BREAK-ZIP.
009140     MOVE ST-BUNDLE-PIECES TO PH-BREAK-PIECES.
009150     PERFORM 5600-PUT-PRSHOP THRU 5600-EXIT.
009160 5300-EXIT.
009170     EXIT.
009180*----------------------------------------------------------
009190* 5400-PRINT-TRAY-LINE
009200*----------------------------------------------------------
009210 5400-PRINT-TRAY-LINE.
009220     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
009230         PERFORM 5500-PRINT-HEADERS THRU 5500-EXIT
009240         MOVE ' ' TO PRT-CC
009250         MOVE DV-HEADER-LINE-2 TO PRT-LINE
009260         WRITE ZIPRPT-REC
009270         ADD 1 TO DV-LINE-COUNT
009280     END-IF.
009290     MOVE DV-TRAY-NO TO DV-TRL-TRAY-NO.
009300     IF DV-TRAY-LEVEL = 'M'
009310         MOVE 'MIXED' TO DV-TRL-LEVEL
009320     ELSE
009330         MOVE '3-DIGIT' TO DV-TRL-LEVEL
009340     END-IF.
009350     MOVE DV-CUR-TRAY-ZIP TO DV-TRL-ZIP.
009360     MOVE DV-TRAY-BUNDLES TO DV-TRL-BUNDLES.
009370     MOVE DV-TRAY-PIECES  TO DV-TRL-PIECES.
009380     MOVE ' ' TO PRT-CC.
009390     MOVE DV-TRAY-LINE TO PRT-LINE.
009400     WRITE ZIPRPT-REC.
009410     ADD 1 TO DV-LINE-COUNT.
009420 5400-EXIT.
009430     EXIT.
009440*----------------------------------------------------------
009450* 5500-PRINT-HEADERS
009460*----------------------------------------------------------
009470 5500-PRINT-HEADERS.
009480     ADD 1 TO DV-PAGE-NO.
009490     MOVE ZERO TO DV-LINE-COUNT.
009500     MOVE DV-RUN-DATE TO DV-HDR-RUN-DATE.
009510     MOVE DV-PAGE-NO  TO DV-HDR-PAGE-NO.
009520     MOVE '1' TO PRT-CC.
009530     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
009540     WRITE ZIPRPT-REC.
009550     ADD 1 TO DV-LINE-COUNT.
009560 5500-EXIT.
009570     EXIT.
009580*----------------------------------------------------------
009590* 5600-PUT-PRSHOP
009600*----------------------------------------------------------
009610 5600-PUT-PRSHOP.
009620     WRITE PRSHOP-REC.
009630     IF NOT DV-PRSHOP-OK
009640         DISPLAY 'ZIPSORT - WRITE FAILED FOR PRSHOP - '
009650             DV-PRSHOP-STATUS
009660         MOVE 16 TO RETURN-CODE
009670         STOP RUN
009680     END-IF.
009690 5600-EXIT.
009700     EXIT.
009710*----------------------------------------------------------
009720* 6000-PRINT-POSTAGE  -  PIECES AND POSTAGE AT EACH PRESORT
009730* LEVEL, THE EXCEPTION PIECES AT THE FULL RATE, AND WHAT
009740* THE SAME MAILING WOULD HAVE COST ALL AT THE FULL RATE.
009750*----------------------------------------------------------
009760 6000-PRINT-POSTAGE.
009770     COMPUTE DV-PIECES-PRESORTED = DV-PIECES-5-DIGIT
009780         + DV-PIECES-3-DIGIT + DV-PIECES-MIXED.
009790     COMPUTE DV-POSTAGE-5-DIGIT ROUNDED =
009800         DV-PIECES-5-DIGIT * DV-RC-5-DIGIT-RATE.
009810     COMPUTE DV-POSTAGE-3-DIGIT ROUNDED =
009820         DV-PIECES-3-DIGIT * DV-RC-3-DIGIT-RATE.
009830     COMPUTE DV-POSTAGE-MIXED ROUNDED =
009840         DV-PIECES-MIXED * DV-RC-MIXED-RATE.
009850     COMPUTE DV-POSTAGE-XCPT ROUNDED =
009860         DV-XCPT-PIECES * DV-RC-FULL-RATE.
009870     COMPUTE DV-POSTAGE-TOTAL = DV-POSTAGE-5-DIGIT
009880         + DV-POSTAGE-3-DIGIT + DV-POSTAGE-MIXED
009890         + DV-POSTAGE-XCPT.
009900     COMPUTE DV-POSTAGE-FULL-RATE ROUNDED =
009910         (DV-PIECES-PRESORTED + DV-XCPT-PIECES)
009920             * DV-RC-FULL-RATE.
009930     COMPUTE DV-POSTAGE-SAVED =
009940         DV-POSTAGE-FULL-RATE - DV-POSTAGE-TOTAL.
009950     IF DV-LINE-COUNT + 10 > DV-MAX-LINES-PER-PAGE
009960         PERFORM 5500-PRINT-HEADERS THRU 5500-EXIT
009970     END-IF.
009980     MOVE '0' TO PRT-CC.
009990     MOVE DV-RATE-HEADER-LINE TO PRT-LINE.
010000     WRITE ZIPRPT-REC.
010010     MOVE '5-DIGIT PRESORT' TO DV-RTL-LABEL.
010020     MOVE DV-PIECES-5-DIGIT  TO DV-RTL-PIECES.
010030     MOVE DV-RC-5-DIGIT-RATE TO DV-RTL-RATE.
010040     MOVE DV-POSTAGE-5-DIGIT TO DV-RTL-POSTAGE.
010050     PERFORM 6100-PRINT-RATE-LINE THRU 6100-EXIT.
010060     MOVE '3-DIGIT PRESORT' TO DV-RTL-LABEL.
010070     MOVE DV-PIECES-3-DIGIT  TO DV-RTL-PIECES.
010080     MOVE DV-RC-3-DIGIT-RATE TO DV-RTL-RATE.
010090     MOVE DV-POSTAGE-3-DIGIT TO DV-RTL-POSTAGE.
010100     PERFORM 6100-PRINT-RATE-LINE THRU 6100-EXIT.
010110     MOVE 'MIXED' TO DV-RTL-LABEL.
010120     MOVE DV-PIECES-MIXED    TO DV-RTL-PIECES.
010130     MOVE DV-RC-MIXED-RATE   TO DV-RTL-RATE.
010140     MOVE DV-POSTAGE-MIXED   TO DV-RTL-POSTAGE.
010150     PERFORM 6100-PRINT-RATE-LINE THRU 6100-EXIT.
010160     MOVE 'ADDRESS EXCEPTIONS (FULL)' TO DV-RTL-LABEL.
010170     MOVE DV-XCPT-PIECES     TO DV-RTL-PIECES.
010180     MOVE DV-RC-FULL-RATE    TO DV-RTL-RATE.
010190     MOVE DV-POSTAGE-XCPT    TO DV-RTL-POSTAGE.
010200     PERFORM 6100-PRINT-RATE-LINE THRU 6100-EXIT.
010210     MOVE 'TOTAL POSTAGE' TO DV-RTL-LABEL.
010220     COMPUTE DV-RTL-PIECES = DV-PIECES-PRESORTED
010230         + DV-XCPT-PIECES.
010240     MOVE ZERO               TO DV-RTL-RATE.
010250     MOVE DV-POSTAGE-TOTAL   TO DV-RTL-POSTAGE.
010260     PERFORM 6100-PRINT-RATE-LINE THRU 6100-EXIT.
010270     MOVE 'AT FULL FIRST-CLASS RATE' TO DV-RTL-LABEL.
010280     MOVE DV-RC-FULL-RATE      TO DV-RTL-RATE.
010290     MOVE DV-POSTAGE-FULL-RATE TO DV-RTL-POSTAGE.
010300     PERFORM 6100-PRINT-RATE-LINE THRU 6100-EXIT.
010310     MOVE 'PRESORT SAVING' TO DV-RTL-LABEL.
010320     MOVE ZERO                 TO DV-RTL-PIECES.
010330     MOVE ZERO                 TO DV-RTL-RATE.
010340     MOVE DV-POSTAGE-SAVED     TO DV-RTL-POSTAGE.
010350     PERFORM 6100-PRINT-RATE-LINE THRU 6100-EXIT.
010360 6000-EXIT.
010370     EXIT.
010380*----------------------------------------------------------
010390* 6100-PRINT-RATE-LINE
010400*----------------------------------------------------------
010410 6100-PRINT-RATE-LINE.
010420     MOVE ' ' TO PRT-CC.
010430     MOVE DV-RATE-LINE TO PRT-LINE.
010440     WRITE ZIPRPT-REC.
010450     ADD 1 TO DV-LINE-COUNT.
010460 6100-EXIT.
010470     EXIT.
010480*----------------------------------------------------------
010490* 7000-DISPLAY-TOTALS  -  ANY ADDRESS EXCEPTION ENDS THE RUN
010500* WITH A WARNING SO THE PULLED PIECES ARE NOT FORGOTTEN.
010510*----------------------------------------------------------
010520 7000-DISPLAY-TOTALS.
010530     DISPLAY '========================================'.
010540     DISPLAY 'ZIPSORT - PRESORT RUN SUMMARY'.
010550     DISPLAY '  STAGED LINES READ  . . . . : '
010560         DV-STAGE-READ-COUNT.
010570     DISPLAY '  PIECES READ  . . . . . . . : '
010580         DV-PIECES-IN.
010590     DISPLAY '  PIECES PRESORTED . . . . . : '
010600         DV-PIECES-PRESORTED.
010610     DISPLAY '    5-DIGIT  . . . . . . . . : '
010620         DV-PIECES-5-DIGIT.
010630     DISPLAY '    3-DIGIT  . . . . . . . . : '
010640         DV-PIECES-3-DIGIT.
010650     DISPLAY '    MIXED  . . . . . . . . . : '
010660         DV-PIECES-MIXED.
010670     DISPLAY '  TRAYS / BUNDLES  . . . . . : '
010680         DV-TRAY-NO ' / ' DV-BUNDLE-NO.
010690     DISPLAY '  ADDRESS EXCEPTION PIECES . : '
010700         DV-XCPT-PIECES.
010710     DISPLAY '========================================'.
010720     IF DV-XCPT-PIECES > ZERO AND RETURN-CODE < 4
010730         MOVE 4 TO RETURN-CODE
010740     END-IF.
010750 7000-EXIT.
010760     EXIT.
010770*----------------------------------------------------------
010780* 8000-CLOSE-FILES  -  THE EXCEPTIONS LIST SAYS SO WHEN
010790* EVERY PIECE HAD A COMPLETE ADDRESS.
010800*----------------------------------------------------------
010810 8000-CLOSE-FILES.
010820     IF DV-XCPT-PIECES = ZERO
010830         PERFORM 2450-PRINT-XRPT-HEADERS THRU 2450-EXIT
010840         MOVE ' ' TO XRPT-CC
010850         MOVE 'NO EXCEPTIONS - EVERY PIECE HAD A COMPLETE ADDRESS'
010860             TO XRPT-LINE
010870         WRITE ZIPXRPT-REC
010880     END-IF.
010890     CLOSE ACCTMST.
010900     CLOSE XCPTMAIL.
010910     CLOSE ZIPXRPT.
010920     CLOSE ZIPRPT.
010930 8000-EXIT.
010940     EXIT.
010950 END PROGRAM ZIPSORT.
