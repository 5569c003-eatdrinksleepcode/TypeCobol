000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FEEASMT.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - MONTH-END SERVICE FEE
000110*                  ASSESSMENT. READS THE PERTOTAL PERIOD
000120*                  MASTER AFTER PERSTMT HAS PRINTED IT AND
000130*                  BEFORE PERDROLL CLEARS IT, AND APPLIES THE
000140*                  FEESCHED FEE SCHEDULE OPERATIONS MAINTAINS
000150*                  TO EACH ACCOUNT'S PERIOD TOTALS - A CHARGE
000160*                  PER ITEM OF ONE CODE OVER A FREE ALLOWANCE
000170*                  (W ROWS) OR A FLAT MONTHLY FEE (M ROWS),
000180*                  EITHER ONE WAIVED WHEN THE ACCOUNT'S PERIOD
000190*                  TOTAL FOR A NAMED CODE (NORMALLY DEPOSITS)
000200*                  REACHES THE ROW'S WAIVER AMOUNT. ASSESSED
000210*                  FEES ARE WRITTEN AS CODE 0005 DETAILS TO
000220*                  THE FEEFEED FILE IN PRTD20L LAYOUT WITH
000230*                  *HDR*/*TRL* CONTROLS, THE HEADER DATED THE
000240*                  NEXT BUSINESS DAY PER DVDATSRV, SO THE
000250*                  FEEMERGE STEP FOLDS THEM INTO THAT NIGHT'S
000260*                  EXTRACT AHEAD OF PRTDLOAD. EVERY ASSESSED
000270*                  AND WAIVED FEE PRINTS ON THE FEEREG FEE
000280*                  REGISTER. MODE M FROM SYSIN RUNS ONLY ON
000290*                  THE LAST BUSINESS DAY OF THE MONTH, THE
000300*                  SAME GATE PERDROLL USES; MODE F FORCES THE
000310*                  RUN FOR A MISSED MONTH END.
000320*----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FEESCHED ASSIGN TO FEESCHED
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS DV-FEESCHED-STATUS.
000390     SELECT PERTOTAL ASSIGN TO PERTOTAL
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS PM-KEY
000430         FILE STATUS IS DV-PERTOTAL-STATUS.
000440     SELECT FEEFEED ASSIGN TO FEEFEED
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DV-FEEFEED-STATUS.
000470     SELECT FEEREG ASSIGN TO FEEREG
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DV-FEEREG-STATUS.
000500     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CL-KEY
000540         FILE STATUS IS DV-CTLLDG-STATUS.
000550*----------------------------------------------------------
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FEESCHED
000590     RECORDING MODE IS F
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  FEESCHED-REC.
000620     05  FS-RULE-TYPE            PIC X(01).
000630         88  FS-PER-ITEM         VALUE 'W'.
000640         88  FS-MONTHLY          VALUE 'M'.
000650         88  FS-TYPE-VALID       VALUES 'W' 'M'.
000660     05  FS-FEE-DESC             PIC X(20).
000670     05  FS-ITEM-CODE            PIC X(04).
000680     05  FS-FREE-COUNT           PIC 9(05).
000690     05  FS-FEE-AMOUNT           PIC 9(07)V99.
000700     05  FS-WAIVE-CODE           PIC X(04).
000710     05  FS-WAIVE-AMOUNT         PIC 9(09)V99.
000720     05  FILLER                  PIC X(26).
000730 FD  PERTOTAL.
000740 COPY PERTOTREC.
000750 FD  FEEFEED
000760     RECORDING MODE IS F.
000770 01  FEEFEED-REC.
000780 COPY YPRTD20L.
000790 01  FEEFEED-HDR-REC.
000800     05  PD-HDR-TAG              PIC X(05).
000810     05  PD-HDR-EXTRACT-DATE     PIC 9(08).
000820     05  FILLER                  PIC X(64).
000830 01  FEEFEED-TRL-REC.
000840     05  PD-TRL-TAG              PIC X(05).
000850     05  PD-TRL-RECORD-COUNT     PIC 9(07).
000860     05  PD-TRL-AMOUNT-HASH      PIC S9(13)V99 SIGN IS
000870                                 LEADING SEPARATE.
000880     05  FILLER                  PIC X(49).
000890 FD  FEEREG
000900     RECORD CONTAINS 133 CHARACTERS.
000910 01  FEEREG-REC.
000920     05  PRT-CC                  PIC X(01).
000930     05  PRT-LINE                PIC X(132).
000940 FD  DVCTLLDG.
000950 COPY DVCTLREC.
000960*----------------------------------------------------------
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------
000990* FILE STATUS AND CONTROL SWITCHES
001000*----------------------------------------------------------
001010 01  DV-FEESCHED-STATUS          PIC X(02) VALUE '00'.
001020     88  DV-FEESCHED-OK          VALUE '00'.
001030     88  DV-FEESCHED-EOF         VALUE '10'.
001040 01  DV-PERTOTAL-STATUS          PIC X(02) VALUE '00'.
001050     88  DV-PERTOTAL-OK          VALUE '00'.
001060     88  DV-PERTOTAL-EOF         VALUE '10'.
001070 01  DV-FEEFEED-STATUS           PIC X(02) VALUE '00'.
001080     88  DV-FEEFEED-OK           VALUE '00'.
001090 01  DV-FEEREG-STATUS            PIC X(02) VALUE '00'.
001100     88  DV-FEEREG-OK            VALUE '00'.
001110 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
001120     88  DV-CTLLDG-OK            VALUES '00' '02'.
001130     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
001140 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001150     88  DV-EOF                  VALUE 'Y'.
001160*----------------------------------------------------------
001170* RUN MODE AND MONTH-END GATE
001180*----------------------------------------------------------
001190 01  DV-RUN-MODE                 PIC X(01).
001200     88  DV-MODE-MONTH-END       VALUE 'M'.
001210     88  DV-MODE-FORCE           VALUE 'F'.
001220 01  DV-MONTH-END-SW             PIC X(01) VALUE 'N'.
001230     88  DV-IS-MONTH-END         VALUE 'Y'.
001240 01  DV-RUN-DATE                 PIC 9(08).
001250 01  DV-RUN-DATE-R REDEFINES DV-RUN-DATE.
001260     05  DV-RUN-CCYY             PIC 9(04).
001270     05  DV-RUN-MM               PIC 9(02).
001280     05  DV-RUN-DD               PIC 9(02).
001290 01  DV-NEXT-DATE-WORK.
001300     05  DV-NEXT-DATE-NUM        PIC 9(08).
001310 01  DV-NEXT-DATE-WORK-R REDEFINES DV-NEXT-DATE-WORK.
001320     05  DV-NEXT-CCYY            PIC 9(04).
001330     05  DV-NEXT-MM              PIC 9(02).
001340     05  DV-NEXT-DD              PIC 9(02).
001350 COPY DVDATPRM.
001360*----------------------------------------------------------
001370* FEE SCHEDULE - ONE ROW PER FEESCHED RULE, WITH THE
001380* CURRENT ACCOUNT'S PERIOD ITEM COUNT FOR THE RULE'S ITEM
001390* CODE AND PERIOD AMOUNT FOR ITS WAIVER CODE. WAIVER
001400* AMOUNTS ARE TAKEN WITHOUT SIGN, THE SAME AS TXNMON TAKES
001410* ITS VELOCITY AMOUNTS, SO THE RULE READS THE SAME WHICHEVER
001420* WAY THE SOURCE SYSTEM SIGNS DEPOSITS.
001430*----------------------------------------------------------
001440 01  DV-FS-COUNT                 PIC 9(02) COMP VALUE ZERO.
001450 01  DV-FS-MAX                   PIC 9(02) COMP VALUE 20.
001460 01  DV-FS-IDX                   PIC 9(02) COMP.
001470 01  DV-FS-TABLE.
001480     05  DV-FS-ENTRY OCCURS 20 TIMES.
001490         10  DV-FS-TYPE          PIC X(01).
001500             88  DV-FS-PER-ITEM  VALUE 'W'.
001510             88  DV-FS-MONTHLY   VALUE 'M'.
001520         10  DV-FS-DESC          PIC X(20).
001530         10  DV-FS-ITEM-CODE     PIC X(04).
001540         10  DV-FS-FREE-COUNT    PIC 9(05).
001550         10  DV-FS-FEE-AMOUNT    PIC S9(07)V99 COMP-3.
001560         10  DV-FS-WAIVE-CODE    PIC X(04).
001570         10  DV-FS-WAIVE-AMOUNT  PIC S9(11)V99 COMP-3.
001580         10  DV-FS-ACCT-ITEMS    PIC 9(07).
001590         10  DV-FS-ACCT-WAIVE-TOTAL
001600                                 PIC S9(11)V99 COMP-3.
001610*----------------------------------------------------------
001620* CURRENT-ACCOUNT CONTROL - PERTOTAL ARRIVES IN ACCOUNT
001630* ORDER, SO EACH ACCOUNT IS ASSESSED AT ITS BREAK.
001640*----------------------------------------------------------
001650 01  DV-ACCT-OPEN-SW             PIC X(01) VALUE 'N'.
001660     88  DV-ACCT-OPEN            VALUE 'Y'.
001670 01  DV-CUR-ACCOUNT-NO           PIC 9(09) VALUE ZERO.
001680 01  DV-CUR-CUSTOMER-NAME        PIC X(30) VALUE SPACES.
001690 01  DV-PERIOD-ID                PIC 9(06) VALUE ZERO.
001700 01  DV-ABS-AMOUNT               PIC S9(11)V99 COMP-3
001710                                 VALUE ZERO.
001720*----------------------------------------------------------
001730* FEE WORK AREA - ONE RULE'S OUTCOME FOR THE CURRENT
001740* ACCOUNT, FILLED IN BY 3100-ASSESS-ONE-RULE.
001750*----------------------------------------------------------
001760 01  DV-FEE-ITEMS                PIC 9(07).
001770 01  DV-FEE-AMOUNT               PIC S9(09)V99 COMP-3.
001780 01  DV-FEE-ACTION               PIC X(08).
001790     88  DV-FEE-ASSESSED         VALUE 'ASSESSED'.
001800     88  DV-FEE-WAIVED           VALUE 'WAIVED'.
001810 01  DV-FEE-CODE                 PIC X(04) VALUE '0005'.
001820 01  DV-EDIT-AMOUNT              PIC -(11)9.99.
001830*----------------------------------------------------------
001840* FEED CONTROLS
001850*----------------------------------------------------------
001860 01  DV-FEED-DATE                PIC 9(08) VALUE ZERO.
001870 01  DV-FEED-COUNT               PIC 9(07) VALUE ZERO.
001880 01  DV-FEED-AMOUNT-HASH         PIC S9(13)V99 COMP-3
001890                                 VALUE ZERO.
001900*----------------------------------------------------------
001910* RUN CONTROL AND COUNTERS
001920*----------------------------------------------------------
001930 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
001940 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
001950 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001960 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
001970 01  DV-ACCOUNT-COUNT            PIC 9(07) VALUE ZERO.
001980 01  DV-ASSESSED-COUNT           PIC 9(07) VALUE ZERO.
001990 01  DV-ASSESSED-AMOUNT          PIC S9(11)V99 COMP-3
002000                                 VALUE ZERO.
002010 01  DV-WAIVED-COUNT             PIC 9(07) VALUE ZERO.
002020 01  DV-WAIVED-AMOUNT            PIC S9(11)V99 COMP-3
002030                                 VALUE ZERO.
002040*----------------------------------------------------------
002050* REPORT LINES
002060*----------------------------------------------------------
002070 01  DV-HEADER-LINE-1.
002080     05  FILLER                  PIC X(30)
002090             VALUE 'MONTH-END FEE REGISTER'.
002100     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
002110     05  DV-HDR-PERIOD-ID        PIC 9(06).
002120     05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
002130     05  DV-HDR-RUN-DATE         PIC 9(08).
002140     05  FILLER                  PIC X(14)
002150             VALUE '  FEED DATED: '.
002160     05  DV-HDR-FEED-DATE        PIC 9(08).
002170     05  FILLER                  PIC X(10) VALUE '   PAGE: '.
002180     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002190 01  DV-HEADER-LINE-2.
002200     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
002210     05  FILLER                  PIC X(26) VALUE 'CUSTOMER'.
002220     05  FILLER                  PIC X(22) VALUE 'FEE'.
002230     05  FILLER                  PIC X(10) VALUE 'ACTION'.
002240     05  FILLER                  PIC X(09) VALUE '    ITEMS'.
002250     05  FILLER                  PIC X(17)
002260             VALUE '         AMOUNT'.
002270     05  FILLER                  PIC X(06) VALUE 'WAIVER'.
002280     05  FILLER                  PIC X(15)
002290             VALUE ' PERIOD TOTAL'.
002300 01  DV-DETAIL-LINE.
002310     05  DV-DTL-ACCOUNT-NO       PIC 9(09).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  DV-DTL-CUSTOMER-NAME    PIC X(24).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  DV-DTL-FEE-DESC         PIC X(20).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  DV-DTL-ACTION           PIC X(08).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  DV-DTL-ITEMS            PIC Z(06)9.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  DV-DTL-AMOUNT           PIC X(15).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  DV-DTL-WAIVE-CODE       PIC X(04).
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  DV-DTL-WAIVE-TOTAL      PIC X(15).
002460 01  DV-TOTAL-LINE-1.
002470     05  FILLER                  PIC X(26)
002480             VALUE 'ACCOUNTS ASSESSED       : '.
002490     05  DV-TOT-ACCOUNTS         PIC ZZZZZZ9.
002500 01  DV-TOTAL-LINE-2.
002510     05  FILLER                  PIC X(26)
002520             VALUE 'FEES ASSESSED           : '.
002530     05  DV-TOT-ASSESSED         PIC ZZZZZZ9.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  DV-TOT-ASSESSED-AMT     PIC -(11)9.99.
002560 01  DV-TOTAL-LINE-3.
002570     05  FILLER                  PIC X(26)
002580             VALUE 'FEES WAIVED             : '.
002590     05  DV-TOT-WAIVED           PIC ZZZZZZ9.
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  DV-TOT-WAIVED-AMT       PIC -(11)9.99.
002620*----------------------------------------------------------
002630 PROCEDURE DIVISION.
002640*----------------------------------------------------------
002650* 0000-MAINLINE
002660*----------------------------------------------------------
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690     IF DV-MODE-MONTH-END AND NOT DV-IS-MONTH-END
002700         DISPLAY 'FEEASMT - ' DV-RUN-DATE ' IS NOT THE '
002710             'LAST BUSINESS DAY OF THE MONTH - NO FEES '
002720             'ASSESSED'
002730         GOBACK
002740     END-IF.
002750     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002760     PERFORM 6000-READ-PERIOD-ROW THRU 6000-EXIT.
002770     PERFORM 2000-ACCUMULATE-ONE-ROW THRU 2000-EXIT
002780         UNTIL DV-EOF.
002790     IF DV-ACCT-OPEN
002800         PERFORM 3000-ASSESS-ACCOUNT THRU 3000-EXIT
002810     END-IF.
002820     PERFORM 5000-WRITE-FEED-TRAILER THRU 5000-EXIT.
002830     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002840     PERFORM 7500-DISPLAY-TOTALS THRU 7500-EXIT.
002850     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
002860     GOBACK.
002870*----------------------------------------------------------
002880* 1000-INITIALIZE  -  READS THE RUN MODE FROM SYSIN AND
002890* WORKS OUT, THROUGH THE SHARED DVDATSRV DATE SERVICE, THE
002900* NEXT BUSINESS DAY - THE NIGHT THE FEE FEED WILL BE
002910* LOADED, SO THE DATE ITS HEADER MUST CARRY - AND FROM IT
002920* WHETHER TODAY IS THE LAST BUSINESS DAY OF ITS MONTH.
002930*----------------------------------------------------------
002940 1000-INITIALIZE.
002950     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
002960     DISPLAY 'FEEASMT - ENTER MODE (M=MONTH-END ONLY, '
002970         'F=FORCE): '.
002980     ACCEPT DV-RUN-MODE.
002990     IF NOT DV-MODE-MONTH-END AND NOT DV-MODE-FORCE
003000         DISPLAY 'FEEASMT - INVALID MODE - ' DV-RUN-MODE
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     IF NOT DV-MODE-MONTH-END
003050         GO TO 1000-NEXT-DAY
003060     END-IF.
003070     SET DVDAT-FUNC-BUSDAY-CHECK TO TRUE.
003080     MOVE DV-RUN-DATE TO DVDAT-INPUT-DATE.
003090     CALL 'DVDATSRV' USING DVDAT-PARM.
003100     IF NOT DVDAT-RC-OK OR DVDAT-DAY-DIFFERENCE NOT = 1
003110         GO TO 1000-EXIT
003120     END-IF.
003130 1000-NEXT-DAY.
003140     SET DVDAT-FUNC-ADD-BUSDAYS TO TRUE.
003150     MOVE DV-RUN-DATE TO DVDAT-INPUT-DATE.
003160     MOVE 1 TO DVDAT-DAY-COUNT.
003170     SET DVDAT-DIR-FORWARD TO TRUE.
003180     CALL 'DVDATSRV' USING DVDAT-PARM.
003190     IF NOT DVDAT-RC-OK
003200         IF DV-MODE-MONTH-END
003210             GO TO 1000-EXIT
003220         END-IF
003230         DISPLAY 'FEEASMT - NEXT BUSINESS DAY UNAVAILABLE - '
003240             'DVDATSRV RC ' DVDAT-RETURN-CODE
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     MOVE DVDAT-RESULT-DATE TO DV-NEXT-DATE-NUM.
003290     MOVE DVDAT-RESULT-DATE TO DV-FEED-DATE.
003300     IF DV-NEXT-MM NOT = DV-RUN-MM
003310         SET DV-IS-MONTH-END TO TRUE
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350*----------------------------------------------------------
003360* 1100-OPEN-FILES  -  LOADS THE FEE SCHEDULE AND OPENS
003370* EVERYTHING. FEESCHED IS REQUIRED - A MONTH END WITH NO
003380* SCHEDULE WOULD SILENTLY CHARGE NOBODY. THE FEED IS
003390* STARTED WITH ITS *HDR* RECORD STRAIGHT AWAY.
003400*----------------------------------------------------------
003410 1100-OPEN-FILES.
003420     OPEN INPUT FEESCHED.
003430     IF NOT DV-FEESCHED-OK
003440         DISPLAY 'FEEASMT - OPEN FAILED FOR FEESCHED - '
003450             DV-FEESCHED-STATUS
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     PERFORM 1150-LOAD-ONE-RULE THRU 1150-EXIT
003500         UNTIL DV-FEESCHED-EOF.
003510     CLOSE FEESCHED.
003520     IF DV-FS-COUNT = ZERO
003530         DISPLAY 'FEEASMT - NO USABLE FEESCHED ROWS - NO FEES '
003540             'WILL BE ASSESSED'
003550         MOVE 4 TO RETURN-CODE
003560     END-IF.
003570     OPEN INPUT PERTOTAL.
003580     IF NOT DV-PERTOTAL-OK
003590         DISPLAY 'FEEASMT - OPEN FAILED FOR PERTOTAL - '
003600             DV-PERTOTAL-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     OPEN OUTPUT FEEFEED.
003650     IF NOT DV-FEEFEED-OK
003660         DISPLAY 'FEEASMT - OPEN FAILED FOR FEEFEED - '
003670             DV-FEEFEED-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     OPEN OUTPUT FEEREG.
003720     IF NOT DV-FEEREG-OK
003730         DISPLAY 'FEEASMT - OPEN FAILED FOR FEEREG - '
003740             DV-FEEREG-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     MOVE SPACES TO FEEFEED-HDR-REC.
003790     MOVE '*HDR*' TO PD-HDR-TAG.
003800     MOVE DV-FEED-DATE TO PD-HDR-EXTRACT-DATE.
003810     WRITE FEEFEED-HDR-REC.
003820 1100-EXIT.
003830     EXIT.
003840*----------------------------------------------------------
003850* 1150-LOAD-ONE-RULE  -  ONE FEESCHED ROW. A W ROW NEEDS AN
003860* ITEM CODE; EVERY ROW NEEDS A NUMERIC, NON-ZERO FEE. A ROW
003870* OF ANY OTHER TYPE, WITH BAD NUMBERS, OR ARRIVING AFTER THE
003880* TABLE IS FULL IS WARNED AND DROPPED.
003890*----------------------------------------------------------
003900 1150-LOAD-ONE-RULE.
003910     READ FEESCHED
003920         AT END
003930             GO TO 1150-EXIT
003940     END-READ.
003950     IF NOT FS-TYPE-VALID
003960        OR FS-FEE-AMOUNT IS NOT NUMERIC
003970        OR FS-FREE-COUNT IS NOT NUMERIC
003980        OR FS-WAIVE-AMOUNT IS NOT NUMERIC
003990        OR FS-FEE-AMOUNT = ZERO
004000        OR (FS-PER-ITEM AND FS-ITEM-CODE = SPACES)
004010         DISPLAY 'FEEASMT - BAD FEE RULE ' FS-RULE-TYPE
004020             ' ' FS-FEE-DESC ' - ROW IGNORED'
004030         GO TO 1150-EXIT
004040     END-IF.
004050     IF DV-FS-COUNT >= DV-FS-MAX
004060         DISPLAY 'FEEASMT - FEE TABLE FULL - RULE '
004070             FS-FEE-DESC ' IGNORED'
004080         GO TO 1150-EXIT
004090     END-IF.
004100     ADD 1 TO DV-FS-COUNT.
004110     MOVE FS-RULE-TYPE    TO DV-FS-TYPE (DV-FS-COUNT).
004120     MOVE FS-FEE-DESC     TO DV-FS-DESC (DV-FS-COUNT).
004130     MOVE FS-ITEM-CODE    TO DV-FS-ITEM-CODE (DV-FS-COUNT).
004140     MOVE FS-FREE-COUNT   TO DV-FS-FREE-COUNT (DV-FS-COUNT).
004150     MOVE FS-FEE-AMOUNT   TO DV-FS-FEE-AMOUNT (DV-FS-COUNT).
004160     MOVE FS-WAIVE-CODE   TO DV-FS-WAIVE-CODE (DV-FS-COUNT).
004170     MOVE FS-WAIVE-AMOUNT TO DV-FS-WAIVE-AMOUNT (DV-FS-COUNT).
004180 1150-EXIT.
004190     EXIT.
004200*----------------------------------------------------------
004210* 2000-ACCUMULATE-ONE-ROW  -  ONE PERTOTAL ROW. AN ACCOUNT
004220* CHANGE FIRST ASSESSES THE PRIOR ACCOUNT. THE ROW IS THEN
004230* ADDED TO EVERY RULE THAT COUNTS ITS CODE.
004240*----------------------------------------------------------
004250 2000-ACCUMULATE-ONE-ROW.
004260     IF DV-ACCT-OPEN AND
004270        PM-ACCOUNT-NO NOT = DV-CUR-ACCOUNT-NO
004280         PERFORM 3000-ASSESS-ACCOUNT THRU 3000-EXIT
004290     END-IF.
004300     IF NOT DV-ACCT-OPEN
004310         PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
004320     END-IF.
004330     IF PM-AMOUNT < ZERO
004340         COMPUTE DV-ABS-AMOUNT = ZERO - PM-AMOUNT
004350     ELSE
004360         MOVE PM-AMOUNT TO DV-ABS-AMOUNT
004370     END-IF.
004380     PERFORM 2100-ADD-ROW-TO-RULE THRU 2100-EXIT
004390         VARYING DV-FS-IDX FROM 1 BY 1
004400             UNTIL DV-FS-IDX > DV-FS-COUNT.
004410     PERFORM 6000-READ-PERIOD-ROW THRU 6000-EXIT.
004420 2000-EXIT.
004430     EXIT.
004440*----------------------------------------------------------
004450* 2100-ADD-ROW-TO-RULE
004460*----------------------------------------------------------
004470 2100-ADD-ROW-TO-RULE.
004480     IF DV-FS-PER-ITEM (DV-FS-IDX) AND
004490        DV-FS-ITEM-CODE (DV-FS-IDX) = PM-INTERNAL-CODE
004500         ADD PM-TXN-COUNT TO DV-FS-ACCT-ITEMS (DV-FS-IDX)
004510     END-IF.
004520     IF DV-FS-WAIVE-CODE (DV-FS-IDX) NOT = SPACES AND
004530        DV-FS-WAIVE-CODE (DV-FS-IDX) = PM-INTERNAL-CODE
004540         ADD DV-ABS-AMOUNT
004550             TO DV-FS-ACCT-WAIVE-TOTAL (DV-FS-IDX)
004560     END-IF.
004570 2100-EXIT.
004580     EXIT.
004590*----------------------------------------------------------
004600* 2200-START-ACCOUNT  -  OPENS THE PERIOD TOTALS FOR THE
004610* ACCOUNT THE CURRENT ROW BELONGS TO.
004620*----------------------------------------------------------
004630 2200-START-ACCOUNT.
004640     SET DV-ACCT-OPEN TO TRUE.
004650     MOVE PM-ACCOUNT-NO    TO DV-CUR-ACCOUNT-NO.
004660     MOVE PM-CUSTOMER-NAME TO DV-CUR-CUSTOMER-NAME.
004670     PERFORM 2210-CLEAR-ONE-RULE THRU 2210-EXIT
004680         VARYING DV-FS-IDX FROM 1 BY 1
004690             UNTIL DV-FS-IDX > DV-FS-COUNT.
004700     ADD 1 TO DV-ACCOUNT-COUNT.
004710 2200-EXIT.
004720     EXIT.
004730*----------------------------------------------------------
004740* 2210-CLEAR-ONE-RULE
004750*----------------------------------------------------------
004760 2210-CLEAR-ONE-RULE.
004770     MOVE ZERO TO DV-FS-ACCT-ITEMS (DV-FS-IDX).
004780     MOVE ZERO TO DV-FS-ACCT-WAIVE-TOTAL (DV-FS-IDX).
004790 2210-EXIT.
004800     EXIT.
004810*----------------------------------------------------------
004820* 3000-ASSESS-ACCOUNT  -  CLOSES OUT ONE ACCOUNT'S PERIOD,
004830* RUNNING EVERY FEE RULE AGAINST ITS TOTALS.
004840*----------------------------------------------------------
004850 3000-ASSESS-ACCOUNT.
004860     MOVE 'N' TO DV-ACCT-OPEN-SW.
004870     PERFORM 3100-ASSESS-ONE-RULE THRU 3100-EXIT
004880         VARYING DV-FS-IDX FROM 1 BY 1
004890             UNTIL DV-FS-IDX > DV-FS-COUNT.
004900 3000-EXIT.
004910     EXIT.
004920*----------------------------------------------------------
004930* 3100-ASSESS-ONE-RULE  -  A W RULE CHARGES ITS FEE FOR EACH
004940* ITEM OVER THE FREE ALLOWANCE AND CHARGES NOTHING AT OR
004950* UNDER IT; AN M RULE CHARGES ITS FLAT FEE. A FEE THAT IS DUE
004960* IS WAIVED WHEN THE RULE NAMES A WAIVER CODE AND THE
004970* ACCOUNT'S PERIOD TOTAL FOR THAT CODE REACHES THE WAIVER
004980* AMOUNT; OTHERWISE IT IS ASSESSED AND FED BACK.
004990*----------------------------------------------------------
005000 3100-ASSESS-ONE-RULE.
005010     IF DV-FS-PER-ITEM (DV-FS-IDX)
005020         IF DV-FS-ACCT-ITEMS (DV-FS-IDX) NOT >
005030            DV-FS-FREE-COUNT (DV-FS-IDX)
005040             GO TO 3100-EXIT
005050         END-IF
005060         COMPUTE DV-FEE-ITEMS = DV-FS-ACCT-ITEMS (DV-FS-IDX)
005070             - DV-FS-FREE-COUNT (DV-FS-IDX)
005080         COMPUTE DV-FEE-AMOUNT = DV-FEE-ITEMS
005090             * DV-FS-FEE-AMOUNT (DV-FS-IDX)
005100     ELSE
005110         MOVE ZERO TO DV-FEE-ITEMS
005120         MOVE DV-FS-FEE-AMOUNT (DV-FS-IDX) TO DV-FEE-AMOUNT
005130     END-IF.
005140     IF DV-FS-WAIVE-CODE (DV-FS-IDX) NOT = SPACES AND
005150        DV-FS-WAIVE-AMOUNT (DV-FS-IDX) > ZERO AND
005160        DV-FS-ACCT-WAIVE-TOTAL (DV-FS-IDX) NOT <
005170        DV-FS-WAIVE-AMOUNT (DV-FS-IDX)
005180         SET DV-FEE-WAIVED TO TRUE
005190         ADD 1 TO DV-WAIVED-COUNT
005200         ADD DV-FEE-AMOUNT TO DV-WAIVED-AMOUNT
005210     ELSE
005220         SET DV-FEE-ASSESSED TO TRUE
005230         ADD 1 TO DV-ASSESSED-COUNT
005240         ADD DV-FEE-AMOUNT TO DV-ASSESSED-AMOUNT
005250         PERFORM 3200-WRITE-FEE-DETAIL THRU 3200-EXIT
005260     END-IF.
005270     PERFORM 3500-PRINT-FEE THRU 3500-EXIT.
005280 3100-EXIT.
005290     EXIT.
005300*----------------------------------------------------------
005310* 3200-WRITE-FEE-DETAIL  -  ONE CODE 0005 DETAIL, DATED THE
005320* DAY IT WAS ASSESSED, IN PRTD20L LAYOUT.
005330*----------------------------------------------------------
005340 3200-WRITE-FEE-DETAIL.
005350     MOVE SPACES               TO FEEFEED-REC.
005360     MOVE DV-CUR-ACCOUNT-NO    TO PD-ACCOUNT-NO.
005370     MOVE DV-CUR-CUSTOMER-NAME TO PD-CUSTOMER-NAME.
005380     MOVE DV-FEE-CODE          TO PD-INTERNAL-CODE.
005390     MOVE DV-RUN-DATE          TO PD-TRANS-DATE.
005400     MOVE DV-FEE-AMOUNT        TO PD-AMOUNT.
005410     WRITE FEEFEED-REC.
005420     ADD 1 TO DV-FEED-COUNT.
005430     ADD DV-FEE-AMOUNT TO DV-FEED-AMOUNT-HASH.
005440 3200-EXIT.
005450     EXIT.
005460*----------------------------------------------------------
005470* 3500-PRINT-FEE  -  ONE REGISTER LINE PER ASSESSED OR
005480* WAIVED FEE, WITH PAGE-BREAK HEADERS. A WAIVED FEE SHOWS THE
005490* PERIOD TOTAL THAT EARNED THE WAIVER.
005500*----------------------------------------------------------
005510 3500-PRINT-FEE.
005520     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
005530         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
005540     END-IF.
005550     MOVE DV-CUR-ACCOUNT-NO       TO DV-DTL-ACCOUNT-NO.
005560     MOVE DV-CUR-CUSTOMER-NAME    TO DV-DTL-CUSTOMER-NAME.
005570     MOVE DV-FS-DESC (DV-FS-IDX)  TO DV-DTL-FEE-DESC.
005580     MOVE DV-FEE-ACTION           TO DV-DTL-ACTION.
005590     MOVE DV-FEE-ITEMS            TO DV-DTL-ITEMS.
005600     MOVE DV-FEE-AMOUNT           TO DV-EDIT-AMOUNT.
005610     MOVE DV-EDIT-AMOUNT          TO DV-DTL-AMOUNT.
005620     MOVE SPACES                  TO DV-DTL-WAIVE-CODE.
005630     MOVE SPACES                  TO DV-DTL-WAIVE-TOTAL.
005640     IF DV-FEE-WAIVED
005650         MOVE DV-FS-WAIVE-CODE (DV-FS-IDX) TO DV-DTL-WAIVE-CODE
005660         MOVE DV-FS-ACCT-WAIVE-TOTAL (DV-FS-IDX)
005670             TO DV-EDIT-AMOUNT
005680         MOVE DV-EDIT-AMOUNT TO DV-DTL-WAIVE-TOTAL
005690     END-IF.
005700     MOVE ' ' TO PRT-CC.
005710     MOVE DV-DETAIL-LINE TO PRT-LINE.
005720     WRITE FEEREG-REC.
005730     ADD 1 TO DV-LINE-COUNT.
005740 3500-EXIT.
005750     EXIT.
005760*----------------------------------------------------------
005770* 3600-PRINT-HEADERS
005780*----------------------------------------------------------
005790 3600-PRINT-HEADERS.
005800     ADD 1 TO DV-PAGE-NO.
005810     MOVE ZERO TO DV-LINE-COUNT.
005820     MOVE DV-PERIOD-ID TO DV-HDR-PERIOD-ID.
005830     MOVE DV-RUN-DATE  TO DV-HDR-RUN-DATE.
005840     MOVE DV-FEED-DATE TO DV-HDR-FEED-DATE.
005850     MOVE DV-PAGE-NO   TO DV-HDR-PAGE-NO.
005860     MOVE '1' TO PRT-CC.
005870     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
005880     WRITE FEEREG-REC.
005890     MOVE ' ' TO PRT-CC.
005900     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
005910     WRITE FEEREG-REC.
005920     ADD 2 TO DV-LINE-COUNT.
005930 3600-EXIT.
005940     EXIT.
005950*----------------------------------------------------------
005960* 5000-WRITE-FEED-TRAILER  -  THE *TRL* RECORD PRTDLOAD
005970* BALANCES THE FEED AGAINST: DETAIL COUNT AND AMOUNT HASH.
005980*----------------------------------------------------------
005990 5000-WRITE-FEED-TRAILER.
006000     MOVE SPACES TO FEEFEED-TRL-REC.
006010     MOVE '*TRL*' TO PD-TRL-TAG.
006020     MOVE DV-FEED-COUNT TO PD-TRL-RECORD-COUNT.
006030     MOVE DV-FEED-AMOUNT-HASH TO PD-TRL-AMOUNT-HASH.
006040     WRITE FEEFEED-TRL-REC.
006050 5000-EXIT.
006060     EXIT.
006070*----------------------------------------------------------
006080* 6000-READ-PERIOD-ROW
006090*----------------------------------------------------------
006100 6000-READ-PERIOD-ROW.
006110     READ PERTOTAL NEXT RECORD
006120         AT END
006130             SET DV-EOF TO TRUE
006140             GO TO 6000-EXIT
006150     END-READ.
006160     IF NOT DV-PERTOTAL-OK
006170         DISPLAY 'FEEASMT - READ FAILED FOR PERTOTAL - '
006180             DV-PERTOTAL-STATUS
006190         MOVE 16 TO RETURN-CODE
006200         STOP RUN
006210     END-IF.
006220     ADD 1 TO DV-READ-COUNT.
006230     IF DV-PERIOD-ID = ZERO
006240         MOVE PM-PERIOD-ID TO DV-PERIOD-ID
006250     END-IF.
006260 6000-EXIT.
006270     EXIT.
006280*----------------------------------------------------------
006290* 7000-PRINT-TOTALS  -  REGISTER TRAILER. A MONTH WITH NO
006300* FEES STILL PRINTS HEADERS AND ZERO TOTALS SO AUDIT CAN SEE
006310* THE SCHEDULE WAS APPLIED.
006320*----------------------------------------------------------
006330 7000-PRINT-TOTALS.
006340     IF DV-ASSESSED-COUNT = ZERO AND DV-WAIVED-COUNT = ZERO
006350         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
006360         MOVE ' ' TO PRT-CC
006370         MOVE 'NO FEES WERE DUE THIS PERIOD' TO PRT-LINE
006380         WRITE FEEREG-REC
006390     END-IF.
006400     MOVE DV-ACCOUNT-COUNT   TO DV-TOT-ACCOUNTS.
006410     MOVE DV-ASSESSED-COUNT  TO DV-TOT-ASSESSED.
006420     MOVE DV-ASSESSED-AMOUNT TO DV-TOT-ASSESSED-AMT.
006430     MOVE DV-WAIVED-COUNT    TO DV-TOT-WAIVED.
006440     MOVE DV-WAIVED-AMOUNT   TO DV-TOT-WAIVED-AMT.
006450     MOVE ' ' TO PRT-CC.
006460     MOVE DV-TOTAL-LINE-1 TO PRT-LINE.
006470     WRITE FEEREG-REC.
006480     MOVE ' ' TO PRT-CC.
006490     MOVE DV-TOTAL-LINE-2 TO PRT-LINE.
006500     WRITE FEEREG-REC.
006510     MOVE ' ' TO PRT-CC.
006520     MOVE DV-TOTAL-LINE-3 TO PRT-LINE.
006530     WRITE FEEREG-REC.
006540 7000-EXIT.
006550     EXIT.
006560*----------------------------------------------------------
006570* 7500-DISPLAY-TOTALS
006580*----------------------------------------------------------
006590 7500-DISPLAY-TOTALS.
006600     DISPLAY '========================================'.
006610     DISPLAY 'FEEASMT - FEE ASSESSMENT SUMMARY'.
006620     DISPLAY '  PERIOD ROWS READ . . . . . : '
006630         DV-READ-COUNT.
006640     DISPLAY '  ACCOUNTS ASSESSED  . . . . : '
006650         DV-ACCOUNT-COUNT.
006660     DISPLAY '  FEES ASSESSED  . . . . . . : '
006670         DV-ASSESSED-COUNT.
006680     MOVE DV-ASSESSED-AMOUNT TO DV-EDIT-AMOUNT.
006690     DISPLAY '  AMOUNT ASSESSED  . . . . . : '
006700         DV-EDIT-AMOUNT.
006710     DISPLAY '  FEES WAIVED  . . . . . . . : '
006720         DV-WAIVED-COUNT.
006730     MOVE DV-WAIVED-AMOUNT TO DV-EDIT-AMOUNT.
006740     DISPLAY '  AMOUNT WAIVED  . . . . . . : '
006750         DV-EDIT-AMOUNT.
006760     DISPLAY '  FEE FEED DETAILS WRITTEN . : '
006770         DV-FEED-COUNT ' DATED ' DV-FEED-DATE.
006780     DISPLAY '========================================'.
006790 7500-EXIT.
006800     EXIT.
006810*----------------------------------------------------------
006820* 8000-CLOSE-FILES
006830*----------------------------------------------------------
006840 8000-CLOSE-FILES.
006850     PERFORM 9800-WRITE-CONTROL-LEDGER THRU 9800-EXIT.
006860     CLOSE PERTOTAL.
006870     CLOSE FEEFEED.
006880     CLOSE FEEREG.
006890 8000-EXIT.
006900     EXIT.
006910*----------------------------------------------------------
006920* 9800-WRITE-CONTROL-LEDGER  -  RECORDS THIS RUN'S COUNTS IN
006930* THE SHARED DVCTLLDG CONTROL LEDGER (COPYBOOK DVCTLREC). IN
006940* IS THE PERIOD ROWS READ, OUT THE FEE DETAILS FED BACK AND
006950* REJECT THE FEES WAIVED. A LEDGER THAT CANNOT BE OPENED IS
006960* WARNED AND SKIPPED.
006970*----------------------------------------------------------
006980 9800-WRITE-CONTROL-LEDGER.
006990     OPEN I-O DVCTLLDG.
007000     IF DV-CTLLDG-NOT-FOUND
007010         OPEN OUTPUT DVCTLLDG
007020         CLOSE DVCTLLDG
007030         OPEN I-O DVCTLLDG
007040     END-IF.
007050     IF NOT DV-CTLLDG-OK
007060         DISPLAY 'FEEASMT - DVCTLLDG UNAVAILABLE - LEDGER '
007070             'ROW SKIPPED'
007080         GO TO 9800-EXIT
007090     END-IF.
007100     ACCEPT CL-CYCLE-DATE FROM DATE YYYYMMDD.
007110     MOVE 'FEEASMT' TO CL-PROGRAM-ID.
007120     MOVE DV-READ-COUNT TO CL-IN-COUNT.
007130     MOVE DV-FEED-COUNT TO CL-OUT-COUNT.
007140     MOVE DV-WAIVED-COUNT TO CL-REJECT-COUNT.
007150     WRITE DVCTLLDG-REC
007160         INVALID KEY
007170             REWRITE DVCTLLDG-REC
007180     END-WRITE.
007190     CLOSE DVCTLLDG.
007200 9800-EXIT.
007210     EXIT.
007220 END PROGRAM FEEASMT.
