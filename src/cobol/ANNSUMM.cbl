000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ANNSUMM.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - YEAR-END ANNUAL ACTIVITY
000110*                  SUMMARY AND TAX-REPORTING EXTRACT. SORTS
000120*                  THE TAX YEAR'S ROWS OUT OF THE PERHIST
000130*                  ARCHIVE PERDROLL WRITES AT EACH PERIOD
000140*                  ROLL AND, BEFORE PRODUCING ANYTHING,
000150*                  PROVES ALL TWELVE MONTHLY GENERATIONS ARE
000160*                  THERE, THAT NO MONTH WAS ARCHIVED TWICE,
000170*                  AND THAT THE ANNUAL TOTALS BALANCE BACK
000180*                  TO THE SUM OF THE MONTHS. A YEAR THAT
000190*                  FAILS ANY OF THOSE ENDS WITH RETURN-CODE
000200*                  16 AND NO OUTPUT. A CLEAN YEAR WRITES THE
000210*                  ANNTOTAL VENDOR FILE (COPYBOOK ANNTOTREC,
000220*                  ONE ROW PER ACCOUNT PER PD-INTERNAL-CODE)
000230*                  AND THE ANNLTRF LETTER FEED IN PRTD20L
000240*                  LAYOUT, WHICH DVNOTGEN TURNS INTO ONE
000250*                  ANNUAL-SUMMARY LETTER PER ACCOUNT WITH
000260*                  THE &INTEREST, &FEES AND &YEAR TOKENS.
000270*                  THE TAX YEAR COMES FROM SYSIN; A BLANK
000280*                  CARD MEANS THE YEAR BEFORE THE RUN DATE.
000290*----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PERHIST ASSIGN TO PERHIST
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS DV-PERHIST-STATUS.
000360     SELECT SORTWORK ASSIGN TO SORTWK1.
000370     SELECT ANNSORT ASSIGN TO ANNSORT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS DV-ANNSORT-STATUS.
000400     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AM-ACCOUNT-NO
000440         FILE STATUS IS DV-ACCTMST-STATUS.
000450     SELECT ANNTOTAL ASSIGN TO ANNTOTAL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DV-ANNTOTAL-STATUS.
000480     SELECT ANNLTRF ASSIGN TO ANNLTRF
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DV-ANNLTRF-STATUS.
000510     SELECT ANNRPT ASSIGN TO ANNRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DV-ANNRPT-STATUS.
000540*----------------------------------------------------------
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PERHIST
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 63 CHARACTERS.
000600 01  PERHIST-REC                 PIC X(63).
000610 SD  SORTWORK.
000620 01  SW-REC.
000630     05  SW-ACCOUNT-NO           PIC 9(09).
000640     05  SW-INTERNAL-CODE        PIC X(04).
000650     05  SW-PERIOD-ID            PIC 9(06).
000660     05  SW-PERIOD-R REDEFINES SW-PERIOD-ID.
000670         10  SW-PERIOD-CCYY      PIC 9(04).
000680         10  SW-PERIOD-MM        PIC 9(02).
000690     05  SW-CUSTOMER-NAME        PIC X(30).
000700     05  SW-TXN-COUNT            PIC 9(07).
000710     05  SW-AMOUNT               PIC S9(11)V99 COMP-3.
000720 FD  ANNSORT
000730     RECORDING MODE IS F.
000740 COPY PERTOTREC.
000750 FD  ACCTMST.
000760 COPY ACCTMREC.
000770 FD  ANNTOTAL
000780     RECORDING MODE IS F.
000790 COPY ANNTOTREC.
000800 FD  ANNLTRF
000810     RECORDING MODE IS F.
000820 01  ANNLTRF-REC.
000830 COPY YPRTD20L.
000840 01  ANNLTRF-HDR-REC.
000850     05  PD-HDR-TAG              PIC X(05).
000860     05  PD-HDR-EXTRACT-DATE     PIC 9(08).
000870     05  FILLER                  PIC X(64).
000880 01  ANNLTRF-TRL-REC.
000890     05  PD-TRL-TAG              PIC X(05).
000900     05  PD-TRL-RECORD-COUNT     PIC 9(07).
000910     05  PD-TRL-AMOUNT-HASH      PIC S9(13)V99 SIGN IS
000920                                 LEADING SEPARATE.
000930     05  FILLER                  PIC X(49).
000940 FD  ANNRPT
000950     RECORD CONTAINS 133 CHARACTERS.
000960 01  ANNRPT-REC.
000970     05  PRT-CC                  PIC X(01).
000980     05  PRT-LINE                PIC X(132).
000990*----------------------------------------------------------
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------
001020* FILE STATUS AND CONTROL SWITCHES
001030*----------------------------------------------------------
001040 01  DV-PERHIST-STATUS           PIC X(02) VALUE '00'.
001050     88  DV-PERHIST-OK           VALUE '00'.
001060     88  DV-PERHIST-EOF          VALUE '10'.
001070 01  DV-ANNSORT-STATUS           PIC X(02) VALUE '00'.
001080     88  DV-ANNSORT-OK           VALUE '00'.
001090     88  DV-ANNSORT-EOF          VALUE '10'.
001100 01  DV-ACCTMST-STATUS           PIC X(02) VALUE '00'.
001110     88  DV-ACCTMST-OK           VALUES '00' '02'.
001120     88  DV-ACCTMST-REC-FOUND    VALUES '00' '02'.
001130 01  DV-ACCTMST-AVAIL-SW         PIC X(01) VALUE 'N'.
001140     88  DV-ACCTMST-AVAILABLE    VALUE 'Y'.
001150 01  DV-ANNTOTAL-STATUS          PIC X(02) VALUE '00'.
001160     88  DV-ANNTOTAL-OK          VALUE '00'.
001170 01  DV-ANNLTRF-STATUS           PIC X(02) VALUE '00'.
001180     88  DV-ANNLTRF-OK           VALUE '00'.
001190 01  DV-ANNRPT-STATUS            PIC X(02) VALUE '00'.
001200     88  DV-ANNRPT-OK            VALUE '00'.
001210 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001220     88  DV-EOF                  VALUE 'Y'.
001230*----------------------------------------------------------
001240* TAX YEAR AND RUN DATE. THE LETTER FEED HEADER CARRIES THE
001250* TAX YEAR WITH MONTH AND DAY ZERO - A DATE NO NIGHTLY
001260* EXTRACT CAN CARRY, SO DVNOTGEN'S FEEDREG ROW FOR THE
001270* ANNUAL LETTERS REFUSES A SECOND LETTER RUN FOR THE SAME
001280* YEAR WITHOUT EVER COLLIDING WITH A NIGHTLY FEED, AND IT
001290* SORTS BELOW THE YEAR'S REAL DATES SO THE DVDRIVER FEED-GAP
001300* CHECK NEVER MISTAKES IT FOR THE LAST NIGHTLY EXTRACT.
001310*----------------------------------------------------------
001320 01  DV-RUN-DATE                 PIC 9(08).
001330 01  DV-RUN-DATE-R REDEFINES DV-RUN-DATE.
001340     05  DV-RUN-CCYY             PIC 9(04).
001350     05  DV-RUN-MMDD             PIC 9(04).
001360 01  DV-TAX-YEAR-IN              PIC X(04).
001370 01  DV-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001380 01  DV-YEAR-END-DATE            PIC 9(08) VALUE ZERO.
001390 01  DV-LTR-FEED-DATE            PIC 9(08) VALUE ZERO.
001400*----------------------------------------------------------
001410* MONTHLY GENERATION TABLE - ONE ROW PER MONTH OF THE TAX
001420* YEAR, TOTALLED ON THE WAY INTO THE SORT. A MONTH WITH NO
001430* ROWS IS MISSING; A MONTH WHOSE ROWS REPEAT AN ACCOUNT AND
001440* CODE WAS ARCHIVED TWICE.
001450*----------------------------------------------------------
001460 01  DV-MON-IDX                  PIC 9(02) COMP.
001470 01  DV-PERIOD-CCYY              PIC 9(04).
001480 01  DV-MON-TABLE.
001490     05  DV-MON-ENTRY OCCURS 12 TIMES.
001500         10  DV-MON-ROWS         PIC 9(07).
001510         10  DV-MON-TXNS         PIC 9(09).
001520         10  DV-MON-AMOUNT       PIC S9(13)V99 COMP-3.
001530         10  DV-MON-DUP-ROWS     PIC 9(07).
001540 01  DV-MISSING-COUNT            PIC 9(02) VALUE ZERO.
001550 01  DV-DUP-MONTH-COUNT          PIC 9(02) VALUE ZERO.
001560*----------------------------------------------------------
001570* RECONCILIATION - THE SUM OF THE MONTHS AS RELEASED TO THE
001580* SORT AGAINST THE SUM OF THE ANNUAL TOTALS BUILT FROM THE
001590* SORTED FILE.
001600*----------------------------------------------------------
001610 01  DV-GEN-ROWS                 PIC 9(09) VALUE ZERO.
001620 01  DV-GEN-TXNS                 PIC 9(11) VALUE ZERO.
001630 01  DV-GEN-AMOUNT               PIC S9(13)V99 COMP-3
001640                                 VALUE ZERO.
001650 01  DV-ANN-ROWS-IN              PIC 9(09) VALUE ZERO.
001660 01  DV-ANN-TXNS-IN              PIC 9(11) VALUE ZERO.
001670 01  DV-ANN-AMOUNT-IN            PIC S9(13)V99 COMP-3
001680                                 VALUE ZERO.
001690 01  DV-ANN-GROUP-COUNT          PIC 9(09) VALUE ZERO.
001700 01  DV-BALANCED-SW              PIC X(01) VALUE 'N'.
001710     88  DV-IN-BALANCE           VALUE 'Y'.
001720 01  DV-PRIOR-KEY.
001730     05  DV-PRIOR-ACCOUNT-NO     PIC 9(09) VALUE ZERO.
001740     05  DV-PRIOR-CODE           PIC X(04) VALUE SPACES.
001750     05  DV-PRIOR-PERIOD-ID      PIC 9(06) VALUE ZERO.
001760 01  DV-PRIOR-KEY-SW             PIC X(01) VALUE 'N'.
001770     88  DV-PRIOR-KEY-SET        VALUE 'Y'.
001780*----------------------------------------------------------
001790* ANNUAL TOTAL WORK AREA - ONE ACCOUNT AND CODE AT A TIME,
001800* BROKEN ON THE SORTED KEY. THE NAME IS THE LATEST MONTH'S.
001810*----------------------------------------------------------
001820 01  DV-GRP-OPEN-SW              PIC X(01) VALUE 'N'.
001830     88  DV-GRP-OPEN             VALUE 'Y'.
001840 01  DV-GRP-ACCOUNT-NO           PIC 9(09) VALUE ZERO.
001850 01  DV-GRP-CODE                 PIC X(04) VALUE SPACES.
001860 01  DV-GRP-NAME                 PIC X(30) VALUE SPACES.
001870 01  DV-GRP-TXNS                 PIC 9(09) VALUE ZERO.
001880 01  DV-GRP-AMOUNT               PIC S9(13)V99 COMP-3
001890                                 VALUE ZERO.
001900 01  DV-LTR-AMOUNT-MAX           PIC S9(13)V99 COMP-3
001910                                 VALUE 999999999.99.
001920 01  DV-LKP-ACCOUNT-NO           PIC 9(09) VALUE ZERO.
001930 01  DV-ACCT-ON-MASTER-SW        PIC X(01) VALUE 'N'.
001940     88  DV-ACCT-ON-MASTER       VALUE 'Y'.
001950 01  DV-INTEREST-CODE            PIC X(04) VALUE '0006'.
001960 01  DV-FEE-CODE                 PIC X(04) VALUE '0005'.
001970 COPY DVCNVPRM.
001980*----------------------------------------------------------
001990* OUTPUT CONTROLS AND RUN COUNTERS
002000*----------------------------------------------------------
002010 01  DV-HIST-READ-COUNT          PIC 9(09) VALUE ZERO.
002020 01  DV-OTHER-YEAR-COUNT         PIC 9(09) VALUE ZERO.
002030 01  DV-BAD-ROW-COUNT            PIC 9(07) VALUE ZERO.
002040 01  DV-ACCOUNT-COUNT            PIC 9(09) VALUE ZERO.
002050 01  DV-VND-COUNT                PIC 9(09) VALUE ZERO.
002060 01  DV-VND-AMOUNT-HASH          PIC S9(13)V99 COMP-3
002070                                 VALUE ZERO.
002080 01  DV-LTR-COUNT                PIC 9(07) VALUE ZERO.
002090 01  DV-LTR-AMOUNT-HASH          PIC S9(13)V99 COMP-3
002100                                 VALUE ZERO.
002110 01  DV-LTR-OVERSIZE-COUNT       PIC 9(07) VALUE ZERO.
002120 01  DV-INTEREST-TOTAL           PIC S9(13)V99 COMP-3
002130                                 VALUE ZERO.
002140 01  DV-FEE-TOTAL                PIC S9(13)V99 COMP-3
002150                                 VALUE ZERO.
002160 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
002170 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
002180 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002190*----------------------------------------------------------
002200* REPORT LINES
002210*----------------------------------------------------------
002220 01  DV-HEADER-LINE-1.
002230     05  FILLER                  PIC X(30)
002240             VALUE 'YEAR-END ANNUAL SUMMARY'.
002250     05  FILLER                  PIC X(10) VALUE 'TAX YEAR: '.
002260     05  DV-HDR-TAX-YEAR         PIC 9(04).
002270     05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
002280     05  DV-HDR-RUN-DATE         PIC 9(08).
002290     05  FILLER                  PIC X(10) VALUE '   PAGE: '.
002300     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002310 01  DV-HEADER-LINE-2.
002320     05  FILLER                  PIC X(10) VALUE 'PERIOD'.
002330     05  FILLER                  PIC X(12) VALUE 'STATUS'.
002340     05  FILLER                  PIC X(11) VALUE '       ROWS'.
002350     05  FILLER                  PIC X(14)
002360             VALUE '  TRANSACTIONS'.
002370     05  FILLER                  PIC X(19)
002380             VALUE '             AMOUNT'.
002390     05  FILLER                  PIC X(16)
002400             VALUE '  REPEATED ROWS'.
002410 01  DV-MONTH-LINE.
002420     05  DV-MTH-PERIOD           PIC 9(06).
002430     05  FILLER                  PIC X(04) VALUE SPACES.
002440     05  DV-MTH-STATUS           PIC X(10).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  DV-MTH-ROWS             PIC Z(08)9.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  DV-MTH-TXNS             PIC Z(11)9.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  DV-MTH-AMOUNT           PIC -(13)9.99.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  DV-MTH-DUP-ROWS         PIC Z(08)9.
002530 01  DV-RECON-LINE.
002540     05  DV-RCN-LABEL            PIC X(32).
002550     05  DV-RCN-ROWS             PIC Z(08)9.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  DV-RCN-TXNS             PIC Z(11)9.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  DV-RCN-AMOUNT           PIC -(13)9.99.
002600 01  DV-MESSAGE-LINE.
002610     05  DV-MSG-TEXT             PIC X(80).
002620 01  DV-TOTAL-LINE.
002630     05  DV-TOT-LABEL            PIC X(32).
002640     05  DV-TOT-COUNT            PIC Z(08)9.
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  DV-TOT-AMOUNT           PIC -(13)9.99.
002670*----------------------------------------------------------
002680 PROCEDURE DIVISION.
002690*----------------------------------------------------------
002700* 0000-MAINLINE  -  NOTHING IS WRITTEN TO ANNTOTAL OR ANNLTRF
002710* UNTIL THE MONTH CHECK AND THE RECONCILIATION HAVE PASSED.
002720*----------------------------------------------------------
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     SORT SORTWORK
002760         ON ASCENDING KEY SW-ACCOUNT-NO
002770                          SW-INTERNAL-CODE
002780                          SW-PERIOD-ID
002790         INPUT PROCEDURE 2000-RELEASE-HISTORY THRU 2000-EXIT
002800         GIVING ANNSORT.
002810     PERFORM 3000-CHECK-MONTHS THRU 3000-EXIT.
002820     PERFORM 4000-RECONCILE THRU 4000-EXIT.
002830     PERFORM 4500-PRINT-MONTH-TABLE THRU 4500-EXIT.
002840     PERFORM 4600-PRINT-RECONCILIATION THRU 4600-EXIT.
002850     IF DV-MISSING-COUNT > ZERO OR DV-DUP-MONTH-COUNT > ZERO
002860        OR NOT DV-IN-BALANCE
002870         MOVE 'NO ANNUAL TOTALS OR LETTERS PRODUCED'
002880             TO DV-MSG-TEXT
002890         PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT
002900         PERFORM 7500-DISPLAY-TOTALS THRU 7500-EXIT
002910         CLOSE ANNRPT
002920         MOVE 16 TO RETURN-CODE
002930         GOBACK
002940     END-IF.
002950     PERFORM 5000-PRODUCE-OUTPUTS THRU 5000-EXIT.
002960     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002970     PERFORM 7500-DISPLAY-TOTALS THRU 7500-EXIT.
002980     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
002990     IF RETURN-CODE < 4 AND
003000        (DV-BAD-ROW-COUNT > ZERO OR DV-LTR-OVERSIZE-COUNT > ZERO)
003010         MOVE 4 TO RETURN-CODE
003020     END-IF.
003030     GOBACK.
003040*----------------------------------------------------------
003050* 1000-INITIALIZE  -  READS THE TAX YEAR FROM SYSIN AND
003060* OPENS THE REPORT. A BLANK CARD MEANS LAST YEAR, WHICH IS
003070* WHAT A JANUARY RUN WANTS.
003080*----------------------------------------------------------
003090 1000-INITIALIZE.
003100     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
003110     DISPLAY 'ANNSUMM - ENTER TAX YEAR (CCYY, BLANK=LAST '
003120         'YEAR): '.
003130     ACCEPT DV-TAX-YEAR-IN.
003140     IF DV-TAX-YEAR-IN = SPACES
003150         COMPUTE DV-TAX-YEAR = DV-RUN-CCYY - 1
003160     ELSE
003170         IF DV-TAX-YEAR-IN IS NUMERIC
003180             MOVE DV-TAX-YEAR-IN TO DV-TAX-YEAR
003190         END-IF
003200     END-IF.
003210     IF DV-TAX-YEAR = ZERO OR DV-TAX-YEAR > DV-RUN-CCYY
003220         DISPLAY 'ANNSUMM - INVALID TAX YEAR - ' DV-TAX-YEAR-IN
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     COMPUTE DV-YEAR-END-DATE = DV-TAX-YEAR * 10000 + 1231.
003270     COMPUTE DV-LTR-FEED-DATE = DV-TAX-YEAR * 10000.
003280     MOVE DV-TAX-YEAR TO DV-HDR-TAX-YEAR.
003290     MOVE DV-RUN-DATE TO DV-HDR-RUN-DATE.
003300     INITIALIZE DV-MON-TABLE.
003310     OPEN OUTPUT ANNRPT.
003320     IF NOT DV-ANNRPT-OK
003330         DISPLAY 'ANNSUMM - OPEN FAILED FOR ANNRPT - '
003340             DV-ANNRPT-STATUS
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380 1000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------
003410* 2000-RELEASE-HISTORY  -  RELEASES EVERY PERHIST ROW OF THE
003420* TAX YEAR TO THE SORT AND TOTALS IT INTO ITS MONTH'S ROW OF
003430* THE GENERATION TABLE. ROWS OF OTHER YEARS ARE COUNTED AND
003440* PASSED OVER.
003450*----------------------------------------------------------
003460 2000-RELEASE-HISTORY.
003470     OPEN INPUT PERHIST.
003480     IF NOT DV-PERHIST-OK
003490         DISPLAY 'ANNSUMM - OPEN FAILED FOR PERHIST - '
003500             DV-PERHIST-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     PERFORM 2100-READ-AND-RELEASE THRU 2100-EXIT
003550         UNTIL DV-PERHIST-EOF.
003560     CLOSE PERHIST.
003570 2000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------
003600* 2100-READ-AND-RELEASE  -  A ROW WHOSE PERIOD IS NOT A
003610* VALID CCYYMM CANNOT BE PLACED IN A MONTH AND IS DROPPED
003620* WITH A WARNING.
003630*----------------------------------------------------------
003640 2100-READ-AND-RELEASE.
003650     READ PERHIST
003660         AT END
003670             GO TO 2100-EXIT
003680     END-READ.
003690     IF NOT DV-PERHIST-OK
003700         DISPLAY 'ANNSUMM - READ FAILED FOR PERHIST - '
003710             DV-PERHIST-STATUS
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     ADD 1 TO DV-HIST-READ-COUNT.
003760     MOVE PERHIST-REC TO SW-REC.
003770     IF SW-PERIOD-ID NOT NUMERIC OR SW-AMOUNT NOT NUMERIC
003780         ADD 1 TO DV-BAD-ROW-COUNT
003790         GO TO 2100-EXIT
003800     END-IF.
003810     IF SW-PERIOD-CCYY NOT = DV-TAX-YEAR
003820         ADD 1 TO DV-OTHER-YEAR-COUNT
003830         GO TO 2100-EXIT
003840     END-IF.
003850     IF SW-PERIOD-MM < 1 OR SW-PERIOD-MM > 12
003860         ADD 1 TO DV-BAD-ROW-COUNT
003870         GO TO 2100-EXIT
003880     END-IF.
003890     MOVE SW-PERIOD-MM TO DV-MON-IDX.
003900     ADD 1            TO DV-MON-ROWS (DV-MON-IDX).
003910     ADD SW-TXN-COUNT TO DV-MON-TXNS (DV-MON-IDX).
003920     ADD SW-AMOUNT    TO DV-MON-AMOUNT (DV-MON-IDX).
003930     RELEASE SW-REC.
003940 2100-EXIT.
003950     EXIT.
003960*----------------------------------------------------------
003970* 3000-CHECK-MONTHS  -  COUNTS THE MISSING MONTHS AND ADDS
003980* THE TWELVE MONTHS UP FOR THE RECONCILIATION.
003990*----------------------------------------------------------
004000 3000-CHECK-MONTHS.
004010     PERFORM 3100-CHECK-ONE-MONTH THRU 3100-EXIT
004020         VARYING DV-MON-IDX FROM 1 BY 1
004030             UNTIL DV-MON-IDX > 12.
004040 3000-EXIT.
004050     EXIT.
004060*----------------------------------------------------------
004070* 3100-CHECK-ONE-MONTH
004080*----------------------------------------------------------
004090 3100-CHECK-ONE-MONTH.
004100     IF DV-MON-ROWS (DV-MON-IDX) = ZERO
004110         ADD 1 TO DV-MISSING-COUNT
004120     END-IF.
004130     ADD DV-MON-ROWS (DV-MON-IDX)   TO DV-GEN-ROWS.
004140     ADD DV-MON-TXNS (DV-MON-IDX)   TO DV-GEN-TXNS.
004150     ADD DV-MON-AMOUNT (DV-MON-IDX) TO DV-GEN-AMOUNT.
004160 3100-EXIT.
004170     EXIT.
004180*----------------------------------------------------------
004190* 3600-PRINT-HEADERS
004200*----------------------------------------------------------
004210 3600-PRINT-HEADERS.
004220     ADD 1 TO DV-PAGE-NO.
004230     MOVE DV-PAGE-NO TO DV-HDR-PAGE-NO.
004240     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
004250     MOVE '1' TO PRT-CC.
004260     WRITE ANNRPT-REC.
004270     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
004280     MOVE '0' TO PRT-CC.
004290     WRITE ANNRPT-REC.
004300     MOVE 3 TO DV-LINE-COUNT.
004310 3600-EXIT.
004320     EXIT.
004330*----------------------------------------------------------
004340* 3700-PRINT-MESSAGE  -  ONE FREE-TEXT LINE, DOUBLE-SPACED.
004350*----------------------------------------------------------
004360 3700-PRINT-MESSAGE.
004370     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
004380         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
004390     END-IF.
004400     MOVE DV-MESSAGE-LINE TO PRT-LINE.
004410     MOVE '0' TO PRT-CC.
004420     WRITE ANNRPT-REC.
004430     ADD 2 TO DV-LINE-COUNT.
004440 3700-EXIT.
004450     EXIT.
004460*----------------------------------------------------------
004470* 4000-RECONCILE  -  FIRST PASS OF THE SORTED YEAR. BUILDS
004480* THE ANNUAL TOTALS WITHOUT WRITING THEM, COUNTS REPEATED
004490* ACCOUNT/CODE/PERIOD ROWS AGAINST THEIR MONTH, AND
004500* BALANCES THE RESULT AGAINST THE SUM OF THE MONTHS.
004510*----------------------------------------------------------
004520 4000-RECONCILE.
004530     OPEN INPUT ANNSORT.
004540     IF NOT DV-ANNSORT-OK
004550         DISPLAY 'ANNSUMM - OPEN FAILED FOR ANNSORT - '
004560             DV-ANNSORT-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600     MOVE 'N' TO DV-EOF-SW.
004610     PERFORM 6000-READ-SORTED THRU 6000-EXIT.
004620     PERFORM 4100-RECONCILE-ONE-ROW THRU 4100-EXIT
004630         UNTIL DV-EOF.
004640     CLOSE ANNSORT.
004650     PERFORM 4200-COUNT-DUP-MONTH THRU 4200-EXIT
004660         VARYING DV-MON-IDX FROM 1 BY 1
004670             UNTIL DV-MON-IDX > 12.
004680     IF DV-ANN-ROWS-IN = DV-GEN-ROWS AND
004690        DV-ANN-TXNS-IN = DV-GEN-TXNS AND
004700        DV-ANN-AMOUNT-IN = DV-GEN-AMOUNT
004710         SET DV-IN-BALANCE TO TRUE
004720     END-IF.
004730 4000-EXIT.
004740     EXIT.
004750*----------------------------------------------------------
004760* 4100-RECONCILE-ONE-ROW
004770*----------------------------------------------------------
004780 4100-RECONCILE-ONE-ROW.
004790     IF DV-PRIOR-KEY-SET AND
004800        PM-ACCOUNT-NO = DV-PRIOR-ACCOUNT-NO AND
004810        PM-INTERNAL-CODE = DV-PRIOR-CODE
004820         IF PM-PERIOD-ID = DV-PRIOR-PERIOD-ID
004830             DIVIDE PM-PERIOD-ID BY 100 GIVING DV-PERIOD-CCYY
004840                 REMAINDER DV-MON-IDX
004850             ADD 1 TO DV-MON-DUP-ROWS (DV-MON-IDX)
004860         END-IF
004870     ELSE
004880         ADD 1 TO DV-ANN-GROUP-COUNT
004890     END-IF.
004900     SET DV-PRIOR-KEY-SET TO TRUE.
004910     MOVE PM-ACCOUNT-NO    TO DV-PRIOR-ACCOUNT-NO.
004920     MOVE PM-INTERNAL-CODE TO DV-PRIOR-CODE.
004930     MOVE PM-PERIOD-ID     TO DV-PRIOR-PERIOD-ID.
004940     ADD 1            TO DV-ANN-ROWS-IN.
004950     ADD PM-TXN-COUNT TO DV-ANN-TXNS-IN.
004960     ADD PM-AMOUNT    TO DV-ANN-AMOUNT-IN.
004970     PERFORM 6000-READ-SORTED THRU 6000-EXIT.
004980 4100-EXIT.
004990     EXIT.
005000*----------------------------------------------------------
005010* 4200-COUNT-DUP-MONTH
005020*----------------------------------------------------------
005030 4200-COUNT-DUP-MONTH.
005040     IF DV-MON-DUP-ROWS (DV-MON-IDX) > ZERO
005050         ADD 1 TO DV-DUP-MONTH-COUNT
005060     END-IF.
005070 4200-EXIT.
005080     EXIT.
005090*----------------------------------------------------------
005100* 4500-PRINT-MONTH-TABLE  -  ONE LINE PER MONTH OF THE TAX
005110* YEAR, MISSING AND REPEATED MONTHS CALLED OUT.
005120*----------------------------------------------------------
005130 4500-PRINT-MONTH-TABLE.
005140     PERFORM 4510-PRINT-ONE-MONTH THRU 4510-EXIT
005150         VARYING DV-MON-IDX FROM 1 BY 1
005160             UNTIL DV-MON-IDX > 12.
005170 4500-EXIT.
005180     EXIT.
005190*----------------------------------------------------------
005200* 4510-PRINT-ONE-MONTH
005210*----------------------------------------------------------
005220 4510-PRINT-ONE-MONTH.
005230     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
005240         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
005250     END-IF.
005260     COMPUTE DV-MTH-PERIOD = DV-TAX-YEAR * 100 + DV-MON-IDX.
005270     EVALUATE TRUE
005280         WHEN DV-MON-ROWS (DV-MON-IDX) = ZERO
005290             MOVE '*MISSING*' TO DV-MTH-STATUS
005300         WHEN DV-MON-DUP-ROWS (DV-MON-IDX) > ZERO
005310             MOVE '*REPEATED*' TO DV-MTH-STATUS
005320         WHEN OTHER
005330             MOVE 'PRESENT' TO DV-MTH-STATUS
005340     END-EVALUATE.
005350     MOVE DV-MON-ROWS (DV-MON-IDX)     TO DV-MTH-ROWS.
005360     MOVE DV-MON-TXNS (DV-MON-IDX)     TO DV-MTH-TXNS.
005370     MOVE DV-MON-AMOUNT (DV-MON-IDX)   TO DV-MTH-AMOUNT.
005380     MOVE DV-MON-DUP-ROWS (DV-MON-IDX) TO DV-MTH-DUP-ROWS.
005390     MOVE DV-MONTH-LINE TO PRT-LINE.
005400     MOVE ' ' TO PRT-CC.
005410     WRITE ANNRPT-REC.
005420     ADD 1 TO DV-LINE-COUNT.
005430 4510-EXIT.
005440     EXIT.
005450*----------------------------------------------------------
005460* 4600-PRINT-RECONCILIATION  -  THE TWO SIDES OF THE
005470* BALANCE AND THE VERDICT.
005480*----------------------------------------------------------
005490 4600-PRINT-RECONCILIATION.
005500     IF DV-LINE-COUNT + 6 > DV-MAX-LINES-PER-PAGE
005510         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
005520     END-IF.
005530     MOVE 'SUM OF MONTHLY GENERATIONS    :' TO DV-RCN-LABEL.
005540     MOVE DV-GEN-ROWS   TO DV-RCN-ROWS.
005550     MOVE DV-GEN-TXNS   TO DV-RCN-TXNS.
005560     MOVE DV-GEN-AMOUNT TO DV-RCN-AMOUNT.
005570     MOVE DV-RECON-LINE TO PRT-LINE.
005580     MOVE '0' TO PRT-CC.
005590     WRITE ANNRPT-REC.
005600     MOVE 'SUM OF ANNUAL TOTALS          :' TO DV-RCN-LABEL.
005610     MOVE DV-ANN-ROWS-IN   TO DV-RCN-ROWS.
005620     MOVE DV-ANN-TXNS-IN   TO DV-RCN-TXNS.
005630     MOVE DV-ANN-AMOUNT-IN TO DV-RCN-AMOUNT.
005640     MOVE DV-RECON-LINE TO PRT-LINE.
005650     MOVE ' ' TO PRT-CC.
005660     WRITE ANNRPT-REC.
005670     ADD 3 TO DV-LINE-COUNT.
005680     IF DV-IN-BALANCE
005690         MOVE 'ANNUAL TOTALS BALANCE TO THE MONTHLY GENERATIONS'
005700             TO DV-MSG-TEXT
005710     ELSE
005720         MOVE '*** ANNUAL TOTALS OUT OF BALANCE ***'
005730             TO DV-MSG-TEXT
005740     END-IF.
005750     PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT.
005760     IF DV-MISSING-COUNT > ZERO
005770         MOVE SPACES TO DV-MSG-TEXT
005780         STRING '*** ' DV-MISSING-COUNT
005790                ' MONTH(S) MISSING FROM PERHIST ***'
005800                DELIMITED BY SIZE INTO DV-MSG-TEXT
005810         PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT
005820     END-IF.
005830     IF DV-DUP-MONTH-COUNT > ZERO
005840         MOVE SPACES TO DV-MSG-TEXT
005850         STRING '*** ' DV-DUP-MONTH-COUNT
005860                ' MONTH(S) ARCHIVED MORE THAN ONCE ***'
005870                DELIMITED BY SIZE INTO DV-MSG-TEXT
005880         PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT
005890     END-IF.
005900 4600-EXIT.
005910     EXIT.
005920*----------------------------------------------------------
005930* 5000-PRODUCE-OUTPUTS  -  SECOND PASS OF THE SORTED YEAR.
005940* WRITES ONE ANNTOTAL DETAIL AND ONE LETTER-FEED DETAIL
005950* PER ACCOUNT AND CODE, BETWEEN THEIR HEADERS AND TRAILERS.
005960*----------------------------------------------------------
005970 5000-PRODUCE-OUTPUTS.
005980     OPEN INPUT ACCTMST.
005990     IF DV-ACCTMST-OK
006000         SET DV-ACCTMST-AVAILABLE TO TRUE
006010     ELSE
006020         DISPLAY 'ANNSUMM - ACCTMST UNAVAILABLE - STATUS '
006030             DV-ACCTMST-STATUS ' - USING PERHIST NAMES'
006040     END-IF.
006050     OPEN INPUT ANNSORT.
006060     IF NOT DV-ANNSORT-OK
006070         DISPLAY 'ANNSUMM - OPEN FAILED FOR ANNSORT - '
006080             DV-ANNSORT-STATUS
006090         MOVE 16 TO RETURN-CODE
006100         STOP RUN
006110     END-IF.
006120     OPEN OUTPUT ANNTOTAL.
006130     IF NOT DV-ANNTOTAL-OK
006140         DISPLAY 'ANNSUMM - OPEN FAILED FOR ANNTOTAL - '
006150             DV-ANNTOTAL-STATUS
006160         MOVE 16 TO RETURN-CODE
006170         STOP RUN
006180     END-IF.
006190     OPEN OUTPUT ANNLTRF.
006200     IF NOT DV-ANNLTRF-OK
006210         DISPLAY 'ANNSUMM - OPEN FAILED FOR ANNLTRF - '
006220             DV-ANNLTRF-STATUS
006230         MOVE 16 TO RETURN-CODE
006240         STOP RUN
006250     END-IF.
006260     MOVE SPACES TO ANNTOTAL-REC.
006270     SET AT-HEADER TO TRUE.
006280     MOVE DV-TAX-YEAR TO AT-TAX-YEAR.
006290     MOVE DV-RUN-DATE TO AT-HDR-CREATE-DATE.
006300     MOVE 'ANNSUMM'   TO AT-HDR-SOURCE.
006310     WRITE ANNTOTAL-REC.
006320     MOVE SPACES TO ANNLTRF-HDR-REC.
006330     MOVE '*HDR*' TO PD-HDR-TAG.
006340     MOVE DV-LTR-FEED-DATE TO PD-HDR-EXTRACT-DATE.
006350     WRITE ANNLTRF-HDR-REC.
006360     MOVE 'N' TO DV-EOF-SW.
006370     PERFORM 6000-READ-SORTED THRU 6000-EXIT.
006380     PERFORM 5100-PRODUCE-ONE-ROW THRU 5100-EXIT
006390         UNTIL DV-EOF.
006400     IF DV-GRP-OPEN
006410         PERFORM 5200-WRITE-ANNUAL-TOTAL THRU 5200-EXIT
006420     END-IF.
006430     PERFORM 5800-WRITE-TRAILERS THRU 5800-EXIT.
006440 5000-EXIT.
006450     EXIT.
006460*----------------------------------------------------------
006470* 5100-PRODUCE-ONE-ROW  -  BREAKS ON ACCOUNT AND CODE.
006480*----------------------------------------------------------
006490 5100-PRODUCE-ONE-ROW.
006500     IF DV-GRP-OPEN AND
006510        (PM-ACCOUNT-NO NOT = DV-GRP-ACCOUNT-NO OR
006520         PM-INTERNAL-CODE NOT = DV-GRP-CODE)
006530         PERFORM 5200-WRITE-ANNUAL-TOTAL THRU 5200-EXIT
006540     END-IF.
006550     IF NOT DV-GRP-OPEN
006560         SET DV-GRP-OPEN TO TRUE
006570         MOVE PM-ACCOUNT-NO    TO DV-GRP-ACCOUNT-NO
006580         MOVE PM-INTERNAL-CODE TO DV-GRP-CODE
006590         MOVE ZERO TO DV-GRP-TXNS
006600         MOVE ZERO TO DV-GRP-AMOUNT
006610     END-IF.
006620     MOVE PM-CUSTOMER-NAME TO DV-GRP-NAME.
006630     ADD PM-TXN-COUNT TO DV-GRP-TXNS.
006640     ADD PM-AMOUNT    TO DV-GRP-AMOUNT.
006650     PERFORM 6000-READ-SORTED THRU 6000-EXIT.
006660 5100-EXIT.
006670     EXIT.
006680*----------------------------------------------------------
006690* 5200-WRITE-ANNUAL-TOTAL  -  THE FINISHED ACCOUNT AND CODE
006700* GOES TO THE VENDOR FILE AND THE LETTER FEED.
006710*----------------------------------------------------------
006720 5200-WRITE-ANNUAL-TOTAL.
006730     IF DV-GRP-ACCOUNT-NO NOT = DV-LKP-ACCOUNT-NO OR
006740        DV-ACCOUNT-COUNT = ZERO
006750         PERFORM 5300-LOOKUP-ACCOUNT THRU 5300-EXIT
006760     END-IF.
006770     MOVE SPACES TO ANNTOTAL-REC.
006780     SET AT-DETAIL TO TRUE.
006790     MOVE DV-TAX-YEAR       TO AT-TAX-YEAR.
006800     MOVE DV-GRP-ACCOUNT-NO TO AT-ACCOUNT-NO.
006810     MOVE DV-GRP-CODE       TO AT-INTERNAL-CODE.
006820     MOVE DV-GRP-CODE       TO DVCNV-INPUT-CODE.
006830     CALL 'DVCNVSRV' USING DVCNV-PARM.
006840     MOVE DVCNV-DESCRIPTION TO AT-CODE-DESC.
006850     MOVE DV-GRP-TXNS       TO AT-TXN-COUNT.
006860     MOVE DV-GRP-AMOUNT     TO AT-ANNUAL-AMOUNT.
006870     IF DV-ACCT-ON-MASTER
006880         MOVE AM-CUSTOMER-NAME  TO AT-CUSTOMER-NAME
006890         MOVE AM-ADDRESS-LINE-1 TO AT-ADDRESS-LINE-1
006900         MOVE AM-ADDRESS-LINE-2 TO AT-ADDRESS-LINE-2
006910         MOVE AM-CITY           TO AT-CITY
006920         MOVE AM-STATE          TO AT-STATE
006930         MOVE AM-ZIP-CODE       TO AT-ZIP-CODE
006940     ELSE
006950         MOVE DV-GRP-NAME       TO AT-CUSTOMER-NAME
006960     END-IF.
006970     WRITE ANNTOTAL-REC.
006980     IF NOT DV-ANNTOTAL-OK
006990         DISPLAY 'ANNSUMM - WRITE FAILED FOR ANNTOTAL - '
007000             DV-ANNTOTAL-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040     ADD 1 TO DV-VND-COUNT.
007050     ADD DV-GRP-AMOUNT TO DV-VND-AMOUNT-HASH.
007060     IF DV-GRP-CODE = DV-INTEREST-CODE
007070         ADD DV-GRP-AMOUNT TO DV-INTEREST-TOTAL
007080     END-IF.
007090     IF DV-GRP-CODE = DV-FEE-CODE
007100         ADD DV-GRP-AMOUNT TO DV-FEE-TOTAL
007110     END-IF.
007120     PERFORM 5400-WRITE-LETTER-DETAIL THRU 5400-EXIT.
007130     MOVE 'N' TO DV-GRP-OPEN-SW.
007140 5200-EXIT.
007150     EXIT.
007160*----------------------------------------------------------
007170* 5300-LOOKUP-ACCOUNT  -  ONCE PER ACCOUNT. AN ACCOUNT NOT
007180* ON ACCTMST KEEPS ITS PERHIST NAME AND A BLANK ADDRESS.
007190*----------------------------------------------------------
007200 5300-LOOKUP-ACCOUNT.
007210     ADD 1 TO DV-ACCOUNT-COUNT.
007220     MOVE DV-GRP-ACCOUNT-NO TO DV-LKP-ACCOUNT-NO.
007230     MOVE 'N' TO DV-ACCT-ON-MASTER-SW.
007240     IF NOT DV-ACCTMST-AVAILABLE
007250         GO TO 5300-EXIT
007260     END-IF.
007270     MOVE DV-GRP-ACCOUNT-NO TO AM-ACCOUNT-NO.
007280     READ ACCTMST
007290         INVALID KEY
007300             GO TO 5300-EXIT
007310     END-READ.
007320     IF DV-ACCTMST-REC-FOUND
007330         SET DV-ACCT-ON-MASTER TO TRUE
007340     END-IF.
007350 5300-EXIT.
007360     EXIT.
007370*----------------------------------------------------------
007380* 5400-WRITE-LETTER-DETAIL  -  ONE PRTD20L DETAIL DATED THE
007390* LAST DAY OF THE TAX YEAR. DVNOTGEN TAKES THE NAME AND
007400* ADDRESS FROM ACCTMST ITSELF. AN ANNUAL TOTAL TOO LARGE
007410* FOR PD-AMOUNT STAYS ON THE VENDOR FILE BUT IS LEFT OFF
007420* THE LETTER FEED WITH A WARNING.
007430*----------------------------------------------------------
007440 5400-WRITE-LETTER-DETAIL.
007450     IF DV-GRP-AMOUNT > DV-LTR-AMOUNT-MAX OR
007460        DV-GRP-AMOUNT < ZERO - DV-LTR-AMOUNT-MAX
007470         DISPLAY 'ANNSUMM - ACCOUNT ' DV-GRP-ACCOUNT-NO
007480             ' CODE ' DV-GRP-CODE ' ANNUAL TOTAL TOO LARGE '
007490             'FOR THE LETTER FEED - LEFT OFF'
007500         ADD 1 TO DV-LTR-OVERSIZE-COUNT
007510         GO TO 5400-EXIT
007520     END-IF.
007530     MOVE SPACES TO ANNLTRF-REC.
007540     MOVE DV-GRP-ACCOUNT-NO TO PD-ACCOUNT-NO.
007550     MOVE DV-GRP-NAME       TO PD-CUSTOMER-NAME.
007560     MOVE DV-GRP-CODE       TO PD-INTERNAL-CODE.
007570     MOVE DV-YEAR-END-DATE  TO PD-TRANS-DATE.
007580     MOVE DV-GRP-AMOUNT     TO PD-AMOUNT.
007590     WRITE ANNLTRF-REC.
007600     IF NOT DV-ANNLTRF-OK
007610         DISPLAY 'ANNSUMM - WRITE FAILED FOR ANNLTRF - '
007620             DV-ANNLTRF-STATUS
007630         MOVE 16 TO RETURN-CODE
007640         STOP RUN
007650     END-IF.
007660     ADD 1 TO DV-LTR-COUNT.
007670     ADD DV-GRP-AMOUNT TO DV-LTR-AMOUNT-HASH.
007680 5400-EXIT.
007690     EXIT.
007700*----------------------------------------------------------
007710* 5800-WRITE-TRAILERS
007720*----------------------------------------------------------
007730 5800-WRITE-TRAILERS.
007740     MOVE SPACES TO ANNTOTAL-REC.
007750     SET AT-TRAILER TO TRUE.
007760     MOVE DV-TAX-YEAR        TO AT-TAX-YEAR.
007770     MOVE DV-VND-COUNT       TO AT-TRL-RECORD-COUNT.
007780     MOVE DV-ACCOUNT-COUNT   TO AT-TRL-ACCOUNT-COUNT.
007790     MOVE DV-VND-AMOUNT-HASH TO AT-TRL-AMOUNT-HASH.
007800     WRITE ANNTOTAL-REC.
007810     MOVE SPACES TO ANNLTRF-TRL-REC.
007820     MOVE '*TRL*' TO PD-TRL-TAG.
007830     MOVE DV-LTR-COUNT       TO PD-TRL-RECORD-COUNT.
007840     MOVE DV-LTR-AMOUNT-HASH TO PD-TRL-AMOUNT-HASH.
007850     WRITE ANNLTRF-TRL-REC.
007860 5800-EXIT.
007870     EXIT.
007880*----------------------------------------------------------
007890* 6000-READ-SORTED
007900*----------------------------------------------------------
007910 6000-READ-SORTED.
007920     READ ANNSORT
007930         AT END
007940             SET DV-EOF TO TRUE
007950             GO TO 6000-EXIT
007960     END-READ.
007970     IF NOT DV-ANNSORT-OK
007980         DISPLAY 'ANNSUMM - READ FAILED FOR ANNSORT - '
007990             DV-ANNSORT-STATUS
008000         MOVE 16 TO RETURN-CODE
008010         STOP RUN
008020     END-IF.
008030 6000-EXIT.
008040     EXIT.
008050*----------------------------------------------------------
008060* 7000-PRINT-TOTALS  -  WHAT WENT TO THE VENDOR AND TO THE
008070* LETTER FEED.
008080*----------------------------------------------------------
008090 7000-PRINT-TOTALS.
008100     IF DV-LINE-COUNT + 8 > DV-MAX-LINES-PER-PAGE
008110         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
008120     END-IF.
008130     MOVE 'ACCOUNTS SUMMARIZED           :' TO DV-TOT-LABEL.
008140     MOVE DV-ACCOUNT-COUNT TO DV-TOT-COUNT.
008150     MOVE ZERO TO DV-TOT-AMOUNT.
008160     MOVE DV-TOTAL-LINE TO PRT-LINE.
008170     MOVE '0' TO PRT-CC.
008180     WRITE ANNRPT-REC.
008190     MOVE 'ANNTOTAL DETAILS WRITTEN      :' TO DV-TOT-LABEL.
008200     MOVE DV-VND-COUNT TO DV-TOT-COUNT.
008210     MOVE DV-VND-AMOUNT-HASH TO DV-TOT-AMOUNT.
008220     MOVE DV-TOTAL-LINE TO PRT-LINE.
008230     MOVE ' ' TO PRT-CC.
008240     WRITE ANNRPT-REC.
008250     MOVE 'LETTER FEED DETAILS WRITTEN   :' TO DV-TOT-LABEL.
008260     MOVE DV-LTR-COUNT TO DV-TOT-COUNT.
008270     MOVE DV-LTR-AMOUNT-HASH TO DV-TOT-AMOUNT.
008280     MOVE DV-TOTAL-LINE TO PRT-LINE.
008290     MOVE ' ' TO PRT-CC.
008300     WRITE ANNRPT-REC.
008310     MOVE 'INTEREST (CODE 0006)          :' TO DV-TOT-LABEL.
008320     MOVE ZERO TO DV-TOT-COUNT.
008330     MOVE DV-INTEREST-TOTAL TO DV-TOT-AMOUNT.
008340     MOVE DV-TOTAL-LINE TO PRT-LINE.
008350     MOVE ' ' TO PRT-CC.
008360     WRITE ANNRPT-REC.
008370     MOVE 'FEES (CODE 0005)              :' TO DV-TOT-LABEL.
008380     MOVE DV-FEE-TOTAL TO DV-TOT-AMOUNT.
008390     MOVE DV-TOTAL-LINE TO PRT-LINE.
008400     MOVE ' ' TO PRT-CC.
008410     WRITE ANNRPT-REC.
008420     ADD 6 TO DV-LINE-COUNT.
008430     IF DV-VND-AMOUNT-HASH NOT = DV-GEN-AMOUNT
008440         MOVE '*** ANNTOTAL HASH OFF FROM THE MONTHS ***'
008450             TO DV-MSG-TEXT
008460         PERFORM 3700-PRINT-MESSAGE THRU 3700-EXIT
008470         MOVE 16 TO RETURN-CODE
008480     END-IF.
008490 7000-EXIT.
008500     EXIT.
008510*----------------------------------------------------------
008520* 7500-DISPLAY-TOTALS
008530*----------------------------------------------------------
008540 7500-DISPLAY-TOTALS.
008550     DISPLAY '========================================'.
008560     DISPLAY 'ANNSUMM - YEAR-END ANNUAL SUMMARY ' DV-TAX-YEAR.
008570     DISPLAY '  PERHIST ROWS READ  . . . . : '
008580         DV-HIST-READ-COUNT.
008590     DISPLAY '  ROWS OF OTHER YEARS  . . . : '
008600         DV-OTHER-YEAR-COUNT.
008610     DISPLAY '  ROWS REJECTED (BAD PERIOD) : '
008620         DV-BAD-ROW-COUNT.
008630     DISPLAY '  MONTHS MISSING . . . . . . : '
008640         DV-MISSING-COUNT.
008650     DISPLAY '  MONTHS ARCHIVED TWICE  . . : '
008660         DV-DUP-MONTH-COUNT.
008670     IF DV-IN-BALANCE
008680         DISPLAY '  RECONCILIATION . . . . . . : IN BALANCE'
008690     ELSE
008700         DISPLAY '  RECONCILIATION . . . . . . : OUT OF BALANCE'
008710     END-IF.
008720     DISPLAY '  ANNTOTAL DETAILS WRITTEN . : '
008730         DV-VND-COUNT.
008740     DISPLAY '  LETTER FEED DETAILS  . . . : '
008750         DV-LTR-COUNT.
008760     DISPLAY '  LEFT OFF LETTER FEED (SIZE): '
008770         DV-LTR-OVERSIZE-COUNT.
008780     DISPLAY '========================================'.
008790 7500-EXIT.
008800     EXIT.
008810*----------------------------------------------------------
008820* 8000-CLOSE-FILES
008830*----------------------------------------------------------
008840 8000-CLOSE-FILES.
008850     CLOSE ANNSORT.
008860     CLOSE ANNTOTAL.
008870     CLOSE ANNLTRF.
008880     CLOSE ANNRPT.
008890     IF DV-ACCTMST-AVAILABLE
008900         CLOSE ACCTMST
008910     END-IF.
008920 8000-EXIT.
008930     EXIT.
008940 END PROGRAM ANNSUMM.
