000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TXNMON.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - NIGHTLY LARGE AND UNUSUAL
000110*                  TRANSACTION MONITOR OVER THE DAY'S KEYED
000120*                  PRTD20K DETAILS. THE MONRULE RULE FILE
000130*                  OPERATIONS MAINTAINS CARRIES A SINGLE-
000140*                  TRANSACTION AMOUNT THRESHOLD PER
000150*                  PD-INTERNAL-CODE (WITH AN OPTIONAL '****'
000160*                  DEFAULT ROW FOR CODES WITHOUT ONE) AND
000170*                  THE PER-ACCOUNT DAILY COUNT AND AMOUNT
000180*                  VELOCITY LIMITS. EVERY HIT PRINTS ON THE
000190*                  TXNALERT REPORT AND OPENS A PENDING REVIEW
000200*                  ITEM ON PGMSTAT WITH ITS PGMAUDIT RECORD,
000210*                  THE SAME WAY PGMINTAK ADDS ITEMS, SO THE
000220*                  ALERTS FLOW INTO THE PGMWRKAS WORK QUEUE,
000230*                  PGMEXCPT AGING AND PGMESCAL ESCALATION
000240*                  WITH NOTHING RE-KEYED. THE REVIEW ITEM ID
000250*                  IS THE ACCOUNT NUMBER FOLLOWED BY THE
000260*                  ALERT TYPE (L LARGE TRANSACTION, C COUNT
000270*                  VELOCITY, V AMOUNT VELOCITY). AN ITEM
000280*                  ALREADY PENDING OR ON HOLD IS LEFT ALONE;
000290*                  A CLOSED-OUT ITEM IS REOPENED TO PENDING
000300*                  WHEN PGMTRANS ALLOWS IT. THE RUN'S COUNTS
000310*                  GO TO DVCTLLDG SO DVCYCBAL CAN PROVE EVERY
000320*                  LOADED DETAIL WAS MONITORED.
000322* 2026-10-15  DV   PGMAUDIT ENTRIES NOW CARRY PA-APPROVER-ID,
000324*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000326*                  OVERRIDE. THE ENTRIES WRITTEN HERE NEED NO
000328*                  APPROVAL AND LEAVE IT BLANK.
000330*----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PRTD20K ASSIGN TO PRTD20K
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PK-KEY
000410         FILE STATUS IS DV-PRTD20K-STATUS.
000420     SELECT MONRULE ASSIGN TO MONRULE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DV-MONRULE-STATUS.
000450     SELECT PGMSTAT ASSIGN TO PGMSTAT
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PS-RECORD-ID
000490         FILE STATUS IS DV-PGMSTAT-STATUS.
000500     SELECT PGMAUDIT ASSIGN TO PGMAUDIT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DV-PGMAUDIT-STATUS.
000530     SELECT OPTIONAL PGMTRANS ASSIGN TO PGMTRANS
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PT-KEY
000570         FILE STATUS IS DV-PGMTRANS-STATUS.
000580     SELECT TXNALERT ASSIGN TO TXNALERT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DV-TXNALERT-STATUS.
000610     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CL-KEY
000650         FILE STATUS IS DV-CTLLDG-STATUS.
000660*----------------------------------------------------------
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PRTD20K.
000700 01  PRTD20K-REC.
000710 COPY YPRTD20K.
000720 FD  MONRULE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  MONRULE-REC.
000760     05  MR-RULE-TYPE            PIC X(01).
000770         88  MR-CODE-THRESHOLD   VALUE 'T'.
000780         88  MR-VELOCITY         VALUE 'V'.
000790         88  MR-TYPE-VALID       VALUES 'T' 'V'.
000800     05  MR-INTERNAL-CODE        PIC X(04).
000810     05  MR-AMOUNT-LIMIT         PIC 9(09)V99.
000820     05  MR-COUNT-LIMIT          PIC 9(05).
000830     05  FILLER                  PIC X(59).
000840 FD  PGMSTAT.
000850 COPY PGMSTREC.
000860 FD  PGMAUDIT
000870     RECORDING MODE IS F.
000880 COPY PGMAUDREC.
000890 FD  PGMTRANS.
000900 COPY PGMTRNREC.
000910 FD  TXNALERT
000920     RECORD CONTAINS 133 CHARACTERS.
000930 01  TXNALERT-REC.
000940     05  PRT-CC                  PIC X(01).
000950     05  PRT-LINE                PIC X(132).
000960 FD  DVCTLLDG.
000970 COPY DVCTLREC.
000980*----------------------------------------------------------
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------
001010* FILE STATUS AND CONTROL SWITCHES
001020*----------------------------------------------------------
001030 01  DV-PRTD20K-STATUS           PIC X(02) VALUE '00'.
001040     88  DV-PRTD20K-OK           VALUE '00'.
001050     88  DV-PRTD20K-EOF          VALUE '10'.
001060 01  DV-MONRULE-STATUS           PIC X(02) VALUE '00'.
001070     88  DV-MONRULE-OK           VALUE '00'.
001080     88  DV-MONRULE-EOF          VALUE '10'.
001090 01  DV-PGMSTAT-STATUS           PIC X(02) VALUE '00'.
001100     88  DV-PGMSTAT-OK           VALUES '00' '02'.
001110     88  DV-PGMSTAT-NOT-FOUND    VALUE '35'.
001120     88  DV-PGMSTAT-REC-FOUND    VALUES '00' '02'.
001130 01  DV-PGMAUDIT-STATUS          PIC X(02) VALUE '00'.
001140     88  DV-PGMAUDIT-OK          VALUE '00'.
001150     88  DV-PGMAUDIT-NOT-FOUND   VALUE '35'.
001160 01  DV-PGMTRANS-STATUS          PIC X(02) VALUE '00'.
001170     88  DV-PGMTRANS-OK          VALUE '00'.
001180 01  DV-PGMTRANS-AVAIL-SW        PIC X(01) VALUE 'N'.
001190     88  DV-PGMTRANS-AVAILABLE   VALUE 'Y'.
001200 01  DV-TRANS-ALLOWED-SW         PIC X(01) VALUE 'Y'.
001210     88  DV-TRANS-ALLOWED        VALUE 'Y'.
001220     88  DV-TRANS-REJECTED       VALUE 'N'.
001230 01  DV-TXNALERT-STATUS          PIC X(02) VALUE '00'.
001240     88  DV-TXNALERT-OK          VALUE '00'.
001250 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
001260     88  DV-CTLLDG-OK            VALUES '00' '02'.
001270     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
001280 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001290     88  DV-EOF                  VALUE 'Y'.
001300*----------------------------------------------------------
001310* AMOUNT THRESHOLDS - INTERNAL CODE TO SINGLE-TRANSACTION
001320* LIMIT, LOADED FROM THE MONRULE 'T' ROWS. A '****' ROW IS
001330* THE DEFAULT FOR CODES WITHOUT A ROW OF THEIR OWN; A ZERO
001340* LIMIT TURNS THE CHECK OFF FOR THAT CODE.
001350*----------------------------------------------------------
001360 01  DV-MT-COUNT                 PIC 9(02) COMP VALUE ZERO.
001370 01  DV-MT-MAX                   PIC 9(02) COMP VALUE 50.
001380 01  DV-MT-IDX                   PIC 9(02) COMP.
001390 01  DV-MT-DEFAULT-IDX           PIC 9(02) COMP VALUE ZERO.
001400 01  DV-MT-FOUND-SW              PIC X(01) VALUE 'N'.
001410     88  DV-MT-FOUND             VALUE 'Y'.
001420 01  DV-MT-TABLE.
001430     05  DV-MT-ENTRY OCCURS 50 TIMES.
001440         10  DV-MT-CODE          PIC X(04).
001450         10  DV-MT-LIMIT         PIC S9(11)V99 COMP-3.
001460*----------------------------------------------------------
001470* VELOCITY LIMITS - PER ACCOUNT PER DAY, FROM THE MONRULE
001480* 'V' ROW. ZERO TURNS THE CHECK OFF. AMOUNTS ARE TAKEN
001490* WITHOUT SIGN, SO A BURST OF DEBITS TRIPS THE LIMIT THE
001500* SAME AS A BURST OF CREDITS.
001510*----------------------------------------------------------
001520 01  DV-VEL-COUNT-LIMIT          PIC 9(07) VALUE ZERO.
001530 01  DV-VEL-AMOUNT-LIMIT         PIC S9(11)V99 COMP-3
001540                                 VALUE ZERO.
001550*----------------------------------------------------------
001560* CURRENT-ACCOUNT ACCUMULATORS - PRTD20K ARRIVES IN ACCOUNT
001570* ORDER, SO THE VELOCITY CHECK RUNS AT EACH ACCOUNT BREAK.
001580*----------------------------------------------------------
001590 01  DV-ACCT-OPEN-SW             PIC X(01) VALUE 'N'.
001600     88  DV-ACCT-OPEN            VALUE 'Y'.
001610 01  DV-CUR-ACCOUNT-NO           PIC 9(09) VALUE ZERO.
001620 01  DV-CUR-CUSTOMER-NAME        PIC X(30) VALUE SPACES.
001630 01  DV-CUR-TXN-COUNT            PIC 9(07) VALUE ZERO.
001640 01  DV-CUR-TXN-AMOUNT           PIC S9(11)V99 COMP-3
001650                                 VALUE ZERO.
001660 01  DV-ABS-AMOUNT               PIC S9(11)V99 COMP-3
001670                                 VALUE ZERO.
001680*----------------------------------------------------------
001690* ALERT WORK AREA - FILLED IN BY WHICHEVER CHECK TRIPPED,
001700* THEN RAISED AND PRINTED BY 3000-RAISE-ALERT.
001710*----------------------------------------------------------
001720 01  DV-ALT-TYPE                 PIC X(01).
001730     88  DV-ALT-LARGE-TXN        VALUE 'L'.
001740     88  DV-ALT-COUNT-VELOCITY   VALUE 'C'.
001750     88  DV-ALT-AMOUNT-VELOCITY  VALUE 'V'.
001760 01  DV-ALT-CODE                 PIC X(04).
001770 01  DV-ALT-VALUE-AMOUNT         PIC S9(11)V99 COMP-3.
001780 01  DV-ALT-VALUE-COUNT          PIC 9(07).
001790 01  DV-ALT-LIMIT-AMOUNT         PIC S9(11)V99 COMP-3.
001800 01  DV-ALT-LIMIT-COUNT          PIC 9(07).
001810 01  DV-ALT-DISPOSITION          PIC X(20).
001820 01  DV-OLD-STATUS               PIC X(02).
001830 01  DV-EDIT-AMOUNT              PIC -(11)9.99.
001840 01  DV-EDIT-COUNT               PIC Z(14)9.
001850*----------------------------------------------------------
001860* RUN CONTROL AND COUNTERS
001870*----------------------------------------------------------
001880 01  DV-RUN-DATE                 PIC 9(08).
001890 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
001900 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
001910 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001920 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
001930 01  DV-ACCOUNT-COUNT            PIC 9(07) VALUE ZERO.
001940 01  DV-ALERT-COUNT              PIC 9(07) VALUE ZERO.
001950 01  DV-LARGE-TXN-COUNT          PIC 9(07) VALUE ZERO.
001960 01  DV-COUNT-VEL-COUNT          PIC 9(07) VALUE ZERO.
001970 01  DV-AMOUNT-VEL-COUNT         PIC 9(07) VALUE ZERO.
001980 01  DV-ITEM-ADDED-COUNT         PIC 9(07) VALUE ZERO.
001990 01  DV-ITEM-REOPENED-COUNT      PIC 9(07) VALUE ZERO.
002000 01  DV-ITEM-IN-REVIEW-COUNT     PIC 9(07) VALUE ZERO.
002010 01  DV-ITEM-BLOCKED-COUNT       PIC 9(07) VALUE ZERO.
002020*----------------------------------------------------------
002030* REPORT LINES
002040*----------------------------------------------------------
002050 01  DV-HEADER-LINE-1.
002060     05  FILLER                  PIC X(40)
002070             VALUE 'LARGE AND UNUSUAL TRANSACTION ALERTS'.
002080     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002090     05  DV-HDR-RUN-DATE         PIC 9(08).
002100     05  FILLER                  PIC X(10) VALUE '   PAGE: '.
002110     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002120 01  DV-HEADER-LINE-2.
002130     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
002140     05  FILLER                  PIC X(26) VALUE 'CUSTOMER'.
002150     05  FILLER                  PIC X(18) VALUE 'ALERT'.
002160     05  FILLER                  PIC X(06) VALUE 'CODE'.
002170     05  FILLER                  PIC X(17)
002180             VALUE '         ACTUAL'.
002190     05  FILLER                  PIC X(17)
002200             VALUE '          LIMIT'.
002210     05  FILLER                  PIC X(12) VALUE 'REVIEW ITEM'.
002220     05  FILLER                  PIC X(20) VALUE 'DISPOSITION'.
002230 01  DV-DETAIL-LINE.
002240     05  DV-DTL-ACCOUNT-NO       PIC 9(09).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  DV-DTL-CUSTOMER-NAME    PIC X(24).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  DV-DTL-ALERT-DESC       PIC X(16).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  DV-DTL-CODE             PIC X(04).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  DV-DTL-VALUE            PIC X(15).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  DV-DTL-LIMIT            PIC X(15).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  DV-DTL-ITEM-ID          PIC X(10).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  DV-DTL-DISPOSITION      PIC X(20).
002390 01  DV-TOTAL-LINE-1.
002400     05  FILLER                  PIC X(26)
002410             VALUE 'DETAILS MONITORED       : '.
002420     05  DV-TOT-READ             PIC ZZZZZZ9.
002430 01  DV-TOTAL-LINE-2.
002440     05  FILLER                  PIC X(26)
002450             VALUE 'ALERTS RAISED           : '.
002460     05  DV-TOT-ALERTS           PIC ZZZZZZ9.
002470 01  DV-TOTAL-LINE-3.
002480     05  FILLER                  PIC X(26)
002490             VALUE 'REVIEW ITEMS OPENED     : '.
002500     05  DV-TOT-OPENED           PIC ZZZZZZ9.
002510 01  DV-TOTAL-LINE-4.
002520     05  FILLER                  PIC X(26)
002530             VALUE 'BLOCKED BY TRANSITION   : '.
002540     05  DV-TOT-BLOCKED          PIC ZZZZZZ9.
002550*----------------------------------------------------------
002560 PROCEDURE DIVISION.
002570*----------------------------------------------------------
002580* 0000-MAINLINE
002590*----------------------------------------------------------
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
002630     PERFORM 2000-MONITOR-ONE-DETAIL THRU 2000-EXIT
002640         UNTIL DV-EOF.
002650     IF DV-ACCT-OPEN
002660         PERFORM 2300-CHECK-VELOCITY THRU 2300-EXIT
002670     END-IF.
002680     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002690     PERFORM 7500-DISPLAY-TOTALS THRU 7500-EXIT.
002700     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
002710     GOBACK.
002720*----------------------------------------------------------
002730* 1000-INITIALIZE  -  LOADS THE MONITORING RULES AND OPENS
002740* EVERYTHING. MONRULE IS REQUIRED - A NIGHT WITH NO RULES
002750* WOULD PASS EVERY TRANSACTION UNSEEN. PGMSTAT IS OPENED
002760* I-O (CREATED ON THE FIRST EVER RUN, THE SAME AS EVERY
002770* OTHER PGMSTAT WRITER) AND PGMAUDIT EXTEND.
002780*----------------------------------------------------------
002790 1000-INITIALIZE.
002800     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
002810     OPEN INPUT MONRULE.
002820     IF NOT DV-MONRULE-OK
002830         DISPLAY 'TXNMON - OPEN FAILED FOR MONRULE - '
002840             DV-MONRULE-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     PERFORM 1050-LOAD-ONE-RULE THRU 1050-EXIT
002890         UNTIL DV-MONRULE-EOF.
002900     CLOSE MONRULE.
002910     OPEN INPUT PRTD20K.
002920     IF NOT DV-PRTD20K-OK
002930         DISPLAY 'TXNMON - OPEN FAILED FOR PRTD20K - '
002940             DV-PRTD20K-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     OPEN I-O PGMSTAT.
002990     IF DV-PGMSTAT-NOT-FOUND
003000         OPEN OUTPUT PGMSTAT
003010         CLOSE PGMSTAT
003020         OPEN I-O PGMSTAT
003030     END-IF.
003040     IF NOT DV-PGMSTAT-OK
003050         DISPLAY 'TXNMON - OPEN FAILED FOR PGMSTAT - '
003060             DV-PGMSTAT-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     OPEN EXTEND PGMAUDIT.
003110     IF DV-PGMAUDIT-NOT-FOUND
003120         OPEN OUTPUT PGMAUDIT
003130     END-IF.
003140     IF NOT DV-PGMAUDIT-OK
003150         DISPLAY 'TXNMON - OPEN FAILED FOR PGMAUDIT - '
003160             DV-PGMAUDIT-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     OPEN INPUT PGMTRANS.
003210     IF DV-PGMTRANS-OK
003220         SET DV-PGMTRANS-AVAILABLE TO TRUE
003230     ELSE
003240         DISPLAY 'TXNMON - PGMTRANS UNAVAILABLE - STATUS '
003250             DV-PGMTRANS-STATUS ' - TRANSITIONS UNCHECKED'
003260     END-IF.
003270     OPEN OUTPUT TXNALERT.
003280     IF NOT DV-TXNALERT-OK
003290         DISPLAY 'TXNMON - OPEN FAILED FOR TXNALERT - '
003300             DV-TXNALERT-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340 1000-EXIT.
003350     EXIT.
003360*----------------------------------------------------------
003370* 1050-LOAD-ONE-RULE  -  ONE MONRULE ROW. A 'T' ROW ADDS A
003380* CODE THRESHOLD; A 'V' ROW SETS THE VELOCITY LIMITS (THE
003390* LAST ONE READ WINS). A ROW OF ANY OTHER TYPE, WITH NON-
003400* NUMERIC LIMITS, OR ARRIVING AFTER THE TABLE IS FULL IS
003410* WARNED AND DROPPED.
003420*----------------------------------------------------------
003430 1050-LOAD-ONE-RULE.
003440     READ MONRULE
003450         AT END
003460             GO TO 1050-EXIT
003470     END-READ.
003480     IF NOT MR-TYPE-VALID
003490        OR MR-AMOUNT-LIMIT IS NOT NUMERIC
003500        OR MR-COUNT-LIMIT IS NOT NUMERIC
003510         DISPLAY 'TXNMON - BAD MONITORING RULE ' MR-RULE-TYPE
003520             ' ' MR-INTERNAL-CODE ' - ROW IGNORED'
003530         GO TO 1050-EXIT
003540     END-IF.
003550     IF MR-VELOCITY
003560         MOVE MR-COUNT-LIMIT  TO DV-VEL-COUNT-LIMIT
003570         MOVE MR-AMOUNT-LIMIT TO DV-VEL-AMOUNT-LIMIT
003580         GO TO 1050-EXIT
003590     END-IF.
003600     IF DV-MT-COUNT >= DV-MT-MAX
003610         DISPLAY 'TXNMON - THRESHOLD TABLE FULL - ROW FOR CODE '
003620             MR-INTERNAL-CODE ' IGNORED'
003630         GO TO 1050-EXIT
003640     END-IF.
003650     ADD 1 TO DV-MT-COUNT.
003660     MOVE MR-INTERNAL-CODE TO DV-MT-CODE (DV-MT-COUNT).
003670     MOVE MR-AMOUNT-LIMIT  TO DV-MT-LIMIT (DV-MT-COUNT).
003680     IF MR-INTERNAL-CODE = '****'
003690         MOVE DV-MT-COUNT TO DV-MT-DEFAULT-IDX
003700     END-IF.
003710 1050-EXIT.
003720     EXIT.
003730*----------------------------------------------------------
003740* 2000-MONITOR-ONE-DETAIL  -  ONE PRTD20K DETAIL. AN ACCOUNT
003750* CHANGE FIRST CLOSES OUT THE PRIOR ACCOUNT'S VELOCITY CHECK.
003760* THE DETAIL IS THEN ADDED TO ITS ACCOUNT'S DAILY TOTALS AND
003770* CHECKED AGAINST ITS CODE'S AMOUNT THRESHOLD.
003780*----------------------------------------------------------
003790 2000-MONITOR-ONE-DETAIL.
003800     IF DV-ACCT-OPEN AND
003810        PK-ACCOUNT-NO NOT = DV-CUR-ACCOUNT-NO
003820         PERFORM 2300-CHECK-VELOCITY THRU 2300-EXIT
003830     END-IF.
003840     IF NOT DV-ACCT-OPEN
003850         PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
003860     END-IF.
003870     IF PK-AMOUNT < ZERO
003880         COMPUTE DV-ABS-AMOUNT = ZERO - PK-AMOUNT
003890     ELSE
003900         MOVE PK-AMOUNT TO DV-ABS-AMOUNT
003910     END-IF.
003920     ADD 1 TO DV-CUR-TXN-COUNT.
003930     ADD DV-ABS-AMOUNT TO DV-CUR-TXN-AMOUNT.
003940     PERFORM 2100-FIND-THRESHOLD THRU 2100-EXIT.
003950     IF NOT DV-MT-FOUND
003960         GO TO 2000-NEXT
003970     END-IF.
003980     IF DV-MT-LIMIT (DV-MT-IDX) > ZERO AND
003990        DV-ABS-AMOUNT > DV-MT-LIMIT (DV-MT-IDX)
004000         SET DV-ALT-LARGE-TXN TO TRUE
004010         MOVE PK-INTERNAL-CODE TO DV-ALT-CODE
004020         MOVE PK-AMOUNT TO DV-ALT-VALUE-AMOUNT
004030         MOVE DV-MT-LIMIT (DV-MT-IDX) TO DV-ALT-LIMIT-AMOUNT
004040         ADD 1 TO DV-LARGE-TXN-COUNT
004050         PERFORM 3000-RAISE-ALERT THRU 3000-EXIT
004060     END-IF.
004070 2000-NEXT.
004080     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
004090 2000-EXIT.
004100     EXIT.
004110*----------------------------------------------------------
004120* 2100-FIND-THRESHOLD  -  THE DETAIL'S OWN CODE ROW WHEN
004130* THERE IS ONE, OTHERWISE THE '****' DEFAULT ROW. ON A HIT
004140* DV-MT-IDX POINTS AT THE ROW.
004150*----------------------------------------------------------
004160 2100-FIND-THRESHOLD.
004170     MOVE 'N' TO DV-MT-FOUND-SW.
004180     MOVE 1 TO DV-MT-IDX.
004190     PERFORM 2110-MATCH-ONE-THRESHOLD THRU 2110-EXIT
004200         UNTIL DV-MT-FOUND OR DV-MT-IDX > DV-MT-COUNT.
004210     IF NOT DV-MT-FOUND AND DV-MT-DEFAULT-IDX > ZERO
004220         MOVE DV-MT-DEFAULT-IDX TO DV-MT-IDX
004230         SET DV-MT-FOUND TO TRUE
004240     END-IF.
004250 2100-EXIT.
004260     EXIT.
004270*----------------------------------------------------------
004280* 2110-MATCH-ONE-THRESHOLD
004290*----------------------------------------------------------
004300 2110-MATCH-ONE-THRESHOLD.
004310     IF DV-MT-CODE (DV-MT-IDX) = PK-INTERNAL-CODE
004320         SET DV-MT-FOUND TO TRUE
004330     ELSE
004340         ADD 1 TO DV-MT-IDX
004350     END-IF.
004360 2110-EXIT.
004370     EXIT.
004380*----------------------------------------------------------
004390* 2200-START-ACCOUNT  -  OPENS THE DAILY TOTALS FOR THE
004400* ACCOUNT THE CURRENT DETAIL BELONGS TO.
004410*----------------------------------------------------------
004420 2200-START-ACCOUNT.
004430     SET DV-ACCT-OPEN TO TRUE.
004440     MOVE PK-ACCOUNT-NO    TO DV-CUR-ACCOUNT-NO.
004450     MOVE PK-CUSTOMER-NAME TO DV-CUR-CUSTOMER-NAME.
004460     MOVE ZERO TO DV-CUR-TXN-COUNT.
004470     MOVE ZERO TO DV-CUR-TXN-AMOUNT.
004480     ADD 1 TO DV-ACCOUNT-COUNT.
004490 2200-EXIT.
004500     EXIT.
004510*----------------------------------------------------------
004520* 2300-CHECK-VELOCITY  -  CLOSES OUT ONE ACCOUNT'S DAY,
004530* RAISING A COUNT-VELOCITY AND/OR AN AMOUNT-VELOCITY ALERT
004540* WHEN ITS TOTALS EXCEED THE MONRULE LIMITS.
004550*----------------------------------------------------------
004560 2300-CHECK-VELOCITY.
004570     MOVE 'N' TO DV-ACCT-OPEN-SW.
004580     MOVE SPACES TO DV-ALT-CODE.
004590     IF DV-VEL-COUNT-LIMIT > ZERO AND
004600        DV-CUR-TXN-COUNT > DV-VEL-COUNT-LIMIT
004610         SET DV-ALT-COUNT-VELOCITY TO TRUE
004620         MOVE DV-CUR-TXN-COUNT   TO DV-ALT-VALUE-COUNT
004630         MOVE DV-VEL-COUNT-LIMIT TO DV-ALT-LIMIT-COUNT
004640         ADD 1 TO DV-COUNT-VEL-COUNT
004650         PERFORM 3000-RAISE-ALERT THRU 3000-EXIT
004660     END-IF.
004670     IF DV-VEL-AMOUNT-LIMIT > ZERO AND
004680        DV-CUR-TXN-AMOUNT > DV-VEL-AMOUNT-LIMIT
004690         SET DV-ALT-AMOUNT-VELOCITY TO TRUE
004700         MOVE DV-CUR-TXN-AMOUNT   TO DV-ALT-VALUE-AMOUNT
004710         MOVE DV-VEL-AMOUNT-LIMIT TO DV-ALT-LIMIT-AMOUNT
004720         ADD 1 TO DV-AMOUNT-VEL-COUNT
004730         PERFORM 3000-RAISE-ALERT THRU 3000-EXIT
004740     END-IF.
004750 2300-EXIT.
004760     EXIT.
004770*----------------------------------------------------------
004780* 3000-RAISE-ALERT  -  OPENS THE ALERT'S PGMSTAT REVIEW ITEM
004790* (ACCOUNT NUMBER PLUS ALERT TYPE) AND PRINTS THE ALERT. A
004800* NEW ITEM IS ADDED PENDING; ONE ALREADY PENDING OR ON HOLD
004810* IS ALREADY IN SOMEONE'S QUEUE AND IS LEFT ALONE; ONE IN
004820* ANY OTHER STATUS IS REOPENED TO PENDING WHEN PGMTRANS
004830* ALLOWS THE TRANSITION.
004840*----------------------------------------------------------
004850 3000-RAISE-ALERT.
004860     ADD 1 TO DV-ALERT-COUNT.
004870     MOVE SPACES TO PS-RECORD-ID.
004880     MOVE DV-CUR-ACCOUNT-NO TO PS-RECORD-ID (1:9).
004890     MOVE DV-ALT-TYPE TO PS-RECORD-ID (10:1).
004900     READ PGMSTAT
004910         INVALID KEY
004920             CONTINUE
004930     END-READ.
004940     IF NOT DV-PGMSTAT-REC-FOUND
004950         PERFORM 3100-ADD-REVIEW-ITEM THRU 3100-EXIT
004960         GO TO 3000-PRINT
004970     END-IF.
004980     IF PS-NON-TERMINAL
004990         MOVE 'ALREADY IN REVIEW' TO DV-ALT-DISPOSITION
005000         ADD 1 TO DV-ITEM-IN-REVIEW-COUNT
005010         GO TO 3000-PRINT
005020     END-IF.
005030     PERFORM 3200-CHECK-TRANSITION THRU 3200-EXIT.
005040     IF DV-TRANS-REJECTED
005050         DISPLAY 'TXNMON - TRANSITION NOT ALLOWED - '
005060             PS-STATUS-CODE ' TO PN FOR ' PS-RECORD-ID
005070         MOVE 'NOT REOPENED' TO DV-ALT-DISPOSITION
005080         ADD 1 TO DV-ITEM-BLOCKED-COUNT
005090         GO TO 3000-PRINT
005100     END-IF.
005110     PERFORM 3300-REOPEN-REVIEW-ITEM THRU 3300-EXIT.
005120 3000-PRINT.
005130     PERFORM 3500-PRINT-ALERT THRU 3500-EXIT.
005140 3000-EXIT.
005150     EXIT.
005160*----------------------------------------------------------
005170* 3100-ADD-REVIEW-ITEM  -  WRITES THE NEW PGMSTAT ITEM IN
005180* PENDING STATUS AND ITS FIRST PGMAUDIT RECORD, WITH NO
005190* PRIOR STATUS, EXACTLY AS PGMINTAK DOES.
005200*----------------------------------------------------------
005210 3100-ADD-REVIEW-ITEM.
005220     SET PS-PENDING TO TRUE.
005230     ACCEPT PS-LAST-UPDATED-DATE FROM DATE YYYYMMDD.
005240     ACCEPT PS-LAST-UPDATED-TIME FROM TIME.
005250     WRITE PGMSTAT-REC
005260         INVALID KEY
005270             MOVE 'ALREADY IN REVIEW' TO DV-ALT-DISPOSITION
005280             ADD 1 TO DV-ITEM-IN-REVIEW-COUNT
005290             GO TO 3100-EXIT
005300     END-WRITE.
005310     MOVE SPACES TO DV-OLD-STATUS.
005320     PERFORM 3400-WRITE-AUDIT THRU 3400-EXIT.
005330     MOVE 'NEW REVIEW ITEM' TO DV-ALT-DISPOSITION.
005340     ADD 1 TO DV-ITEM-ADDED-COUNT.
005350 3100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------
005380* 3200-CHECK-TRANSITION  -  THE REOPEN MUST BE AN ALLOWED
005390* TRANSITION UNDER THE SAME PGMTRANS RULES PGMSTENG AND
005400* PGMESCAL ENFORCE. WHEN THE RULES FILE IS UNAVAILABLE THE
005410* REOPEN IS ALLOWED UNCHECKED, AS WARNED AT OPEN TIME.
005420*----------------------------------------------------------
005430 3200-CHECK-TRANSITION.
005440     SET DV-TRANS-ALLOWED TO TRUE.
005450     IF NOT DV-PGMTRANS-AVAILABLE
005460         GO TO 3200-EXIT
005470     END-IF.
005480     MOVE PS-STATUS-CODE TO PT-OLD-STATUS.
005490     MOVE 'PN'           TO PT-NEW-STATUS.
005500     READ PGMTRANS
005510         INVALID KEY
005520             SET DV-TRANS-REJECTED TO TRUE
005530     END-READ.
005540 3200-EXIT.
005550     EXIT.
005560*----------------------------------------------------------
005570* 3300-REOPEN-REVIEW-ITEM  -  MOVES A CLOSED-OUT ITEM BACK
005580* TO PENDING WITH THE STANDARD PGMAUDIT RECORD. A FAILED
005585* REWRITE ENDS THE RUN BEFORE THE AUDIT ENTRY IS WRITTEN.
005590*----------------------------------------------------------
005600 3300-REOPEN-REVIEW-ITEM.
005610     MOVE PS-STATUS-CODE TO DV-OLD-STATUS.
005620     SET PS-PENDING TO TRUE.
005630     ACCEPT PS-LAST-UPDATED-DATE FROM DATE YYYYMMDD.
005640     ACCEPT PS-LAST-UPDATED-TIME FROM TIME.
005641     REWRITE PGMSTAT-REC
005642         INVALID KEY
005643             DISPLAY 'TXNMON - REWRITE FAILED FOR PGMSTAT - '
005644                 PS-RECORD-ID ' - STATUS ' DV-PGMSTAT-STATUS
005645             MOVE 16 TO RETURN-CODE
005646             STOP RUN
005647     END-REWRITE.
005648     IF NOT DV-PGMSTAT-OK
005649         DISPLAY 'TXNMON - REWRITE FAILED FOR PGMSTAT - '
005650             PS-RECORD-ID ' - STATUS ' DV-PGMSTAT-STATUS
005651         MOVE 16 TO RETURN-CODE
005652         STOP RUN
005653     END-IF.
005660     PERFORM 3400-WRITE-AUDIT THRU 3400-EXIT.
005670     MOVE 'REOPENED FOR REVIEW' TO DV-ALT-DISPOSITION.
005680     ADD 1 TO DV-ITEM-REOPENED-COUNT.
005690 3300-EXIT.
005700     EXIT.
005710*----------------------------------------------------------
005720* 3400-WRITE-AUDIT  -  THE SAME PGMAUDIT RECORD EVERY OTHER
005730* STATUS WRITER PRODUCES, TAGGED PA-SOURCE-BATCH.
005740*----------------------------------------------------------
005750 3400-WRITE-AUDIT.
005760     MOVE PS-RECORD-ID          TO PA-RECORD-ID.
005770     MOVE DV-OLD-STATUS         TO PA-OLD-STATUS.
005780     MOVE PS-STATUS-CODE        TO PA-NEW-STATUS.
005790     MOVE PS-LAST-UPDATED-DATE  TO PA-CHANGE-DATE.
005800     MOVE PS-LAST-UPDATED-TIME  TO PA-CHANGE-TIME.
005810     SET PA-SOURCE-BATCH TO TRUE.
005815     MOVE SPACES TO PA-APPROVER-ID.
005820     WRITE PGMAUDIT-REC.
005830 3400-EXIT.
005840     EXIT.
005850*----------------------------------------------------------
005860* 3500-PRINT-ALERT  -  ONE ALERT LINE, WITH PAGE-BREAK
005870* HEADERS. A COUNT-VELOCITY ALERT SHOWS TRANSACTION COUNTS
005880* WHERE THE OTHERS SHOW AMOUNTS.
005890*----------------------------------------------------------
005900 3500-PRINT-ALERT.
005910     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
005920         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
005930     END-IF.
005940     MOVE DV-CUR-ACCOUNT-NO    TO DV-DTL-ACCOUNT-NO.
005950     MOVE DV-CUR-CUSTOMER-NAME TO DV-DTL-CUSTOMER-NAME.
005960     MOVE DV-ALT-CODE          TO DV-DTL-CODE.
005970     MOVE PS-RECORD-ID         TO DV-DTL-ITEM-ID.
005980     MOVE DV-ALT-DISPOSITION   TO DV-DTL-DISPOSITION.
005990     IF DV-ALT-COUNT-VELOCITY
006000         MOVE 'DAILY COUNT'    TO DV-DTL-ALERT-DESC
006010         MOVE DV-ALT-VALUE-COUNT TO DV-EDIT-COUNT
006020         MOVE DV-EDIT-COUNT      TO DV-DTL-VALUE
006030         MOVE DV-ALT-LIMIT-COUNT TO DV-EDIT-COUNT
006040         MOVE DV-EDIT-COUNT      TO DV-DTL-LIMIT
006050     ELSE
006060         IF DV-ALT-LARGE-TXN
006070             MOVE 'LARGE TXN'  TO DV-DTL-ALERT-DESC
006080         ELSE
006090             MOVE 'DAILY AMOUNT' TO DV-DTL-ALERT-DESC
006100         END-IF
006110         MOVE DV-ALT-VALUE-AMOUNT TO DV-EDIT-AMOUNT
006120         MOVE DV-EDIT-AMOUNT      TO DV-DTL-VALUE
006130         MOVE DV-ALT-LIMIT-AMOUNT TO DV-EDIT-AMOUNT
006140         MOVE DV-EDIT-AMOUNT      TO DV-DTL-LIMIT
006150     END-IF.
006160     MOVE ' ' TO PRT-CC.
006170     MOVE DV-DETAIL-LINE TO PRT-LINE.
006180     WRITE TXNALERT-REC.
006190     ADD 1 TO DV-LINE-COUNT.
006200 3500-EXIT.
006210     EXIT.
006220*----------------------------------------------------------
006230* 3600-PRINT-HEADERS
006240*----------------------------------------------------------
006250 3600-PRINT-HEADERS.
006260     ADD 1 TO DV-PAGE-NO.
006270     MOVE ZERO TO DV-LINE-COUNT.
006280     MOVE DV-RUN-DATE TO DV-HDR-RUN-DATE.
006290     MOVE DV-PAGE-NO  TO DV-HDR-PAGE-NO.
006300     MOVE '1' TO PRT-CC.
006310     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
006320     WRITE TXNALERT-REC.
006330     MOVE ' ' TO PRT-CC.
006340     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
006350     WRITE TXNALERT-REC.
006360     ADD 2 TO DV-LINE-COUNT.
006370 3600-EXIT.
006380     EXIT.
006390*----------------------------------------------------------
006400* 6000-READ-DETAIL
006410*----------------------------------------------------------
006420 6000-READ-DETAIL.
006430     READ PRTD20K NEXT RECORD
006440         AT END
006450             SET DV-EOF TO TRUE
006460             GO TO 6000-EXIT
006470     END-READ.
006480     IF NOT DV-PRTD20K-OK
006490         DISPLAY 'TXNMON - READ FAILED FOR PRTD20K - '
006500             DV-PRTD20K-STATUS
006510         MOVE 16 TO RETURN-CODE
006520         STOP RUN
006530     END-IF.
006540     ADD 1 TO DV-READ-COUNT.
006550 6000-EXIT.
006560     EXIT.
006570*----------------------------------------------------------
006580* 7000-PRINT-TOTALS  -  REPORT TRAILER. A QUIET NIGHT STILL
006590* PRINTS HEADERS AND ZERO TOTALS SO COMPLIANCE CAN SEE THE
006600* RULES WERE APPLIED.
006610*----------------------------------------------------------
006620 7000-PRINT-TOTALS.
006630     IF DV-ALERT-COUNT = ZERO
006640         PERFORM 3600-PRINT-HEADERS THRU 3600-EXIT
006650         MOVE ' ' TO PRT-CC
006660         MOVE 'NO TRANSACTIONS MET AN ALERT RULE' TO PRT-LINE
006670         WRITE TXNALERT-REC
006680     END-IF.
006690     MOVE DV-READ-COUNT  TO DV-TOT-READ.
006700     MOVE DV-ALERT-COUNT TO DV-TOT-ALERTS.
006710     COMPUTE DV-TOT-OPENED = DV-ITEM-ADDED-COUNT
006720         + DV-ITEM-REOPENED-COUNT.
006730     MOVE DV-ITEM-BLOCKED-COUNT TO DV-TOT-BLOCKED.
006740     MOVE ' ' TO PRT-CC.
006750     MOVE DV-TOTAL-LINE-1 TO PRT-LINE.
006760     WRITE TXNALERT-REC.
006770     MOVE ' ' TO PRT-CC.
006780     MOVE DV-TOTAL-LINE-2 TO PRT-LINE.
006790     WRITE TXNALERT-REC.
006800     MOVE ' ' TO PRT-CC.
006810     MOVE DV-TOTAL-LINE-3 TO PRT-LINE.
006820     WRITE TXNALERT-REC.
006830     MOVE ' ' TO PRT-CC.
006840     MOVE DV-TOTAL-LINE-4 TO PRT-LINE.
006850     WRITE TXNALERT-REC.
006860 7000-EXIT.
006870     EXIT.
006880*----------------------------------------------------------
006890* 7500-DISPLAY-TOTALS  -  RUN-END SUMMARY. AN ALERT WHOSE
006900* CLOSED-OUT ITEM COULD NOT BE REOPENED ENDS THE RUN WITH A
006910* WARNING SO SOMEONE PICKS IT UP FROM THE REPORT.
006920*----------------------------------------------------------
006930 7500-DISPLAY-TOTALS.
006940     DISPLAY '========================================'.
006950     DISPLAY 'TXNMON - TRANSACTION MONITORING SUMMARY'.
006960     DISPLAY '  DETAIL RECORDS READ  . . . : '
006970         DV-READ-COUNT.
006980     DISPLAY '  ACCOUNTS MONITORED . . . . : '
006990         DV-ACCOUNT-COUNT.
007000     DISPLAY '  LARGE TRANSACTION ALERTS . : '
007010         DV-LARGE-TXN-COUNT.
007020     DISPLAY '  DAILY COUNT ALERTS . . . . : '
007030         DV-COUNT-VEL-COUNT.
007040     DISPLAY '  DAILY AMOUNT ALERTS  . . . : '
007050         DV-AMOUNT-VEL-COUNT.
007060     DISPLAY '  REVIEW ITEMS ADDED . . . . : '
007070         DV-ITEM-ADDED-COUNT.
007080     DISPLAY '  REVIEW ITEMS REOPENED  . . : '
007090         DV-ITEM-REOPENED-COUNT.
007100     DISPLAY '  ALREADY IN REVIEW  . . . . : '
007110         DV-ITEM-IN-REVIEW-COUNT.
007120     IF DV-ITEM-BLOCKED-COUNT > ZERO
007130         DISPLAY '  *** NOT REOPENED - TRANSITION: '
007140             DV-ITEM-BLOCKED-COUNT ' - SEE TXNALERT ***'
007150         MOVE 4 TO RETURN-CODE
007160     END-IF.
007170     DISPLAY '========================================'.
007180 7500-EXIT.
007190     EXIT.
007200*----------------------------------------------------------
007210* 8000-CLOSE-FILES
007220*----------------------------------------------------------
007230 8000-CLOSE-FILES.
007240     PERFORM 9800-WRITE-CONTROL-LEDGER THRU 9800-EXIT.
007250     CLOSE PRTD20K.
007260     CLOSE PGMSTAT.
007270     CLOSE PGMAUDIT.
007280     IF DV-PGMTRANS-AVAILABLE
007290         CLOSE PGMTRANS
007300     END-IF.
007310     CLOSE TXNALERT.
007320 8000-EXIT.
007330     EXIT.
007340*----------------------------------------------------------
007350* 9800-WRITE-CONTROL-LEDGER  -  RECORDS THIS RUN'S COUNTS IN
007360* THE SHARED DVCTLLDG CONTROL LEDGER (COPYBOOK DVCTLREC) FOR
007370* THE DVCYCBAL END-OF-CYCLE BALANCE. IN IS THE DETAILS
007380* MONITORED, OUT THE REVIEW ITEMS OPENED AND REJECT THE
007390* ALERTS WHOSE ITEM COULD NOT BE REOPENED. A LEDGER THAT
007400* CANNOT BE OPENED IS WARNED AND SKIPPED.
007410*----------------------------------------------------------
007420 9800-WRITE-CONTROL-LEDGER.
007430     OPEN I-O DVCTLLDG.
007440     IF DV-CTLLDG-NOT-FOUND
007450         OPEN OUTPUT DVCTLLDG
007460         CLOSE DVCTLLDG
007470         OPEN I-O DVCTLLDG
007480     END-IF.
007490     IF NOT DV-CTLLDG-OK
007500         DISPLAY 'TXNMON - DVCTLLDG UNAVAILABLE - LEDGER '
007510             'ROW SKIPPED'
007520         GO TO 9800-EXIT
007530     END-IF.
007540     ACCEPT CL-CYCLE-DATE FROM DATE YYYYMMDD.
007550     MOVE 'TXNMON' TO CL-PROGRAM-ID.
007560     MOVE DV-READ-COUNT TO CL-IN-COUNT.
007570     COMPUTE CL-OUT-COUNT = DV-ITEM-ADDED-COUNT
007580         + DV-ITEM-REOPENED-COUNT.
007590     MOVE DV-ITEM-BLOCKED-COUNT TO CL-REJECT-COUNT.
007600     WRITE DVCTLLDG-REC
007610         INVALID KEY
007620             REWRITE DVCTLLDG-REC
007630     END-WRITE.
007640     CLOSE DVCTLLDG.
007650 9800-EXIT.
007660     EXIT.
007670 END PROGRAM TXNMON.
