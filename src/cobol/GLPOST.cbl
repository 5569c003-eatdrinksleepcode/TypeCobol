000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLPOST.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - GENERAL-LEDGER POSTING
000110*                  INTERFACE. SUMMARIZES THE DAY'S KEYED
000120*                  PRTD20K DETAILS BY PD-INTERNAL-CODE AND
000130*                  WRITES A BALANCED DEBIT/CREDIT JOURNAL
000140*                  (GLJRNL) FOR THE GL SYSTEM, SO ACCOUNTING
000150*                  NO LONGER RE-KEYS THE DAY'S TOTALS FROM
000160*                  THE REMARKSLESS CODE-SUMMARY PAGE. EACH
000170*                  CODE'S DEBIT AND CREDIT GL ACCOUNTS COME
000180*                  FROM THE GLMAP MAPPING FILE OPERATIONS
000190*                  MAINTAINS; A CODE WITH NO MAPPING POSTS
000200*                  TO THE SUSPENSE ACCOUNTS (GLMAP ROW
000210*                  'SUSP', OR THE COMPILED-IN DEFAULT) AND
000220*                  IS FLAGGED ON THE GLCTLRPT CONTROL
000230*                  REPORT WITH A WARNING RETURN CODE, SO IT
000240*                  IS NEVER SILENTLY DROPPED. THE JOURNAL
000250*                  CARRIES THE SUITE'S *HDR*/*TRL* CONTROLS
000260*                  (RECORD COUNT AND DEBIT/CREDIT TOTALS),
000270*                  AND THE RUN'S COUNTS GO TO DVCTLLDG SO
000280*                  DVCYCBAL CAN PROVE THE JOURNAL AGAINST
000290*                  WHAT PRTDLOAD LOADED.
000300*----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PRTD20K ASSIGN TO PRTD20K
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS PK-KEY
000380         FILE STATUS IS DV-PRTD20K-STATUS.
000390     SELECT GLMAP ASSIGN TO GLMAP
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DV-GLMAP-STATUS.
000420     SELECT GLJRNL ASSIGN TO GLJRNL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DV-GLJRNL-STATUS.
000450     SELECT GLCTLRPT ASSIGN TO GLCTLRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DV-GLCTLRPT-STATUS.
000480     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CL-KEY
000520         FILE STATUS IS DV-CTLLDG-STATUS.
000530*----------------------------------------------------------
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PRTD20K.
000570 01  PRTD20K-REC.
000580 COPY YPRTD20K.
000590 FD  GLMAP
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  GLMAP-REC.
000630     05  GM-INTERNAL-CODE        PIC X(04).
000640         88  GM-SUSPENSE-ROW     VALUE 'SUSP'.
000650     05  GM-DEBIT-ACCOUNT        PIC X(12).
000660     05  GM-CREDIT-ACCOUNT       PIC X(12).
000670     05  FILLER                  PIC X(52).
000680 FD  GLJRNL
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  GLJRNL-REC.
000720     05  GJ-JOURNAL-DATE         PIC 9(08).
000730     05  GJ-LINE-NO              PIC 9(05).
000740     05  GJ-GL-ACCOUNT           PIC X(12).
000750     05  GJ-DR-CR-IND            PIC X(01).
000760         88  GJ-DEBIT            VALUE 'D'.
000770         88  GJ-CREDIT           VALUE 'C'.
000780     05  GJ-INTERNAL-CODE        PIC X(04).
000790     05  GJ-TXN-COUNT            PIC 9(07).
000800     05  GJ-AMOUNT               PIC 9(11)V99.
000810     05  GJ-SUSPENSE-IND         PIC X(01).
000820         88  GJ-TO-SUSPENSE      VALUE 'S'.
000830         88  GJ-TO-MAPPED        VALUE ' '.
000835* THE DETAIL RECORD FILLS ALL 80 BYTES OF THE GL INTERFACE,
000836* SO THE DESCRIPTION CARRIES THE FIRST 29 OF THE 30 BYTES
000837* DVCNVSRV RETURNS.
000840     05  GJ-DESCRIPTION          PIC X(29).
000850 01  GLJRNL-HDR-REC.
000860     05  GJ-HDR-TAG              PIC X(05).
000870     05  GJ-HDR-JOURNAL-DATE     PIC 9(08).
000880     05  GJ-HDR-JOB-ID           PIC X(08).
000890     05  FILLER                  PIC X(59).
000900 01  GLJRNL-TRL-REC.
000910     05  GJ-TRL-TAG              PIC X(05).
000920     05  GJ-TRL-RECORD-COUNT     PIC 9(07).
000930     05  GJ-TRL-DEBIT-TOTAL      PIC S9(13)V99 SIGN IS
000940                                 LEADING SEPARATE.
000950     05  GJ-TRL-CREDIT-TOTAL     PIC S9(13)V99 SIGN IS
000960                                 LEADING SEPARATE.
000970     05  FILLER                  PIC X(36).
000980 FD  GLCTLRPT
000990     RECORD CONTAINS 133 CHARACTERS.
001000 01  GLCTLRPT-REC.
001010     05  PRT-CC                  PIC X(01).
001020     05  PRT-LINE                PIC X(132).
001030 FD  DVCTLLDG.
001040 COPY DVCTLREC.
001050*----------------------------------------------------------
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------
001080* FILE STATUS AND CONTROL SWITCHES
001090*----------------------------------------------------------
001100 01  DV-PRTD20K-STATUS           PIC X(02) VALUE '00'.
001110     88  DV-PRTD20K-OK           VALUE '00'.
001120     88  DV-PRTD20K-EOF          VALUE '10'.
001130 01  DV-GLMAP-STATUS             PIC X(02) VALUE '00'.
001140     88  DV-GLMAP-OK             VALUE '00'.
001150     88  DV-GLMAP-EOF            VALUE '10'.
001160 01  DV-GLJRNL-STATUS            PIC X(02) VALUE '00'.
001170     88  DV-GLJRNL-OK            VALUE '00'.
001180 01  DV-GLCTLRPT-STATUS          PIC X(02) VALUE '00'.
001190     88  DV-GLCTLRPT-OK          VALUE '00'.
001200 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
001210     88  DV-CTLLDG-OK            VALUES '00' '02'.
001220     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
001230 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001240     88  DV-EOF                  VALUE 'Y'.
001250*----------------------------------------------------------
001260* GL MAPPING - INTERNAL CODE TO DEBIT AND CREDIT GL
001270* ACCOUNTS, LOADED FROM GLMAP. 50 SLOTS COVERS THE CODE SET
001280* WITH ROOM OVER. THE SUSPENSE ACCOUNTS DEFAULT HERE AND ARE
001290* OVERRIDDEN BY A GLMAP ROW CODED 'SUSP'.
001300*----------------------------------------------------------
001310 01  DV-GM-COUNT                 PIC 9(02) COMP VALUE ZERO.
001320 01  DV-GM-MAX                   PIC 9(02) COMP VALUE 50.
001330 01  DV-GM-IDX                   PIC 9(02) COMP.
001340 01  DV-GM-FOUND-SW              PIC X(01) VALUE 'N'.
001350     88  DV-GM-FOUND             VALUE 'Y'.
001360 01  DV-GM-TABLE.
001370     05  DV-GM-ENTRY OCCURS 50 TIMES.
001380         10  DV-GM-CODE          PIC X(04).
001390         10  DV-GM-DEBIT-ACCT    PIC X(12).
001400         10  DV-GM-CREDIT-ACCT   PIC X(12).
001410 01  DV-SUSP-DEBIT-ACCT          PIC X(12) VALUE '999999999901'.
001420 01  DV-SUSP-CREDIT-ACCT         PIC X(12) VALUE '999999999902'.
001430 01  DV-SUSP-ROW-SW              PIC X(01) VALUE 'N'.
001440     88  DV-SUSP-ROW-LOADED      VALUE 'Y'.
001450*----------------------------------------------------------
001460* CODE SUMMARY - ONE SLOT PER INTERNAL CODE SEEN TODAY,
001470* KEPT IN ASCENDING CODE ORDER AS CODES ARRIVE SO THE
001480* JOURNAL AND THE CONTROL REPORT COME OUT IN CODE ORDER.
001490*----------------------------------------------------------
001500 01  DV-CS-COUNT                 PIC 9(02) COMP VALUE ZERO.
001510 01  DV-CS-MAX                   PIC 9(02) COMP VALUE 50.
001520 01  DV-CS-IDX                   PIC 9(02) COMP.
001530 01  DV-CS-SHIFT-IDX             PIC 9(02) COMP.
001540 01  DV-CS-FOUND-SW              PIC X(01) VALUE 'N'.
001550     88  DV-CS-FOUND             VALUE 'Y'.
001560 01  DV-CS-TABLE.
001570     05  DV-CS-ENTRY OCCURS 51 TIMES.
001580         10  DV-CS-CODE          PIC X(04).
001590         10  DV-CS-TXN-COUNT     PIC 9(07).
001600         10  DV-CS-AMOUNT        PIC S9(11)V99 COMP-3.
001610*----------------------------------------------------------
001620* JOURNAL BUILD WORK AREA
001630*----------------------------------------------------------
001640 01  DV-JOB-ID                   PIC X(08) VALUE 'GLPOST'.
001650 01  DV-POST-DEBIT-ACCT          PIC X(12).
001660 01  DV-POST-CREDIT-ACCT         PIC X(12).
001665 01  DV-SWAP-ACCT                PIC X(12).
001670 01  DV-POST-AMOUNT              PIC S9(11)V99 COMP-3.
001680 01  DV-POST-SUSP-SW             PIC X(01) VALUE 'N'.
001690     88  DV-POST-TO-SUSPENSE     VALUE 'Y'.
001700 01  DV-JRNL-LINE-NO             PIC 9(05) VALUE ZERO.
001710 01  DV-JRNL-DEBIT-TOTAL         PIC S9(13)V99 COMP-3
001720                                 VALUE ZERO.
001730 01  DV-JRNL-CREDIT-TOTAL        PIC S9(13)V99 COMP-3
001740                                 VALUE ZERO.
001750 01  DV-AMOUNT-EDIT              PIC -(13)9.99.
001760*----------------------------------------------------------
001770* SHARED DESCRIPTION LOOKUP INTERFACE - RESOLVED THROUGH THE
001780* DVCNVSRV CALLABLE TRANSLATION SERVICE (COPYBOOK DVCNVPRM).
001790*----------------------------------------------------------
001800 01  DV-LOOKUP-CODE              PIC X(04).
001810 01  DV-LOOKUP-DESC              PIC X(30).
001820 COPY DVCNVPRM.
001830*----------------------------------------------------------
001840* RUN CONTROL AND COUNTERS
001850*----------------------------------------------------------
001860 01  DV-RUN-DATE                 PIC 9(08).
001870 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
001880 01  DV-MAPPED-COUNT             PIC 9(07) VALUE ZERO.
001890 01  DV-SUSPENSE-COUNT           PIC 9(07) VALUE ZERO.
001900 01  DV-SUSPENSE-CODES           PIC 9(03) VALUE ZERO.
001910 01  DV-ZERO-NET-CODES           PIC 9(03) VALUE ZERO.
001920 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
001930 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001940 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
001950*----------------------------------------------------------
001960* REPORT LINES
001970*----------------------------------------------------------
001980 01  DV-HEADER-LINE-1.
001990     05  FILLER                  PIC X(28)
002000             VALUE 'GL POSTING CONTROL REPORT'.
002010     05  FILLER                  PIC X(14)
002020             VALUE 'JOURNAL DATE: '.
002030     05  DV-HDR-RUN-DATE         PIC 9(08).
002040     05  FILLER                  PIC X(10) VALUE '   PAGE: '.
002050     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002060 01  DV-HEADER-LINE-2.
002070     05  FILLER                  PIC X(06) VALUE 'CODE'.
002080     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
002090     05  FILLER                  PIC X(09) VALUE '  COUNT'.
002100     05  FILLER                  PIC X(19)
002110             VALUE '       NET AMOUNT'.
002120     05  FILLER                  PIC X(14) VALUE 'DEBIT GL'.
002130     05  FILLER                  PIC X(14) VALUE 'CREDIT GL'.
002140 01  DV-DETAIL-LINE.
002150     05  DV-DTL-CODE             PIC X(04).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  DV-DTL-DESCRIPTION      PIC X(30).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  DV-DTL-TXN-COUNT        PIC ZZZZZZ9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  DV-DTL-AMOUNT           PIC -(13)9.99.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  DV-DTL-DEBIT-ACCT       PIC X(12).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  DV-DTL-CREDIT-ACCT      PIC X(12).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  DV-DTL-FLAG             PIC X(24).
002280*----------------------------------------------------------
002290 PROCEDURE DIVISION.
002300*----------------------------------------------------------
002310* 0000-MAINLINE
002320*----------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
002360     PERFORM 2000-SUMMARIZE-ONE-DETAIL THRU 2000-EXIT
002370         UNTIL DV-EOF.
002380     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT.
002390     PERFORM 5000-BALANCE-CONTROL-TOTALS THRU 5000-EXIT.
002400     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
002410     GOBACK.
002420*----------------------------------------------------------
002430* 1000-INITIALIZE  -  LOADS THE GL MAPPING, OPENS THE KEYED
002440* DETAILS, THE JOURNAL AND THE CONTROL REPORT, AND WRITES
002450* THE JOURNAL'S *HDR* RECORD.
002460*----------------------------------------------------------
002470 1000-INITIALIZE.
002480     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
002490     OPEN INPUT GLMAP.
002500     IF NOT DV-GLMAP-OK
002510         DISPLAY 'GLPOST - OPEN FAILED FOR GLMAP - '
002520             DV-GLMAP-STATUS
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     PERFORM 1100-LOAD-ONE-MAPPING THRU 1100-EXIT
002570         UNTIL DV-GLMAP-EOF.
002580     CLOSE GLMAP.
002590     IF NOT DV-SUSP-ROW-LOADED
002600         DISPLAY 'GLPOST - NO SUSP ROW ON GLMAP - DEFAULT '
002610             'SUSPENSE ACCOUNTS IN USE'
002620     END-IF.
002630     OPEN INPUT PRTD20K.
002640     IF NOT DV-PRTD20K-OK
002650         DISPLAY 'GLPOST - OPEN FAILED FOR PRTD20K - '
002660             DV-PRTD20K-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     OPEN OUTPUT GLJRNL.
002710     IF NOT DV-GLJRNL-OK
002720         DISPLAY 'GLPOST - OPEN FAILED FOR GLJRNL - '
002730             DV-GLJRNL-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     OPEN OUTPUT GLCTLRPT.
002780     IF NOT DV-GLCTLRPT-OK
002790         DISPLAY 'GLPOST - OPEN FAILED FOR GLCTLRPT - '
002800             DV-GLCTLRPT-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     MOVE SPACES      TO GLJRNL-HDR-REC.
002850     MOVE '*HDR*'     TO GJ-HDR-TAG.
002860     MOVE DV-RUN-DATE TO GJ-HDR-JOURNAL-DATE.
002870     MOVE DV-JOB-ID   TO GJ-HDR-JOB-ID.
002880     WRITE GLJRNL-HDR-REC.
002890 1000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------
002920* 1100-LOAD-ONE-MAPPING  -  ONE GLMAP ROW. THE 'SUSP' ROW
002930* REPLACES THE DEFAULT SUSPENSE ACCOUNTS; A ROW MISSING
002940* EITHER ACCOUNT, OR ONE ARRIVING AFTER THE TABLE IS FULL,
002950* IS WARNED AND DROPPED - ITS CODE THEN POSTS TO SUSPENSE.
002960*----------------------------------------------------------
002970 1100-LOAD-ONE-MAPPING.
002980     READ GLMAP
002990         AT END
003000             GO TO 1100-EXIT
003010     END-READ.
003020     IF GM-DEBIT-ACCOUNT = SPACES OR
003030        GM-CREDIT-ACCOUNT = SPACES
003040         DISPLAY 'GLPOST - INCOMPLETE MAPPING FOR CODE '
003050             GM-INTERNAL-CODE ' - ROW IGNORED'
003060         GO TO 1100-EXIT
003070     END-IF.
003080     IF GM-SUSPENSE-ROW
003090         MOVE GM-DEBIT-ACCOUNT  TO DV-SUSP-DEBIT-ACCT
003100         MOVE GM-CREDIT-ACCOUNT TO DV-SUSP-CREDIT-ACCT
003110         SET DV-SUSP-ROW-LOADED TO TRUE
003120         GO TO 1100-EXIT
003130     END-IF.
003140     IF DV-GM-COUNT >= DV-GM-MAX
003150         DISPLAY 'GLPOST - MAPPING TABLE FULL - ROW FOR CODE '
003160             GM-INTERNAL-CODE ' IGNORED'
003170         GO TO 1100-EXIT
003180     END-IF.
003190     ADD 1 TO DV-GM-COUNT.
003200     MOVE GM-INTERNAL-CODE  TO DV-GM-CODE (DV-GM-COUNT).
003210     MOVE GM-DEBIT-ACCOUNT  TO DV-GM-DEBIT-ACCT (DV-GM-COUNT).
003220     MOVE GM-CREDIT-ACCOUNT TO DV-GM-CREDIT-ACCT (DV-GM-COUNT).
003230 1100-EXIT.
003240     EXIT.
003250*----------------------------------------------------------
003260* 2000-SUMMARIZE-ONE-DETAIL  -  ADDS ONE DETAIL INTO ITS
003270* CODE'S SUMMARY SLOT, OPENING THE SLOT IN CODE ORDER ON
003280* THE CODE'S FIRST APPEARANCE.
003290*----------------------------------------------------------
003300 2000-SUMMARIZE-ONE-DETAIL.
003310     MOVE 'N' TO DV-CS-FOUND-SW.
003320     MOVE 1 TO DV-CS-IDX.
003330     PERFORM 2100-MATCH-ONE-CODE THRU 2100-EXIT
003340         UNTIL DV-CS-FOUND OR DV-CS-IDX > DV-CS-COUNT.
003350     IF NOT DV-CS-FOUND
003360         PERFORM 2200-OPEN-CODE-SLOT THRU 2200-EXIT
003370     END-IF.
003380     ADD 1 TO DV-CS-TXN-COUNT (DV-CS-IDX).
003390     ADD PK-AMOUNT TO DV-CS-AMOUNT (DV-CS-IDX).
003400     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
003410 2000-EXIT.
003420     EXIT.
003430*----------------------------------------------------------
003440* 2100-MATCH-ONE-CODE  -  STOPS ON THE CODE'S OWN SLOT, OR
003450* ON THE FIRST HIGHER CODE (WHERE A NEW SLOT WOULD GO).
003460*----------------------------------------------------------
003470 2100-MATCH-ONE-CODE.
003480     IF DV-CS-CODE (DV-CS-IDX) = PK-INTERNAL-CODE
003490         SET DV-CS-FOUND TO TRUE
003500         GO TO 2100-EXIT
003510     END-IF.
003520     IF DV-CS-CODE (DV-CS-IDX) > PK-INTERNAL-CODE
003530         GO TO 2100-EXIT
003540     END-IF.
003550     ADD 1 TO DV-CS-IDX.
003560 2100-EXIT.
003570     EXIT.
003580*----------------------------------------------------------
003590* 2200-OPEN-CODE-SLOT  -  MAKES ROOM AT DV-CS-IDX BY MOVING
003600* THE HIGHER CODES UP ONE SLOT. A FULL TABLE IS SEVERE - A
003610* CODE THAT CANNOT BE SUMMARIZED CANNOT BE POSTED.
003620*----------------------------------------------------------
003630 2200-OPEN-CODE-SLOT.
003640     IF DV-CS-COUNT >= DV-CS-MAX
003650         DISPLAY 'GLPOST - CODE SUMMARY TABLE FULL AT CODE '
003660             PK-INTERNAL-CODE
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     PERFORM 2210-SHIFT-ONE-SLOT THRU 2210-EXIT
003710         VARYING DV-CS-SHIFT-IDX FROM DV-CS-COUNT BY -1
003720             UNTIL DV-CS-SHIFT-IDX < DV-CS-IDX.
003730     ADD 1 TO DV-CS-COUNT.
003740     MOVE PK-INTERNAL-CODE TO DV-CS-CODE (DV-CS-IDX).
003750     MOVE ZERO TO DV-CS-TXN-COUNT (DV-CS-IDX).
003760     MOVE ZERO TO DV-CS-AMOUNT (DV-CS-IDX).
003770 2200-EXIT.
003780     EXIT.
003790*----------------------------------------------------------
003800* 2210-SHIFT-ONE-SLOT
003810*----------------------------------------------------------
003820 2210-SHIFT-ONE-SLOT.
003830     MOVE DV-CS-ENTRY (DV-CS-SHIFT-IDX)
003840         TO DV-CS-ENTRY (DV-CS-SHIFT-IDX + 1).
003850 2210-EXIT.
003860     EXIT.
003870*----------------------------------------------------------
003880* 3000-WRITE-JOURNAL  -  ONE DEBIT AND ONE CREDIT LINE PER
003890* CODE, AND ONE CONTROL-REPORT LINE PER CODE, THEN THE
003900* JOURNAL'S *TRL* RECORD.
003910*----------------------------------------------------------
003920 3000-WRITE-JOURNAL.
003930     PERFORM 3900-PRINT-HEADERS THRU 3900-EXIT.
003940     IF DV-CS-COUNT = ZERO
003950         MOVE ' ' TO PRT-CC
003960         MOVE 'NO DETAILS ON PRTD20K FOR THIS CYCLE'
003970             TO PRT-LINE
003980         WRITE GLCTLRPT-REC
003990     END-IF.
004000     PERFORM 3100-POST-ONE-CODE THRU 3100-EXIT
004010         VARYING DV-CS-IDX FROM 1 BY 1
004020             UNTIL DV-CS-IDX > DV-CS-COUNT.
004030     MOVE SPACES                TO GLJRNL-TRL-REC.
004040     MOVE '*TRL*'               TO GJ-TRL-TAG.
004050     MOVE DV-JRNL-LINE-NO       TO GJ-TRL-RECORD-COUNT.
004060     MOVE DV-JRNL-DEBIT-TOTAL   TO GJ-TRL-DEBIT-TOTAL.
004070     MOVE DV-JRNL-CREDIT-TOTAL  TO GJ-TRL-CREDIT-TOTAL.
004080     WRITE GLJRNL-TRL-REC.
004090 3000-EXIT.
004100     EXIT.
004110*----------------------------------------------------------
004120* 3100-POST-ONE-CODE  -  RESOLVES THE CODE'S GL ACCOUNTS
004130* (SUSPENSE WHEN UNMAPPED) AND WRITES ITS TWO JOURNAL LINES.
004140* A NEGATIVE NET REVERSES THE LEGS SO EVERY JOURNAL AMOUNT
004150* IS POSITIVE; A CODE NETTING TO ZERO IS REPORTED BUT NOT
004160* POSTED.
004170*----------------------------------------------------------
004180 3100-POST-ONE-CODE.
004190     PERFORM 3200-RESOLVE-MAPPING THRU 3200-EXIT.
004200     MOVE DV-CS-CODE (DV-CS-IDX) TO DV-LOOKUP-CODE.
004210     PERFORM 3400-LOOKUP-DESCRIPTION THRU 3400-EXIT.
004220     MOVE SPACES TO DV-DTL-FLAG.
004230     IF DV-POST-TO-SUSPENSE
004240         MOVE '*UNMAPPED - SUSPENSE*' TO DV-DTL-FLAG
004250         ADD 1 TO DV-SUSPENSE-CODES
004260         ADD DV-CS-TXN-COUNT (DV-CS-IDX) TO DV-SUSPENSE-COUNT
004270     ELSE
004280         ADD DV-CS-TXN-COUNT (DV-CS-IDX) TO DV-MAPPED-COUNT
004290     END-IF.
004300     IF DV-CS-AMOUNT (DV-CS-IDX) = ZERO
004310         IF NOT DV-POST-TO-SUSPENSE
004315             MOVE 'NET ZERO - NOT POSTED' TO DV-DTL-FLAG
004317         END-IF
004320         ADD 1 TO DV-ZERO-NET-CODES
004330         GO TO 3100-REPORT
004340     END-IF.
004350     IF DV-CS-AMOUNT (DV-CS-IDX) < ZERO
004360         COMPUTE DV-POST-AMOUNT = 0 - DV-CS-AMOUNT (DV-CS-IDX)
004370         MOVE DV-POST-DEBIT-ACCT  TO DV-SWAP-ACCT
004380         MOVE DV-POST-CREDIT-ACCT TO DV-POST-DEBIT-ACCT
004390         MOVE DV-SWAP-ACCT        TO DV-POST-CREDIT-ACCT
004400     ELSE
004410         MOVE DV-CS-AMOUNT (DV-CS-IDX) TO DV-POST-AMOUNT
004420     END-IF.
004430     MOVE DV-POST-DEBIT-ACCT TO GJ-GL-ACCOUNT.
004440     SET GJ-DEBIT TO TRUE.
004450     PERFORM 3300-WRITE-JOURNAL-LINE THRU 3300-EXIT.
004460     ADD DV-POST-AMOUNT TO DV-JRNL-DEBIT-TOTAL.
004470     MOVE DV-POST-CREDIT-ACCT TO GJ-GL-ACCOUNT.
004480     SET GJ-CREDIT TO TRUE.
004490     PERFORM 3300-WRITE-JOURNAL-LINE THRU 3300-EXIT.
004500     ADD DV-POST-AMOUNT TO DV-JRNL-CREDIT-TOTAL.
004510 3100-REPORT.
004520     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
004530         PERFORM 3900-PRINT-HEADERS THRU 3900-EXIT
004540     END-IF.
004550     MOVE DV-CS-CODE (DV-CS-IDX)      TO DV-DTL-CODE.
004560     MOVE DV-LOOKUP-DESC              TO DV-DTL-DESCRIPTION.
004570     MOVE DV-CS-TXN-COUNT (DV-CS-IDX) TO DV-DTL-TXN-COUNT.
004580     MOVE DV-CS-AMOUNT (DV-CS-IDX)    TO DV-DTL-AMOUNT.
004590     MOVE DV-POST-DEBIT-ACCT          TO DV-DTL-DEBIT-ACCT.
004600     MOVE DV-POST-CREDIT-ACCT         TO DV-DTL-CREDIT-ACCT.
004610     MOVE ' ' TO PRT-CC.
004620     MOVE DV-DETAIL-LINE TO PRT-LINE.
004630     WRITE GLCTLRPT-REC.
004640     ADD 1 TO DV-LINE-COUNT.
004650 3100-EXIT.
004660     EXIT.
004670*----------------------------------------------------------
004680* 3200-RESOLVE-MAPPING  -  THE CODE'S GLMAP ACCOUNTS, OR THE
004690* SUSPENSE ACCOUNTS WHEN IT HAS NO MAPPING.
004700*----------------------------------------------------------
004710 3200-RESOLVE-MAPPING.
004720     MOVE 'N' TO DV-GM-FOUND-SW.
004730     MOVE 'N' TO DV-POST-SUSP-SW.
004740     MOVE 1 TO DV-GM-IDX.
004750     PERFORM 3210-MATCH-ONE-MAPPING THRU 3210-EXIT
004760         UNTIL DV-GM-FOUND OR DV-GM-IDX > DV-GM-COUNT.
004770     IF DV-GM-FOUND
004780         MOVE DV-GM-DEBIT-ACCT (DV-GM-IDX)
004790             TO DV-POST-DEBIT-ACCT
004800         MOVE DV-GM-CREDIT-ACCT (DV-GM-IDX)
004810             TO DV-POST-CREDIT-ACCT
004820     ELSE
004830         SET DV-POST-TO-SUSPENSE TO TRUE
004840         MOVE DV-SUSP-DEBIT-ACCT  TO DV-POST-DEBIT-ACCT
004850         MOVE DV-SUSP-CREDIT-ACCT TO DV-POST-CREDIT-ACCT
004860     END-IF.
004870 3200-EXIT.
004880     EXIT.
004890*----------------------------------------------------------
004900* 3210-MATCH-ONE-MAPPING
004910*----------------------------------------------------------
004920 3210-MATCH-ONE-MAPPING.
004930     IF DV-GM-CODE (DV-GM-IDX) = DV-CS-CODE (DV-CS-IDX)
004940         SET DV-GM-FOUND TO TRUE
004950     ELSE
004960         ADD 1 TO DV-GM-IDX
004970     END-IF.
004980 3210-EXIT.
004990     EXIT.
005000*----------------------------------------------------------
005010* 3300-WRITE-JOURNAL-LINE  -  ONE JOURNAL LEG. THE CALLER
005020* HAS SET THE GL ACCOUNT AND THE DEBIT/CREDIT INDICATOR.
005030*----------------------------------------------------------
005040 3300-WRITE-JOURNAL-LINE.
005050     ADD 1 TO DV-JRNL-LINE-NO.
005060     MOVE DV-RUN-DATE              TO GJ-JOURNAL-DATE.
005070     MOVE DV-JRNL-LINE-NO          TO GJ-LINE-NO.
005080     MOVE DV-CS-CODE (DV-CS-IDX)   TO GJ-INTERNAL-CODE.
005090     MOVE DV-CS-TXN-COUNT (DV-CS-IDX) TO GJ-TXN-COUNT.
005100     MOVE DV-POST-AMOUNT           TO GJ-AMOUNT.
005110     MOVE DV-LOOKUP-DESC (1:29)    TO GJ-DESCRIPTION.
005120     IF DV-POST-TO-SUSPENSE
005130         SET GJ-TO-SUSPENSE TO TRUE
005140     ELSE
005150         SET GJ-TO-MAPPED TO TRUE
005160     END-IF.
005170     WRITE GLJRNL-REC.
005180 3300-EXIT.
005190     EXIT.
005200*----------------------------------------------------------
005210* 3400-LOOKUP-DESCRIPTION  -  TRANSLATES DV-LOOKUP-CODE INTO
005220* DV-LOOKUP-DESC THROUGH THE SHARED DVCNVSRV TRANSLATION
005230* SERVICE, THE SAME RESOLUTION REMARKSLESS USES.
005240*----------------------------------------------------------
005250 3400-LOOKUP-DESCRIPTION.
005260     MOVE DV-LOOKUP-CODE TO DVCNV-INPUT-CODE.
005270     CALL 'DVCNVSRV' USING DVCNV-PARM.
005280     MOVE DVCNV-DESCRIPTION TO DV-LOOKUP-DESC.
005290 3400-EXIT.
005300     EXIT.
005310*----------------------------------------------------------
005320* 3900-PRINT-HEADERS
005330*----------------------------------------------------------
005340 3900-PRINT-HEADERS.
005350     ADD 1 TO DV-PAGE-NO.
005360     MOVE ZERO TO DV-LINE-COUNT.
005370     MOVE DV-RUN-DATE TO DV-HDR-RUN-DATE.
005380     MOVE DV-PAGE-NO  TO DV-HDR-PAGE-NO.
005390     MOVE '1' TO PRT-CC.
005400     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
005410     WRITE GLCTLRPT-REC.
005420     MOVE ' ' TO PRT-CC.
005430     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
005440     WRITE GLCTLRPT-REC.
005450     ADD 2 TO DV-LINE-COUNT.
005460 3900-EXIT.
005470     EXIT.
005480*----------------------------------------------------------
005490* 5000-BALANCE-CONTROL-TOTALS  -  DETAILS READ MUST EQUAL
005500* DETAILS POSTED UNDER A MAPPING PLUS DETAILS POSTED TO
005510* SUSPENSE, AND THE JOURNAL'S DEBITS MUST EQUAL ITS CREDITS;
005520* EITHER FAILURE ENDS SEVERELY. ANY SUSPENSE POSTING RAISES
005530* A WARNING SO THE MISSING GLMAP ROW GETS ADDED.
005540*----------------------------------------------------------
005550 5000-BALANCE-CONTROL-TOTALS.
005560     MOVE ' ' TO PRT-CC.
005570     MOVE SPACES TO PRT-LINE.
005580     WRITE GLCTLRPT-REC.
005590     DISPLAY '========================================'.
005600     DISPLAY 'GLPOST - GL POSTING CONTROL REPORT'.
005610     DISPLAY '  DETAIL RECORDS READ  . . . : '
005620         DV-READ-COUNT.
005630     DISPLAY '  DETAILS POSTED AS MAPPED . : '
005640         DV-MAPPED-COUNT.
005650     DISPLAY '  DETAILS POSTED TO SUSPENSE : '
005660         DV-SUSPENSE-COUNT.
005670     DISPLAY '  CODES UNMAPPED . . . . . . : '
005680         DV-SUSPENSE-CODES.
005690     DISPLAY '  CODES NETTING TO ZERO  . . : '
005700         DV-ZERO-NET-CODES.
005710     DISPLAY '  JOURNAL LINES WRITTEN  . . : '
005720         DV-JRNL-LINE-NO.
005730     MOVE DV-JRNL-DEBIT-TOTAL TO DV-AMOUNT-EDIT.
005740     DISPLAY '  JOURNAL DEBIT TOTAL  . . . : '
005750         DV-AMOUNT-EDIT.
005770     MOVE DV-JRNL-CREDIT-TOTAL TO DV-AMOUNT-EDIT.
005780     DISPLAY '  JOURNAL CREDIT TOTAL . . . : '
005790         DV-AMOUNT-EDIT.
005800     IF DV-MAPPED-COUNT + DV-SUSPENSE-COUNT NOT = DV-READ-COUNT
005810        OR DV-JRNL-DEBIT-TOTAL NOT = DV-JRNL-CREDIT-TOTAL
005820         DISPLAY '  *** JOURNAL IS OUT OF BALANCE ***'
005830         DISPLAY '========================================'
005840         MOVE ' ' TO PRT-CC
005850         MOVE '*** JOURNAL IS OUT OF BALANCE ***' TO PRT-LINE
005860         WRITE GLCTLRPT-REC
005870         PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
005880         MOVE 16 TO RETURN-CODE
005890         STOP RUN
005900     END-IF.
005910     MOVE ' ' TO PRT-CC.
005920     IF DV-SUSPENSE-CODES > ZERO
005930         DISPLAY '  *** UNMAPPED CODES POSTED TO SUSPENSE - '
005940             'ADD THE MISSING GLMAP ROW ***'
005950         MOVE '*** UNMAPPED CODES POSTED TO SUSPENSE ***'
005960             TO PRT-LINE
005970         MOVE 4 TO RETURN-CODE
005980     ELSE
005990         DISPLAY '  JOURNAL IS IN BALANCE'
006000         MOVE 'JOURNAL IS IN BALANCE' TO PRT-LINE
006010     END-IF.
006020     WRITE GLCTLRPT-REC.
006030     DISPLAY '========================================'.
006040 5000-EXIT.
006050     EXIT.
006060*----------------------------------------------------------
006070* 6000-READ-DETAIL
006080*----------------------------------------------------------
006090 6000-READ-DETAIL.
006100     READ PRTD20K NEXT RECORD
006110         AT END
006120             SET DV-EOF TO TRUE
006130             GO TO 6000-EXIT
006140     END-READ.
006150     IF NOT DV-PRTD20K-OK
006160         DISPLAY 'GLPOST - READ FAILED FOR PRTD20K - '
006170             DV-PRTD20K-STATUS
006180         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF.
006210     ADD 1 TO DV-READ-COUNT.
006220 6000-EXIT.
006230     EXIT.
006240*----------------------------------------------------------
006250* 8000-CLOSE-FILES
006260*----------------------------------------------------------
006270 8000-CLOSE-FILES.
006280     PERFORM 9800-WRITE-CONTROL-LEDGER THRU 9800-EXIT.
006290     CLOSE PRTD20K.
006300     CLOSE GLJRNL.
006310     CLOSE GLCTLRPT.
006320 8000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------
006350* 9800-WRITE-CONTROL-LEDGER  -  RECORDS THIS RUN'S COUNTS IN
006360* THE SHARED DVCTLLDG CONTROL LEDGER (COPYBOOK DVCTLREC) FOR
006370* THE DVCYCBAL END-OF-CYCLE BALANCE - IN IS DETAILS READ, OUT
006380* IS DETAILS POSTED UNDER A MAPPING, REJECT IS DETAILS POSTED
006390* TO SUSPENSE. A LEDGER THAT CANNOT BE OPENED IS WARNED AND
006400* SKIPPED.
006410*----------------------------------------------------------
006420 9800-WRITE-CONTROL-LEDGER.
006430     OPEN I-O DVCTLLDG.
006440     IF DV-CTLLDG-NOT-FOUND
006450         OPEN OUTPUT DVCTLLDG
006460         CLOSE DVCTLLDG
006470         OPEN I-O DVCTLLDG
006480     END-IF.
006490     IF NOT DV-CTLLDG-OK
006500         DISPLAY 'GLPOST - DVCTLLDG UNAVAILABLE - LEDGER '
006510             'ROW SKIPPED'
006520         GO TO 9800-EXIT
006530     END-IF.
006540     ACCEPT CL-CYCLE-DATE FROM DATE YYYYMMDD.
006550     MOVE 'GLPOST' TO CL-PROGRAM-ID.
006560     MOVE DV-READ-COUNT TO CL-IN-COUNT.
006570     MOVE DV-MAPPED-COUNT TO CL-OUT-COUNT.
006580     MOVE DV-SUSPENSE-COUNT TO CL-REJECT-COUNT.
006590     WRITE DVCTLLDG-REC
006600         INVALID KEY
006610             REWRITE DVCTLLDG-REC
006620     END-WRITE.
006630     CLOSE DVCTLLDG.
006640 9800-EXIT.
006650     EXIT.
006660 END PROGRAM GLPOST.
