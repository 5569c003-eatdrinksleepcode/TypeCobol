000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DVINTCHK.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - WEEKLY CROSS-FILE REFERENTIAL
000110*                  INTEGRITY AUDIT OVER THE KEYED MASTERS.
000120*                  EACH MASTER IS KEPT BY ITS OWN PROGRAMS,
000130*                  SO NOTHING STOPPED THEM DRIFTING APART AND
000140*                  THE DRIFT ONLY SHOWED AS A BLANK NAME ON A
000150*                  REPORT OR A WORKLIST RECORD NOBODY COULD
000160*                  FIND. SIX RULES ARE CHECKED - PGMASGN ROWS
000170*                  FOR RECORDS NOT ON PGMSTAT, PGMSCHED ROWS
000180*                  FOR RECORDS MISSING OR ALREADY CLOSED,
000190*                  PERTOTAL AND NTCHIST ROWS FOR ACCOUNTS NOT
000200*                  ON ACCTMST, OPERLIST ROSTER ENTRIES WITH NO
000210*                  DVOPRMST PROFILE, AND ACCOUNT-KEYED PGMSTAT
000220*                  RECORDS WITH NO ACCTMST ROW. THE INTCHKRP
000230*                  REPORT LISTS THE OFFENDING KEYS AND COUNTS
000240*                  PER RULE. WHERE AN EXISTING UTILITY CAN PUT
000250*                  AN EXCEPTION RIGHT, ITS SYSIN CARDS ARE
000260*                  WRITTEN TO THE OPTIONAL INTFIX FIX-UP FILE
000270*                  FOR OPERATIONS TO REVIEW AND FEED THROUGH
000280*                  IT. RUNS AS A DVDRIVER STEP, WEEKLY ON ITS
000290*                  DVSTSCHD ROW; ENDS RETURN-CODE 4 WHEN ANY
000300*                  EXCEPTION IS FOUND AND 8 WHEN A RULE COULD
000310*                  NOT BE CHECKED BECAUSE A FILE IT NEEDS WAS
000320*                  UNAVAILABLE.
000330*----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL PGMSTAT ASSIGN TO PGMSTAT
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PS-RECORD-ID
000410         FILE STATUS IS DV-PGMSTAT-STATUS.
000420     SELECT OPTIONAL PGMASGN ASSIGN TO PGMASGN
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS AS-RECORD-ID
000460         FILE STATUS IS DV-PGMASGN-STATUS.
000470     SELECT OPTIONAL PGMSCHED ASSIGN TO PGMSCHED
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SC-KEY
000510         FILE STATUS IS DV-PGMSCHED-STATUS.
000520     SELECT OPTIONAL PGMTRANS ASSIGN TO PGMTRANS
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PT-KEY
000560         FILE STATUS IS DV-PGMTRANS-STATUS.
000570     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS AM-ACCOUNT-NO
000610         FILE STATUS IS DV-ACCTMST-STATUS.
000620     SELECT OPTIONAL PERTOTAL ASSIGN TO PERTOTAL
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS PM-KEY
000660         FILE STATUS IS DV-PERTOTAL-STATUS.
000670     SELECT OPTIONAL NTCHIST ASSIGN TO NTCHIST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS NH-KEY
000710         FILE STATUS IS DV-NTCHIST-STATUS.
000720     SELECT OPTIONAL DVOPRMST ASSIGN TO DVOPRMST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS OP-OPERATOR-ID
000760         FILE STATUS IS DV-OPRMST-STATUS.
000770     SELECT OPTIONAL OPERLIST ASSIGN TO OPERLIST
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS DV-OPERLIST-STATUS.
000800     SELECT INTCHKRP ASSIGN TO INTCHKRP
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS DV-INTCHKRP-STATUS.
000830     SELECT INTFIX ASSIGN TO INTFIX
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS DV-INTFIX-STATUS.
000860*----------------------------------------------------------
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PGMSTAT.
000900 COPY PGMSTREC.
000910 FD  PGMASGN.
000920 COPY PGMASGREC.
000930 FD  PGMSCHED.
000940 COPY PGMSCHREC.
000950 FD  PGMTRANS.
000960 COPY PGMTRNREC.
000970 FD  ACCTMST.
000980 COPY ACCTMREC.
000990 FD  PERTOTAL.
001000 COPY PERTOTREC.
001010 FD  NTCHIST.
001020 COPY NTCHSREC.
001030 FD  DVOPRMST.
001040 COPY DVOPRREC.
001050 FD  OPERLIST
001060     RECORDING MODE IS F
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  OPERLIST-REC.
001090     05  OL-OPERATOR-ID          PIC X(08).
001100     05  FILLER                  PIC X(72).
001110 FD  INTCHKRP
001120     RECORD CONTAINS 133 CHARACTERS.
001130 01  INTCHKRP-REC.
001140     05  PRT-CC                  PIC X(01).
001150     05  PRT-LINE                PIC X(132).
001160*----------------------------------------------------------
001170* INTFIX - ONE SYSIN CARD FOR AN EXISTING UTILITY PER RECORD,
001180* TAGGED WITH THE UTILITY AND THE RULE THAT RAISED IT. THE
001190* CARD IMAGE STARTS IN COLUMN 13; A UTILITY'S DECK IS ITS
001200* RECORDS' COLUMNS 13-80, BEHIND A SIGN-ON CARD AND FOLLOWED
001210* BY AN E CARD.
001220*----------------------------------------------------------
001230 FD  INTFIX
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  INTFIX-REC.
001270     05  FX-UTILITY              PIC X(08).
001280     05  FILLER                  PIC X(01).
001290     05  FX-RULE-NO              PIC 9(01).
001300     05  FILLER                  PIC X(02).
001310     05  FX-CARD                 PIC X(68).
001320*----------------------------------------------------------
001330 WORKING-STORAGE SECTION.
001340*----------------------------------------------------------
001350* FILE STATUS AND AVAILABILITY SWITCHES
001360*----------------------------------------------------------
001370 01  DV-PGMSTAT-STATUS           PIC X(02) VALUE '00'.
001380     88  DV-PGMSTAT-OK           VALUES '00' '02' '05'.
001390 01  DV-PGMASGN-STATUS           PIC X(02) VALUE '00'.
001400     88  DV-PGMASGN-OK           VALUES '00' '02' '05'.
001410 01  DV-PGMSCHED-STATUS          PIC X(02) VALUE '00'.
001420     88  DV-PGMSCHED-OK          VALUES '00' '02' '05'.
001430 01  DV-PGMTRANS-STATUS          PIC X(02) VALUE '00'.
001440     88  DV-PGMTRANS-OK          VALUES '00' '02' '05'.
001450 01  DV-ACCTMST-STATUS           PIC X(02) VALUE '00'.
001460     88  DV-ACCTMST-OK           VALUES '00' '02' '05'.
001470 01  DV-PERTOTAL-STATUS          PIC X(02) VALUE '00'.
001480     88  DV-PERTOTAL-OK          VALUES '00' '02' '05'.
001490 01  DV-NTCHIST-STATUS           PIC X(02) VALUE '00'.
001500     88  DV-NTCHIST-OK           VALUES '00' '02' '05'.
001510 01  DV-OPRMST-STATUS            PIC X(02) VALUE '00'.
001520     88  DV-OPRMST-OK            VALUES '00' '02' '05'.
001530 01  DV-OPERLIST-STATUS          PIC X(02) VALUE '00'.
001540     88  DV-OPERLIST-OK          VALUES '00' '05'.
001550 01  DV-INTCHKRP-STATUS          PIC X(02) VALUE '00'.
001560     88  DV-INTCHKRP-OK          VALUE '00'.
001570 01  DV-INTFIX-STATUS            PIC X(02) VALUE '00'.
001580     88  DV-INTFIX-OK            VALUE '00'.
001590 01  DV-PGMSTAT-AVAIL-SW         PIC X(01) VALUE 'N'.
001600     88  DV-PGMSTAT-AVAILABLE    VALUE 'Y'.
001610 01  DV-PGMASGN-AVAIL-SW         PIC X(01) VALUE 'N'.
001620     88  DV-PGMASGN-AVAILABLE    VALUE 'Y'.
001630 01  DV-PGMSCHED-AVAIL-SW        PIC X(01) VALUE 'N'.
001640     88  DV-PGMSCHED-AVAILABLE   VALUE 'Y'.
001650 01  DV-PGMTRANS-AVAIL-SW        PIC X(01) VALUE 'N'.
001660     88  DV-PGMTRANS-AVAILABLE   VALUE 'Y'.
001670 01  DV-ACCTMST-AVAIL-SW         PIC X(01) VALUE 'N'.
001680     88  DV-ACCTMST-AVAILABLE    VALUE 'Y'.
001690 01  DV-PERTOTAL-AVAIL-SW        PIC X(01) VALUE 'N'.
001700     88  DV-PERTOTAL-AVAILABLE   VALUE 'Y'.
001710 01  DV-NTCHIST-AVAIL-SW         PIC X(01) VALUE 'N'.
001720     88  DV-NTCHIST-AVAILABLE    VALUE 'Y'.
001730 01  DV-OPRMST-AVAIL-SW          PIC X(01) VALUE 'N'.
001740     88  DV-OPRMST-AVAILABLE     VALUE 'Y'.
001750 01  DV-OPERLIST-AVAIL-SW        PIC X(01) VALUE 'N'.
001760     88  DV-OPERLIST-AVAILABLE   VALUE 'Y'.
001770 01  DV-INTFIX-AVAIL-SW          PIC X(01) VALUE 'N'.
001780     88  DV-INTFIX-AVAILABLE     VALUE 'Y'.
001790 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001800     88  DV-EOF                  VALUE 'Y'.
001810*----------------------------------------------------------
001820* RULE TABLE - ONE ENTRY PER RELATIONSHIP CHECKED
001830*----------------------------------------------------------
001840 01  DV-RULE-NAME-VALUES.
001850     05  FILLER                  PIC X(50)
001860             VALUE 'PGMASGN ROW FOR A RECORD NOT ON PGMSTAT'.
001870     05  FILLER                  PIC X(50)
001880             VALUE 'PGMSCHED ROW FOR A MISSING OR CLOSED RECORD'.
001890     05  FILLER                  PIC X(50)
001900             VALUE 'PERTOTAL ROW FOR AN ACCOUNT NOT ON ACCTMST'.
001910     05  FILLER                  PIC X(50)
001920             VALUE 'NTCHIST ROW FOR AN ACCOUNT NOT ON ACCTMST'.
001930     05  FILLER                  PIC X(50)
001940             VALUE 'OPERLIST ENTRY WITH NO DVOPRMST PROFILE'.
001950     05  FILLER                  PIC X(50)
001960             VALUE 'ACCOUNT-KEYED PGMSTAT RECORD NOT ON ACCTMST'.
001970 01  DV-RULE-NAME-TAB REDEFINES DV-RULE-NAME-VALUES.
001980     05  DV-RULE-NAME            PIC X(50) OCCURS 6 TIMES.
001990 01  DV-RULE-TABLE.
002000     05  DV-RULE-ENTRY           OCCURS 6 TIMES.
002010         10  DV-RULE-CHECKED-SW  PIC X(01).
002020             88  DV-RULE-CHECKED VALUE 'Y'.
002030         10  DV-RULE-MISSING     PIC X(08).
002040         10  DV-RULE-READ        PIC 9(09).
002050         10  DV-RULE-EXCEPTIONS  PIC 9(07).
002060         10  DV-RULE-FIXUPS      PIC 9(07).
002070 01  DV-RULE-IDX                 PIC 9(02) COMP.
002080 01  DV-TOTAL-EXCEPTIONS         PIC 9(07) VALUE ZERO.
002090 01  DV-TOTAL-FIXUPS             PIC 9(07) VALUE ZERO.
002100 01  DV-UNCHECKED-COUNT          PIC 9(02) VALUE ZERO.
002110*----------------------------------------------------------
002120* ACCOUNT LOOKUP - THE ANSWER FOR THE LAST ACCOUNT ASKED
002130* ABOUT IS KEPT, SINCE PERTOTAL AND NTCHIST ARRIVE IN
002140* ACCOUNT ORDER WITH SEVERAL ROWS PER ACCOUNT.
002150*----------------------------------------------------------
002160 01  DV-LKP-ACCOUNT-NO           PIC 9(09).
002170 01  DV-LKP-CACHED-ACCOUNT       PIC 9(09) VALUE ZERO.
002180 01  DV-LKP-CACHED-SW            PIC X(01) VALUE 'N'.
002190     88  DV-LKP-CACHED           VALUE 'Y'.
002200 01  DV-LKP-FOUND-SW             PIC X(01) VALUE 'N'.
002210     88  DV-LKP-FOUND            VALUE 'Y'.
002220*----------------------------------------------------------
002230* ACCOUNT-KEYED PGMSTAT RECORDS - THE 9-DIGIT ACCOUNT NUMBER
002240* LEFT-JUSTIFIED IN PS-RECORD-ID, FOLLOWED BY A SPACE (THE
002250* DVNOTGEN HOLD ITEM) OR BY A TXNMON ALERT TYPE.
002260*----------------------------------------------------------
002270 01  DV-ITEM-KEY.
002280     05  DV-ITEM-ACCOUNT         PIC X(09).
002290     05  DV-ITEM-ACCOUNT-NUM REDEFINES DV-ITEM-ACCOUNT
002300                                 PIC 9(09).
002310     05  DV-ITEM-SUFFIX          PIC X(01).
002320         88  DV-ITEM-SUFFIX-ACCOUNT VALUES ' ' 'L' 'C' 'V'.
002330 01  DV-TRANS-SW                 PIC X(01) VALUE 'Y'.
002340     88  DV-TRANS-ALLOWED        VALUE 'Y'.
002350     88  DV-TRANS-REJECTED       VALUE 'N'.
002360 01  DV-FIX-REASON               PIC X(30)
002370             VALUE 'ACCOUNT NOT ON ACCTMST'.
002380*----------------------------------------------------------
002390* REPORT CONTROL
002400*----------------------------------------------------------
002410 01  DV-RUN-DATE                 PIC 9(08).
002420 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
002430 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
002440 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
002450 01  DV-PRINT-AREA               PIC X(132).
002460*----------------------------------------------------------
002470* REPORT LINES
002480*----------------------------------------------------------
002490 01  DV-HEADER-LINE-1.
002500     05  FILLER                  PIC X(50)
002510             VALUE 'CROSS-FILE REFERENTIAL INTEGRITY AUDIT'.
002520     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002530     05  DV-HDR-RUN-DATE         PIC 9(08).
002540     05  FILLER                  PIC X(10) VALUE '   PAGE: '.
002550     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
002560 01  DV-HEADER-LINE-2.
002570     05  FILLER                  PIC X(32) VALUE 'OFFENDING KEY'.
002580     05  FILLER                  PIC X(62) VALUE 'DETAIL'.
002590     05  FILLER                  PIC X(10) VALUE 'FIX-UP'.
002600 01  DV-SECTION-LINE.
002610     05  FILLER                  PIC X(05) VALUE 'RULE '.
002620     05  DV-SEC-RULE-NO          PIC 9(01).
002630     05  FILLER                  PIC X(03) VALUE ' - '.
002640     05  DV-SEC-TITLE            PIC X(60).
002650 01  DV-DETAIL-LINE.
002660     05  DV-DTL-KEY              PIC X(30).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  DV-DTL-DETAIL           PIC X(60).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  DV-DTL-FIXUP            PIC X(10).
002710 01  DV-SUMMARY-HEAD-LINE.
002720     05  FILLER                  PIC X(56) VALUE 'RULE'.
002730     05  FILLER                  PIC X(12) VALUE '  ROWS READ'.
002740     05  FILLER                  PIC X(12) VALUE ' EXCEPTIONS'.
002750     05  FILLER                  PIC X(12) VALUE '    FIX-UPS'.
002760 01  DV-SUMMARY-LINE.
002770     05  DV-SUM-RULE-NO          PIC 9(01).
002780     05  FILLER                  PIC X(03) VALUE ' - '.
002790     05  DV-SUM-RULE-NAME        PIC X(50).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  DV-SUM-RESULT.
002820         10  DV-SUM-READ         PIC ZZZ,ZZZ,ZZ9.
002830         10  FILLER              PIC X(01) VALUE SPACE.
002840         10  DV-SUM-EXCEPTIONS   PIC ZZZ,ZZZ,ZZ9.
002850         10  FILLER              PIC X(01) VALUE SPACE.
002860         10  DV-SUM-FIXUPS       PIC ZZZ,ZZZ,ZZ9.
002870     05  DV-SUM-NOT-CHECKED REDEFINES DV-SUM-RESULT
002880                                 PIC X(35).
002900 01  DV-TOTAL-LINE.
002910     05  FILLER                  PIC X(26)
002920             VALUE 'TOTAL EXCEPTIONS        : '.
002930     05  DV-TOT-EXCEPTIONS       PIC ZZZZZZ9.
002940     05  FILLER                  PIC X(26)
002950             VALUE '   FIX-UP CARDS WRITTEN: '.
002960     05  DV-TOT-FIXUPS           PIC ZZZZZZ9.
002970*----------------------------------------------------------
002980 PROCEDURE DIVISION.
002990*----------------------------------------------------------
003000* 0000-MAINLINE
003010*----------------------------------------------------------
003020 0000-MAINLINE.
003030     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
003040     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
003050     PERFORM 2000-CHECK-ASSIGNMENTS THRU 2000-EXIT.
003060     PERFORM 3000-CHECK-SCHEDULE THRU 3000-EXIT.
003070     PERFORM 4000-CHECK-PERIOD-TOTALS THRU 4000-EXIT.
003080     PERFORM 4500-CHECK-NOTICE-HISTORY THRU 4500-EXIT.
003090     PERFORM 5000-CHECK-ROSTER THRU 5000-EXIT.
003100     PERFORM 6000-CHECK-ACCOUNT-ITEMS THRU 6000-EXIT.
003110     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003120     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003130     IF DV-UNCHECKED-COUNT > ZERO
003140         MOVE 8 TO RETURN-CODE
003150     ELSE
003160         IF DV-TOTAL-EXCEPTIONS > ZERO
003170             MOVE 4 TO RETURN-CODE
003180         ELSE
003190             MOVE 0 TO RETURN-CODE
003200         END-IF
003210     END-IF.
003220     DISPLAY 'DVINTCHK - ' DV-TOTAL-EXCEPTIONS
003230         ' INTEGRITY EXCEPTION(S), ' DV-TOTAL-FIXUPS
003240         ' FIX-UP CARD(S), ' DV-UNCHECKED-COUNT
003250         ' RULE(S) NOT CHECKED'.
003260     GOBACK.
003270*----------------------------------------------------------
003280* 1000-OPEN-FILES  -  THE REPORT MUST OPEN. EVERY MASTER IS
003290* OPENED INPUT AND ONE THAT CANNOT BE IS WARNED; THE RULES
003300* THAT NEED IT ARE REPORTED AS NOT CHECKED RATHER THAN AS
003310* CLEAN. INTFIX IS WRITTEN ONLY WHEN ITS DD IS SUPPLIED.
003315* A MASTER NOT YET CREATED (OPEN STATUS 05) CHECKS AS EMPTY.
003320*----------------------------------------------------------
003330 1000-OPEN-FILES.
003340     OPEN OUTPUT INTCHKRP.
003350     IF NOT DV-INTCHKRP-OK
003360         DISPLAY 'DVINTCHK - OPEN FAILED FOR INTCHKRP - '
003370             DV-INTCHKRP-STATUS
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     OPEN OUTPUT INTFIX.
003420     IF DV-INTFIX-OK
003430         SET DV-INTFIX-AVAILABLE TO TRUE
003440     ELSE
003450         DISPLAY 'DVINTCHK - NO INTFIX FILE - STATUS '
003460             DV-INTFIX-STATUS ' - NO FIX-UP CARDS WRITTEN'
003470     END-IF.
003480     OPEN INPUT PGMSTAT.
003490     IF DV-PGMSTAT-OK
003500         SET DV-PGMSTAT-AVAILABLE TO TRUE
003510     ELSE
003520         DISPLAY 'DVINTCHK - PGMSTAT UNAVAILABLE - STATUS '
003530             DV-PGMSTAT-STATUS
003540     END-IF.
003550     OPEN INPUT PGMASGN.
003560     IF DV-PGMASGN-OK
003570         SET DV-PGMASGN-AVAILABLE TO TRUE
003580     ELSE
003590         DISPLAY 'DVINTCHK - PGMASGN UNAVAILABLE - STATUS '
003600             DV-PGMASGN-STATUS
003610     END-IF.
003620     OPEN INPUT PGMSCHED.
003630     IF DV-PGMSCHED-OK
003640         SET DV-PGMSCHED-AVAILABLE TO TRUE
003650     ELSE
003660         DISPLAY 'DVINTCHK - PGMSCHED UNAVAILABLE - STATUS '
003670             DV-PGMSCHED-STATUS
003680     END-IF.
003690     OPEN INPUT PGMTRANS.
003700     IF DV-PGMTRANS-OK
003710         SET DV-PGMTRANS-AVAILABLE TO TRUE
003720     ELSE
003730         DISPLAY 'DVINTCHK - PGMTRANS UNAVAILABLE - STATUS '
003740             DV-PGMTRANS-STATUS ' - TRANSITIONS UNCHECKED'
003750     END-IF.
003760     OPEN INPUT ACCTMST.
003770     IF DV-ACCTMST-OK
003780         SET DV-ACCTMST-AVAILABLE TO TRUE
003790     ELSE
003800         DISPLAY 'DVINTCHK - ACCTMST UNAVAILABLE - STATUS '
003810             DV-ACCTMST-STATUS
003820     END-IF.
003830     OPEN INPUT PERTOTAL.
003840     IF DV-PERTOTAL-OK
003850         SET DV-PERTOTAL-AVAILABLE TO TRUE
003860     ELSE
003870         DISPLAY 'DVINTCHK - PERTOTAL UNAVAILABLE - STATUS '
003880             DV-PERTOTAL-STATUS
003890     END-IF.
003900     OPEN INPUT NTCHIST.
003910     IF DV-NTCHIST-OK
003920         SET DV-NTCHIST-AVAILABLE TO TRUE
003930     ELSE
003940         DISPLAY 'DVINTCHK - NTCHIST UNAVAILABLE - STATUS '
003950             DV-NTCHIST-STATUS
003960     END-IF.
003970     OPEN INPUT DVOPRMST.
003980     IF DV-OPRMST-OK
003990         SET DV-OPRMST-AVAILABLE TO TRUE
004000     ELSE
004010         DISPLAY 'DVINTCHK - DVOPRMST UNAVAILABLE - STATUS '
004020             DV-OPRMST-STATUS
004030     END-IF.
004040     OPEN INPUT OPERLIST.
004050     IF DV-OPERLIST-OK
004060         SET DV-OPERLIST-AVAILABLE TO TRUE
004070     ELSE
004080         DISPLAY 'DVINTCHK - OPERLIST UNAVAILABLE - STATUS '
004090             DV-OPERLIST-STATUS
004100     END-IF.
004110 1000-EXIT.
004120     EXIT.
004130*----------------------------------------------------------
004140* 2000-CHECK-ASSIGNMENTS  -  RULE 1. EVERY PGMASGN ROW MUST
004150* NAME A RECORD STILL ON PGMSTAT. NO UTILITY MAINTAINS
004160* PGMASGN, SO THESE ARE REPORTED ONLY.
004170*----------------------------------------------------------
004180 2000-CHECK-ASSIGNMENTS.
004190     MOVE 1 TO DV-RULE-IDX.
004200     PERFORM 7300-START-RULE THRU 7300-EXIT.
004210     IF NOT DV-PGMASGN-AVAILABLE
004220         MOVE 'PGMASGN' TO DV-RULE-MISSING (DV-RULE-IDX)
004230     END-IF.
004240     IF NOT DV-PGMSTAT-AVAILABLE
004250         MOVE 'PGMSTAT' TO DV-RULE-MISSING (DV-RULE-IDX)
004260     END-IF.
004270     IF DV-RULE-MISSING (DV-RULE-IDX) NOT = SPACES
004280         GO TO 2000-END
004290     END-IF.
004300     SET DV-RULE-CHECKED (DV-RULE-IDX) TO TRUE.
004310     MOVE 'N' TO DV-EOF-SW.
004320     PERFORM 2100-CHECK-ONE-ASSIGNMENT THRU 2100-EXIT
004330         UNTIL DV-EOF.
004340 2000-END.
004350     PERFORM 7500-END-RULE THRU 7500-EXIT.
004360 2000-EXIT.
004370     EXIT.
004380*----------------------------------------------------------
004390* 2100-CHECK-ONE-ASSIGNMENT
004400*----------------------------------------------------------
004410 2100-CHECK-ONE-ASSIGNMENT.
004420     READ PGMASGN NEXT RECORD
004430         AT END
004440             SET DV-EOF TO TRUE
004450             GO TO 2100-EXIT
004460     END-READ.
004470     ADD 1 TO DV-RULE-READ (DV-RULE-IDX).
004480     MOVE AS-RECORD-ID TO PS-RECORD-ID.
004490     READ PGMSTAT
004500         INVALID KEY
004510             MOVE AS-RECORD-ID TO DV-DTL-KEY
004520             MOVE SPACES TO DV-DTL-DETAIL
004530             STRING 'ASSIGNED TO ' AS-OPERATOR-ID
004540                    ' ON ' AS-ASSIGN-DATE
004550                    ' - NO PGMSTAT RECORD'
004560                 DELIMITED BY SIZE INTO DV-DTL-DETAIL
004570             MOVE SPACES TO DV-DTL-FIXUP
004580             PERFORM 7400-PRINT-EXCEPTION THRU 7400-EXIT
004590     END-READ.
004600 2100-EXIT.
004610     EXIT.
004620*----------------------------------------------------------
004630* 3000-CHECK-SCHEDULE  -  RULE 2. A PGMSCHED ROW FOR A
004640* RECORD NOT ON PGMSTAT, OR ONE ALREADY CLOSED, REJECTED OR
004650* REVERSED, CAN NEVER BE APPLIED AS INTENDED. EACH ONE GETS
004660* A SCHMAINT DELETE ON INTFIX.
004670*----------------------------------------------------------
004680 3000-CHECK-SCHEDULE.
004690     MOVE 2 TO DV-RULE-IDX.
004700     PERFORM 7300-START-RULE THRU 7300-EXIT.
004710     IF NOT DV-PGMSCHED-AVAILABLE
004720         MOVE 'PGMSCHED' TO DV-RULE-MISSING (DV-RULE-IDX)
004730     END-IF.
004740     IF NOT DV-PGMSTAT-AVAILABLE
004750         MOVE 'PGMSTAT' TO DV-RULE-MISSING (DV-RULE-IDX)
004760     END-IF.
004770     IF DV-RULE-MISSING (DV-RULE-IDX) NOT = SPACES
004780         GO TO 3000-END
004790     END-IF.
004800     SET DV-RULE-CHECKED (DV-RULE-IDX) TO TRUE.
004810     MOVE 'N' TO DV-EOF-SW.
004820     PERFORM 3100-CHECK-ONE-SCHEDULE-ROW THRU 3100-EXIT
004830         UNTIL DV-EOF.
004840 3000-END.
004850     PERFORM 7500-END-RULE THRU 7500-EXIT.
004860 3000-EXIT.
004870     EXIT.
004880*----------------------------------------------------------
004890* 3100-CHECK-ONE-SCHEDULE-ROW
004900*----------------------------------------------------------
004910 3100-CHECK-ONE-SCHEDULE-ROW.
004920     READ PGMSCHED NEXT RECORD
004930         AT END
004940             SET DV-EOF TO TRUE
004950             GO TO 3100-EXIT
004960     END-READ.
004970     ADD 1 TO DV-RULE-READ (DV-RULE-IDX).
004980     MOVE SPACES TO DV-DTL-KEY DV-DTL-DETAIL.
004990     STRING SC-RECORD-ID '/' SC-EFFECTIVE-DATE
005000         DELIMITED BY SIZE INTO DV-DTL-KEY.
005010     MOVE SC-RECORD-ID TO PS-RECORD-ID.
005020     READ PGMSTAT
005030         INVALID KEY
005040             STRING 'MOVE TO ' SC-TARGET-STATUS
005050                    ' - NO PGMSTAT RECORD'
005060                 DELIMITED BY SIZE INTO DV-DTL-DETAIL
005070             GO TO 3100-REPORT
005080     END-READ.
005090     IF NOT (PS-CLOSED OR PS-REJECTED OR PS-REVERSED)
005100         GO TO 3100-EXIT
005110     END-IF.
005120     STRING 'MOVE TO ' SC-TARGET-STATUS
005130            ' - RECORD ALREADY ' PS-STATUS-CODE
005140         DELIMITED BY SIZE INTO DV-DTL-DETAIL.
005150 3100-REPORT.
005160     MOVE SPACES TO DV-DTL-FIXUP.
005170     IF DV-INTFIX-AVAILABLE
005180         MOVE 'SCHMAINT' TO FX-UTILITY
005190         MOVE 'D'                 TO FX-CARD
005200         PERFORM 8000-WRITE-FIXUP-CARD THRU 8000-EXIT
005210         MOVE SC-RECORD-ID        TO FX-CARD
005220         PERFORM 8000-WRITE-FIXUP-CARD THRU 8000-EXIT
005230         MOVE SC-EFFECTIVE-DATE   TO FX-CARD
005240         PERFORM 8000-WRITE-FIXUP-CARD THRU 8000-EXIT
005250         MOVE 'SCHMAINT D' TO DV-DTL-FIXUP
005260         ADD 1 TO DV-RULE-FIXUPS (DV-RULE-IDX)
005270     END-IF.
005280     PERFORM 7400-PRINT-EXCEPTION THRU 7400-EXIT.
005290 3100-EXIT.
005300     EXIT.
005310*----------------------------------------------------------
005320* 4000-CHECK-PERIOD-TOTALS  -  RULE 3. EVERY PERTOTAL ROW
005330* MUST BELONG TO AN ACCOUNT ON ACCTMST. REPORTED ONLY.
005340*----------------------------------------------------------
005350 4000-CHECK-PERIOD-TOTALS.
005360     MOVE 3 TO DV-RULE-IDX.
005370     PERFORM 7300-START-RULE THRU 7300-EXIT.
005380     IF NOT DV-PERTOTAL-AVAILABLE
005390         MOVE 'PERTOTAL' TO DV-RULE-MISSING (DV-RULE-IDX)
005400     END-IF.
005410     IF NOT DV-ACCTMST-AVAILABLE
005420         MOVE 'ACCTMST' TO DV-RULE-MISSING (DV-RULE-IDX)
005430     END-IF.
005440     IF DV-RULE-MISSING (DV-RULE-IDX) NOT = SPACES
005450         GO TO 4000-END
005460     END-IF.
005470     SET DV-RULE-CHECKED (DV-RULE-IDX) TO TRUE.
005480     MOVE 'N' TO DV-EOF-SW.
005490     PERFORM 4100-CHECK-ONE-PERIOD-TOTAL THRU 4100-EXIT
005500         UNTIL DV-EOF.
005510 4000-END.
005520     PERFORM 7500-END-RULE THRU 7500-EXIT.
005530 4000-EXIT.
005540     EXIT.
005550*----------------------------------------------------------
005560* 4100-CHECK-ONE-PERIOD-TOTAL
005570*----------------------------------------------------------
005580 4100-CHECK-ONE-PERIOD-TOTAL.
005590     READ PERTOTAL NEXT RECORD
005600         AT END
005610             SET DV-EOF TO TRUE
005620             GO TO 4100-EXIT
005630     END-READ.
005640     ADD 1 TO DV-RULE-READ (DV-RULE-IDX).
005650     MOVE PM-ACCOUNT-NO TO DV-LKP-ACCOUNT-NO.
005660     PERFORM 6500-LOOKUP-ACCOUNT THRU 6500-EXIT.
005670     IF DV-LKP-FOUND
005680         GO TO 4100-EXIT
005690     END-IF.
005700     MOVE SPACES TO DV-DTL-KEY DV-DTL-DETAIL DV-DTL-FIXUP.
005710     STRING PM-ACCOUNT-NO '/' PM-INTERNAL-CODE
005720         DELIMITED BY SIZE INTO DV-DTL-KEY.
005730     STRING 'PERIOD ' PM-PERIOD-ID ' ' PM-CUSTOMER-NAME
005740            ' - NO ACCTMST ROW'
005750         DELIMITED BY SIZE INTO DV-DTL-DETAIL.
005760     PERFORM 7400-PRINT-EXCEPTION THRU 7400-EXIT.
005770 4100-EXIT.
005780     EXIT.
005790*----------------------------------------------------------
005800* 4500-CHECK-NOTICE-HISTORY  -  RULE 4. EVERY NTCHIST ROW
005810* MUST BELONG TO AN ACCOUNT ON ACCTMST. REPORTED ONLY.
005820*----------------------------------------------------------
005830 4500-CHECK-NOTICE-HISTORY.
005840     MOVE 4 TO DV-RULE-IDX.
005850     PERFORM 7300-START-RULE THRU 7300-EXIT.
005860     IF NOT DV-NTCHIST-AVAILABLE
005870         MOVE 'NTCHIST' TO DV-RULE-MISSING (DV-RULE-IDX)
005880     END-IF.
005890     IF NOT DV-ACCTMST-AVAILABLE
005900         MOVE 'ACCTMST' TO DV-RULE-MISSING (DV-RULE-IDX)
005910     END-IF.
005920     IF DV-RULE-MISSING (DV-RULE-IDX) NOT = SPACES
005930         GO TO 4500-END
005940     END-IF.
005950     SET DV-RULE-CHECKED (DV-RULE-IDX) TO TRUE.
005960     MOVE 'N' TO DV-EOF-SW.
005970     PERFORM 4600-CHECK-ONE-NOTICE THRU 4600-EXIT
005980         UNTIL DV-EOF.
005990 4500-END.
006000     PERFORM 7500-END-RULE THRU 7500-EXIT.
006010 4500-EXIT.
006020     EXIT.
006030*----------------------------------------------------------
006040* 4600-CHECK-ONE-NOTICE
006050*----------------------------------------------------------
006060 4600-CHECK-ONE-NOTICE.
006070     READ NTCHIST NEXT RECORD
006080         AT END
006090             SET DV-EOF TO TRUE
006100             GO TO 4600-EXIT
006110     END-READ.
006120     ADD 1 TO DV-RULE-READ (DV-RULE-IDX).
006130     MOVE NH-ACCOUNT-NO TO DV-LKP-ACCOUNT-NO.
006140     PERFORM 6500-LOOKUP-ACCOUNT THRU 6500-EXIT.
006150     IF DV-LKP-FOUND
006160         GO TO 4600-EXIT
006170     END-IF.
006180     MOVE SPACES TO DV-DTL-KEY DV-DTL-DETAIL DV-DTL-FIXUP.
006190     STRING NH-ACCOUNT-NO '/' NH-RUN-DATE '/' NH-MSG-ID
006200         DELIMITED BY SIZE INTO DV-DTL-KEY.
006210     MOVE 'NOTICE RECORDED - NO ACCTMST ROW' TO DV-DTL-DETAIL.
006220     PERFORM 7400-PRINT-EXCEPTION THRU 7400-EXIT.
006230 4600-EXIT.
006240     EXIT.
006250*----------------------------------------------------------
006260* 5000-CHECK-ROSTER  -  RULE 5. EVERY OPERLIST ROSTER ENTRY
006270* MUST HAVE A DVOPRMST PROFILE. THE ROSTER IS A PLAIN CARD
006280* FILE AND A PROFILE NEEDS A NAME AND PERMISSIONS ONLY
006290* OPERATIONS CAN SUPPLY, SO THESE ARE REPORTED ONLY.
006300*----------------------------------------------------------
006310 5000-CHECK-ROSTER.
006320     MOVE 5 TO DV-RULE-IDX.
006330     PERFORM 7300-START-RULE THRU 7300-EXIT.
006340     IF NOT DV-OPERLIST-AVAILABLE
006350         MOVE 'OPERLIST' TO DV-RULE-MISSING (DV-RULE-IDX)
006360     END-IF.
006370     IF NOT DV-OPRMST-AVAILABLE
006380         MOVE 'DVOPRMST' TO DV-RULE-MISSING (DV-RULE-IDX)
006390     END-IF.
006400     IF DV-RULE-MISSING (DV-RULE-IDX) NOT = SPACES
006410         GO TO 5000-END
006420     END-IF.
006430     SET DV-RULE-CHECKED (DV-RULE-IDX) TO TRUE.
006440     MOVE 'N' TO DV-EOF-SW.
006450     PERFORM 5100-CHECK-ONE-ROSTER-ENTRY THRU 5100-EXIT
006460         UNTIL DV-EOF.
006470 5000-END.
006480     PERFORM 7500-END-RULE THRU 7500-EXIT.
006490 5000-EXIT.
006500     EXIT.
006510*----------------------------------------------------------
006520* 5100-CHECK-ONE-ROSTER-ENTRY  -  BLANK ROSTER CARDS ARE
006530* SKIPPED, AS PGMWRKAS SKIPS THEM.
006540*----------------------------------------------------------
006550 5100-CHECK-ONE-ROSTER-ENTRY.
006560     READ OPERLIST
006570         AT END
006580             SET DV-EOF TO TRUE
006590             GO TO 5100-EXIT
006600     END-READ.
006610     IF OL-OPERATOR-ID = SPACES
006620         GO TO 5100-EXIT
006630     END-IF.
006640     ADD 1 TO DV-RULE-READ (DV-RULE-IDX).
006650     MOVE OL-OPERATOR-ID TO OP-OPERATOR-ID.
006660     READ DVOPRMST
006670         INVALID KEY
006680             MOVE OL-OPERATOR-ID TO DV-DTL-KEY
006690             MOVE 'ON THE ROSTER - NO DVOPRMST PROFILE'
006700                 TO DV-DTL-DETAIL
006710             MOVE SPACES TO DV-DTL-FIXUP
006720             PERFORM 7400-PRINT-EXCEPTION THRU 7400-EXIT
006730     END-READ.
006740 5100-EXIT.
006750     EXIT.
006760*----------------------------------------------------------
006770* 6000-CHECK-ACCOUNT-ITEMS  -  RULE 6. A PGMSTAT RECORD
006780* KEYED BY ACCOUNT NUMBER MUST HAVE ITS ACCOUNT ON ACCTMST.
006790* AN OPEN ONE GETS A PGMMAINT CLOSE ON INTFIX, WHICH QUEUES
006800* FOR DUAL-CONTROL APPROVAL LIKE ANY OTHER CLOSE, PROVIDED
006810* PGMTRANS ALLOWS THE MOVE; ONE ALREADY CLOSED, REJECTED OR
006820* REVERSED IS LEFT FOR PGMSTARC TO ARCHIVE.
006830*----------------------------------------------------------
006840 6000-CHECK-ACCOUNT-ITEMS.
006850     MOVE 6 TO DV-RULE-IDX.
006860     PERFORM 7300-START-RULE THRU 7300-EXIT.
006870     IF NOT DV-PGMSTAT-AVAILABLE
006880         MOVE 'PGMSTAT' TO DV-RULE-MISSING (DV-RULE-IDX)
006890     END-IF.
006900     IF NOT DV-ACCTMST-AVAILABLE
006910         MOVE 'ACCTMST' TO DV-RULE-MISSING (DV-RULE-IDX)
006920     END-IF.
006930     IF DV-RULE-MISSING (DV-RULE-IDX) NOT = SPACES
006940         GO TO 6000-END
006950     END-IF.
006960     SET DV-RULE-CHECKED (DV-RULE-IDX) TO TRUE.
006970     MOVE LOW-VALUES TO PS-RECORD-ID.
006980     START PGMSTAT KEY IS > PS-RECORD-ID
006990         INVALID KEY
007000             GO TO 6000-END
007010     END-START.
007020     MOVE 'N' TO DV-EOF-SW.
007030     PERFORM 6100-CHECK-ONE-ITEM THRU 6100-EXIT
007040         UNTIL DV-EOF.
007050 6000-END.
007060     PERFORM 7500-END-RULE THRU 7500-EXIT.
007070 6000-EXIT.
007080     EXIT.
007090*----------------------------------------------------------
007100* 6100-CHECK-ONE-ITEM
007110*----------------------------------------------------------
007120 6100-CHECK-ONE-ITEM.
007130     READ PGMSTAT NEXT RECORD
007140         AT END
007150             SET DV-EOF TO TRUE
007160             GO TO 6100-EXIT
007170     END-READ.
007180     MOVE PS-RECORD-ID TO DV-ITEM-KEY.
007190     IF DV-ITEM-ACCOUNT NOT NUMERIC OR NOT DV-ITEM-SUFFIX-ACCOUNT
007200         GO TO 6100-EXIT
007210     END-IF.
007220     ADD 1 TO DV-RULE-READ (DV-RULE-IDX).
007230     MOVE DV-ITEM-ACCOUNT-NUM TO DV-LKP-ACCOUNT-NO.
007240     PERFORM 6500-LOOKUP-ACCOUNT THRU 6500-EXIT.
007250     IF DV-LKP-FOUND
007260         GO TO 6100-EXIT
007270     END-IF.
007280     MOVE PS-RECORD-ID TO DV-DTL-KEY.
007290     MOVE SPACES TO DV-DTL-DETAIL DV-DTL-FIXUP.
007300     STRING 'STATUS ' PS-STATUS-CODE ' LAST UPDATED '
007310            PS-LAST-UPDATED-DATE ' - NO ACCTMST ROW'
007320         DELIMITED BY SIZE INTO DV-DTL-DETAIL.
007330     IF PS-CLOSED OR PS-REJECTED OR PS-REVERSED
007340         GO TO 6100-REPORT
007350     END-IF.
007360     PERFORM 6600-CHECK-CLOSE-ALLOWED THRU 6600-EXIT.
007370     IF DV-TRANS-REJECTED
007380         MOVE 'NO CLOSE' TO DV-DTL-FIXUP
007390         GO TO 6100-REPORT
007400     END-IF.
007410     IF DV-INTFIX-AVAILABLE
007420         MOVE 'PGMMAINT' TO FX-UTILITY
007430         MOVE 'U'                 TO FX-CARD
007440         PERFORM 8000-WRITE-FIXUP-CARD THRU 8000-EXIT
007450         MOVE PS-RECORD-ID        TO FX-CARD
007460         PERFORM 8000-WRITE-FIXUP-CARD THRU 8000-EXIT
007470         MOVE 'CL'                TO FX-CARD
007480         PERFORM 8000-WRITE-FIXUP-CARD THRU 8000-EXIT
007490         MOVE DV-FIX-REASON       TO FX-CARD
007500         PERFORM 8000-WRITE-FIXUP-CARD THRU 8000-EXIT
007510         MOVE 'PGMMAINT U' TO DV-DTL-FIXUP
007520         ADD 1 TO DV-RULE-FIXUPS (DV-RULE-IDX)
007530     END-IF.
007540 6100-REPORT.
007550     PERFORM 7400-PRINT-EXCEPTION THRU 7400-EXIT.
007560 6100-EXIT.
007570     EXIT.
007580*----------------------------------------------------------
007590* 6500-LOOKUP-ACCOUNT  -  IS DV-LKP-ACCOUNT-NO ON ACCTMST?
007600* THE ANSWER IS CACHED UNTIL THE ACCOUNT CHANGES.
007610*----------------------------------------------------------
007620 6500-LOOKUP-ACCOUNT.
007630     IF DV-LKP-CACHED AND
007640        DV-LKP-ACCOUNT-NO = DV-LKP-CACHED-ACCOUNT
007650         GO TO 6500-EXIT
007660     END-IF.
007670     SET DV-LKP-CACHED TO TRUE.
007680     MOVE DV-LKP-ACCOUNT-NO TO DV-LKP-CACHED-ACCOUNT.
007690     MOVE DV-LKP-ACCOUNT-NO TO AM-ACCOUNT-NO.
007700     SET DV-LKP-FOUND TO TRUE.
007710     READ ACCTMST
007720         INVALID KEY
007730             MOVE 'N' TO DV-LKP-FOUND-SW
007740     END-READ.
007750 6500-EXIT.
007760     EXIT.
007770*----------------------------------------------------------
007780* 6600-CHECK-CLOSE-ALLOWED  -  THE SAME PGMTRANS CHECK
007790* PGMMAINT MAKES, SO NO CLOSE CARD IS WRITTEN THAT PGMMAINT
007800* WOULD REFUSE. WITH PGMTRANS UNAVAILABLE EVERY MOVE IS
007810* ALLOWED, AS IN PGMMAINT.
007820*----------------------------------------------------------
007830 6600-CHECK-CLOSE-ALLOWED.
007840     SET DV-TRANS-ALLOWED TO TRUE.
007850     IF NOT DV-PGMTRANS-AVAILABLE
007860         GO TO 6600-EXIT
007870     END-IF.
007880     MOVE PS-STATUS-CODE TO PT-OLD-STATUS.
007890     MOVE 'CL'           TO PT-NEW-STATUS.
007900     READ PGMTRANS
007910         INVALID KEY
007920             SET DV-TRANS-REJECTED TO TRUE
007930     END-READ.
007940 6600-EXIT.
007950     EXIT.
007960*----------------------------------------------------------
007970* 7000-PRINT-SUMMARY  -  ONE LINE PER RULE, THEN THE TOTALS.
007980*----------------------------------------------------------
007990 7000-PRINT-SUMMARY.
008000     MOVE SPACES TO DV-PRINT-AREA.
008010     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008020     MOVE 'SUMMARY BY RULE' TO DV-PRINT-AREA.
008030     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008040     MOVE DV-SUMMARY-HEAD-LINE TO DV-PRINT-AREA.
008050     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008060     PERFORM 7100-PRINT-ONE-RULE THRU 7100-EXIT
008070         VARYING DV-RULE-IDX FROM 1 BY 1
008080         UNTIL DV-RULE-IDX > 6.
008090     MOVE SPACES TO DV-PRINT-AREA.
008100     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008110     MOVE DV-TOTAL-EXCEPTIONS TO DV-TOT-EXCEPTIONS.
008120     MOVE DV-TOTAL-FIXUPS     TO DV-TOT-FIXUPS.
008130     MOVE DV-TOTAL-LINE TO DV-PRINT-AREA.
008140     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008150 7000-EXIT.
008160     EXIT.
008170*----------------------------------------------------------
008180* 7100-PRINT-ONE-RULE
008190*----------------------------------------------------------
008200 7100-PRINT-ONE-RULE.
008210     MOVE DV-RULE-IDX TO DV-SUM-RULE-NO.
008220     MOVE DV-RULE-NAME (DV-RULE-IDX) TO DV-SUM-RULE-NAME.
008230     IF DV-RULE-CHECKED (DV-RULE-IDX)
008240         MOVE DV-RULE-READ (DV-RULE-IDX)   TO DV-SUM-READ
008250         MOVE DV-RULE-EXCEPTIONS (DV-RULE-IDX)
008260                                           TO DV-SUM-EXCEPTIONS
008270         MOVE DV-RULE-FIXUPS (DV-RULE-IDX) TO DV-SUM-FIXUPS
008280     ELSE
008290         MOVE SPACES TO DV-SUM-NOT-CHECKED
008300         STRING 'NOT CHECKED - ' DV-RULE-MISSING (DV-RULE-IDX)
008310             DELIMITED BY SIZE INTO DV-SUM-NOT-CHECKED
008320     END-IF.
008330     MOVE DV-SUMMARY-LINE TO DV-PRINT-AREA.
008340     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008350 7100-EXIT.
008360     EXIT.
008370*----------------------------------------------------------
008380* 7200-PRINT-HEADERS
008390*----------------------------------------------------------
008400 7200-PRINT-HEADERS.
008410     ADD 1 TO DV-PAGE-NO.
008420     MOVE ZERO TO DV-LINE-COUNT.
008430     MOVE DV-RUN-DATE TO DV-HDR-RUN-DATE.
008440     MOVE DV-PAGE-NO  TO DV-HDR-PAGE-NO.
008450     MOVE '1' TO PRT-CC.
008460     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
008470     WRITE INTCHKRP-REC.
008480     MOVE ' ' TO PRT-CC.
008490     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
008500     WRITE INTCHKRP-REC.
008510     ADD 2 TO DV-LINE-COUNT.
008520 7200-EXIT.
008530     EXIT.
008540*----------------------------------------------------------
008550* 7300-START-RULE  -  CLEARS THE RULE'S COUNTERS AND PRINTS
008560* ITS SECTION TITLE.
008570*----------------------------------------------------------
008580 7300-START-RULE.
008590     MOVE 'N'    TO DV-RULE-CHECKED-SW (DV-RULE-IDX).
008600     MOVE SPACES TO DV-RULE-MISSING (DV-RULE-IDX).
008610     MOVE ZERO   TO DV-RULE-READ (DV-RULE-IDX)
008620                    DV-RULE-EXCEPTIONS (DV-RULE-IDX)
008630                    DV-RULE-FIXUPS (DV-RULE-IDX).
008640     MOVE SPACES TO DV-PRINT-AREA.
008650     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008660     MOVE DV-RULE-IDX TO DV-SEC-RULE-NO.
008670     MOVE DV-RULE-NAME (DV-RULE-IDX) TO DV-SEC-TITLE.
008680     MOVE DV-SECTION-LINE TO DV-PRINT-AREA.
008690     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008700 7300-EXIT.
008710     EXIT.
008720*----------------------------------------------------------
008730* 7400-PRINT-EXCEPTION  -  ONE OFFENDING KEY UNDER THE
008740* CURRENT RULE.
008750*----------------------------------------------------------
008760 7400-PRINT-EXCEPTION.
008770     ADD 1 TO DV-RULE-EXCEPTIONS (DV-RULE-IDX).
008780     ADD 1 TO DV-TOTAL-EXCEPTIONS.
008790     MOVE DV-DETAIL-LINE TO DV-PRINT-AREA.
008800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008810 7400-EXIT.
008820     EXIT.
008830*----------------------------------------------------------
008840* 7500-END-RULE  -  A RULE THAT COULD NOT BE CHECKED SAYS
008850* WHICH FILE WAS MISSING; A CLEAN ONE SAYS SO.
008860*----------------------------------------------------------
008870 7500-END-RULE.
008880     IF NOT DV-RULE-CHECKED (DV-RULE-IDX)
008890         ADD 1 TO DV-UNCHECKED-COUNT
008900         MOVE SPACES TO DV-PRINT-AREA
008910         STRING '*** NOT CHECKED - '
008920                DV-RULE-MISSING (DV-RULE-IDX)
008930                ' UNAVAILABLE ***'
008940             DELIMITED BY SIZE INTO DV-PRINT-AREA
008950         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008960         GO TO 7500-EXIT
008970     END-IF.
008980     IF DV-RULE-EXCEPTIONS (DV-RULE-IDX) = ZERO
008990         MOVE 'NO EXCEPTIONS' TO DV-PRINT-AREA
009000         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009010     END-IF.
009020     ADD DV-RULE-FIXUPS (DV-RULE-IDX) TO DV-TOTAL-FIXUPS.
009030 7500-EXIT.
009040     EXIT.
009050*----------------------------------------------------------
009060* 7900-WRITE-LINE  -  WRITES DV-PRINT-AREA, STARTING A NEW
009070* PAGE FIRST WHEN THIS ONE IS FULL.
009080*----------------------------------------------------------
009090 7900-WRITE-LINE.
009100     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
009110         PERFORM 7200-PRINT-HEADERS THRU 7200-EXIT
009120     END-IF.
009130     MOVE ' ' TO PRT-CC.
009140     MOVE DV-PRINT-AREA TO PRT-LINE.
009150     WRITE INTCHKRP-REC.
009160     ADD 1 TO DV-LINE-COUNT.
009170 7900-EXIT.
009180     EXIT.
009190*----------------------------------------------------------
009200* 8000-WRITE-FIXUP-CARD  -  FX-UTILITY AND FX-CARD ARE SET
009210* BY THE CALLER; THE CARD AREA IS CLEARED AFTER EACH WRITE.
009220*----------------------------------------------------------
009230 8000-WRITE-FIXUP-CARD.
009240     MOVE DV-RULE-IDX TO FX-RULE-NO.
009250     WRITE INTFIX-REC.
009260     MOVE SPACES TO FX-CARD.
009270 8000-EXIT.
009280     EXIT.
009290*----------------------------------------------------------
009300* 9000-CLOSE-FILES
009310*----------------------------------------------------------
009320 9000-CLOSE-FILES.
009330     CLOSE INTCHKRP.
009340     IF DV-INTFIX-AVAILABLE
009350         CLOSE INTFIX
009360     END-IF.
009370     IF DV-PGMSTAT-AVAILABLE
009380         CLOSE PGMSTAT
009390     END-IF.
009400     IF DV-PGMASGN-AVAILABLE
009410         CLOSE PGMASGN
009420     END-IF.
009430     IF DV-PGMSCHED-AVAILABLE
009440         CLOSE PGMSCHED
009450     END-IF.
009460     IF DV-PGMTRANS-AVAILABLE
009470         CLOSE PGMTRANS
009480     END-IF.
009490     IF DV-ACCTMST-AVAILABLE
009500         CLOSE ACCTMST
009510     END-IF.
009520     IF DV-PERTOTAL-AVAILABLE
009530         CLOSE PERTOTAL
009540     END-IF.
009550     IF DV-NTCHIST-AVAILABLE
009560         CLOSE NTCHIST
009570     END-IF.
009580     IF DV-OPRMST-AVAILABLE
009590         CLOSE DVOPRMST
009600     END-IF.
009610     IF DV-OPERLIST-AVAILABLE
009620         CLOSE OPERLIST
009630     END-IF.
009640 9000-EXIT.
009650     EXIT.
009660 END PROGRAM DVINTCHK.
