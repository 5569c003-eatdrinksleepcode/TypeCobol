000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADDRCONF.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - ADDRESS-CHANGE CONFIRMATION
000110*                  LETTERS, RUN AS A DVDRIVER NIGHTLY STEP.
000120*                  EVERY ACCTMST MAILING-ADDRESS CHANGE
000130*                  ACTMAINT HAS LOGGED ON THE DVREFAUD
000140*                  REFERENCE AUDIT SINCE THE LAST RUN IS
000150*                  CONFIRMED IN WRITING TO BOTH THE PRIOR
000160*                  ADDRESS (BEFORE IMAGE) AND THE NEW ADDRESS
000170*                  (AFTER IMAGE), EACH LETTER MERGED FROM ITS
000180*                  OWN DATE-EFFECTIVE DVMSGMST TEMPLATE WITH
000190*                  THE DVNOTGEN TOKENS AND WRITTEN TO ADRLTRS,
000200*                  AND BOTH ARE RECORDED IN NTCHIST. SEVERAL
000210*                  CHANGES TO ONE ACCOUNT IN A RUN GET ONE
000220*                  PAIR OF LETTERS - THE ADDRESS BEFORE THE
000230*                  FIRST CHANGE AND THE ADDRESS AFTER THE
000240*                  LAST. THE ADRCCTL CONTROL RECORD NAMES
000250*                  THE TWO MESSAGE IDS, THE REVIEW WINDOW IN
000260*                  CALENDAR DAYS AND THE BULK THRESHOLD. THE
000270*                  ADRFRPT REPORT LISTS FOR THE FRAUD TEAM AN
000280*                  OPERATOR WHO CHANGED ONE ACCOUNT'S ADDRESS
000290*                  MORE THAN ONCE WITHIN THE WINDOW, AND AN
000300*                  OPERATOR WHOSE CHANGES IN THE RUN REACH THE
000310*                  BULK THRESHOLD; ANY SUCH ITEM ENDS THE RUN
000320*                  WITH A WARNING. THE POSITION REACHED IN
000330*                  DVREFAUD IS KEPT ON THE SHARED DVCHKPT
000340*                  FILE SO NO CHANGE IS CONFIRMED TWICE.
000350*----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DVREFAUD ASSIGN TO DVREFAUD
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DV-REFAUD-STATUS.
000420     SELECT OPTIONAL ADRCCTL ASSIGN TO ADRCCTL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DV-ADRCCTL-STATUS.
000450     SELECT OPTIONAL DVMSGMST ASSIGN TO DVMSGMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MM-KEY
000490         FILE STATUS IS DV-MSGMST-STATUS.
000500     SELECT OPTIONAL NTCHIST ASSIGN TO NTCHIST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS NH-KEY
000540         FILE STATUS IS DV-NTCHIST-STATUS.
000550     SELECT DVCHKPT ASSIGN TO DVCHKPT
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CHKPT-PROGRAM-ID
000590         FILE STATUS IS DV-CHKPT-STATUS.
000600     SELECT ADRLTRS ASSIGN TO ADRLTRS
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DV-ADRLTRS-STATUS.
000630     SELECT ADRFRPT ASSIGN TO ADRFRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DV-ADRFRPT-STATUS.
000660     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CL-KEY
000700         FILE STATUS IS DV-CTLLDG-STATUS.
000710     SELECT SORTADR ASSIGN TO SORTWK1.
000720*----------------------------------------------------------
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  DVREFAUD
000760     RECORDING MODE IS F.
000770 COPY DVREFAUD.
000780*----------------------------------------------------------
000790* THE ACCTMST IMAGES ON DVREFAUD CARRY THE ACCOUNT MASTER
000800* FROM ITS FIRST BYTE - THE ACCOUNT NUMBER IN BYTES 1-9,
000810* THE CUSTOMER NAME IN 10-39 AND THE MAILING ADDRESS BLOCK
000820* (TWO LINES, CITY, STATE, ZIP) IN 40-130 OF 202.
000830*----------------------------------------------------------
000840 01  DVREFAUD-ACCT-VIEW.
000850     05  FILLER                  PIC X(51).
000860     05  RA-BEFORE-ACCOUNT-NO    PIC X(09).
000870     05  RA-BEFORE-NAME-ADDR.
000880         10  FILLER              PIC X(30).
000890         10  RA-BEFORE-ADDRESS   PIC X(91).
000900     05  FILLER                  PIC X(72).
000910     05  RA-AFTER-ACCOUNT-NO     PIC X(09).
000920     05  RA-AFTER-NAME-ADDR.
000930         10  FILLER              PIC X(30).
000940         10  RA-AFTER-ADDRESS    PIC X(91).
000950     05  FILLER                  PIC X(72).
000960 FD  ADRCCTL
000970     RECORDING MODE IS F.
000980 01  ADRCCTL-REC.
000990     05  AC-OLD-MSG-ID           PIC 9(02).
001000     05  AC-NEW-MSG-ID           PIC 9(02).
001010     05  AC-WINDOW-DAYS          PIC 9(03).
001020     05  AC-BULK-COUNT           PIC 9(03).
001030     05  FILLER                  PIC X(70).
001040 FD  DVMSGMST.
001050 COPY DVMSGMREC.
001060 FD  NTCHIST.
001070 COPY NTCHSREC.
001080 FD  DVCHKPT.
001090 COPY DVCHKPT.
001100 FD  ADRLTRS
001110     RECORDING MODE IS F
001120     RECORD CONTAINS 120 CHARACTERS.
001130 01  ADRLTRS-REC                 PIC X(120).
001140 FD  ADRFRPT
001150     RECORD CONTAINS 133 CHARACTERS.
001160 01  ADRFRPT-REC.
001170     05  PRT-CC                  PIC X(01).
001180     05  PRT-LINE                PIC X(132).
001190 FD  DVCTLLDG.
001200 COPY DVCTLREC.
001210 SD  SORTADR.
001220 01  SA-REC.
001230     05  SA-ACCOUNT-NO           PIC 9(09).
001240     05  SA-OPERATOR-ID          PIC X(08).
001250     05  SA-AUDIT-SEQ            PIC 9(11).
001260     05  SA-CHANGE-DATE          PIC 9(08).
001270     05  SA-NEW-SW               PIC X(01).
001280         88  SA-NEW-CHANGE       VALUE 'Y'.
001290     05  SA-BEFORE-NAME-ADDR     PIC X(121).
001300     05  SA-AFTER-NAME-ADDR      PIC X(121).
001310*----------------------------------------------------------
001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------
001340* FILE STATUS AND CONTROL SWITCHES
001350*----------------------------------------------------------
001360 01  DV-REFAUD-STATUS            PIC X(02) VALUE '00'.
001370     88  DV-REFAUD-OK            VALUE '00'.
001380 01  DV-ADRCCTL-STATUS           PIC X(02) VALUE '00'.
001390     88  DV-ADRCCTL-OK           VALUE '00'.
001400 01  DV-MSGMST-STATUS            PIC X(02) VALUE '00'.
001410     88  DV-MSGMST-OK            VALUE '00'.
001420 01  DV-NTCHIST-STATUS           PIC X(02) VALUE '00'.
001430     88  DV-NTCHIST-OK           VALUES '00' '02'.
001440     88  DV-NTCHIST-NOT-FOUND    VALUES '23' '35'.
001450 01  DV-NTCHIST-AVAIL-SW         PIC X(01) VALUE 'N'.
001460     88  DV-NTCHIST-AVAILABLE    VALUE 'Y'.
001470 01  DV-CHKPT-STATUS             PIC X(02) VALUE '00'.
001480     88  DV-CHKPT-OK             VALUES '00' '02'.
001490     88  DV-CHKPT-NOT-FOUND      VALUES '23' '35'.
001500 01  DV-ADRLTRS-STATUS           PIC X(02) VALUE '00'.
001510     88  DV-ADRLTRS-OK           VALUE '00'.
001520 01  DV-ADRFRPT-STATUS           PIC X(02) VALUE '00'.
001530     88  DV-ADRFRPT-OK           VALUE '00'.
001540 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
001550     88  DV-CTLLDG-OK            VALUES '00' '02'.
001560     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
001570 01  DV-CTL-READ-SW              PIC X(01) VALUE 'N'.
001580     88  DV-CTL-READ             VALUE 'Y'.
001590 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001600     88  DV-EOF                  VALUE 'Y'.
001610 01  DV-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001620     88  DV-SORT-EOF             VALUE 'Y'.
001630*----------------------------------------------------------
001640* RUN CONTROL - FROM THE ADRCCTL CONTROL RECORD. A ZERO OR
001650* MISSING WINDOW DEFAULTS TO 30 CALENDAR DAYS AND A ZERO OR
001660* MISSING BULK THRESHOLD TO 10 CHANGES.
001670*----------------------------------------------------------
001680 01  DV-RUN-DATE                 PIC 9(08).
001690 01  DV-OLD-MSG-ID               PIC 9(02) VALUE ZERO.
001700 01  DV-NEW-MSG-ID               PIC 9(02) VALUE ZERO.
001710 01  DV-WINDOW-DAYS              PIC 9(03) VALUE 30.
001720 01  DV-BULK-COUNT               PIC 9(03) VALUE 10.
001730 01  DV-AGE-DATE                 PIC 9(08) VALUE ZERO.
001740 01  DV-AGE-DAYS                 PIC S9(08) VALUE ZERO.
001750 01  DV-AGE-IN-WINDOW-SW         PIC X(01) VALUE 'N'.
001760     88  DV-AGE-IN-WINDOW        VALUE 'Y'.
001765     88  DV-AGE-DATE-BAD         VALUE 'X'.
001770*----------------------------------------------------------
001780* DVREFAUD POSITION - THE FILE ONLY EVER GROWS, SO THE COUNT
001790* OF RECORDS A RUN HAS READ MARKS EXACTLY WHERE THE NEXT RUN
001800* PICKS UP. IT IS KEPT IN THE LAST KEY OF THE ADDRCONF ROW
001810* ON DVCHKPT; A CHANGE AT OR BELOW THE POSITION WAS
001820* CONFIRMED BY AN EARLIER RUN AND COUNTS ONLY FOR REVIEW.
001825* WITH NO POSITION YET, ONLY CHANGES IN THE WINDOW ARE NEW.
001830*----------------------------------------------------------
001840 01  DV-CHKPT-PROGRAM           PIC X(12) VALUE 'ADDRCONF'.
001850 01  DV-HWM-DATA.
001860     05  DV-HWM-SEQ              PIC 9(11) VALUE ZERO.
001870     05  FILLER                  PIC X(09) VALUE SPACES.
001880 01  DV-AUDIT-SEQ                PIC 9(11) VALUE ZERO.
001883 01  DV-HWM-FOUND-SW             PIC X(01) VALUE 'N'.
001886     88  DV-HWM-FOUND            VALUE 'Y'.
001890*----------------------------------------------------------
001900* RESOLVED TEMPLATES - ENTRY 1 IS THE PRIOR-ADDRESS LETTER,
001910* ENTRY 2 THE NEW-ADDRESS LETTER, EACH LOADED ONCE PER RUN
001920* WITH EVERY SEGMENT OF ITS EFFECTIVE DVMSGMST TEMPLATE.
001930*----------------------------------------------------------
001940 01  DV-TPL-SUB                  PIC 9(01) COMP.
001950 01  DV-TPL-SEG-IDX              PIC 9(02) COMP.
001960 01  DV-TPL-MAX-SEGS             PIC 9(02) COMP VALUE 20.
001970 01  DV-TPL-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
001980     88  DV-TPL-SCAN-DONE        VALUE 'Y'.
001990     88  DV-TPL-SCAN-NOT-DONE    VALUE 'N'.
002000 01  DV-TPL-TABLE.
002010     05  DV-TPL-ENTRY            OCCURS 2 TIMES.
002020         10  DV-TPL-MSG-ID       PIC 9(02).
002030         10  DV-TPL-EFF-DATE     PIC 9(08).
002040         10  DV-TPL-SEG-COUNT    PIC 9(02) COMP.
002050         10  DV-TPL-SEGMENT      OCCURS 20 TIMES
002060                                 PIC X(120).
002070 01  DV-TPL-TEXT                 PIC X(120).
002080*----------------------------------------------------------
002090* TOKEN SUBSTITUTION WORK AREA - THE SAME LEFT-TO-RIGHT SCAN
002100* DVNOTGEN USES. A LINE THAT OUTGROWS 120 BYTES IS
002110* TRUNCATED AT 120.
002120*----------------------------------------------------------
002130 01  DV-OUT-TEXT                 PIC X(120).
002140 01  DV-TPL-POS                  PIC 9(03) COMP.
002150 01  DV-OUT-POS                  PIC 9(03) COMP.
002160 01  DV-VAL-TEXT                 PIC X(40).
002170 01  DV-VAL-LEN                  PIC 9(03) COMP.
002180 01  DV-VAL-POS                  PIC 9(03) COMP.
002190 01  DV-TOK-LEN                  PIC 9(02) COMP.
002200*----------------------------------------------------------
002210* TOKEN VALUE WORK AREA - THE NAME AND ADDRESS OF THE
002220* LETTER BEING BUILT, LAID OUT AS BYTES 10-130 OF THE
002230* ACCTMST IMAGE SO EITHER IMAGE MOVES IN WHOLE.
002240*----------------------------------------------------------
002250 01  DV-LTR-MSG-ID               PIC 9(02).
002260 01  DV-LTR-ACCOUNT-NO           PIC 9(09).
002270 01  DV-LTR-DATE                 PIC 9(08).
002280 01  DV-LTR-NAME-ADDR.
002290     05  DV-LTR-NAME             PIC X(30).
002300     05  DV-LTR-ADDRESS.
002310         10  DV-LTR-ADDR1        PIC X(30).
002320         10  DV-LTR-ADDR2        PIC X(30).
002330         10  DV-LTR-CITY         PIC X(20).
002340         10  DV-LTR-STATE        PIC X(02).
002350         10  DV-LTR-ZIP          PIC X(09).
002360 01  DV-LTR-CITYST               PIC X(34).
002370*----------------------------------------------------------
002380* ACCOUNT CONTROL BREAK - THE SORT RUNS BY ACCOUNT, THEN
002390* OPERATOR, THEN DVREFAUD POSITION. THE ACCOUNT'S NEW
002400* CHANGES MAY SIT UNDER DIFFERENT OPERATORS, SO THE
002410* EARLIEST AND LATEST ARE FOUND BY POSITION.
002420*----------------------------------------------------------
002430 01  DV-ACC-OPEN-SW              PIC X(01) VALUE 'N'.
002440     88  DV-ACC-OPEN             VALUE 'Y'.
002450 01  DV-ACC-ACCOUNT-NO           PIC 9(09) VALUE ZERO.
002460 01  DV-ACC-NEW-COUNT            PIC 9(05) VALUE ZERO.
002470 01  DV-ACC-FIRST-SEQ            PIC 9(11) VALUE ZERO.
002480 01  DV-ACC-LAST-SEQ             PIC 9(11) VALUE ZERO.
002490 01  DV-ACC-LAST-DATE            PIC 9(08) VALUE ZERO.
002500 01  DV-ACC-OLD-NAME-ADDR        PIC X(121).
002510 01  DV-ACC-NEW-NAME-ADDR        PIC X(121).
002520*----------------------------------------------------------
002530* OPERATOR GROUP WITHIN THE ACCOUNT - TWO OR MORE CHANGES BY
002540* ONE OPERATOR TO ONE ACCOUNT INSIDE THE WINDOW, ONE OF THEM
002550* NEW, IS A REPEAT FOR REVIEW.
002560*----------------------------------------------------------
002570 01  DV-GRP-OPEN-SW              PIC X(01) VALUE 'N'.
002580     88  DV-GRP-OPEN             VALUE 'Y'.
002590 01  DV-GRP-OPERATOR-ID         PIC X(08).
002600 01  DV-GRP-COUNT                PIC 9(05) VALUE ZERO.
002610 01  DV-GRP-NEW-COUNT            PIC 9(05) VALUE ZERO.
002620 01  DV-GRP-FIRST-DATE           PIC 9(08) VALUE ZERO.
002630 01  DV-GRP-LAST-DATE            PIC 9(08) VALUE ZERO.
002640 01  DV-GRP-NAME                 PIC X(30).
002650*----------------------------------------------------------
002660* OPERATOR TABLE - THE NEW CHANGES EACH OPERATOR MADE, FOR
002670* THE BULK TEST. AN OPERATOR ARRIVING AFTER THE TABLE IS
002680* FULL IS WARNED AND NOT TESTED.
002690*----------------------------------------------------------
002700 01  DV-OPR-COUNT                PIC 9(03) COMP VALUE ZERO.
002710 01  DV-OPR-IDX                  PIC 9(03) COMP.
002720 01  DV-OPR-MAX                  PIC 9(03) COMP VALUE 200.
002730 01  DV-OPR-FULL-SW              PIC X(01) VALUE 'N'.
002740     88  DV-OPR-TABLE-FULL       VALUE 'Y'.
002750 01  DV-OPR-FOUND-SW             PIC X(01) VALUE 'N'.
002760     88  DV-OPR-FOUND            VALUE 'Y'.
002770 01  DV-OPR-TABLE.
002780     05  DV-OPR-ENTRY            OCCURS 200 TIMES.
002790         10  DV-OPR-ID           PIC X(08).
002800         10  DV-OPR-CHANGES      PIC 9(07).
002810         10  DV-OPR-FIRST-DATE   PIC 9(08).
002820         10  DV-OPR-LAST-DATE    PIC 9(08).
002830*----------------------------------------------------------
002840* RUN-END SUMMARY COUNTERS
002850*----------------------------------------------------------
002860 01  DV-READ-COUNT               PIC 9(09) VALUE ZERO.
002870 01  DV-WINDOW-COUNT             PIC 9(07) VALUE ZERO.
002880 01  DV-NEW-COUNT                PIC 9(07) VALUE ZERO.
002890 01  DV-ACCOUNT-COUNT            PIC 9(07) VALUE ZERO.
002900 01  DV-LETTER-COUNT             PIC 9(07) VALUE ZERO.
002910 01  DV-LINE-OUT-COUNT           PIC 9(09) VALUE ZERO.
002920 01  DV-NO-PRIOR-COUNT           PIC 9(07) VALUE ZERO.
002930 01  DV-REVIEW-COUNT             PIC 9(07) VALUE ZERO.
002935 01  DV-BAD-DATE-COUNT           PIC 9(07) VALUE ZERO.
002940*----------------------------------------------------------
002950* FRAUD REVIEW REPORT
002960*----------------------------------------------------------
002970 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
002980 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
002990 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
003000 01  DV-HEADER-LINE-1.
003010     05  FILLER                  PIC X(34)
003020             VALUE 'ADDRESS CHANGE FRAUD REVIEW'.
003030     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
003040     05  DV-HDR-RUN-DATE         PIC 9(08).
003050     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
003060     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
003070 01  DV-HEADER-LINE-2.
003080     05  FILLER                  PIC X(15)
003085             VALUE 'WINDOW (DAYS): '.
003090     05  DV-HDR-WINDOW-DAYS      PIC ZZ9.
003100     05  FILLER                  PIC X(20)
003110             VALUE '   BULK THRESHOLD: '.
003120     05  DV-HDR-BULK-COUNT       PIC ZZ9.
003130 01  DV-HEADER-LINE-3.
003140     05  FILLER                  PIC X(10) VALUE 'REVIEW'.
003150     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
003160     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
003170     05  FILLER                  PIC X(09) VALUE 'CHANGES'.
003180     05  FILLER                  PIC X(10) VALUE 'FIRST'.
003190     05  FILLER                  PIC X(10) VALUE 'LAST'.
003200     05  FILLER                  PIC X(30) VALUE 'CUSTOMER'.
003210 01  DV-DETAIL-LINE.
003220     05  DV-DTL-REVIEW           PIC X(08).
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  DV-DTL-OPERATOR-ID      PIC X(08).
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  DV-DTL-ACCOUNT-NO       PIC X(09).
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  DV-DTL-CHANGES          PIC ZZZZZZ9.
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  DV-DTL-FIRST-DATE       PIC 9(08).
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  DV-DTL-LAST-DATE        PIC 9(08).
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  DV-DTL-CUSTOMER-NAME    PIC X(30).
003350*----------------------------------------------------------
003360* SHARED DATE SERVICE PARAMETER AREA
003370*----------------------------------------------------------
003380 COPY DVDATPRM.
003390*----------------------------------------------------------
003400 PROCEDURE DIVISION.
003410*----------------------------------------------------------
003420* 0000-MAINLINE  -  THE SORT GATHERS THE NEW AND IN-WINDOW
003430* ADDRESS CHANGES BY ACCOUNT AND OPERATOR; ITS OUTPUT PROCEDURE
003440* WRITES THE LETTERS AND THE REPEAT LINES, AND THE BULK
003450* LINES FOLLOW FROM THE OPERATOR TABLE.
003460*----------------------------------------------------------
003470 0000-MAINLINE.
003480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003490     SORT SORTADR
003500         ON ASCENDING KEY SA-ACCOUNT-NO
003510                          SA-OPERATOR-ID
003520                          SA-AUDIT-SEQ
003530         INPUT PROCEDURE 2000-SELECT-CHANGES THRU 2000-EXIT
003540         OUTPUT PROCEDURE 3000-CONFIRM-CHANGES THRU 3000-EXIT.
003550     PERFORM 5000-REPORT-BULK THRU 5000-EXIT
003560         VARYING DV-OPR-IDX FROM 1 BY 1
003570             UNTIL DV-OPR-IDX > DV-OPR-COUNT.
003580     PERFORM 7500-DISPLAY-TOTALS THRU 7500-EXIT.
003590     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
003600     GOBACK.
003610*----------------------------------------------------------
003620* 1000-INITIALIZE  -  READS THE CONTROL RECORD, RESOLVES
003630* BOTH TEMPLATES, PICKS UP THE DVREFAUD POSITION AND OPENS
003640* THE OUTPUTS. WITH NO CONTROL RECORD THE STEP WRITES
003650* NOTHING AND LEAVES THE POSITION WHERE IT WAS, SO THE
003660* CHANGES WAIT FOR THE FIRST CONFIGURED RUN.
003670*----------------------------------------------------------
003680 1000-INITIALIZE.
003690     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
003700     OPEN INPUT ADRCCTL.
003710     IF DV-ADRCCTL-OK
003720         READ ADRCCTL
003730             AT END
003740                 CONTINUE
003750             NOT AT END
003760                 SET DV-CTL-READ TO TRUE
003770         END-READ
003780         CLOSE ADRCCTL
003790     END-IF.
003800     IF NOT DV-CTL-READ
003810         DISPLAY 'ADDRCONF - NO ADRCCTL CONTROL RECORD - NO '
003820             'LETTERS WRITTEN'
003830         MOVE 4 TO RETURN-CODE
003840         GOBACK
003850     END-IF.
003860     IF AC-OLD-MSG-ID NOT NUMERIC OR AC-OLD-MSG-ID = ZERO OR
003870        AC-NEW-MSG-ID NOT NUMERIC OR AC-NEW-MSG-ID = ZERO
003880         DISPLAY 'ADDRCONF - INVALID MESSAGE IDS ON ADRCCTL - '
003890             ADRCCTL-REC (1:4)
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     MOVE AC-OLD-MSG-ID TO DV-OLD-MSG-ID.
003940     MOVE AC-NEW-MSG-ID TO DV-NEW-MSG-ID.
003950     IF AC-WINDOW-DAYS IS NUMERIC AND AC-WINDOW-DAYS > ZERO
003960         MOVE AC-WINDOW-DAYS TO DV-WINDOW-DAYS
003970     END-IF.
003980     IF AC-BULK-COUNT IS NUMERIC AND AC-BULK-COUNT > ZERO
003990         MOVE AC-BULK-COUNT TO DV-BULK-COUNT
004000     END-IF.
004010     OPEN INPUT DVMSGMST.
004020     IF NOT DV-MSGMST-OK
004030         DISPLAY 'ADDRCONF - OPEN FAILED FOR DVMSGMST - '
004040             DV-MSGMST-STATUS
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080     MOVE DV-OLD-MSG-ID TO DV-TPL-MSG-ID (1).
004090     MOVE DV-NEW-MSG-ID TO DV-TPL-MSG-ID (2).
004100     PERFORM 1100-RESOLVE-TEMPLATE THRU 1100-EXIT
004110         VARYING DV-TPL-SUB FROM 1 BY 1
004120             UNTIL DV-TPL-SUB > 2.
004130     CLOSE DVMSGMST.
004140     OPEN I-O DVCHKPT.
004150     IF DV-CHKPT-NOT-FOUND
004160         OPEN OUTPUT DVCHKPT
004170         CLOSE DVCHKPT
004180         OPEN I-O DVCHKPT
004190     END-IF.
004200     IF NOT DV-CHKPT-OK
004210         DISPLAY 'ADDRCONF - OPEN FAILED FOR DVCHKPT - '
004220             DV-CHKPT-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     PERFORM 1200-READ-POSITION THRU 1200-EXIT.
004270     OPEN I-O NTCHIST.
004280     IF DV-NTCHIST-NOT-FOUND
004290         OPEN OUTPUT NTCHIST
004300         CLOSE NTCHIST
004310         OPEN I-O NTCHIST
004320     END-IF.
004330     IF DV-NTCHIST-OK
004340         SET DV-NTCHIST-AVAILABLE TO TRUE
004350     ELSE
004360         DISPLAY 'ADDRCONF - NTCHIST UNAVAILABLE - LETTERS '
004370             'UNRECORDED'
004380     END-IF.
004390     OPEN OUTPUT ADRLTRS.
004400     IF NOT DV-ADRLTRS-OK
004410         DISPLAY 'ADDRCONF - OPEN FAILED FOR ADRLTRS - '
004420             DV-ADRLTRS-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460     OPEN OUTPUT ADRFRPT.
004470     IF NOT DV-ADRFRPT-OK
004480         DISPLAY 'ADDRCONF - OPEN FAILED FOR ADRFRPT - '
004490             DV-ADRFRPT-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530 1000-EXIT.
004540     EXIT.
004550*----------------------------------------------------------
004560* 1100-RESOLVE-TEMPLATE  -  THE HIGHEST EFFECTIVE-DATE
004570* TEMPLATE FOR THE ENTRY'S MESSAGE ID NOT LATER THAN THE RUN
004580* DATE, FOUND AND LOADED THE WAY DVNOTGEN DOES. A LETTER
004590* HAS NO ONE-LINE COMPILED-IN FALLBACK, SO A MESSAGE ID WITH
004600* NO TEMPLATE ON THE MASTER STOPS THE RUN.
004610*----------------------------------------------------------
004620 1100-RESOLVE-TEMPLATE.
004630     MOVE ZERO TO DV-TPL-SEG-COUNT (DV-TPL-SUB).
004640     MOVE ZERO TO DV-TPL-EFF-DATE (DV-TPL-SUB).
004650     PERFORM 1110-LOOKUP-FROM-MASTER THRU 1110-EXIT.
004660     IF DV-TPL-SEG-COUNT (DV-TPL-SUB) = ZERO
004670         DISPLAY 'ADDRCONF - NO TEMPLATE FOR MESSAGE ID '
004680             DV-TPL-MSG-ID (DV-TPL-SUB)
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004720 1100-EXIT.
004730     EXIT.
004740*----------------------------------------------------------
004750* 1110-LOOKUP-FROM-MASTER  -  START <= ON (MSG-ID, RUN DATE,
004760* 99) AND READ NEXT LANDS ON THE EFFECTIVE TEMPLATE; ITS
004770* EFFECTIVE DATE THEN KEYS A FORWARD SCAN OF ITS SEGMENTS.
004780*----------------------------------------------------------
004790 1110-LOOKUP-FROM-MASTER.
004800     MOVE DV-TPL-MSG-ID (DV-TPL-SUB) TO MM-MSG-ID.
004810     MOVE DV-RUN-DATE                TO MM-EFFECTIVE-DATE.
004820     MOVE 99                         TO MM-SEG-NO.
004830     START DVMSGMST KEY IS <= MM-KEY
004840         INVALID KEY
004850             GO TO 1110-EXIT
004860     END-START.
004870     READ DVMSGMST NEXT RECORD
004880         AT END
004890             GO TO 1110-EXIT
004900     END-READ.
004910     IF MM-MSG-ID NOT = DV-TPL-MSG-ID (DV-TPL-SUB)
004920         GO TO 1110-EXIT
004930     END-IF.
004940     MOVE MM-EFFECTIVE-DATE TO DV-TPL-EFF-DATE (DV-TPL-SUB).
004950     MOVE ZERO              TO MM-SEG-NO.
004960     START DVMSGMST KEY IS >= MM-KEY
004970         INVALID KEY
004980             GO TO 1110-EXIT
004990     END-START.
005000     SET DV-TPL-SCAN-NOT-DONE TO TRUE.
005010     PERFORM 1115-LOAD-ONE-SEGMENT THRU 1115-EXIT
005020         UNTIL DV-TPL-SCAN-DONE.
005030 1110-EXIT.
005040     EXIT.
005050*----------------------------------------------------------
005060* 1115-LOAD-ONE-SEGMENT  -  THE SCAN ENDS AT END OF FILE, AT
005070* THE FIRST ROW OF ANOTHER MESSAGE ID OR EFFECTIVE DATE, OR
005080* WHEN THE SEGMENT TABLE IS FULL.
005090*----------------------------------------------------------
005100 1115-LOAD-ONE-SEGMENT.
005110     READ DVMSGMST NEXT RECORD
005120         AT END
005130             SET DV-TPL-SCAN-DONE TO TRUE
005140             GO TO 1115-EXIT
005150     END-READ.
005160     IF MM-MSG-ID NOT = DV-TPL-MSG-ID (DV-TPL-SUB) OR
005170        MM-EFFECTIVE-DATE NOT = DV-TPL-EFF-DATE (DV-TPL-SUB)
005180         SET DV-TPL-SCAN-DONE TO TRUE
005190         GO TO 1115-EXIT
005200     END-IF.
005210     IF DV-TPL-SEG-COUNT (DV-TPL-SUB) >= DV-TPL-MAX-SEGS
005220         DISPLAY 'ADDRCONF - TEMPLATE ' MM-MSG-ID ' EXCEEDS '
005230             DV-TPL-MAX-SEGS ' SEGMENTS - REMAINDER IGNORED'
005240         SET DV-TPL-SCAN-DONE TO TRUE
005250         GO TO 1115-EXIT
005260     END-IF.
005270     ADD 1 TO DV-TPL-SEG-COUNT (DV-TPL-SUB).
005280     MOVE MM-MSG-TEXT TO DV-TPL-SEGMENT (DV-TPL-SUB,
005290         DV-TPL-SEG-COUNT (DV-TPL-SUB)).
005300 1115-EXIT.
005310     EXIT.
005320*----------------------------------------------------------
005330* 1200-READ-POSITION  -  THE DVREFAUD POSITION THE LAST
005340* CLEAN RUN REACHED. NO ROW MEANS THE FIRST RUN, WHICH
005350* CONFIRMS EVERY CHANGE STILL INSIDE THE WINDOW.
005360*----------------------------------------------------------
005370 1200-READ-POSITION.
005380     MOVE DV-CHKPT-PROGRAM TO CHKPT-PROGRAM-ID.
005390     READ DVCHKPT
005400         INVALID KEY
005410             DISPLAY 'ADDRCONF - NO PRIOR POSITION ON DVCHKPT '
005420                 '- CONFIRMING EVERY CHANGE IN THE WINDOW'
005430             GO TO 1200-EXIT
005440     END-READ.
005450     IF CHKPT-LAST-KEY (1:11) IS NUMERIC
005460         MOVE CHKPT-LAST-KEY (1:11) TO DV-HWM-SEQ
005465         SET DV-HWM-FOUND TO TRUE
005470     ELSE
005480         DISPLAY 'ADDRCONF - UNREADABLE POSITION ON DVCHKPT - '
005490             CHKPT-LAST-KEY ' - CONFIRMING EVERY CHANGE IN '
005500             'THE WINDOW'
005510     END-IF.
005520 1200-EXIT.
005530     EXIT.
005540*----------------------------------------------------------
005550* 2000-SELECT-CHANGES  -  SORT INPUT PROCEDURE. RELEASES
005560* EVERY ACCTMST CHANGE ON DVREFAUD THAT ALTERED THE MAILING
005570* ADDRESS BLOCK AND IS EITHER NEW (PAST THE LAST RUN'S
005580* POSITION) OR INSIDE THE WINDOW.
005590*----------------------------------------------------------
005600 2000-SELECT-CHANGES.
005610     OPEN INPUT DVREFAUD.
005620     IF NOT DV-REFAUD-OK
005630         DISPLAY 'ADDRCONF - OPEN FAILED FOR DVREFAUD - '
005640             DV-REFAUD-STATUS
005650         MOVE 16 TO RETURN-CODE
005660         STOP RUN
005670     END-IF.
005680     PERFORM 2100-READ-ONE-AUDIT THRU 2100-EXIT
005690         UNTIL DV-EOF.
005700     CLOSE DVREFAUD.
005710 2000-EXIT.
005720     EXIT.
005730*----------------------------------------------------------
005740* 2100-READ-ONE-AUDIT  -  EVERY ADDRESS CHANGE PAST THE SAVED
005742* POSITION IS RELEASED WHATEVER ITS AGE, SO A SKIPPED CYCLE
005744* LOSES NONE. AN ALREADY-CONFIRMED CHANGE IS KEPT ONLY WHILE
005746* IT IS IN THE WINDOW, FOR THE REPEAT TEST. WITH NO POSITION
005748* SAVED YET, OLDER HISTORY COUNTS AS ALREADY CONFIRMED.
005750*----------------------------------------------------------
005760 2100-READ-ONE-AUDIT.
005770     READ DVREFAUD
005780         AT END
005790             SET DV-EOF TO TRUE
005800             GO TO 2100-EXIT
005810     END-READ.
005820     ADD 1 TO DV-READ-COUNT.
005830     ADD 1 TO DV-AUDIT-SEQ.
005840     IF RA-FILE-ID NOT = 'ACCTMST' OR NOT RA-ACTION-CHANGE
005850         GO TO 2100-EXIT
005860     END-IF.
005870     IF RA-BEFORE-ADDRESS = RA-AFTER-ADDRESS
005880         GO TO 2100-EXIT
005890     END-IF.
005900     IF RA-RECORD-KEY (1:9) IS NOT NUMERIC
005910         GO TO 2100-EXIT
005920     END-IF.
005930     PERFORM 2200-CHECK-WINDOW THRU 2200-EXIT.
005931     MOVE 'N' TO SA-NEW-SW.
005932     IF DV-AUDIT-SEQ > DV-HWM-SEQ
005933         IF DV-AGE-DATE-BAD
005934             ADD 1 TO DV-BAD-DATE-COUNT
005935             DISPLAY 'ADDRCONF - CHANGE DATE ' RA-CHANGE-DATE
005936                 ' NOT VALID FOR ACCOUNT ' RA-RECORD-KEY (1:9)
005937                 ' - AGE NOT KNOWN'
005938         END-IF
005939         IF DV-HWM-FOUND OR DV-AGE-IN-WINDOW
005940             SET SA-NEW-CHANGE TO TRUE
005941         END-IF
005942     END-IF.
005943     IF NOT SA-NEW-CHANGE AND NOT DV-AGE-IN-WINDOW
005950         GO TO 2100-EXIT
005960     END-IF.
005965     IF DV-AGE-IN-WINDOW
005970         ADD 1 TO DV-WINDOW-COUNT
005975     END-IF.
005980     MOVE RA-RECORD-KEY (1:9)  TO SA-ACCOUNT-NO.
005990     MOVE RA-OPERATOR-ID       TO SA-OPERATOR-ID.
006000     MOVE DV-AUDIT-SEQ         TO SA-AUDIT-SEQ.
006010     MOVE RA-CHANGE-DATE       TO SA-CHANGE-DATE.
006020     MOVE RA-BEFORE-NAME-ADDR  TO SA-BEFORE-NAME-ADDR.
006030     MOVE RA-AFTER-NAME-ADDR   TO SA-AFTER-NAME-ADDR.
006050     IF SA-NEW-CHANGE
006070         ADD 1 TO DV-NEW-COUNT
006080         PERFORM 2300-COUNT-OPERATOR THRU 2300-EXIT
006090     END-IF.
006100     RELEASE SA-REC.
006110 2100-EXIT.
006120     EXIT.
006130*----------------------------------------------------------
006140* 2200-CHECK-WINDOW  -  CALENDAR DAYS FROM THE CHANGE TO THE
006150* RUN DATE PER DVDATSRV. THE AUDIT IS WRITTEN IN DATE ORDER,
006160* SO THE ANSWER IS KEPT UNTIL THE CHANGE DATE MOVES ON. A
006165* DATE DVDATSRV REFUSES IS MARKED BAD.
006170*----------------------------------------------------------
006180 2200-CHECK-WINDOW.
006190     IF RA-CHANGE-DATE = DV-AGE-DATE
006200         GO TO 2200-EXIT
006210     END-IF.
006220     MOVE RA-CHANGE-DATE TO DV-AGE-DATE.
006230     MOVE 'N' TO DV-AGE-IN-WINDOW-SW.
006240     SET DVDAT-FUNC-DAY-DIFF TO TRUE.
006250     MOVE RA-CHANGE-DATE TO DVDAT-INPUT-DATE.
006260     MOVE DV-RUN-DATE    TO DVDAT-INPUT-DATE-2.
006270     CALL 'DVDATSRV' USING DVDAT-PARM.
006280     IF NOT DVDAT-RC-OK
006285         SET DV-AGE-DATE-BAD TO TRUE
006290         GO TO 2200-EXIT
006300     END-IF.
006310     MOVE DVDAT-DAY-DIFFERENCE TO DV-AGE-DAYS.
006320     IF DV-AGE-DAYS >= ZERO AND DV-AGE-DAYS <= DV-WINDOW-DAYS
006330         SET DV-AGE-IN-WINDOW TO TRUE
006340     END-IF.
006350 2200-EXIT.
006360     EXIT.
006370*----------------------------------------------------------
006380* 2300-COUNT-OPERATOR  -  ONE MORE NEW CHANGE FOR THE
006390* OPERATOR, FOR THE BULK TEST.
006400*----------------------------------------------------------
006410 2300-COUNT-OPERATOR.
006420     MOVE 'N' TO DV-OPR-FOUND-SW.
006430     PERFORM 2310-FIND-OPERATOR THRU 2310-EXIT
006440         VARYING DV-OPR-IDX FROM 1 BY 1
006450             UNTIL DV-OPR-IDX > DV-OPR-COUNT OR DV-OPR-FOUND.
006460     IF DV-OPR-FOUND
006470         SUBTRACT 1 FROM DV-OPR-IDX
006480         ADD 1 TO DV-OPR-CHANGES (DV-OPR-IDX)
006490         MOVE RA-CHANGE-DATE TO DV-OPR-LAST-DATE (DV-OPR-IDX)
006500         GO TO 2300-EXIT
006510     END-IF.
006520     IF DV-OPR-COUNT >= DV-OPR-MAX
006530         IF NOT DV-OPR-TABLE-FULL
006540             DISPLAY 'ADDRCONF - MORE THAN ' DV-OPR-MAX
006550                 ' OPERATORS - LATER OPERATORS NOT BULK-TESTED'
006560             SET DV-OPR-TABLE-FULL TO TRUE
006570         END-IF
006580         GO TO 2300-EXIT
006590     END-IF.
006600     ADD 1 TO DV-OPR-COUNT.
006610     MOVE RA-OPERATOR-ID TO DV-OPR-ID (DV-OPR-COUNT).
006620     MOVE 1              TO DV-OPR-CHANGES (DV-OPR-COUNT).
006630     MOVE RA-CHANGE-DATE TO DV-OPR-FIRST-DATE (DV-OPR-COUNT).
006640     MOVE RA-CHANGE-DATE TO DV-OPR-LAST-DATE (DV-OPR-COUNT).
006650 2300-EXIT.
006660     EXIT.
006670*----------------------------------------------------------
006680* 2310-FIND-OPERATOR
006690*----------------------------------------------------------
006700 2310-FIND-OPERATOR.
006710     IF DV-OPR-ID (DV-OPR-IDX) = RA-OPERATOR-ID
006720         SET DV-OPR-FOUND TO TRUE
006730     END-IF.
006740 2310-EXIT.
006750     EXIT.
006760*----------------------------------------------------------
006770* 3000-CONFIRM-CHANGES  -  SORT OUTPUT PROCEDURE. BREAKS ON
006780* OPERATOR WITHIN ACCOUNT FOR THE REPEAT TEST AND ON
006790* ACCOUNT FOR THE LETTERS.
006800*----------------------------------------------------------
006810 3000-CONFIRM-CHANGES.
006820     MOVE 'N' TO DV-SORT-EOF-SW.
006830     PERFORM 3100-RETURN-ONE-CHANGE THRU 3100-EXIT
006840         UNTIL DV-SORT-EOF.
006850     IF DV-ACC-OPEN
006860         PERFORM 3300-CLOSE-ACCOUNT THRU 3300-EXIT
006870     END-IF.
006880 3000-EXIT.
006890     EXIT.
006900*----------------------------------------------------------
006910* 3100-RETURN-ONE-CHANGE
006920*----------------------------------------------------------
006930 3100-RETURN-ONE-CHANGE.
006940     RETURN SORTADR
006950         AT END
006960             SET DV-SORT-EOF TO TRUE
006970             GO TO 3100-EXIT
006980     END-RETURN.
006990     IF DV-ACC-OPEN AND SA-ACCOUNT-NO NOT = DV-ACC-ACCOUNT-NO
007000         PERFORM 3300-CLOSE-ACCOUNT THRU 3300-EXIT
007010     END-IF.
007020     IF DV-GRP-OPEN AND SA-OPERATOR-ID NOT = DV-GRP-OPERATOR-ID
007030         PERFORM 3200-CLOSE-OPERATOR THRU 3200-EXIT
007040     END-IF.
007050     IF NOT DV-ACC-OPEN
007060         SET DV-ACC-OPEN TO TRUE
007070         MOVE SA-ACCOUNT-NO TO DV-ACC-ACCOUNT-NO
007080         MOVE ZERO TO DV-ACC-NEW-COUNT
007090         MOVE 99999999999 TO DV-ACC-FIRST-SEQ
007100         MOVE ZERO TO DV-ACC-LAST-SEQ
007110     END-IF.
007120     IF NOT DV-GRP-OPEN
007130         SET DV-GRP-OPEN TO TRUE
007140         MOVE SA-OPERATOR-ID TO DV-GRP-OPERATOR-ID
007150         MOVE ZERO TO DV-GRP-COUNT
007160         MOVE ZERO TO DV-GRP-NEW-COUNT
007170         MOVE SA-CHANGE-DATE TO DV-GRP-FIRST-DATE
007180     END-IF.
007190     ADD 1 TO DV-GRP-COUNT.
007200     MOVE SA-CHANGE-DATE TO DV-GRP-LAST-DATE.
007210     MOVE SA-AFTER-NAME-ADDR (1:30) TO DV-GRP-NAME.
007220     IF NOT SA-NEW-CHANGE
007230         GO TO 3100-EXIT
007240     END-IF.
007250     ADD 1 TO DV-GRP-NEW-COUNT.
007260     ADD 1 TO DV-ACC-NEW-COUNT.
007270     IF SA-AUDIT-SEQ < DV-ACC-FIRST-SEQ
007280         MOVE SA-AUDIT-SEQ TO DV-ACC-FIRST-SEQ
007290         MOVE SA-BEFORE-NAME-ADDR TO DV-ACC-OLD-NAME-ADDR
007300     END-IF.
007310     IF SA-AUDIT-SEQ > DV-ACC-LAST-SEQ
007320         MOVE SA-AUDIT-SEQ TO DV-ACC-LAST-SEQ
007330         MOVE SA-AFTER-NAME-ADDR TO DV-ACC-NEW-NAME-ADDR
007340         MOVE SA-CHANGE-DATE TO DV-ACC-LAST-DATE
007350     END-IF.
007360 3100-EXIT.
007370     EXIT.
007380*----------------------------------------------------------
007390* 3200-CLOSE-OPERATOR  -  ONE OPERATOR'S CHANGES TO ONE
007400* ACCOUNT. MORE THAN ONE INSIDE THE WINDOW, AT LEAST ONE OF
007410* THEM NEW, GOES ON THE REPORT AS A REPEAT.
007420*----------------------------------------------------------
007430 3200-CLOSE-OPERATOR.
007440     MOVE 'N' TO DV-GRP-OPEN-SW.
007450     IF DV-GRP-COUNT < 2 OR DV-GRP-NEW-COUNT = ZERO
007460         GO TO 3200-EXIT
007470     END-IF.
007480     MOVE 'REPEAT'           TO DV-DTL-REVIEW.
007490     MOVE DV-GRP-OPERATOR-ID TO DV-DTL-OPERATOR-ID.
007500     MOVE DV-ACC-ACCOUNT-NO  TO DV-DTL-ACCOUNT-NO.
007510     MOVE DV-GRP-COUNT       TO DV-DTL-CHANGES.
007520     MOVE DV-GRP-FIRST-DATE  TO DV-DTL-FIRST-DATE.
007530     MOVE DV-GRP-LAST-DATE   TO DV-DTL-LAST-DATE.
007540     MOVE DV-GRP-NAME        TO DV-DTL-CUSTOMER-NAME.
007550     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
007560 3200-EXIT.
007570     EXIT.
007580*----------------------------------------------------------
007590* 3300-CLOSE-ACCOUNT  -  AN ACCOUNT WITH NEW CHANGES GETS
007600* ITS PAIR OF LETTERS.
007610*----------------------------------------------------------
007620 3300-CLOSE-ACCOUNT.
007630     IF DV-GRP-OPEN
007640         PERFORM 3200-CLOSE-OPERATOR THRU 3200-EXIT
007650     END-IF.
007660     MOVE 'N' TO DV-ACC-OPEN-SW.
007670     IF DV-ACC-NEW-COUNT = ZERO
007680         GO TO 3300-EXIT
007690     END-IF.
007700     ADD 1 TO DV-ACCOUNT-COUNT.
007710     PERFORM 4000-SEND-CONFIRMATIONS THRU 4000-EXIT.
007720 3300-EXIT.
007730     EXIT.
007740*----------------------------------------------------------
007750* 4000-SEND-CONFIRMATIONS  -  ONE LETTER TO THE ADDRESS THE
007760* ACCOUNT HAD BEFORE ITS FIRST NEW CHANGE, ONE TO THE
007770* ADDRESS AFTER ITS LAST. A PRIOR ADDRESS THAT WAS BLANK
007780* HAS NOWHERE TO GO AND IS ONLY COUNTED.
007790*----------------------------------------------------------
007800 4000-SEND-CONFIRMATIONS.
007810     MOVE DV-ACC-ACCOUNT-NO TO DV-LTR-ACCOUNT-NO.
007820     MOVE DV-ACC-LAST-DATE  TO DV-LTR-DATE.
007830     MOVE DV-ACC-OLD-NAME-ADDR TO DV-LTR-NAME-ADDR.
007840     IF DV-LTR-ADDRESS = SPACES
007850         ADD 1 TO DV-NO-PRIOR-COUNT
007860     ELSE
007870         MOVE 1 TO DV-TPL-SUB
007880         PERFORM 4100-WRITE-LETTER THRU 4100-EXIT
007890     END-IF.
007900     MOVE DV-ACC-NEW-NAME-ADDR TO DV-LTR-NAME-ADDR.
007910     MOVE 2 TO DV-TPL-SUB.
007920     PERFORM 4100-WRITE-LETTER THRU 4100-EXIT.
007930 4000-EXIT.
007940     EXIT.
007950*----------------------------------------------------------
007960* 4100-WRITE-LETTER  -  MERGES EVERY SEGMENT OF THE ENTRY'S
007970* TEMPLATE WITH THE LETTER'S NAME AND ADDRESS AND RECORDS
007980* THE LETTER IN NTCHIST.
007990*----------------------------------------------------------
008000 4100-WRITE-LETTER.
008010     MOVE DV-TPL-MSG-ID (DV-TPL-SUB) TO DV-LTR-MSG-ID.
008020     MOVE SPACES TO DV-LTR-CITYST.
008030     STRING DV-LTR-CITY  DELIMITED BY '  '
008040            ', '         DELIMITED BY SIZE
008050            DV-LTR-STATE DELIMITED BY SIZE
008060            ' '          DELIMITED BY SIZE
008070            DV-LTR-ZIP   DELIMITED BY '  '
008080         INTO DV-LTR-CITYST.
008090     PERFORM 7050-BUILD-ONE-SEGMENT THRU 7050-EXIT
008100         VARYING DV-TPL-SEG-IDX FROM 1 BY 1
008110             UNTIL DV-TPL-SEG-IDX > DV-TPL-SEG-COUNT (DV-TPL-SUB).
008120     ADD 1 TO DV-LETTER-COUNT.
008130     PERFORM 4200-RECORD-NOTICE-HISTORY THRU 4200-EXIT.
008140 4100-EXIT.
008150     EXIT.
008160*----------------------------------------------------------
008170* 4200-RECORD-NOTICE-HISTORY
008180*----------------------------------------------------------
008190 4200-RECORD-NOTICE-HISTORY.
008200     IF NOT DV-NTCHIST-AVAILABLE
008210         GO TO 4200-EXIT
008220     END-IF.
008230     MOVE DV-LTR-ACCOUNT-NO          TO NH-ACCOUNT-NO.
008240     MOVE DV-RUN-DATE                TO NH-RUN-DATE.
008250     MOVE DV-LTR-MSG-ID              TO NH-MSG-ID.
008260     MOVE DV-TPL-EFF-DATE (DV-TPL-SUB) TO NH-TPL-EFF-DATE.
008270     WRITE NTCHIST-REC
008280         INVALID KEY
008290             REWRITE NTCHIST-REC
008300     END-WRITE.
008310 4200-EXIT.
008320     EXIT.
008330*----------------------------------------------------------
008340* 5000-REPORT-BULK  -  AN OPERATOR WHOSE NEW CHANGES REACH
008350* THE BULK THRESHOLD GOES ON THE REPORT.
008360*----------------------------------------------------------
008370 5000-REPORT-BULK.
008380     IF DV-OPR-CHANGES (DV-OPR-IDX) < DV-BULK-COUNT
008390         GO TO 5000-EXIT
008400     END-IF.
008410     MOVE 'BULK'                        TO DV-DTL-REVIEW.
008420     MOVE DV-OPR-ID (DV-OPR-IDX)        TO DV-DTL-OPERATOR-ID.
008430     MOVE SPACES                        TO DV-DTL-ACCOUNT-NO.
008440     MOVE DV-OPR-CHANGES (DV-OPR-IDX)   TO DV-DTL-CHANGES.
008450     MOVE DV-OPR-FIRST-DATE (DV-OPR-IDX) TO DV-DTL-FIRST-DATE.
008460     MOVE DV-OPR-LAST-DATE (DV-OPR-IDX) TO DV-DTL-LAST-DATE.
008470     MOVE SPACES                        TO DV-DTL-CUSTOMER-NAME.
008480     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
008490 5000-EXIT.
008500     EXIT.
008510*----------------------------------------------------------
008520* 6000-PRINT-DETAIL
008530*----------------------------------------------------------
008540 6000-PRINT-DETAIL.
008550     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
008560         PERFORM 6100-PRINT-HEADERS THRU 6100-EXIT
008570     END-IF.
008580     MOVE ' ' TO PRT-CC.
008590     MOVE DV-DETAIL-LINE TO PRT-LINE.
008600     WRITE ADRFRPT-REC.
008610     ADD 1 TO DV-LINE-COUNT.
008620     ADD 1 TO DV-REVIEW-COUNT.
008630 6000-EXIT.
008640     EXIT.
008650*----------------------------------------------------------
008660* 6100-PRINT-HEADERS
008670*----------------------------------------------------------
008680 6100-PRINT-HEADERS.
008690     ADD 1 TO DV-PAGE-NO.
008700     MOVE ZERO TO DV-LINE-COUNT.
008710     MOVE DV-RUN-DATE    TO DV-HDR-RUN-DATE.
008720     MOVE DV-PAGE-NO     TO DV-HDR-PAGE-NO.
008730     MOVE DV-WINDOW-DAYS TO DV-HDR-WINDOW-DAYS.
008740     MOVE DV-BULK-COUNT  TO DV-HDR-BULK-COUNT.
008750     MOVE '1' TO PRT-CC.
008760     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
008770     WRITE ADRFRPT-REC.
008780     MOVE ' ' TO PRT-CC.
008790     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
008800     WRITE ADRFRPT-REC.
008810     MOVE DV-HEADER-LINE-3 TO PRT-LINE.
008820     WRITE ADRFRPT-REC.
008830     ADD 3 TO DV-LINE-COUNT.
008840 6100-EXIT.
008850     EXIT.
008860*----------------------------------------------------------
008870* 7050-BUILD-ONE-SEGMENT  -  SCANS ONE TEMPLATE SEGMENT LEFT
008880* TO RIGHT, COPYING ORDINARY BYTES AND REPLACING EACH
008890* RECOGNIZED TOKEN, AND WRITES THE LETTER LINE.
008900*----------------------------------------------------------
008910 7050-BUILD-ONE-SEGMENT.
008920     MOVE DV-TPL-SEGMENT (DV-TPL-SUB, DV-TPL-SEG-IDX)
008930         TO DV-TPL-TEXT.
008940     MOVE SPACES TO DV-OUT-TEXT.
008950     MOVE 1 TO DV-TPL-POS.
008960     MOVE 1 TO DV-OUT-POS.
008970     PERFORM 7100-COPY-ONE-CHAR THRU 7100-EXIT
008980         UNTIL DV-TPL-POS > 120 OR DV-OUT-POS > 120.
008990     MOVE DV-OUT-TEXT TO ADRLTRS-REC.
009000     WRITE ADRLTRS-REC.
009010     IF NOT DV-ADRLTRS-OK
009020         DISPLAY 'ADDRCONF - WRITE FAILED FOR ADRLTRS - '
009030             DV-ADRLTRS-STATUS
009040         MOVE 16 TO RETURN-CODE
009050         STOP RUN
009060     END-IF.
009070     ADD 1 TO DV-LINE-OUT-COUNT.
009080 7050-EXIT.
009090     EXIT.
009100*----------------------------------------------------------
009110* 7100-COPY-ONE-CHAR  -  ONE TEMPLATE POSITION. AN AMPERSAND
009120* THAT STARTS NO RECOGNIZED TOKEN IS COPIED THROUGH AS AN
009130* ORDINARY BYTE.
009140*----------------------------------------------------------
009150 7100-COPY-ONE-CHAR.
009160     IF DV-TPL-TEXT (DV-TPL-POS:1) NOT = '&'
009170         MOVE DV-TPL-TEXT (DV-TPL-POS:1)
009180             TO DV-OUT-TEXT (DV-OUT-POS:1)
009190         ADD 1 TO DV-TPL-POS
009200         ADD 1 TO DV-OUT-POS
009210         GO TO 7100-EXIT
009220     END-IF.
009230     PERFORM 7200-MATCH-TOKEN THRU 7200-EXIT.
009240     IF DV-TOK-LEN = ZERO
009250         MOVE '&' TO DV-OUT-TEXT (DV-OUT-POS:1)
009260         ADD 1 TO DV-TPL-POS
009270         ADD 1 TO DV-OUT-POS
009280         GO TO 7100-EXIT
009290     END-IF.
009300     ADD DV-TOK-LEN TO DV-TPL-POS.
009310     PERFORM 7300-INSERT-VALUE THRU 7300-EXIT.
009320 7100-EXIT.
009330     EXIT.
009340*----------------------------------------------------------
009350* 7200-MATCH-TOKEN  -  THE NAME, ADDRESS, ACCOUNT AND DATE
009360* TOKENS OF THE DVNOTGEN SET. &DATE IS THE DATE OF THE
009370* LATEST CHANGE BEING CONFIRMED. EACH COMPARE IS GUARDED SO
009380* A TOKEN STARTED TOO CLOSE TO THE END OF THE TEMPLATE
009390* CANNOT REFERENCE PAST BYTE 120.
009400*----------------------------------------------------------
009410 7200-MATCH-TOKEN.
009420     MOVE ZERO TO DV-TOK-LEN.
009430     IF DV-TPL-POS <= 113 AND
009440        DV-TPL-TEXT (DV-TPL-POS:8) = '&ACCOUNT'
009450         MOVE 8 TO DV-TOK-LEN
009460         MOVE DV-LTR-ACCOUNT-NO TO DV-VAL-TEXT
009470         MOVE 9 TO DV-VAL-LEN
009480         GO TO 7200-EXIT
009490     END-IF.
009500     IF DV-TPL-POS <= 116 AND
009510        DV-TPL-TEXT (DV-TPL-POS:5) = '&NAME'
009520         MOVE 5 TO DV-TOK-LEN
009530         MOVE DV-LTR-NAME TO DV-VAL-TEXT
009540         MOVE 30 TO DV-VAL-LEN
009550         PERFORM 7400-TRIM-VALUE THRU 7400-EXIT
009560         GO TO 7200-EXIT
009570     END-IF.
009580     IF DV-TPL-POS <= 115 AND
009590        DV-TPL-TEXT (DV-TPL-POS:6) = '&ADDR1'
009600         MOVE 6 TO DV-TOK-LEN
009610         MOVE DV-LTR-ADDR1 TO DV-VAL-TEXT
009620         MOVE 30 TO DV-VAL-LEN
009630         PERFORM 7400-TRIM-VALUE THRU 7400-EXIT
009640         GO TO 7200-EXIT
009650     END-IF.
009660     IF DV-TPL-POS <= 115 AND
009670        DV-TPL-TEXT (DV-TPL-POS:6) = '&ADDR2'
009680         MOVE 6 TO DV-TOK-LEN
009690         MOVE DV-LTR-ADDR2 TO DV-VAL-TEXT
009700         MOVE 30 TO DV-VAL-LEN
009710         PERFORM 7400-TRIM-VALUE THRU 7400-EXIT
009720         GO TO 7200-EXIT
009730     END-IF.
009740     IF DV-TPL-POS <= 114 AND
009750        DV-TPL-TEXT (DV-TPL-POS:7) = '&CITYST'
009760         MOVE 7 TO DV-TOK-LEN
009770         MOVE DV-LTR-CITYST TO DV-VAL-TEXT
009780         MOVE 34 TO DV-VAL-LEN
009790         PERFORM 7400-TRIM-VALUE THRU 7400-EXIT
009800         GO TO 7200-EXIT
009810     END-IF.
009820     IF DV-TPL-POS <= 116 AND
009830        DV-TPL-TEXT (DV-TPL-POS:5) = '&DATE'
009840         MOVE 5 TO DV-TOK-LEN
009850         MOVE DV-LTR-DATE TO DV-VAL-TEXT
009860         MOVE 8 TO DV-VAL-LEN
009870     END-IF.
009880 7200-EXIT.
009890     EXIT.
009900*----------------------------------------------------------
009910* 7300-INSERT-VALUE  -  COPIES THE REPLACEMENT VALUE INTO
009920* THE LINE, STOPPING AT BYTE 120.
009930*----------------------------------------------------------
009940 7300-INSERT-VALUE.
009950     MOVE 1 TO DV-VAL-POS.
009960     PERFORM 7310-INSERT-ONE-CHAR THRU 7310-EXIT
009970         UNTIL DV-VAL-POS > DV-VAL-LEN OR DV-OUT-POS > 120.
009980 7300-EXIT.
009990     EXIT.
010000*----------------------------------------------------------
010010* 7310-INSERT-ONE-CHAR
010020*----------------------------------------------------------
010030 7310-INSERT-ONE-CHAR.
010040     MOVE DV-VAL-TEXT (DV-VAL-POS:1)
010050         TO DV-OUT-TEXT (DV-OUT-POS:1).
010060     ADD 1 TO DV-VAL-POS.
010070     ADD 1 TO DV-OUT-POS.
010080 7310-EXIT.
010090     EXIT.
010100*----------------------------------------------------------
010110* 7400-TRIM-VALUE  -  SHORTENS DV-VAL-LEN PAST ANY TRAILING
010120* BLANKS.
010130*----------------------------------------------------------
010140 7400-TRIM-VALUE.
010150     PERFORM 7410-TRIM-ONE-BLANK THRU 7410-EXIT
010160         UNTIL DV-VAL-LEN = ZERO
010170            OR DV-VAL-TEXT (DV-VAL-LEN:1) NOT = SPACE.
010180 7400-EXIT.
010190     EXIT.
010200*----------------------------------------------------------
010210* 7410-TRIM-ONE-BLANK
010220*----------------------------------------------------------
010230 7410-TRIM-ONE-BLANK.
010240     SUBTRACT 1 FROM DV-VAL-LEN.
010250 7410-EXIT.
010260     EXIT.
010270*----------------------------------------------------------
010280* 7500-DISPLAY-TOTALS  -  ANY ITEM FOR FRAUD REVIEW, OR A NEW
010290* CHANGE WITH A DATE THAT COULD NOT BE AGED, ENDS THE RUN
010295* WITH A WARNING.
010300*----------------------------------------------------------
010310 7500-DISPLAY-TOTALS.
010320     DISPLAY '========================================'.
010330     DISPLAY 'ADDRCONF - ADDRESS CHANGE CONFIRMATION SUMMARY'.
010340     DISPLAY '  AUDIT RECORDS READ . . . . : '
010350         DV-READ-COUNT.
010360     DISPLAY '  ADDRESS CHANGES IN WINDOW  : '
010370         DV-WINDOW-COUNT.
010380     DISPLAY '  NEW CHANGES CONFIRMED  . . : '
010390         DV-NEW-COUNT.
010400     DISPLAY '  ACCOUNTS CONFIRMED . . . . : '
010410         DV-ACCOUNT-COUNT.
010420     DISPLAY '  LETTERS WRITTEN  . . . . . : '
010430         DV-LETTER-COUNT.
010440     DISPLAY '  LETTER LINES WRITTEN . . . : '
010450         DV-LINE-OUT-COUNT.
010460     DISPLAY '  NO PRIOR ADDRESS ON FILE . : '
010470         DV-NO-PRIOR-COUNT.
010480     DISPLAY '  ITEMS FOR FRAUD REVIEW . . : '
010490         DV-REVIEW-COUNT.
010493     DISPLAY '  NEW CHANGES WITH BAD DATE  : '
010496         DV-BAD-DATE-COUNT.
010500     DISPLAY '========================================'.
010510     IF DV-AUDIT-SEQ < DV-HWM-SEQ
010520         DISPLAY 'ADDRCONF - DVREFAUD HOLDS FEWER RECORDS THAN '
010530             'THE LAST RUN READ - CHECK FOR A REPLACED FILE'
010540         IF RETURN-CODE < 4
010550             MOVE 4 TO RETURN-CODE
010560         END-IF
010562     END-IF.
010564     IF DV-BAD-DATE-COUNT > ZERO AND RETURN-CODE < 4
010566         MOVE 4 TO RETURN-CODE
010570     END-IF.
010580     IF DV-REVIEW-COUNT > ZERO AND RETURN-CODE < 4
010590         MOVE 4 TO RETURN-CODE
010600     END-IF.
010610 7500-EXIT.
010620     EXIT.
010630*----------------------------------------------------------
010640* 8000-CLOSE-FILES  -  THE NEW POSITION IS SAVED ONLY ONCE
010650* EVERY LETTER IS WRITTEN, SO A RUN THAT ABENDS IS RERUN
010660* FROM THE SAME STARTING POINT.
010670*----------------------------------------------------------
010680 8000-CLOSE-FILES.
010690     IF DV-REVIEW-COUNT = ZERO
010700         PERFORM 6100-PRINT-HEADERS THRU 6100-EXIT
010710         MOVE ' ' TO PRT-CC
010720         MOVE 'NO CHANGES FOR REVIEW - NO REPEATED OR BULK '
010730             TO PRT-LINE
010740         MOVE 'ADDRESS CHANGES IN THIS RUN' TO PRT-LINE (45:27)
010750         WRITE ADRFRPT-REC
010760     END-IF.
010770     CLOSE ADRFRPT.
010780     CLOSE ADRLTRS.
010790     IF DV-NTCHIST-AVAILABLE
010800         CLOSE NTCHIST
010810     END-IF.
010820     PERFORM 8500-SAVE-POSITION THRU 8500-EXIT.
010830     CLOSE DVCHKPT.
010840     PERFORM 9800-WRITE-CONTROL-LEDGER THRU 9800-EXIT.
010850 8000-EXIT.
010860     EXIT.
010870*----------------------------------------------------------
010880* 8500-SAVE-POSITION  -  THE ADDRCONF ROW CARRIES THE COUNT
010890* OF DVREFAUD RECORDS READ, NOT A RESTART POINT; CHKPTRPT
010900* LISTS IT WITHOUT FLAGGING IT.
010910*----------------------------------------------------------
010920 8500-SAVE-POSITION.
010930     MOVE DV-AUDIT-SEQ TO DV-HWM-SEQ.
010940     MOVE DV-CHKPT-PROGRAM TO CHKPT-PROGRAM-ID.
010950     MOVE DV-HWM-DATA TO CHKPT-LAST-KEY.
010960     ACCEPT CHKPT-CHECKPOINT-DATE FROM DATE YYYYMMDD.
010970     ACCEPT CHKPT-CHECKPOINT-TIME FROM TIME.
010980     WRITE DVCHKPT-REC
010990         INVALID KEY
011000             REWRITE DVCHKPT-REC
011010     END-WRITE.
011020 8500-EXIT.
011030     EXIT.
011040*----------------------------------------------------------
011050* 9800-WRITE-CONTROL-LEDGER  -  RECORDS THIS RUN'S COUNTS IN
011060* THE SHARED DVCTLLDG CONTROL LEDGER (COPYBOOK DVCTLREC). A
011070* LEDGER THAT CANNOT BE OPENED IS WARNED AND SKIPPED.
011080*----------------------------------------------------------
011090 9800-WRITE-CONTROL-LEDGER.
011100     OPEN I-O DVCTLLDG.
011110     IF DV-CTLLDG-NOT-FOUND
011120         OPEN OUTPUT DVCTLLDG
011130         CLOSE DVCTLLDG
011140         OPEN I-O DVCTLLDG
011150     END-IF.
011160     IF NOT DV-CTLLDG-OK
011170         DISPLAY 'ADDRCONF - DVCTLLDG UNAVAILABLE - LEDGER '
011180             'ROW SKIPPED'
011190         GO TO 9800-EXIT
011200     END-IF.
011210     MOVE DV-RUN-DATE TO CL-CYCLE-DATE.
011220     MOVE 'ADDRCONF' TO CL-PROGRAM-ID.
011230     MOVE DV-READ-COUNT TO CL-IN-COUNT.
011240     MOVE DV-LETTER-COUNT TO CL-OUT-COUNT.
011250     MOVE ZERO TO CL-REJECT-COUNT.
011260     WRITE DVCTLLDG-REC
011270         INVALID KEY
011280             REWRITE DVCTLLDG-REC
011290     END-WRITE.
011300     CLOSE DVCTLLDG.
011310 9800-EXIT.
011320     EXIT.
011330 END PROGRAM ADDRCONF.
