000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    APRQRPT.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - NIGHTLY HOUSEKEEPING AND
000110*                  REPORT FOR THE APRQUEUE DUAL-CONTROL
000120*                  QUEUE (COPYBOOK APRQREC). A PENDING
000130*                  REQUEST OLDER THAN THE APRCTL NUMBER OF
000140*                  BUSINESS DAYS (DEFAULT 5) IS MARKED
000150*                  EXPIRED, SO IT CAN NO LONGER BE APPLIED.
000160*                  THE APRRPT REPORT THEN LISTS EVERY
000170*                  REQUEST STILL PENDING AND EVERY REQUEST
000180*                  APPROVED, REJECTED OR EXPIRED SINCE THE
000190*                  PREVIOUS REPORT, EACH GROUP WITH ITS
000200*                  COUNT, SHOWING WHO ASKED, WHO DECIDED AND
000210*                  THE AGE IN BUSINESS DAYS. THE QUEUE'S
000220*                  CONTROL ROW REMEMBERS THE LAST REPORT
000230*                  DATE, SO A RERUN ON THE SAME DAY REPORTS
000240*                  THE SAME WINDOW. RUNS AS A DVDRIVER STEP.
000250*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT APRQUEUE ASSIGN TO APRQUEUE
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS AQ-KEY
000330         FILE STATUS IS DV-APRQUEUE-STATUS.
000340     SELECT OPTIONAL APRCTL ASSIGN TO APRCTL
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS DV-APRCTL-STATUS.
000370     SELECT APRRPT ASSIGN TO APRRPT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS DV-APRRPT-STATUS.
000400     SELECT SORTAQ ASSIGN TO SORTWK1.
000410*----------------------------------------------------------
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  APRQUEUE.
000450 COPY APRQREC.
000460 FD  APRCTL
000470     RECORDING MODE IS F.
000480 01  APRCTL-REC.
000490     05  AP-EXPIRY-DAYS          PIC 9(03).
000500     05  FILLER                  PIC X(77).
000510 FD  APRRPT
000520     RECORD CONTAINS 133 CHARACTERS.
000530 01  APRRPT-REC.
000540     05  PRT-CC                  PIC X(01).
000550     05  PRT-LINE                PIC X(132).
000560 SD  SORTAQ.
000570 01  SQ-REC.
000580     05  SQ-GROUP                PIC 9(01).
000590     05  SQ-KEY                  PIC X(12).
000600     05  SQ-TARGET-FILE          PIC X(08).
000610     05  SQ-TARGET-KEY           PIC X(20).
000620     05  SQ-ACTION               PIC X(01).
000630     05  SQ-REQUESTER-ID         PIC X(08).
000640     05  SQ-REQUEST-DATE         PIC 9(08).
000650     05  SQ-DECIDED-BY           PIC X(08).
000660     05  SQ-DECISION-DATE        PIC 9(08).
000670     05  SQ-AGE-DAYS             PIC 9(04).
000680     05  SQ-TEXT                 PIC X(30).
000690*----------------------------------------------------------
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------
000720* FILE STATUS AND CONTROL SWITCHES
000730*----------------------------------------------------------
000740 01  DV-APRQUEUE-STATUS          PIC X(02) VALUE '00'.
000750     88  DV-APRQUEUE-OK          VALUES '00' '02'.
000760     88  DV-APRQUEUE-NOT-FOUND   VALUES '23' '35'.
000770 01  DV-APRCTL-STATUS            PIC X(02) VALUE '00'.
000780     88  DV-APRCTL-OK            VALUE '00'.
000790 01  DV-APRRPT-STATUS            PIC X(02) VALUE '00'.
000800     88  DV-APRRPT-OK            VALUE '00'.
000810 01  DV-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
000820     88  DV-SCAN-DONE            VALUE 'Y'.
000830 01  DV-SORT-EOF-SW              PIC X(01) VALUE 'N'.
000840     88  DV-SORT-EOF             VALUE 'Y'.
000850*----------------------------------------------------------
000860* RUN CONTROL - THE EXPIRY LIMIT COMES FROM THE APRCTL
000870* CONTROL RECORD; A ZERO OR MISSING VALUE DEFAULTS TO 5
000880* BUSINESS DAYS. DECISIONS ARE REPORTED FROM THE WINDOW
000890* DATE ON - THE PREVIOUS REPORT DATE, OR TODAY ON THE FIRST
000900* EVER RUN.
000910*----------------------------------------------------------
000920 01  DV-RUN-DATE                 PIC 9(08).
000930 01  DV-EXPIRY-DAYS              PIC 9(03) VALUE 5.
000940 01  DV-WINDOW-FROM-DATE         PIC 9(08).
000950 01  DV-AGE-TO-DATE              PIC 9(08).
000960 01  DV-AGE-DAYS                 PIC S9(08) VALUE ZERO.
000970*----------------------------------------------------------
000980* REPORT GROUPS - PENDING, APPROVED, REJECTED, EXPIRED
000990*----------------------------------------------------------
001000 01  DV-GROUP-NAMES.
001010     05  FILLER                  PIC X(08) VALUE 'PENDING'.
001020     05  FILLER                  PIC X(08) VALUE 'APPROVED'.
001030     05  FILLER                  PIC X(08) VALUE 'REJECTED'.
001040     05  FILLER                  PIC X(08) VALUE 'EXPIRED'.
001050 01  DV-GROUP-NAME-TABLE REDEFINES DV-GROUP-NAMES.
001060     05  DV-GROUP-NAME           PIC X(08) OCCURS 4 TIMES.
001070 01  DV-CUR-GROUP                PIC 9(01) COMP VALUE 1.
001080 01  DV-GROUP-COUNT              PIC 9(05) VALUE ZERO.
001090 01  DV-GROUP-TOTALS.
001100     05  DV-GROUP-TOTAL          PIC 9(05) OCCURS 4 TIMES.
001110*----------------------------------------------------------
001120* RUN COUNTS
001130*----------------------------------------------------------
001140 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
001150 01  DV-EXPIRED-NOW-COUNT        PIC 9(05) VALUE ZERO.
001160*----------------------------------------------------------
001170* APPROVAL QUEUE REPORT
001180*----------------------------------------------------------
001190 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
001200 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
001210 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001220 01  DV-PRINT-AREA               PIC X(132).
001230 01  DV-HEADER-LINE-1.
001240     05  FILLER                  PIC X(34)
001250             VALUE 'DUAL-CONTROL APPROVAL QUEUE'.
001260     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001270     05  DV-HDR-RUN-DATE         PIC 9(08).
001280     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
001290     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
001300 01  DV-HEADER-LINE-2.
001310     05  FILLER                  PIC X(17)
001320             VALUE 'DECISIONS SINCE: '.
001330     05  DV-HDR-WINDOW-DATE      PIC 9(08).
001340     05  FILLER                  PIC X(31)
001350             VALUE '   EXPIRY AFTER BUSINESS DAYS: '.
001360     05  DV-HDR-EXPIRY-DAYS      PIC ZZ9.
001370 01  DV-HEADER-LINE-3.
001380     05  FILLER                  PIC X(14) VALUE 'REQUEST'.
001390     05  FILLER                  PIC X(10) VALUE 'FILE'.
001400     05  FILLER                  PIC X(22) VALUE 'KEY'.
001410     05  FILLER                  PIC X(03) VALUE 'A'.
001420     05  FILLER                  PIC X(10) VALUE 'REQUESTER'.
001430     05  FILLER                  PIC X(10) VALUE 'REQUESTED'.
001440     05  FILLER                  PIC X(10) VALUE 'DECIDED BY'.
001450     05  FILLER                  PIC X(10) VALUE 'DECIDED'.
001460     05  FILLER                  PIC X(06) VALUE '  AGE'.
001470     05  FILLER                  PIC X(30) VALUE 'REASON / NOTE'.
001480 01  DV-GROUP-LINE.
001490     05  DV-GRL-NAME             PIC X(08).
001500     05  FILLER                  PIC X(09) VALUE ' REQUESTS'.
001510 01  DV-TOTAL-LINE.
001520     05  FILLER                  PIC X(08) VALUE '  TOTAL '.
001530     05  DV-TTL-NAME             PIC X(08).
001540     05  FILLER                  PIC X(03) VALUE ' : '.
001550     05  DV-TTL-COUNT            PIC ZZZZ9.
001560 01  DV-NONE-LINE.
001570     05  FILLER                  PIC X(05) VALUE '  NO '.
001580     05  DV-NON-NAME             PIC X(08).
001590     05  FILLER                  PIC X(09) VALUE ' REQUESTS'.
001600 01  DV-DETAIL-LINE.
001610     05  DV-DTL-REQUEST-NO       PIC X(12).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  DV-DTL-TARGET-FILE      PIC X(08).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  DV-DTL-TARGET-KEY       PIC X(20).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  DV-DTL-ACTION           PIC X(01).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  DV-DTL-REQUESTER-ID     PIC X(08).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DV-DTL-REQUEST-DATE     PIC 9(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DV-DTL-DECIDED-BY       PIC X(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DV-DTL-DECISION-DATE    PIC X(08).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  DV-DTL-AGE-DAYS         PIC ZZZ9.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  DV-DTL-TEXT             PIC X(30).
001800*----------------------------------------------------------
001810* SHARED DATE SERVICE PARAMETER AREA
001820*----------------------------------------------------------
001830 COPY DVDATPRM.
001840*----------------------------------------------------------
001850 PROCEDURE DIVISION.
001860*----------------------------------------------------------
001870* 0000-MAINLINE  -  THE SORT INPUT PROCEDURE EXPIRES STALE
001880* REQUESTS AS IT SCANS THE QUEUE AND RELEASES THE ONES TO
001890* REPORT; THE OUTPUT PROCEDURE PRINTS THEM BY GROUP.
001900*----------------------------------------------------------
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     SORT SORTAQ
001940         ON ASCENDING KEY SQ-GROUP
001950                          SQ-KEY
001960         INPUT PROCEDURE 2000-SCAN-QUEUE THRU 2000-EXIT
001970         OUTPUT PROCEDURE 3000-PRINT-REPORT THRU 3000-EXIT.
001980     PERFORM 7500-DISPLAY-TOTALS THRU 7500-EXIT.
001990     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
002000     GOBACK.
002010*----------------------------------------------------------
002020* 1000-INITIALIZE  -  READS THE EXPIRY LIMIT, OPENS THE
002030* QUEUE (CREATING IT ON THE FIRST EVER RUN) AND THE REPORT,
002040* AND WORKS OUT THE DECISION WINDOW FROM THE CONTROL ROW.
002050*----------------------------------------------------------
002060 1000-INITIALIZE.
002070     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
002080     OPEN INPUT APRCTL.
002090     IF DV-APRCTL-OK
002100         READ APRCTL
002110             AT END
002120                 MOVE ZERO TO AP-EXPIRY-DAYS
002130         END-READ
002140         IF AP-EXPIRY-DAYS IS NUMERIC AND AP-EXPIRY-DAYS > ZERO
002150             MOVE AP-EXPIRY-DAYS TO DV-EXPIRY-DAYS
002160         END-IF
002170         CLOSE APRCTL
002180     END-IF.
002190     OPEN I-O APRQUEUE.
002200     IF DV-APRQUEUE-NOT-FOUND
002210         OPEN OUTPUT APRQUEUE
002220         CLOSE APRQUEUE
002230         OPEN I-O APRQUEUE
002240     END-IF.
002250     IF NOT DV-APRQUEUE-OK
002260         DISPLAY 'APRQRPT - OPEN FAILED FOR APRQUEUE - '
002270             DV-APRQUEUE-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     OPEN OUTPUT APRRPT.
002320     IF NOT DV-APRRPT-OK
002330         DISPLAY 'APRQRPT - OPEN FAILED FOR APRRPT - '
002340             DV-APRRPT-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     MOVE DV-RUN-DATE TO DV-WINDOW-FROM-DATE.
002390     MOVE ZERO TO AQ-KEY.
002400     READ APRQUEUE
002410         INVALID KEY
002420             GO TO 1000-EXIT
002430     END-READ.
002440     IF AQC-LAST-REPORT-DATE = DV-RUN-DATE
002450         MOVE AQC-WINDOW-FROM-DATE TO DV-WINDOW-FROM-DATE
002460     ELSE
002470         MOVE AQC-LAST-REPORT-DATE TO DV-WINDOW-FROM-DATE
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510*----------------------------------------------------------
002520* 2000-SCAN-QUEUE  -  SORT INPUT PROCEDURE. READS EVERY
002530* REQUEST PAST THE CONTROL ROW.
002540*----------------------------------------------------------
002550 2000-SCAN-QUEUE.
002560     MOVE 'N' TO DV-SCAN-DONE-SW.
002570     MOVE ZERO TO AQ-KEY.
002580     START APRQUEUE KEY IS > AQ-KEY
002590         INVALID KEY
002600             SET DV-SCAN-DONE TO TRUE
002610     END-START.
002620     PERFORM 2100-SCAN-ONE THRU 2100-EXIT
002630         UNTIL DV-SCAN-DONE.
002640 2000-EXIT.
002650     EXIT.
002660*----------------------------------------------------------
002670* 2100-SCAN-ONE  -  A PENDING REQUEST PAST THE LIMIT IS
002680* EXPIRED HERE. PENDING REQUESTS ARE ALWAYS REPORTED,
002690* DECIDED ONES ONLY WHEN DECIDED WITHIN THE WINDOW.
002700*----------------------------------------------------------
002710 2100-SCAN-ONE.
002720     READ APRQUEUE NEXT RECORD
002730         AT END
002740             SET DV-SCAN-DONE TO TRUE
002750             GO TO 2100-EXIT
002760     END-READ.
002770     ADD 1 TO DV-READ-COUNT.
002780     IF AQ-PENDING
002790         MOVE DV-RUN-DATE TO DV-AGE-TO-DATE
002800         PERFORM 2200-GET-AGE THRU 2200-EXIT
002810         IF DV-AGE-DAYS > DV-EXPIRY-DAYS
002820             PERFORM 2300-EXPIRE-REQUEST THRU 2300-EXIT
002830         END-IF
002840     ELSE
002850         IF AQ-DECISION-DATE < DV-WINDOW-FROM-DATE
002860             GO TO 2100-EXIT
002870         END-IF
002880         MOVE AQ-DECISION-DATE TO DV-AGE-TO-DATE
002890         PERFORM 2200-GET-AGE THRU 2200-EXIT
002900     END-IF.
002910     EVALUATE TRUE
002920         WHEN AQ-PENDING
002930             MOVE 1 TO SQ-GROUP
002940         WHEN AQ-APPROVED
002950             MOVE 2 TO SQ-GROUP
002960         WHEN AQ-REJECTED
002970             MOVE 3 TO SQ-GROUP
002980         WHEN AQ-EXPIRED
002990             MOVE 4 TO SQ-GROUP
003000         WHEN OTHER
003010             GO TO 2100-EXIT
003020     END-EVALUATE.
003030     MOVE AQ-KEY             TO SQ-KEY.
003040     MOVE AQ-TARGET-FILE     TO SQ-TARGET-FILE.
003050     MOVE AQ-TARGET-KEY      TO SQ-TARGET-KEY.
003060     MOVE AQ-ACTION          TO SQ-ACTION.
003070     MOVE AQ-REQUESTER-ID    TO SQ-REQUESTER-ID.
003080     MOVE AQ-REQUEST-DATE    TO SQ-REQUEST-DATE.
003090     MOVE AQ-DECIDED-BY      TO SQ-DECIDED-BY.
003100     MOVE AQ-DECISION-DATE   TO SQ-DECISION-DATE.
003110     IF DV-AGE-DAYS > 9999
003120         MOVE 9999 TO SQ-AGE-DAYS
003130     ELSE
003140         MOVE DV-AGE-DAYS TO SQ-AGE-DAYS
003150     END-IF.
003160     IF AQ-DECISION-NOTE = SPACES OR AQ-DECISION-NOTE =
003170        LOW-VALUES
003180         MOVE AQ-REQUEST-REASON TO SQ-TEXT
003190     ELSE
003200         MOVE AQ-DECISION-NOTE TO SQ-TEXT
003210     END-IF.
003220     RELEASE SQ-REC.
003230 2100-EXIT.
003240     EXIT.
003250*----------------------------------------------------------
003260* 2200-GET-AGE  -  BUSINESS DAYS FROM THE REQUEST DATE TO
003270* DV-AGE-TO-DATE PER DVDATSRV, ZERO IF IT CANNOT ANSWER.
003280*----------------------------------------------------------
003290 2200-GET-AGE.
003300     MOVE ZERO TO DV-AGE-DAYS.
003310     SET DVDAT-FUNC-BUSDAY-DIFF TO TRUE.
003320     MOVE AQ-REQUEST-DATE TO DVDAT-INPUT-DATE.
003330     MOVE DV-AGE-TO-DATE  TO DVDAT-INPUT-DATE-2.
003340     CALL 'DVDATSRV' USING DVDAT-PARM.
003350     IF NOT DVDAT-RC-OK
003360         GO TO 2200-EXIT
003370     END-IF.
003380     IF DVDAT-DAY-DIFFERENCE > ZERO
003390         MOVE DVDAT-DAY-DIFFERENCE TO DV-AGE-DAYS
003400     END-IF.
003410 2200-EXIT.
003420     EXIT.
003430*----------------------------------------------------------
003440* 2300-EXPIRE-REQUEST  -  THE REQUEST WAS NOT DECIDED IN
003450* TIME AND CAN NO LONGER BE APPLIED.
003460*----------------------------------------------------------
003470 2300-EXPIRE-REQUEST.
003480     SET AQ-EXPIRED TO TRUE.
003490     MOVE 'APRQRPT' TO AQ-DECIDED-BY.
003500     MOVE DV-RUN-DATE TO AQ-DECISION-DATE.
003510     ACCEPT AQ-DECISION-TIME FROM TIME.
003520     MOVE 'NOT DECIDED IN TIME' TO AQ-DECISION-NOTE.
003530     REWRITE APRQUEUE-REC
003540         INVALID KEY
003550             DISPLAY 'APRQRPT - REWRITE FAILED FOR REQUEST '
003560                 AQ-KEY ' - ' DV-APRQUEUE-STATUS
003570             MOVE 16 TO RETURN-CODE
003580             STOP RUN
003590     END-REWRITE.
003600     ADD 1 TO DV-EXPIRED-NOW-COUNT.
003610 2300-EXIT.
003620     EXIT.
003630*----------------------------------------------------------
003640* 3000-PRINT-REPORT  -  SORT OUTPUT PROCEDURE. EVERY GROUP
003650* IS PRINTED IN TURN, WITH A COUNT OR A NONE LINE, WHETHER
003660* OR NOT IT HAS ANY REQUESTS.
003670*----------------------------------------------------------
003680 3000-PRINT-REPORT.
003690     MOVE 1 TO DV-CUR-GROUP.
003700     PERFORM 3300-OPEN-GROUP THRU 3300-EXIT.
003710     MOVE 'N' TO DV-SORT-EOF-SW.
003720     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
003730         UNTIL DV-SORT-EOF.
003740     PERFORM 3200-NEXT-GROUP THRU 3200-EXIT
003750         UNTIL DV-CUR-GROUP > 4.
003760 3000-EXIT.
003770     EXIT.
003780*----------------------------------------------------------
003790* 3100-RETURN-ONE
003800*----------------------------------------------------------
003810 3100-RETURN-ONE.
003820     RETURN SORTAQ
003830         AT END
003840             SET DV-SORT-EOF TO TRUE
003850             GO TO 3100-EXIT
003860     END-RETURN.
003870     PERFORM 3200-NEXT-GROUP THRU 3200-EXIT
003880         UNTIL DV-CUR-GROUP = SQ-GROUP.
003890     MOVE SQ-KEY             TO DV-DTL-REQUEST-NO.
003900     MOVE SQ-TARGET-FILE     TO DV-DTL-TARGET-FILE.
003910     MOVE SQ-TARGET-KEY      TO DV-DTL-TARGET-KEY.
003920     MOVE SQ-ACTION          TO DV-DTL-ACTION.
003930     MOVE SQ-REQUESTER-ID    TO DV-DTL-REQUESTER-ID.
003940     MOVE SQ-REQUEST-DATE    TO DV-DTL-REQUEST-DATE.
003950     MOVE SQ-DECIDED-BY      TO DV-DTL-DECIDED-BY.
003960     IF SQ-GROUP = 1
003970         MOVE SPACES TO DV-DTL-DECISION-DATE
003980     ELSE
003990         MOVE SQ-DECISION-DATE TO DV-DTL-DECISION-DATE
004000     END-IF.
004010     MOVE SQ-AGE-DAYS        TO DV-DTL-AGE-DAYS.
004020     MOVE SQ-TEXT            TO DV-DTL-TEXT.
004030     MOVE DV-DETAIL-LINE TO DV-PRINT-AREA.
004040     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
004050     ADD 1 TO DV-GROUP-COUNT.
004060 3100-EXIT.
004070     EXIT.
004080*----------------------------------------------------------
004090* 3200-NEXT-GROUP  -  CLOSES THE CURRENT GROUP WITH ITS
004100* COUNT AND OPENS THE NEXT ONE.
004110*----------------------------------------------------------
004120 3200-NEXT-GROUP.
004130     IF DV-GROUP-COUNT = ZERO
004140         MOVE DV-GROUP-NAME (DV-CUR-GROUP) TO DV-NON-NAME
004150         MOVE DV-NONE-LINE TO DV-PRINT-AREA
004160     ELSE
004170         MOVE DV-GROUP-NAME (DV-CUR-GROUP) TO DV-TTL-NAME
004180         MOVE DV-GROUP-COUNT TO DV-TTL-COUNT
004190         MOVE DV-TOTAL-LINE TO DV-PRINT-AREA
004200     END-IF.
004210     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
004220     MOVE DV-GROUP-COUNT TO DV-GROUP-TOTAL (DV-CUR-GROUP).
004230     ADD 1 TO DV-CUR-GROUP.
004240     IF DV-CUR-GROUP NOT > 4
004250         PERFORM 3300-OPEN-GROUP THRU 3300-EXIT
004260     END-IF.
004270 3200-EXIT.
004280     EXIT.
004290*----------------------------------------------------------
004300* 3300-OPEN-GROUP  -  A BLANK LINE AND THE GROUP TITLE.
004310*----------------------------------------------------------
004320 3300-OPEN-GROUP.
004330     MOVE ZERO TO DV-GROUP-COUNT.
004340     MOVE SPACES TO DV-PRINT-AREA.
004350     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
004360     MOVE DV-GROUP-NAME (DV-CUR-GROUP) TO DV-GRL-NAME.
004370     MOVE DV-GROUP-LINE TO DV-PRINT-AREA.
004380     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
004390 3300-EXIT.
004400     EXIT.
004410*----------------------------------------------------------
004420* 6000-PRINT-LINE
004430*----------------------------------------------------------
004440 6000-PRINT-LINE.
004450     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
004460         PERFORM 6100-PRINT-HEADERS THRU 6100-EXIT
004470     END-IF.
004480     MOVE ' ' TO PRT-CC.
004490     MOVE DV-PRINT-AREA TO PRT-LINE.
004500     WRITE APRRPT-REC.
004510     ADD 1 TO DV-LINE-COUNT.
004520 6000-EXIT.
004530     EXIT.
004540*----------------------------------------------------------
004550* 6100-PRINT-HEADERS
004560*----------------------------------------------------------
004570 6100-PRINT-HEADERS.
004580     ADD 1 TO DV-PAGE-NO.
004590     MOVE ZERO TO DV-LINE-COUNT.
004600     MOVE DV-RUN-DATE         TO DV-HDR-RUN-DATE.
004610     MOVE DV-PAGE-NO          TO DV-HDR-PAGE-NO.
004620     MOVE DV-WINDOW-FROM-DATE TO DV-HDR-WINDOW-DATE.
004630     MOVE DV-EXPIRY-DAYS      TO DV-HDR-EXPIRY-DAYS.
004640     MOVE '1' TO PRT-CC.
004650     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
004660     WRITE APRRPT-REC.
004670     MOVE ' ' TO PRT-CC.
004680     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
004690     WRITE APRRPT-REC.
004700     MOVE DV-HEADER-LINE-3 TO PRT-LINE.
004710     WRITE APRRPT-REC.
004720     ADD 3 TO DV-LINE-COUNT.
004730 6100-EXIT.
004740     EXIT.
004750*----------------------------------------------------------
004760* 7500-DISPLAY-TOTALS  -  RUN SUMMARY. A RUN THAT EXPIRED
004770* ANY REQUEST ENDS WITH A WARNING RETURN CODE.
004780*----------------------------------------------------------
004790 7500-DISPLAY-TOTALS.
004800     DISPLAY '========================================'.
004810     DISPLAY 'APRQRPT - APPROVAL QUEUE SUMMARY'.
004820     DISPLAY '  REQUESTS READ  . . . . . . : '
004830         DV-READ-COUNT.
004840     DISPLAY '  PENDING  . . . . . . . . . : '
004850         DV-GROUP-TOTAL (1).
004860     DISPLAY '  APPROVED IN WINDOW . . . . : '
004870         DV-GROUP-TOTAL (2).
004880     DISPLAY '  REJECTED IN WINDOW . . . . : '
004890         DV-GROUP-TOTAL (3).
004900     DISPLAY '  EXPIRED IN WINDOW  . . . . : '
004910         DV-GROUP-TOTAL (4).
004920     DISPLAY '  EXPIRED BY THIS RUN  . . . : '
004930         DV-EXPIRED-NOW-COUNT.
004940     DISPLAY '========================================'.
004950     IF DV-EXPIRED-NOW-COUNT > ZERO AND RETURN-CODE < 4
004960         MOVE 4 TO RETURN-CODE
004970     END-IF.
004980 7500-EXIT.
004990     EXIT.
005000*----------------------------------------------------------
005010* 8000-CLOSE-FILES  -  THE CONTROL ROW IS SAVED ONLY ONCE
005020* THE REPORT IS WRITTEN, SO A RUN THAT ABENDS IS RERUN OVER
005030* THE SAME WINDOW. A RERUN ON THE SAME DAY KEEPS THE
005040* WINDOW THE FIRST RUN USED.
005050*----------------------------------------------------------
005060 8000-CLOSE-FILES.
005070     CLOSE APRRPT.
005080     MOVE SPACES TO APRQUEUE-CONTROL.
005090     MOVE ZERO TO AQC-KEY.
005100     MOVE DV-RUN-DATE TO AQC-LAST-REPORT-DATE.
005110     MOVE DV-WINDOW-FROM-DATE TO AQC-WINDOW-FROM-DATE.
005120     WRITE APRQUEUE-CONTROL
005130         INVALID KEY
005140             REWRITE APRQUEUE-CONTROL
005150     END-WRITE.
005160     CLOSE APRQUEUE.
005170 8000-EXIT.
005180     EXIT.
005190 END PROGRAM APRQRPT.
