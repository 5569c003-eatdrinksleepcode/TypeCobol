000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    APRMAINT.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - LINE-MODE UTILITY WHERE A
000110*                  SECOND OPERATOR REVIEWS THE HIGH-IMPACT
000120*                  CHANGES HELD ON THE APRQUEUE DUAL-CONTROL
000130*                  QUEUE (COPYBOOK APRQREC) - PGMMAINT
000140*                  OVERRIDES TO CL, RJ OR RV, NEW PGMTRANS
000150*                  TRANSITIONS FROM TRNMAINT AND SLARULES
000160*                  ESCALATION CHANGES FROM SLAMAINT - AND
000170*                  APPROVES OR REJECTS THEM. ONLY AN OPERATOR
000180*                  WHOSE DVOPRMST PROFILE CARRIES THE
000190*                  APRMAINT FLAG MAY SIGN ON, AND NO OPERATOR
000200*                  MAY DECIDE A REQUEST THEY KEYED. AN
000210*                  APPROVED CHANGE IS APPLIED ONLY IF THE
000220*                  TARGET RECORD STILL MATCHES THE IMAGE
000230*                  TAKEN WHEN IT WAS REQUESTED, AND ITS
000240*                  PGMAUDIT OR DVREFAUD ENTRY CARRIES THE
000250*                  REQUESTER AND THE APPROVER. A REQUEST
000260*                  OLDER THAN THE APRCTL NUMBER OF BUSINESS
000270*                  DAYS IS EXPIRED INSTEAD OF DECIDED. RUNS
000280*                  AS AN OPERATOR-ATTENDED TSO FOREGROUND
000290*                  JOB, PROMPTING ON SYSOUT AND READING
000300*                  REPLIES FROM SYSIN, THE SAME PATTERN AS
000310*                  THE OTHER MAINTENANCE UTILITIES.
000320*----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT APRQUEUE ASSIGN TO APRQUEUE
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS AQ-KEY
000400         FILE STATUS IS DV-APRQUEUE-STATUS.
000410     SELECT DVOPRMST ASSIGN TO DVOPRMST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS OP-OPERATOR-ID
000450         FILE STATUS IS DV-OPRMST-STATUS.
000460     SELECT OPTIONAL APRCTL ASSIGN TO APRCTL
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DV-APRCTL-STATUS.
000490     SELECT PGMSTAT ASSIGN TO PGMSTAT
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PS-RECORD-ID
000530         FILE STATUS IS DV-PGMSTAT-STATUS.
000540     SELECT PGMTRANS ASSIGN TO PGMTRANS
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PT-KEY
000580         FILE STATUS IS DV-PGMTRANS-STATUS.
000590     SELECT SLARULES ASSIGN TO SLARULES
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SLA-STATUS-CODE
000630         FILE STATUS IS DV-SLARULES-STATUS.
000640     SELECT PGMAUDIT ASSIGN TO PGMAUDIT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DV-PGMAUDIT-STATUS.
000670     SELECT DVREFAUD ASSIGN TO DVREFAUD
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DV-REFAUD-STATUS.
000700*----------------------------------------------------------
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  APRQUEUE.
000740 COPY APRQREC.
000750 FD  DVOPRMST.
000760 COPY DVOPRREC.
000770 FD  APRCTL
000780     RECORDING MODE IS F.
000790 01  APRCTL-REC.
000800     05  AP-EXPIRY-DAYS          PIC 9(03).
000810     05  FILLER                  PIC X(77).
000820 FD  PGMSTAT.
000830 COPY PGMSTREC.
000840 FD  PGMTRANS.
000850 COPY PGMTRNREC.
000860 FD  SLARULES.
000870 COPY SLARULREC.
000880 FD  PGMAUDIT
000890     RECORDING MODE IS F.
000900 COPY PGMAUDREC.
000910 FD  DVREFAUD
000920     RECORDING MODE IS F.
000930 COPY DVREFAUD.
000940*----------------------------------------------------------
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------
000970* FILE STATUS
000980*----------------------------------------------------------
000990 01  DV-APRQUEUE-STATUS          PIC X(02) VALUE '00'.
001000     88  DV-APRQUEUE-OK          VALUES '00' '02'.
001010     88  DV-APRQUEUE-NOT-FOUND   VALUES '23' '35'.
001020 01  DV-OPRMST-STATUS            PIC X(02) VALUE '00'.
001030     88  DV-OPRMST-OK            VALUES '00' '02'.
001040 01  DV-APRCTL-STATUS            PIC X(02) VALUE '00'.
001050     88  DV-APRCTL-OK            VALUE '00'.
001060 01  DV-PGMSTAT-STATUS           PIC X(02) VALUE '00'.
001070     88  DV-PGMSTAT-OK           VALUES '00' '02'.
001080     88  DV-PGMSTAT-NOT-FOUND    VALUES '23' '35'.
001090 01  DV-PGMTRANS-STATUS          PIC X(02) VALUE '00'.
001100     88  DV-PGMTRANS-OK          VALUES '00' '02'.
001110     88  DV-PGMTRANS-NOT-FOUND   VALUES '23' '35'.
001120 01  DV-SLARULES-STATUS          PIC X(02) VALUE '00'.
001130     88  DV-SLARULES-OK          VALUES '00' '02'.
001140     88  DV-SLARULES-NOT-FOUND   VALUES '23' '35'.
001150 01  DV-PGMAUDIT-STATUS          PIC X(02) VALUE '00'.
001160     88  DV-PGMAUDIT-OK          VALUE '00'.
001170     88  DV-PGMAUDIT-NOT-FOUND   VALUE '35'.
001180 01  DV-REFAUD-STATUS            PIC X(02) VALUE '00'.
001190     88  DV-REFAUD-OK            VALUE '00'.
001200     88  DV-REFAUD-NOT-FOUND     VALUE '35'.
001210*----------------------------------------------------------
001220* OPERATOR TRANSACTION FIELDS
001230*----------------------------------------------------------
001240 01  DV-OP-COMMAND               PIC X(01).
001250     88  DV-OP-END               VALUE 'E'.
001260     88  DV-OP-LIST              VALUE 'L'.
001270     88  DV-OP-VIEW              VALUE 'V'.
001280     88  DV-OP-APPROVE           VALUE 'A'.
001290     88  DV-OP-REJECT            VALUE 'R'.
001300 01  DV-OP-REQUEST-NO            PIC X(12).
001310 01  DV-OP-NOTE                  PIC X(30).
001320 01  DV-SIGNON-OPERATOR          PIC X(08).
001330*----------------------------------------------------------
001340* EXPIRY - A PENDING REQUEST MORE THAN THIS MANY BUSINESS
001350* DAYS OLD CAN NO LONGER BE DECIDED. FROM THE APRCTL
001360* CONTROL RECORD; A ZERO OR MISSING VALUE DEFAULTS TO 5.
001370*----------------------------------------------------------
001380 01  DV-EXPIRY-DAYS              PIC 9(03) VALUE 5.
001390 01  DV-TODAY                    PIC 9(08).
001400 01  DV-AGE-DAYS                 PIC S9(08) VALUE ZERO.
001410 01  DV-EXPIRED-SW               PIC X(01) VALUE 'N'.
001420     88  DV-REQUEST-EXPIRED      VALUE 'Y'.
001430*----------------------------------------------------------
001440* REQUEST AND TARGET WORK AREAS
001450*----------------------------------------------------------
001460 01  DV-REQUEST-OK-SW            PIC X(01) VALUE 'N'.
001470     88  DV-REQUEST-OK           VALUE 'Y'.
001480 01  DV-LIST-EOF-SW              PIC X(01) VALUE 'N'.
001490     88  DV-LIST-EOF             VALUE 'Y'.
001500 01  DV-LIST-COUNT               PIC 9(05) VALUE ZERO.
001510 01  DV-CUR-IMAGE                PIC X(132).
001520 01  DV-OLD-STATUS               PIC X(02).
001530 01  DV-PGMTRANS-AVAIL-SW        PIC X(01) VALUE 'N'.
001540     88  DV-PGMTRANS-AVAILABLE   VALUE 'Y'.
001550*----------------------------------------------------------
001560* RUN-END SUMMARY COUNTS
001570*----------------------------------------------------------
001580 01  DV-APPROVED-COUNT           PIC 9(05) VALUE ZERO.
001590 01  DV-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
001600 01  DV-EXPIRED-COUNT            PIC 9(05) VALUE ZERO.
001610 01  DV-REFUSED-COUNT            PIC 9(05) VALUE ZERO.
001620*----------------------------------------------------------
001630* DATE SERVICE PARAMETER AREA
001640*----------------------------------------------------------
001650 COPY DVDATPRM.
001660*----------------------------------------------------------
001670 PROCEDURE DIVISION.
001680*----------------------------------------------------------
001690* 0000-MAINLINE
001700*----------------------------------------------------------
001710 0000-MAINLINE.
001720     PERFORM 0500-SIGN-ON THRU 0500-EXIT.
001730     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001740     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001750         UNTIL DV-OP-END.
001760     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001770     GOBACK.
001780*----------------------------------------------------------
001790* 0500-SIGN-ON  -  OPERATOR SIGN-ON AND AUTHORIZATION
001800* AGAINST THE DVOPRMST OPERATOR PROFILE FILE (MAINTAINED
001810* WITH OPRMAINT). UNLIKE THE OTHER UTILITIES THERE IS NO
001820* AVAILABILITY FALLBACK - AN APPROVAL NOBODY CAN VOUCH FOR
001830* IS NO CONTROL AT ALL, SO WITHOUT THE PROFILE FILE NOTHING
001840* IS DECIDED.
001850*----------------------------------------------------------
001860 0500-SIGN-ON.
001870     DISPLAY 'APRMAINT - ENTER OPERATOR ID: '.
001880     ACCEPT DV-SIGNON-OPERATOR.
001890     OPEN INPUT DVOPRMST.
001900     IF NOT DV-OPRMST-OK
001910         DISPLAY 'APRMAINT - DVOPRMST UNAVAILABLE - '
001920             DV-OPRMST-STATUS ' - APPROVALS CANNOT BE MADE'
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960     MOVE DV-SIGNON-OPERATOR TO OP-OPERATOR-ID.
001970     READ DVOPRMST
001980         INVALID KEY
001990             DISPLAY 'APRMAINT - OPERATOR NOT ON FILE - '
002000                 DV-SIGNON-OPERATOR
002010             MOVE 16 TO RETURN-CODE
002020             STOP RUN
002030     END-READ.
002040     IF NOT OP-MAY-APPROVE
002050         DISPLAY 'APRMAINT - OPERATOR ' DV-SIGNON-OPERATOR
002060             ' IS NOT AUTHORIZED FOR APRMAINT'
002070         MOVE 16 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100     CLOSE DVOPRMST.
002110 0500-EXIT.
002120     EXIT.
002130*----------------------------------------------------------
002140* 1000-OPEN-FILES  -  READS THE EXPIRY LIMIT FROM APRCTL,
002150* THEN OPENS THE QUEUE, THE THREE FILES A REQUEST CAN
002160* TARGET AND THE TWO AUDIT TRAILS. KEYED FILES ARE CREATED
002170* ON THE FIRST EVER RUN IF THEY DO NOT YET EXIST. A
002180* PGMTRANS CREATED HERE HOLDS NO RULES, SO PGMSTAT
002190* TRANSITIONS ARE THEN LEFT UNCHECKED, AS IN PGMMAINT.
002200*----------------------------------------------------------
002210 1000-OPEN-FILES.
002220     ACCEPT DV-TODAY FROM DATE YYYYMMDD.
002230     OPEN INPUT APRCTL.
002240     IF DV-APRCTL-OK
002250         READ APRCTL
002260             AT END
002270                 MOVE ZERO TO AP-EXPIRY-DAYS
002280         END-READ
002290         IF AP-EXPIRY-DAYS IS NUMERIC AND AP-EXPIRY-DAYS > ZERO
002300             MOVE AP-EXPIRY-DAYS TO DV-EXPIRY-DAYS
002310         END-IF
002320         CLOSE APRCTL
002330     END-IF.
002340     OPEN I-O APRQUEUE.
002350     IF DV-APRQUEUE-NOT-FOUND
002360         OPEN OUTPUT APRQUEUE
002370         CLOSE APRQUEUE
002380         OPEN I-O APRQUEUE
002390     END-IF.
002400     IF NOT DV-APRQUEUE-OK
002410         DISPLAY 'APRMAINT - OPEN FAILED FOR APRQUEUE - '
002420             DV-APRQUEUE-STATUS
002430         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460     OPEN I-O PGMSTAT.
002470     IF DV-PGMSTAT-NOT-FOUND
002480         OPEN OUTPUT PGMSTAT
002490         CLOSE PGMSTAT
002500         OPEN I-O PGMSTAT
002510     END-IF.
002520     IF NOT DV-PGMSTAT-OK
002530         DISPLAY 'APRMAINT - OPEN FAILED FOR PGMSTAT - '
002540             DV-PGMSTAT-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     OPEN I-O PGMTRANS.
002590     IF DV-PGMTRANS-OK
002600         SET DV-PGMTRANS-AVAILABLE TO TRUE
002610     END-IF.
002620     IF DV-PGMTRANS-NOT-FOUND
002630         OPEN OUTPUT PGMTRANS
002640         CLOSE PGMTRANS
002650         OPEN I-O PGMTRANS
002660     END-IF.
002670     IF NOT DV-PGMTRANS-OK
002680         DISPLAY 'APRMAINT - OPEN FAILED FOR PGMTRANS - '
002690             DV-PGMTRANS-STATUS
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     OPEN I-O SLARULES.
002740     IF DV-SLARULES-NOT-FOUND
002750         OPEN OUTPUT SLARULES
002760         CLOSE SLARULES
002770         OPEN I-O SLARULES
002780     END-IF.
002790     IF NOT DV-SLARULES-OK
002800         DISPLAY 'APRMAINT - OPEN FAILED FOR SLARULES - '
002810             DV-SLARULES-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     OPEN EXTEND PGMAUDIT.
002860     IF DV-PGMAUDIT-NOT-FOUND
002870         OPEN OUTPUT PGMAUDIT
002880     END-IF.
002890     IF NOT DV-PGMAUDIT-OK
002900         DISPLAY 'APRMAINT - OPEN FAILED FOR PGMAUDIT - '
002910             DV-PGMAUDIT-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     OPEN EXTEND DVREFAUD.
002960     IF DV-REFAUD-NOT-FOUND
002970         OPEN OUTPUT DVREFAUD
002980     END-IF.
002990     IF NOT DV-REFAUD-OK
003000         DISPLAY 'APRMAINT - OPEN FAILED FOR DVREFAUD - '
003010             DV-REFAUD-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050 1000-EXIT.
003060     EXIT.
003070*----------------------------------------------------------
003080* 2000-PROCESS-TRANSACTION  -  ONE OPERATOR INTERACTION. E
003090* ENDS THE UTILITY, L LISTS THE PENDING REQUESTS, V SHOWS
003100* ONE REQUEST IN FULL, A APPROVES AND APPLIES ONE, R
003110* REJECTS ONE. REQUESTS ARE NAMED BY THEIR TWELVE-DIGIT
003120* NUMBER, REQUEST DATE CCYYMMDD FOLLOWED BY THE SEQUENCE.
003130*----------------------------------------------------------
003140 2000-PROCESS-TRANSACTION.
003150     DISPLAY 'APRMAINT - ENTER COMMAND (L=LIST, V=VIEW, '
003160         'A=APPROVE, R=REJECT, E=END): '.
003170     ACCEPT DV-OP-COMMAND.
003180     IF DV-OP-END
003190         GO TO 2000-EXIT
003200     END-IF.
003210     IF DV-OP-LIST
003220         PERFORM 3000-LIST-PENDING THRU 3000-EXIT
003230         GO TO 2000-EXIT
003240     END-IF.
003250     IF NOT DV-OP-VIEW AND NOT DV-OP-APPROVE AND
003260        NOT DV-OP-REJECT
003270         DISPLAY 'APRMAINT - INVALID COMMAND - ' DV-OP-COMMAND
003280         GO TO 2000-EXIT
003290     END-IF.
003300     PERFORM 3500-GET-REQUEST THRU 3500-EXIT.
003310     IF NOT DV-REQUEST-OK
003320         GO TO 2000-EXIT
003330     END-IF.
003340     EVALUATE TRUE
003350         WHEN DV-OP-VIEW
003360             PERFORM 3700-VIEW-REQUEST THRU 3700-EXIT
003370         WHEN DV-OP-APPROVE
003380             PERFORM 4000-APPROVE-REQUEST THRU 4000-EXIT
003390         WHEN DV-OP-REJECT
003400             PERFORM 5000-REJECT-REQUEST THRU 5000-EXIT
003410     END-EVALUATE.
003420 2000-EXIT.
003430     EXIT.
003440*----------------------------------------------------------
003450* 3000-LIST-PENDING  -  ONE LINE PER REQUEST STILL WAITING
003460* FOR A DECISION, OLDEST FIRST. THE ALL-ZERO CONTROL ROW IS
003470* SKIPPED BY STARTING PAST IT.
003480*----------------------------------------------------------
003490 3000-LIST-PENDING.
003500     MOVE ZERO TO DV-LIST-COUNT.
003510     MOVE 'N' TO DV-LIST-EOF-SW.
003520     MOVE ZERO TO AQ-KEY.
003530     START APRQUEUE KEY IS > AQ-KEY
003540         INVALID KEY
003550             SET DV-LIST-EOF TO TRUE
003560     END-START.
003570     PERFORM 3100-LIST-ONE THRU 3100-EXIT
003580         UNTIL DV-LIST-EOF.
003590     DISPLAY 'APRMAINT - ' DV-LIST-COUNT ' REQUEST(S) PENDING'.
003600 3000-EXIT.
003610     EXIT.
003620*----------------------------------------------------------
003630* 3100-LIST-ONE
003640*----------------------------------------------------------
003650 3100-LIST-ONE.
003660     READ APRQUEUE NEXT RECORD
003670         AT END
003680             SET DV-LIST-EOF TO TRUE
003690             GO TO 3100-EXIT
003700     END-READ.
003710     IF NOT AQ-PENDING
003720         GO TO 3100-EXIT
003730     END-IF.
003740     ADD 1 TO DV-LIST-COUNT.
003750     DISPLAY 'APRMAINT - ' AQ-KEY ' ' AQ-TARGET-FILE ' '
003760         AQ-TARGET-KEY ' BY ' AQ-REQUESTER-ID ' - '
003770         AQ-REQUEST-REASON.
003780 3100-EXIT.
003790     EXIT.
003800*----------------------------------------------------------
003810* 3500-GET-REQUEST  -  PROMPTS FOR A REQUEST NUMBER AND
003820* READS THE REQUEST. FOR A DECISION THE REQUEST MUST STILL
003830* BE PENDING, MUST NOT BE THE SIGNED-ON OPERATOR'S OWN, AND
003840* MUST NOT HAVE OUTLIVED THE EXPIRY LIMIT - ONE THAT HAS IS
003850* MARKED EXPIRED HERE AND NOT DECIDED.
003860*----------------------------------------------------------
003870 3500-GET-REQUEST.
003880     MOVE 'N' TO DV-REQUEST-OK-SW.
003890     DISPLAY 'APRMAINT - ENTER REQUEST NUMBER (CCYYMMDDNNNN): '.
003900     ACCEPT DV-OP-REQUEST-NO.
003910     IF DV-OP-REQUEST-NO NOT NUMERIC OR
003920        DV-OP-REQUEST-NO = ZERO
003930         DISPLAY 'APRMAINT - INVALID REQUEST NUMBER - '
003940             DV-OP-REQUEST-NO
003950         GO TO 3500-EXIT
003960     END-IF.
003970     MOVE DV-OP-REQUEST-NO TO AQ-KEY.
003980     READ APRQUEUE
003990         INVALID KEY
004000             DISPLAY 'APRMAINT - REQUEST NOT FOUND - '
004010                 DV-OP-REQUEST-NO
004020             GO TO 3500-EXIT
004030     END-READ.
004040     IF DV-OP-VIEW
004050         SET DV-REQUEST-OK TO TRUE
004060         GO TO 3500-EXIT
004070     END-IF.
004080     IF NOT AQ-PENDING
004090         DISPLAY 'APRMAINT - REQUEST ' AQ-KEY
004100             ' IS NO LONGER PENDING - STATUS '
004110             AQ-REQUEST-STATUS
004120         ADD 1 TO DV-REFUSED-COUNT
004130         GO TO 3500-EXIT
004140     END-IF.
004150     IF AQ-REQUESTER-ID = DV-SIGNON-OPERATOR
004160         DISPLAY 'APRMAINT - REQUEST ' AQ-KEY
004170             ' WAS MADE BY ' DV-SIGNON-OPERATOR
004180             ' - A SECOND OPERATOR MUST DECIDE IT'
004190         ADD 1 TO DV-REFUSED-COUNT
004200         GO TO 3500-EXIT
004210     END-IF.
004220     PERFORM 3600-CHECK-EXPIRY THRU 3600-EXIT.
004230     IF DV-REQUEST-EXPIRED
004240         SET AQ-EXPIRED TO TRUE
004250         MOVE 'APRMAINT' TO AQ-DECIDED-BY
004260         MOVE DV-TODAY TO AQ-DECISION-DATE
004270         ACCEPT AQ-DECISION-TIME FROM TIME
004280         MOVE 'NOT DECIDED IN TIME' TO AQ-DECISION-NOTE
004290         REWRITE APRQUEUE-REC
004300         ADD 1 TO DV-EXPIRED-COUNT
004310         DISPLAY 'APRMAINT - REQUEST ' AQ-KEY ' IS OLDER THAN '
004320             DV-EXPIRY-DAYS ' BUSINESS DAYS - EXPIRED'
004330         GO TO 3500-EXIT
004340     END-IF.
004350     SET DV-REQUEST-OK TO TRUE.
004360 3500-EXIT.
004370     EXIT.
004380*----------------------------------------------------------
004390* 3600-CHECK-EXPIRY  -  BUSINESS DAYS FROM THE REQUEST DATE
004400* TO TODAY PER DVDATSRV. WHEN THE SERVICE CANNOT ANSWER THE
004410* REQUEST IS TREATED AS CURRENT.
004420*----------------------------------------------------------
004430 3600-CHECK-EXPIRY.
004440     MOVE 'N' TO DV-EXPIRED-SW.
004450     SET DVDAT-FUNC-BUSDAY-DIFF TO TRUE.
004460     MOVE AQ-REQUEST-DATE TO DVDAT-INPUT-DATE.
004470     MOVE DV-TODAY        TO DVDAT-INPUT-DATE-2.
004480     CALL 'DVDATSRV' USING DVDAT-PARM.
004490     IF NOT DVDAT-RC-OK
004500         GO TO 3600-EXIT
004510     END-IF.
004520     MOVE DVDAT-DAY-DIFFERENCE TO DV-AGE-DAYS.
004530     IF DV-AGE-DAYS > DV-EXPIRY-DAYS
004540         SET DV-REQUEST-EXPIRED TO TRUE
004550     END-IF.
004560 3600-EXIT.
004570     EXIT.
004580*----------------------------------------------------------
004590* 3700-VIEW-REQUEST  -  THE WHOLE REQUEST, WITH THE TARGET
004600* RECORD AS IT STOOD AND AS IT WOULD STAND.
004610*----------------------------------------------------------
004620 3700-VIEW-REQUEST.
004630     DISPLAY 'APRMAINT - REQUEST ' AQ-KEY ' STATUS '
004640         AQ-REQUEST-STATUS ' ' AQ-TARGET-FILE ' '
004650         AQ-TARGET-KEY ' ACTION ' AQ-ACTION.
004660     DISPLAY 'APRMAINT - REQUESTED BY ' AQ-REQUESTER-ID
004670         ' ON ' AQ-REQUEST-DATE ' - ' AQ-REQUEST-REASON.
004680     IF NOT AQ-PENDING
004690         DISPLAY 'APRMAINT - DECIDED BY ' AQ-DECIDED-BY
004700             ' ON ' AQ-DECISION-DATE ' - ' AQ-DECISION-NOTE
004710     END-IF.
004720     DISPLAY 'APRMAINT - BEFORE: ' AQ-BEFORE-IMAGE.
004730     DISPLAY 'APRMAINT - AFTER : ' AQ-AFTER-IMAGE.
004740 3700-EXIT.
004750     EXIT.
004760*----------------------------------------------------------
004770* 4000-APPROVE-REQUEST  -  APPLIES THE AFTER IMAGE TO THE
004780* TARGET FILE, PROVIDED THE TARGET STILL MATCHES THE BEFORE
004790* IMAGE. IF ANYTHING HAS CHANGED THE RECORD SINCE THE
004800* REQUEST WAS KEYED THE APPROVAL IS REFUSED AND THE REQUEST
004810* LEFT PENDING, TO BE REJECTED AND KEYED AGAIN.
004820*----------------------------------------------------------
004830 4000-APPROVE-REQUEST.
004840     PERFORM 4100-GET-CURRENT-IMAGE THRU 4100-EXIT.
004850     IF DV-CUR-IMAGE NOT = AQ-BEFORE-IMAGE
004860         DISPLAY 'APRMAINT - ' AQ-TARGET-FILE ' '
004870             AQ-TARGET-KEY ' HAS CHANGED SINCE THE REQUEST - '
004880             'REJECT AND RE-REQUEST'
004890         ADD 1 TO DV-REFUSED-COUNT
004900         GO TO 4000-EXIT
004910     END-IF.
004920     EVALUATE TRUE
004930         WHEN AQ-FOR-PGMSTAT
004940             PERFORM 4200-APPLY-PGMSTAT THRU 4200-EXIT
004950         WHEN AQ-FOR-PGMTRANS
004960             MOVE AQ-AFTER-IMAGE TO PGMTRANS-REC
004970             WRITE PGMTRANS-REC
004980                 INVALID KEY
004990                     REWRITE PGMTRANS-REC
005000             END-WRITE
005010             PERFORM 7000-WRITE-REF-AUDIT THRU 7000-EXIT
005020         WHEN AQ-FOR-SLARULES
005030             MOVE AQ-AFTER-IMAGE TO SLARULES-REC
005040             WRITE SLARULES-REC
005050                 INVALID KEY
005060                     REWRITE SLARULES-REC
005070             END-WRITE
005080             PERFORM 7000-WRITE-REF-AUDIT THRU 7000-EXIT
005090     END-EVALUATE.
005100     IF DV-REQUEST-OK
005110         SET AQ-APPROVED TO TRUE
005120         MOVE DV-SIGNON-OPERATOR TO AQ-DECIDED-BY
005130         MOVE DV-TODAY TO AQ-DECISION-DATE
005140         ACCEPT AQ-DECISION-TIME FROM TIME
005150         MOVE SPACES TO AQ-DECISION-NOTE
005160         REWRITE APRQUEUE-REC
005170         ADD 1 TO DV-APPROVED-COUNT
005180         DISPLAY 'APRMAINT - REQUEST ' AQ-KEY
005190             ' APPROVED AND APPLIED'
005200     END-IF.
005210 4000-EXIT.
005220     EXIT.
005230*----------------------------------------------------------
005240* 4100-GET-CURRENT-IMAGE  -  THE TARGET RECORD AS IT STANDS
005250* NOW, SPACES IF IT DOES NOT EXIST, IN THE SAME FORM THE
005260* REQUESTING UTILITY TOOK ITS BEFORE IMAGE.
005270*----------------------------------------------------------
005280 4100-GET-CURRENT-IMAGE.
005290     MOVE SPACES TO DV-CUR-IMAGE.
005300     EVALUATE TRUE
005310         WHEN AQ-FOR-PGMSTAT
005320             MOVE AQ-TARGET-KEY TO PS-RECORD-ID
005330             READ PGMSTAT
005340                 INVALID KEY
005350                     GO TO 4100-EXIT
005360             END-READ
005370             MOVE PGMSTAT-REC TO DV-CUR-IMAGE
005380         WHEN AQ-FOR-PGMTRANS
005390             MOVE AQ-TARGET-KEY TO PT-KEY
005400             READ PGMTRANS
005410                 INVALID KEY
005420                     GO TO 4100-EXIT
005430             END-READ
005440             MOVE PGMTRANS-REC TO DV-CUR-IMAGE
005450         WHEN AQ-FOR-SLARULES
005460             MOVE AQ-TARGET-KEY TO SLA-STATUS-CODE
005470             READ SLARULES
005480                 INVALID KEY
005490                     GO TO 4100-EXIT
005500             END-READ
005510             MOVE SLARULES-REC TO DV-CUR-IMAGE
005520         WHEN OTHER
005530             MOVE HIGH-VALUES TO DV-CUR-IMAGE
005540     END-EVALUATE.
005550 4100-EXIT.
005560     EXIT.
005570*----------------------------------------------------------
005580* 4200-APPLY-PGMSTAT  -  THE STATUS OVERRIDE. THE PGMTRANS
005590* RULE IS CHECKED AGAIN IN CASE IT WAS REMOVED WHILE THE
005600* REQUEST WAITED. THE PGMAUDIT ENTRY NAMES THE REQUESTER AS
005610* ITS SOURCE AND CARRIES THE APPROVER ALONGSIDE.
005620*----------------------------------------------------------
005630 4200-APPLY-PGMSTAT.
005640     MOVE PS-STATUS-CODE TO DV-OLD-STATUS.
005650     MOVE AQ-AFTER-IMAGE TO PGMSTAT-REC.
005660     IF DV-PGMTRANS-AVAILABLE
005670         MOVE DV-OLD-STATUS  TO PT-OLD-STATUS
005680         MOVE PS-STATUS-CODE TO PT-NEW-STATUS
005690         READ PGMTRANS
005700             INVALID KEY
005710                 DISPLAY 'APRMAINT - TRANSITION NO LONGER '
005720                     'ALLOWED - ' DV-OLD-STATUS ' TO '
005730                     PS-STATUS-CODE
005740                 MOVE 'N' TO DV-REQUEST-OK-SW
005750                 ADD 1 TO DV-REFUSED-COUNT
005760                 GO TO 4200-EXIT
005770         END-READ
005780     END-IF.
005790     ACCEPT PS-LAST-UPDATED-DATE FROM DATE YYYYMMDD.
005800     ACCEPT PS-LAST-UPDATED-TIME FROM TIME.
005810     REWRITE PGMSTAT-REC.
005820     MOVE PS-RECORD-ID          TO PA-RECORD-ID.
005830     MOVE DV-OLD-STATUS         TO PA-OLD-STATUS.
005840     MOVE PS-STATUS-CODE        TO PA-NEW-STATUS.
005850     MOVE PS-LAST-UPDATED-DATE  TO PA-CHANGE-DATE.
005860     MOVE PS-LAST-UPDATED-TIME  TO PA-CHANGE-TIME.
005870     MOVE AQ-REQUESTER-ID       TO PA-SOURCE.
005880     MOVE DV-SIGNON-OPERATOR    TO PA-APPROVER-ID.
005890     WRITE PGMAUDIT-REC.
005900 4200-EXIT.
005910     EXIT.
005920*----------------------------------------------------------
005930* 5000-REJECT-REQUEST  -  CLOSES THE REQUEST WITHOUT
005940* APPLYING IT. A REASON IS REQUIRED.
005950*----------------------------------------------------------
005960 5000-REJECT-REQUEST.
005970     DISPLAY 'APRMAINT - ENTER REASON FOR REJECTION: '.
005980     ACCEPT DV-OP-NOTE.
005990     IF DV-OP-NOTE = SPACES
006000         DISPLAY 'APRMAINT - REASON REQUIRED - REQUEST NOT '
006010             'REJECTED'
006020         GO TO 5000-EXIT
006030     END-IF.
006040     SET AQ-REJECTED TO TRUE.
006050     MOVE DV-SIGNON-OPERATOR TO AQ-DECIDED-BY.
006060     MOVE DV-TODAY TO AQ-DECISION-DATE.
006070     ACCEPT AQ-DECISION-TIME FROM TIME.
006080     MOVE DV-OP-NOTE TO AQ-DECISION-NOTE.
006090     REWRITE APRQUEUE-REC.
006100     ADD 1 TO DV-REJECTED-COUNT.
006110     DISPLAY 'APRMAINT - REQUEST ' AQ-KEY ' REJECTED'.
006120 5000-EXIT.
006130     EXIT.
006140*----------------------------------------------------------
006150* 7000-WRITE-REF-AUDIT  -  ONE REFERENCE-AUDIT RECORD FOR
006160* THE RULE CHANGE JUST APPLIED, NAMING THE OPERATOR WHO
006170* ASKED FOR IT AND THE OPERATOR WHO APPROVED IT.
006180*----------------------------------------------------------
006190 7000-WRITE-REF-AUDIT.
006200     MOVE AQ-TARGET-FILE TO RA-FILE-ID.
006210     MOVE AQ-TARGET-KEY TO RA-RECORD-KEY.
006220     MOVE AQ-ACTION TO RA-ACTION.
006230     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
006240     ACCEPT RA-CHANGE-TIME FROM TIME.
006250     MOVE AQ-REQUESTER-ID TO RA-OPERATOR-ID.
006260     MOVE DV-SIGNON-OPERATOR TO RA-APPROVER-ID.
006270     MOVE AQ-BEFORE-IMAGE TO RA-BEFORE-IMAGE.
006280     MOVE AQ-AFTER-IMAGE TO RA-AFTER-IMAGE.
006290     WRITE DVREFAUD-REC.
006300 7000-EXIT.
006310     EXIT.
006320*----------------------------------------------------------
006330* 8000-CLOSE-FILES  -  CLOSES EVERYTHING AND DISPLAYS THE
006340* RUN-END SUMMARY.
006350*----------------------------------------------------------
006360 8000-CLOSE-FILES.
006370     CLOSE APRQUEUE.
006380     CLOSE PGMSTAT.
006390     CLOSE PGMTRANS.
006400     CLOSE SLARULES.
006410     CLOSE PGMAUDIT.
006420     CLOSE DVREFAUD.
006430     DISPLAY 'APRMAINT - REQUESTS APPROVED     : '
006440         DV-APPROVED-COUNT.
006450     DISPLAY 'APRMAINT - REQUESTS REJECTED     : '
006460         DV-REJECTED-COUNT.
006470     DISPLAY 'APRMAINT - REQUESTS EXPIRED      : '
006480         DV-EXPIRED-COUNT.
006490     DISPLAY 'APRMAINT - DECISIONS REFUSED     : '
006500         DV-REFUSED-COUNT.
006510 8000-EXIT.
006520     EXIT.
006530 END PROGRAM APRMAINT.
