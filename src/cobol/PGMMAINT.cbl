000520*                  PLACE OF THE BARE 'ONLINE' LITERAL, SO A
000530*                  DISPUTED STATUS CHANGE HAS A PERSON
000540*                  ATTACHED.
000541* 2026-10-15  DV   DUAL CONTROL - AN OVERRIDE TO CL, RJ OR RV
000542*                  IS NO LONGER APPLIED HERE. AFTER THE USUAL
000543*                  PGMTRANS CHECK IT IS WRITTEN, WITH THE
000544*                  OPERATOR'S REASON AND THE RECORD'S BEFORE
000545*                  AND AFTER IMAGES, AS A PENDING REQUEST ON
000546*                  THE APRQUEUE QUEUE (COPYBOOK APRQREC) AND
000547*                  APPLIED ONLY WHEN A SECOND OPERATOR
000548*                  APPROVES IT IN APRMAINT, WHOSE PGMAUDIT
000549*                  ENTRY CARRIES BOTH IDS. OTHER OVERRIDES
000550*                  APPLY AS BEFORE, WITH PA-APPROVER-ID BLANK.
000551*                  QUEUED OVERRIDES ARE COUNTED ON THE RUN-END
000552*                  SUMMARY.
000553* 2026-10-15  DV   CASE NOTES - NEW N COMMAND KEYS A FREE-TEXT
000554*                  NOTE AGAINST A PGMSTAT RECORD INTO THE KEYED
000555*                  PGMNOTE FILE (COPYBOOK PGMNTREC), STAMPED
000556*                  WITH THE DATE, TIME AND SIGNED-ON OPERATOR,
000557*                  SO WHAT ONE OPERATOR FOUND OUT IS THERE FOR
000558*                  THE NEXT. V NOW LISTS THE RECORD'S NOTE
000559*                  HISTORY, OLDEST FIRST, UNDER ITS STATUS.
000560*                  NOTES ADDED ARE COUNTED ON THE RUN-END
000561*                  SUMMARY.
000562*----------------------------------------------------------
000563 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PGMSTAT ASSIGN TO PGMSTAT
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS OP-OPERATOR-ID
000760         FILE STATUS IS DV-OPRMST-STATUS.
000761     SELECT APRQUEUE ASSIGN TO APRQUEUE
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS DYNAMIC
000764         RECORD KEY IS AQ-KEY
000765         FILE STATUS IS DV-APRQUEUE-STATUS.
000766     SELECT PGMNOTE ASSIGN TO PGMNOTE
000767         ORGANIZATION IS INDEXED
000768         ACCESS MODE IS DYNAMIC
000769         RECORD KEY IS PN-KEY
000770         FILE STATUS IS DV-PGMNOTE-STATUS.
000771*----------------------------------------------------------
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PGMSTAT.
000860 COPY PGMTRNREC.
000870 FD  DVOPRMST.
000880 COPY DVOPRREC.
000882 FD  APRQUEUE.
000884 COPY APRQREC.
000886 FD  PGMNOTE.
000888 COPY PGMNTREC.
000890*----------------------------------------------------------
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------
001090*----------------------------------------------------------
001100 01  DV-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
001110 01  DV-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
001113 01  DV-QUEUED-COUNT             PIC 9(05) VALUE ZERO.
001116 01  DV-NOTES-ADDED-COUNT        PIC 9(05) VALUE ZERO.
001120*----------------------------------------------------------
001130* OPERATOR TRANSACTION FIELDS
001140*----------------------------------------------------------
001150 01  DV-OP-COMMAND               PIC X(01).
001160     88  DV-OP-END               VALUE 'E'.
001163     88  DV-OP-VIEW              VALUE 'V'.
001166     88  DV-OP-NOTE              VALUE 'N'.
001170 01  DV-OP-RECORD-ID             PIC X(10).
001180 01  DV-OP-NEW-STATUS            PIC X(02).
001190     88  DV-OP-STATUS-VALID      VALUES 'AC' 'CL' 'PN' 'OH'
001200                                        'RJ' 'RV'.
001205     88  DV-OP-DUAL-CONTROL      VALUES 'CL' 'RJ' 'RV'.
001210 01  DV-OLD-STATUS               PIC X(02).
001220*----------------------------------------------------------
001230* OPERATOR SIGN-ON - CHECKED AGAINST THE DVOPRMST PROFILE
001260 01  DV-OPRMST-STATUS            PIC X(02) VALUE '00'.
001270     88  DV-OPRMST-OK            VALUES '00' '02'.
001280 01  DV-SIGNON-OPERATOR          PIC X(08).
001281*----------------------------------------------------------
001282* DUAL-CONTROL QUEUE - A CLOSE, REJECT OR REVERSE OVERRIDE
001283* IS WRITTEN TO APRQUEUE AS A PENDING REQUEST FOR A SECOND
001284* OPERATOR TO APPROVE IN APRMAINT, UNDER TODAY'S DATE AND
001285* THE NEXT FREE SEQUENCE WITHIN IT.
001286*----------------------------------------------------------
001287 01  DV-APRQUEUE-STATUS          PIC X(02) VALUE '00'.
001288     88  DV-APRQUEUE-OK          VALUES '00' '02'.
001289     88  DV-APRQUEUE-NOT-FOUND   VALUES '23' '35'.
001290 01  DV-AQ-TODAY                 PIC 9(08).
001291 01  DV-AQ-LAST-SEQ              PIC 9(04).
001292 01  DV-AQ-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
001293     88  DV-AQ-SCAN-DONE         VALUE 'Y'.
001294 01  DV-AQ-QUEUED-SW             PIC X(01) VALUE 'N'.
001295     88  DV-AQ-QUEUED            VALUE 'Y'.
001296 01  DV-AQ-REASON                PIC X(30).
001297 01  DV-AQ-BEFORE                PIC X(132).
001298 01  DV-AQ-AFTER                 PIC X(132).
001299*----------------------------------------------------------
001300* CASE NOTES - A NEW NOTE GOES ON PGMNOTE UNDER THE RECORD ID
001301* AND THE NEXT FREE SEQUENCE FOR THE RECORD.
001302*----------------------------------------------------------
001303 01  DV-PGMNOTE-STATUS           PIC X(02) VALUE '00'.
001304     88  DV-PGMNOTE-OK           VALUES '00' '02'.
001305     88  DV-PGMNOTE-NOT-FOUND    VALUES '23' '35'.
001306 01  DV-NOTE-TEXT                PIC X(70).
001307 01  DV-NOTE-LAST-SEQ            PIC 9(05).
001308 01  DV-NOTE-SHOWN-COUNT         PIC 9(05).
001309 01  DV-NOTE-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
001310     88  DV-NOTE-SCAN-DONE       VALUE 'Y'.
001311*----------------------------------------------------------
001312 PROCEDURE DIVISION.
001313*----------------------------------------------------------
001320* 0000-MAINLINE
001330*----------------------------------------------------------
001340 0000-MAINLINE.
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002011     OPEN I-O APRQUEUE.
002012     IF DV-APRQUEUE-NOT-FOUND
002013         OPEN OUTPUT APRQUEUE
002014         CLOSE APRQUEUE
002015         OPEN I-O APRQUEUE
002016     END-IF.
002017     IF NOT DV-APRQUEUE-OK
002018         DISPLAY 'PGMMAINT - OPEN FAILED FOR APRQUEUE - '
002019             DV-APRQUEUE-STATUS
002020         MOVE 16 TO RETURN-CODE
002021         STOP RUN
002022     END-IF.
002023     OPEN I-O PGMNOTE.
002024     IF DV-PGMNOTE-NOT-FOUND
002025         OPEN OUTPUT PGMNOTE
002026         CLOSE PGMNOTE
002027         OPEN I-O PGMNOTE
002028     END-IF.
002029     IF NOT DV-PGMNOTE-OK
002030         DISPLAY 'PGMMAINT - OPEN FAILED FOR PGMNOTE - '
002031             DV-PGMNOTE-STATUS
002032         MOVE 16 TO RETURN-CODE
002033         STOP RUN
002034     END-IF.
002035     OPEN INPUT PGMTRANS.
002036     IF DV-PGMTRANS-OK
002040         SET DV-PGMTRANS-AVAILABLE TO TRUE
002050     ELSE
002060         DISPLAY 'PGMMAINT - PGMTRANS UNAVAILABLE - STATUS '
002100     EXIT.
002110*----------------------------------------------------------
002120* 2000-PROCESS-TRANSACTION  -  ONE OPERATOR INTERACTION. E
002130* ENDS THE TRANSACTION, V DISPLAYS A RECORD'S CURRENT STATUS
002140* AND NOTE HISTORY, U OVERRIDES THE STATUS, N ADDS A NOTE.
002150*----------------------------------------------------------
002160 2000-PROCESS-TRANSACTION.
002170     DISPLAY 'PGMMAINT - ENTER COMMAND (V=VIEW, U=UPDATE, '
002180         'N=NOTE, E=END): '.
002190     ACCEPT DV-OP-COMMAND.
002200     IF DV-OP-END
002210         GO TO 2000-EXIT
002330     IF DV-OP-COMMAND = 'U'
002340         PERFORM 3000-UPDATE-STATUS THRU 3000-EXIT
002350     END-IF.
002351     IF DV-OP-VIEW
002352         PERFORM 3400-SHOW-NOTE-HISTORY THRU 3400-EXIT
002353     END-IF.
002354     IF DV-OP-NOTE
002355         PERFORM 3300-ADD-NOTE THRU 3300-EXIT
002356     END-IF.
002360 2000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------
002390* 3000-UPDATE-STATUS  -  PROMPTS FOR AND VALIDATES A NEW
002400* STATUS CODE, THEN REWRITES PGMSTAT AND WRITES THE SAME
002410* AUDIT RECORD THE BATCH-SIDE PARAGRAPH WOULD HAVE WRITTEN.
002415* A MOVE TO CL, RJ OR RV IS QUEUED FOR APPROVAL INSTEAD.
002420*----------------------------------------------------------
002430 3000-UPDATE-STATUS.
002440     DISPLAY 'PGMMAINT - ENTER NEW STATUS (AC/CL/PN/OH/RJ/RV): '.
002550         ADD 1 TO DV-REJECTED-COUNT
002560         GO TO 3000-EXIT
002570     END-IF.
002572     IF DV-OP-DUAL-CONTROL
002574         PERFORM 3200-QUEUE-OVERRIDE THRU 3200-EXIT
002576         GO TO 3000-EXIT
002578     END-IF.
002580     MOVE PS-STATUS-CODE TO DV-OLD-STATUS.
002590     MOVE DV-OP-NEW-STATUS TO PS-STATUS-CODE.
002600     ACCEPT PS-LAST-UPDATED-DATE FROM DATE YYYYMMDD.
002660     MOVE PS-LAST-UPDATED-DATE  TO PA-CHANGE-DATE.
002670     MOVE PS-LAST-UPDATED-TIME  TO PA-CHANGE-TIME.
002680     MOVE DV-SIGNON-OPERATOR TO PA-SOURCE.
002685     MOVE SPACES TO PA-APPROVER-ID.
002690     WRITE PGMAUDIT-REC.
002700     ADD 1 TO DV-APPLIED-COUNT.
002710     DISPLAY 'PGMMAINT - STATUS UPDATED TO ' PS-STATUS-CODE.
002920 3100-EXIT.
002930     EXIT.
002940*----------------------------------------------------------
002950* 3200-QUEUE-OVERRIDE  -  A CLOSE, REJECT OR REVERSE NEEDS A
002960* SECOND OPERATOR. THE RECORD AS IT STANDS AND AS IT WOULD
002970* STAND GO ON THE QUEUE WITH THE OPERATOR'S REASON; PGMSTAT
002980* ITSELF IS NOT TOUCHED.
002990*----------------------------------------------------------
003000 3200-QUEUE-OVERRIDE.
003010     DISPLAY 'PGMMAINT - A MOVE TO ' DV-OP-NEW-STATUS
003020         ' NEEDS APPROVAL BY A SECOND OPERATOR'.
003030     DISPLAY 'PGMMAINT - ENTER REASON FOR THE CHANGE: '.
003040     ACCEPT DV-AQ-REASON.
003050     IF DV-AQ-REASON = SPACES
003060         DISPLAY 'PGMMAINT - REASON REQUIRED - OVERRIDE NOT '
003070             'QUEUED'
003080         GO TO 3200-EXIT
003090     END-IF.
003100     MOVE PGMSTAT-REC TO DV-AQ-BEFORE.
003110     MOVE PS-STATUS-CODE TO DV-OLD-STATUS.
003120     MOVE DV-OP-NEW-STATUS TO PS-STATUS-CODE.
003130     MOVE PGMSTAT-REC TO DV-AQ-AFTER.
003140     MOVE DV-OLD-STATUS TO PS-STATUS-CODE.
003150     PERFORM 7100-QUEUE-REQUEST THRU 7100-EXIT.
003160     IF DV-AQ-QUEUED
003170         ADD 1 TO DV-QUEUED-COUNT
003180     END-IF.
003190 3200-EXIT.
003200     EXIT.
003210*----------------------------------------------------------
003220* 3300-ADD-NOTE  -  PROMPTS FOR ONE LINE OF NOTE TEXT AND
003230* WRITES IT TO PGMNOTE UNDER THE RECORD'S NEXT FREE SEQUENCE,
003240* STAMPED WITH TODAY'S DATE, THE TIME AND THE SIGNED-ON
003250* OPERATOR. A BLANK NOTE IS NOT WRITTEN.
003260*----------------------------------------------------------
003270 3300-ADD-NOTE.
003280     DISPLAY 'PGMMAINT - ENTER NOTE TEXT: '.
003290     ACCEPT DV-NOTE-TEXT.
003300     IF DV-NOTE-TEXT = SPACES
003310         DISPLAY 'PGMMAINT - NOTE TEXT REQUIRED - NOTE NOT ADDED'
003320         GO TO 3300-EXIT
003330     END-IF.
003340     PERFORM 7200-FIND-LAST-NOTE-SEQ THRU 7200-EXIT.
003350     IF DV-NOTE-LAST-SEQ >= 99999
003360         DISPLAY 'PGMMAINT - NOTE LIMIT REACHED FOR RECORD - '
003370             'NOTE NOT ADDED'
003380         GO TO 3300-EXIT
003390     END-IF.
003400     MOVE SPACES TO PGMNOTE-REC.
003410     MOVE PS-RECORD-ID TO PN-RECORD-ID.
003420     COMPUTE PN-NOTE-SEQ = DV-NOTE-LAST-SEQ + 1.
003430     ACCEPT PN-NOTE-DATE FROM DATE YYYYMMDD.
003440     ACCEPT PN-NOTE-TIME FROM TIME.
003450     MOVE DV-SIGNON-OPERATOR TO PN-OPERATOR-ID.
003460     MOVE DV-NOTE-TEXT TO PN-NOTE-TEXT.
003470     WRITE PGMNOTE-REC
003480         INVALID KEY
003490             DISPLAY 'PGMMAINT - PGMNOTE WRITE FAILED - '
003500                 DV-PGMNOTE-STATUS ' - NOTE NOT ADDED'
003510             GO TO 3300-EXIT
003520     END-WRITE.
003530     ADD 1 TO DV-NOTES-ADDED-COUNT.
003540     DISPLAY 'PGMMAINT - NOTE ADDED AS NUMBER ' PN-NOTE-SEQ.
003550 3300-EXIT.
003560     EXIT.
003570*----------------------------------------------------------
003580* 3400-SHOW-NOTE-HISTORY  -  LISTS EVERY NOTE ON FILE FOR THE
003590* RECORD, OLDEST FIRST. NOTES ALREADY MOVED TO THE ARCHIVE BY
003600* PGMARCHV ARE NOT SHOWN.
003610*----------------------------------------------------------
003620 3400-SHOW-NOTE-HISTORY.
003630     MOVE ZERO TO DV-NOTE-SHOWN-COUNT.
003640     MOVE PS-RECORD-ID TO PN-RECORD-ID.
003650     MOVE ZERO TO PN-NOTE-SEQ.
003660     START PGMNOTE KEY IS >= PN-KEY
003670         INVALID KEY
003680             GO TO 3400-CHECK-NONE
003690     END-START.
003700     MOVE 'N' TO DV-NOTE-SCAN-DONE-SW.
003710     PERFORM 3410-SHOW-ONE-NOTE THRU 3410-EXIT
003720         UNTIL DV-NOTE-SCAN-DONE.
003730 3400-CHECK-NONE.
003740     IF DV-NOTE-SHOWN-COUNT = ZERO
003750         DISPLAY 'PGMMAINT - NO NOTES ON FILE FOR ' PS-RECORD-ID
003760     END-IF.
003770 3400-EXIT.
003780     EXIT.
003790*----------------------------------------------------------
003800* 3410-SHOW-ONE-NOTE
003810*----------------------------------------------------------
003820 3410-SHOW-ONE-NOTE.
003830     READ PGMNOTE NEXT RECORD
003840         AT END
003850             SET DV-NOTE-SCAN-DONE TO TRUE
003860             GO TO 3410-EXIT
003870     END-READ.
003880     IF PN-RECORD-ID NOT = PS-RECORD-ID
003890         SET DV-NOTE-SCAN-DONE TO TRUE
003900         GO TO 3410-EXIT
003910     END-IF.
003920     IF DV-NOTE-SHOWN-COUNT = ZERO
003930         DISPLAY 'PGMMAINT - NOTE HISTORY FOR ' PS-RECORD-ID
003940     END-IF.
003950     ADD 1 TO DV-NOTE-SHOWN-COUNT.
003960     DISPLAY '  ' PN-NOTE-DATE ' ' PN-NOTE-TIME ' '
003970         PN-OPERATOR-ID ' ' PN-NOTE-TEXT.
003980 3410-EXIT.
003990     EXIT.
004000*----------------------------------------------------------
004010* 7100-QUEUE-REQUEST  -  WRITES THE OVERRIDE TO APRQUEUE AS
004020* A PENDING REQUEST UNDER TODAY'S DATE AND THE NEXT FREE
004030* SEQUENCE FOR THE DATE.
004040*----------------------------------------------------------
004050 7100-QUEUE-REQUEST.
004060     MOVE 'N' TO DV-AQ-QUEUED-SW.
004070     ACCEPT DV-AQ-TODAY FROM DATE YYYYMMDD.
004080     PERFORM 7150-FIND-LAST-SEQ THRU 7150-EXIT.
004090     IF DV-AQ-LAST-SEQ >= 9999
004100         DISPLAY 'PGMMAINT - APRQUEUE FULL FOR TODAY - '
004110             'OVERRIDE NOT QUEUED'
004120         GO TO 7100-EXIT
004130     END-IF.
004140     MOVE SPACES TO APRQUEUE-REC.
004150     MOVE DV-AQ-TODAY TO AQ-REQUEST-DATE.
004160     COMPUTE AQ-REQUEST-SEQ = DV-AQ-LAST-SEQ + 1.
004170     ACCEPT AQ-REQUEST-TIME FROM TIME.
004180     MOVE 'PGMSTAT' TO AQ-TARGET-FILE.
004190     MOVE PS-RECORD-ID TO AQ-TARGET-KEY.
004200     SET AQ-ACTION-CHANGE TO TRUE.
004210     MOVE DV-SIGNON-OPERATOR TO AQ-REQUESTER-ID.
004220     MOVE DV-AQ-REASON TO AQ-REQUEST-REASON.
004230     SET AQ-PENDING TO TRUE.
004240     MOVE ZERO TO AQ-DECISION-DATE.
004250     MOVE ZERO TO AQ-DECISION-TIME.
004260     MOVE DV-AQ-BEFORE TO AQ-BEFORE-IMAGE.
004270     MOVE DV-AQ-AFTER TO AQ-AFTER-IMAGE.
004280     WRITE APRQUEUE-REC
004290         INVALID KEY
004300             DISPLAY 'PGMMAINT - APRQUEUE WRITE FAILED - '
004310                 DV-APRQUEUE-STATUS ' - OVERRIDE NOT QUEUED'
004320             GO TO 7100-EXIT
004330     END-WRITE.
004340     SET DV-AQ-QUEUED TO TRUE.
004350     DISPLAY 'PGMMAINT - QUEUED FOR APPROVAL AS REQUEST '
004360         AQ-KEY.
004370 7100-EXIT.
004380     EXIT.
004390*----------------------------------------------------------
004400* 7150-FIND-LAST-SEQ  -  THE HIGHEST SEQUENCE ALREADY USED
004410* UNDER TODAY'S DATE, ZERO IF NONE.
004420*----------------------------------------------------------
004430 7150-FIND-LAST-SEQ.
004440     MOVE ZERO TO DV-AQ-LAST-SEQ.
004450     MOVE DV-AQ-TODAY TO AQ-REQUEST-DATE.
004460     MOVE ZERO TO AQ-REQUEST-SEQ.
004470     START APRQUEUE KEY IS >= AQ-KEY
004480         INVALID KEY
004490             GO TO 7150-EXIT
004500     END-START.
004510     MOVE 'N' TO DV-AQ-SCAN-DONE-SW.
004520     PERFORM 7160-READ-ONE-SEQ THRU 7160-EXIT
004530         UNTIL DV-AQ-SCAN-DONE.
004540 7150-EXIT.
004550     EXIT.
004560*----------------------------------------------------------
004570* 7160-READ-ONE-SEQ
004580*----------------------------------------------------------
004590 7160-READ-ONE-SEQ.
004600     READ APRQUEUE NEXT RECORD
004610         AT END
004620             SET DV-AQ-SCAN-DONE TO TRUE
004630             GO TO 7160-EXIT
004640     END-READ.
004650     IF AQ-REQUEST-DATE NOT = DV-AQ-TODAY
004660         SET DV-AQ-SCAN-DONE TO TRUE
004670         GO TO 7160-EXIT
004680     END-IF.
004690     MOVE AQ-REQUEST-SEQ TO DV-AQ-LAST-SEQ.
004700 7160-EXIT.
004710     EXIT.
004720*----------------------------------------------------------
004730* 7200-FIND-LAST-NOTE-SEQ  -  THE HIGHEST NOTE SEQUENCE ON
004740* FILE FOR THE RECORD, ZERO IF IT HAS NO NOTES.
004750*----------------------------------------------------------
004760 7200-FIND-LAST-NOTE-SEQ.
004770     MOVE ZERO TO DV-NOTE-LAST-SEQ.
004780     MOVE PS-RECORD-ID TO PN-RECORD-ID.
004790     MOVE ZERO TO PN-NOTE-SEQ.
004800     START PGMNOTE KEY IS >= PN-KEY
004810         INVALID KEY
004820             GO TO 7200-EXIT
004830     END-START.
004840     MOVE 'N' TO DV-NOTE-SCAN-DONE-SW.
004850     PERFORM 7210-READ-ONE-NOTE-SEQ THRU 7210-EXIT
004860         UNTIL DV-NOTE-SCAN-DONE.
004870 7200-EXIT.
004880     EXIT.
004890*----------------------------------------------------------
004900* 7210-READ-ONE-NOTE-SEQ
004910*----------------------------------------------------------
004920 7210-READ-ONE-NOTE-SEQ.
004930     READ PGMNOTE NEXT RECORD
004940         AT END
004950             SET DV-NOTE-SCAN-DONE TO TRUE
004960             GO TO 7210-EXIT
004970     END-READ.
004980     IF PN-RECORD-ID NOT = PS-RECORD-ID
004990         SET DV-NOTE-SCAN-DONE TO TRUE
005000         GO TO 7210-EXIT
005010     END-IF.
005020     MOVE PN-NOTE-SEQ TO DV-NOTE-LAST-SEQ.
005030 7210-EXIT.
005040     EXIT.
005050*----------------------------------------------------------
005060* 8000-CLOSE-FILES  -  CLOSES EVERYTHING AND DISPLAYS THE
005070* RUN-END SUMMARY OF STATUS CHANGES APPLIED AND TRANSITIONS
005080* REJECTED BY THE PGMTRANS RULES.
005090*----------------------------------------------------------
005100 8000-CLOSE-FILES.
005110     CLOSE PGMSTAT.
005120     CLOSE PGMAUDIT.
005130     CLOSE APRQUEUE.
005140     CLOSE PGMNOTE.
005150     IF DV-PGMTRANS-AVAILABLE
005160         CLOSE PGMTRANS
005170     END-IF.
005180     DISPLAY 'PGMMAINT - STATUS CHANGES APPLIED : '
005190         DV-APPLIED-COUNT.
005200     DISPLAY 'PGMMAINT - TRANSITIONS REJECTED   : '
005210         DV-REJECTED-COUNT.
005220     DISPLAY 'PGMMAINT - QUEUED FOR APPROVAL    : '
005230         DV-QUEUED-COUNT.
005240     DISPLAY 'PGMMAINT - NOTES ADDED            : '
005250         DV-NOTES-ADDED-COUNT.
005260 8000-EXIT.
005270     EXIT.
005280 END PROGRAM PGMMAINT.
