000370*                  THE SIGNED-ON OPERATOR, REVIEWED WITH THE
000380*                  REFAUDRP REPORT - SO A CHANGED THRESHOLD
000390*                  OR RULE CAN FINALLY BE TRACED.
000391* 2026-10-15  DV   DUAL CONTROL - A CHANGE THAT TURNS
000392*                  ESCALATION ON OR OFF FOR A STATUS, OR
000393*                  CHANGES ITS ESCALATE-TO STATUS OR
000394*                  ESCALATE-AFTER DAYS, IS NO LONGER APPLIED
000395*                  HERE. WITH THE OPERATOR'S REASON IT GOES
000396*                  TO THE APRQUEUE QUEUE (COPYBOOK APRQREC)
000397*                  AS A PENDING REQUEST AND IS APPLIED - WITH
000398*                  A DVREFAUD ENTRY CARRYING BOTH OPERATORS -
000399*                  ONLY WHEN A SECOND OPERATOR APPROVES IT IN
000400*                  APRMAINT. WARNING AND CRITICAL THRESHOLD
000401*                  CHANGES AND DELETES STILL APPLY AT ONCE,
000402*                  WITH RA-APPROVER-ID BLANK.
000403*----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000540     SELECT DVREFAUD ASSIGN TO DVREFAUD
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DV-REFAUD-STATUS.
000561     SELECT APRQUEUE ASSIGN TO APRQUEUE
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS AQ-KEY
000565         FILE STATUS IS DV-APRQUEUE-STATUS.
000570*----------------------------------------------------------
000580 DATA DIVISION.
000590 FILE SECTION.
000640 FD  DVREFAUD
000650     RECORDING MODE IS F.
000660 COPY DVREFAUD.
000663 FD  APRQUEUE.
000666 COPY APRQREC.
000670*----------------------------------------------------------
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------
000930 01  DV-OP-STATUS-CHECK          PIC X(02).
000940     88  DV-OP-CHECK-VALID       VALUES 'AC' 'CL' 'PN' 'OH'
000950                                        'RJ' 'RV'.
000951*----------------------------------------------------------
000952* ESCALATION SETTINGS AS THEY STOOD BEFORE THE UPDATE, TO
000953* TELL WHETHER THE UPDATE CHANGES THEM.
000954*----------------------------------------------------------
000955 01  DV-OLD-ESC-ACTIVE           PIC X(01).
000956     88  DV-OLD-ESC-YES          VALUE 'Y'.
000957 01  DV-OLD-ESC-STATUS           PIC X(02).
000958 01  DV-OLD-ESC-AFTER-DAYS       PIC 9(03).
000959 01  DV-ESC-CHANGE-SW            PIC X(01) VALUE 'N'.
000960     88  DV-ESC-CHANGED          VALUE 'Y'.
000961*----------------------------------------------------------
000970* OPERATOR SIGN-ON - CHECKED AGAINST THE DVOPRMST PROFILE
000980* FILE BEFORE ANYTHING ELSE IS ACCEPTED.
000990*----------------------------------------------------------
001120 01  DV-RA-ACTION                PIC X(01).
001130 01  DV-RA-BEFORE                PIC X(132).
001140 01  DV-RA-AFTER                 PIC X(132).
001141*----------------------------------------------------------
001142* DUAL-CONTROL QUEUE - A CHANGE NEEDING A SECOND OPERATOR IS
001143* WRITTEN TO APRQUEUE AS A PENDING REQUEST FOR APPROVAL IN
001144* APRMAINT, UNDER TODAY'S DATE AND THE NEXT FREE SEQUENCE
001145* WITHIN IT.
001146*----------------------------------------------------------
001147 01  DV-APRQUEUE-STATUS          PIC X(02) VALUE '00'.
001148     88  DV-APRQUEUE-OK          VALUES '00' '02'.
001149     88  DV-APRQUEUE-NOT-FOUND   VALUES '23' '35'.
001150 01  DV-AQ-TODAY                 PIC 9(08).
001151 01  DV-AQ-LAST-SEQ              PIC 9(04).
001152 01  DV-AQ-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
001153     88  DV-AQ-SCAN-DONE         VALUE 'Y'.
001154 01  DV-AQ-QUEUED-SW             PIC X(01) VALUE 'N'.
001155     88  DV-AQ-QUEUED            VALUE 'Y'.
001156 01  DV-AQ-REASON                PIC X(30).
001157*----------------------------------------------------------
001160 PROCEDURE DIVISION.
001170*----------------------------------------------------------
001180* 0000-MAINLINE
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001881     OPEN I-O APRQUEUE.
001882     IF DV-APRQUEUE-NOT-FOUND
001883         OPEN OUTPUT APRQUEUE
001884         CLOSE APRQUEUE
001885         OPEN I-O APRQUEUE
001886     END-IF.
001887     IF NOT DV-APRQUEUE-OK
001888         DISPLAY 'SLAMAINT - OPEN FAILED FOR APRQUEUE - '
001889             DV-APRQUEUE-STATUS
001890         MOVE 16 TO RETURN-CODE
001891         STOP RUN
001892     END-IF.
001893 1000-EXIT.
001900     EXIT.
001910*----------------------------------------------------------
001920* 2000-PROCESS-TRANSACTION  -  ONE OPERATOR INTERACTION. E
002480* 4000-ADD-OR-CHANGE-RULE  -  PROMPTS FOR AND VALIDATES THE
002490* TWO BUSINESS-DAY THRESHOLDS, THEN WRITES A NEW RULE OR
002500* REWRITES ONE THAT ALREADY EXISTS. THE CRITICAL THRESHOLD
002510* MAY NOT SIT BELOW THE WARNING THRESHOLD. AN UPDATE THAT
002512* CHANGES THE ESCALATION SETTINGS MOVES RECORDS WITH NO ONE
002514* KEYING THEM, SO IT IS QUEUED FOR A SECOND OPERATOR'S
002516* APPROVAL RATHER THAN WRITTEN.
002520*----------------------------------------------------------
002530 4000-ADD-OR-CHANGE-RULE.
002540     PERFORM 6900-GET-BEFORE-IMAGE THRU 6900-EXIT.
002541     IF DV-RA-TARGET-EXISTS
002542         MOVE SLA-ESC-ACTIVE-SW  TO DV-OLD-ESC-ACTIVE
002543         MOVE SLA-ESC-STATUS     TO DV-OLD-ESC-STATUS
002544         MOVE SLA-ESC-AFTER-DAYS TO DV-OLD-ESC-AFTER-DAYS
002545     ELSE
002546         MOVE 'N'    TO DV-OLD-ESC-ACTIVE
002547         MOVE SPACES TO DV-OLD-ESC-STATUS
002548         MOVE ZERO   TO DV-OLD-ESC-AFTER-DAYS
002549     END-IF.
002550     DISPLAY 'SLAMAINT - ENTER WARNING DAYS (001-999): '.
002560     ACCEPT DV-OP-WARNING-DAYS.
002570     IF DV-OP-WARNING-DAYS = ZERO
002980     END-IF.
002990     MOVE DV-OP-ESC-STATUS     TO SLA-ESC-STATUS.
003000     MOVE DV-OP-ESC-AFTER-DAYS TO SLA-ESC-AFTER-DAYS.
003001     MOVE 'N' TO DV-ESC-CHANGE-SW.
003002     IF DV-OP-ESC-YES
003003         IF NOT DV-OLD-ESC-YES
003004         OR DV-OP-ESC-STATUS NOT = DV-OLD-ESC-STATUS
003005         OR DV-OP-ESC-AFTER-DAYS NOT = DV-OLD-ESC-AFTER-DAYS
003006             SET DV-ESC-CHANGED TO TRUE
003007         END-IF
003008     ELSE
003009         IF DV-OLD-ESC-YES
003010             SET DV-ESC-CHANGED TO TRUE
003011         END-IF
003012     END-IF.
003013     IF DV-ESC-CHANGED
003014         IF DV-RA-TARGET-EXISTS
003015             MOVE 'C' TO DV-RA-ACTION
003016         ELSE
003017             MOVE 'A' TO DV-RA-ACTION
003018         END-IF
003019         MOVE SLARULES-REC TO DV-RA-AFTER
003020         DISPLAY 'SLAMAINT - AN ESCALATION CHANGE NEEDS APPROVAL '
003021             'BY A SECOND OPERATOR'
003022         PERFORM 7100-QUEUE-REQUEST THRU 7100-EXIT
003023         GO TO 4000-EXIT
003024     END-IF.
003025     WRITE SLARULES-REC
003026         INVALID KEY
003030             REWRITE SLARULES-REC
003040     END-WRITE.
003050     IF DV-RA-TARGET-EXISTS
003600     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
003610     ACCEPT RA-CHANGE-TIME FROM TIME.
003620     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
003625     MOVE SPACES TO RA-APPROVER-ID.
003630     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
003640     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
003650     WRITE DVREFAUD-REC.
003660 7000-EXIT.
003661     EXIT.
003662*----------------------------------------------------------
003663* 7100-QUEUE-REQUEST  -  WRITES THE CHANGE TO APRQUEUE AS A
003664* PENDING REQUEST UNDER TODAY'S DATE AND THE NEXT FREE
003665* SEQUENCE FOR THE DATE, WITH THE OPERATOR'S REASON AND THE
003666* BEFORE AND AFTER IMAGES. SLARULES ITSELF IS NOT TOUCHED.
003667*----------------------------------------------------------
003668 7100-QUEUE-REQUEST.
003669     MOVE 'N' TO DV-AQ-QUEUED-SW.
003670     DISPLAY 'SLAMAINT - ENTER REASON FOR THE CHANGE: '.
003671     ACCEPT DV-AQ-REASON.
003672     IF DV-AQ-REASON = SPACES
003673         DISPLAY 'SLAMAINT - REASON REQUIRED - CHANGE NOT QUEUED'
003674         GO TO 7100-EXIT
003675     END-IF.
003676     ACCEPT DV-AQ-TODAY FROM DATE YYYYMMDD.
003677     PERFORM 7150-FIND-LAST-SEQ THRU 7150-EXIT.
003678     IF DV-AQ-LAST-SEQ >= 9999
003679         DISPLAY 'SLAMAINT - APRQUEUE FULL FOR TODAY - '
003680             'CHANGE NOT QUEUED'
003681         GO TO 7100-EXIT
003682     END-IF.
003683     MOVE SPACES TO APRQUEUE-REC.
003684     MOVE DV-AQ-TODAY TO AQ-REQUEST-DATE.
003685     COMPUTE AQ-REQUEST-SEQ = DV-AQ-LAST-SEQ + 1.
003686     ACCEPT AQ-REQUEST-TIME FROM TIME.
003687     MOVE 'SLARULES' TO AQ-TARGET-FILE.
003688     MOVE SLA-STATUS-CODE TO AQ-TARGET-KEY.
003689     MOVE DV-RA-ACTION TO AQ-ACTION.
003690     MOVE DV-SIGNON-OPERATOR TO AQ-REQUESTER-ID.
003691     MOVE DV-AQ-REASON TO AQ-REQUEST-REASON.
003692     SET AQ-PENDING TO TRUE.
003693     MOVE ZERO TO AQ-DECISION-DATE.
003694     MOVE ZERO TO AQ-DECISION-TIME.
003695     MOVE DV-RA-BEFORE TO AQ-BEFORE-IMAGE.
003696     MOVE DV-RA-AFTER TO AQ-AFTER-IMAGE.
003697     WRITE APRQUEUE-REC
003698         INVALID KEY
003699             DISPLAY 'SLAMAINT - APRQUEUE WRITE FAILED - '
003700                 DV-APRQUEUE-STATUS ' - CHANGE NOT QUEUED'
003701             GO TO 7100-EXIT
003702     END-WRITE.
003703     SET DV-AQ-QUEUED TO TRUE.
003704     DISPLAY 'SLAMAINT - QUEUED FOR APPROVAL AS REQUEST '
003705         AQ-KEY.
003706 7100-EXIT.
003707     EXIT.
003708*----------------------------------------------------------
003709* 7150-FIND-LAST-SEQ  -  THE HIGHEST SEQUENCE ALREADY USED
003710* UNDER TODAY'S DATE, ZERO IF NONE.
003711*----------------------------------------------------------
003712 7150-FIND-LAST-SEQ.
003713     MOVE ZERO TO DV-AQ-LAST-SEQ.
003714     MOVE DV-AQ-TODAY TO AQ-REQUEST-DATE.
003715     MOVE ZERO TO AQ-REQUEST-SEQ.
003716     START APRQUEUE KEY IS >= AQ-KEY
003717         INVALID KEY
003718             GO TO 7150-EXIT
003719     END-START.
003720     MOVE 'N' TO DV-AQ-SCAN-DONE-SW.
003721     PERFORM 7160-READ-ONE-SEQ THRU 7160-EXIT
003722         UNTIL DV-AQ-SCAN-DONE.
003723 7150-EXIT.
003724     EXIT.
003725*----------------------------------------------------------
003726* 7160-READ-ONE-SEQ
003727*----------------------------------------------------------
003728 7160-READ-ONE-SEQ.
003729     READ APRQUEUE NEXT RECORD
003730         AT END
003731             SET DV-AQ-SCAN-DONE TO TRUE
003732             GO TO 7160-EXIT
003733     END-READ.
003734     IF AQ-REQUEST-DATE NOT = DV-AQ-TODAY
003735         SET DV-AQ-SCAN-DONE TO TRUE
003736         GO TO 7160-EXIT
003737     END-IF.
003738     MOVE AQ-REQUEST-SEQ TO DV-AQ-LAST-SEQ.
003739 7160-EXIT.
003740     EXIT.
003741*----------------------------------------------------------
003742* 8000-CLOSE-FILES
003743*----------------------------------------------------------
003744 8000-CLOSE-FILES.
003745     CLOSE DVREFAUD.
003746     CLOSE SLARULES.
003747     CLOSE APRQUEUE.
003748 8000-EXIT.
003750     EXIT.
003760 END PROGRAM SLAMAINT.
