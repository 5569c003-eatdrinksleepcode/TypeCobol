000310*                  THE SIGNED-ON OPERATOR, REVIEWED WITH THE
000320*                  REFAUDRP REPORT - SO A CHANGED THRESHOLD
000330*                  OR RULE CAN FINALLY BE TRACED.
000331* 2026-10-15  DV   DUAL CONTROL - A NEW TRANSITION IS NO
000332*                  LONGER ADDED HERE. WITH THE OPERATOR'S
000333*                  REASON IT GOES TO THE APRQUEUE QUEUE
000334*                  (COPYBOOK APRQREC) AS A PENDING REQUEST,
000335*                  AND IS ADDED - WITH A DVREFAUD ENTRY
000336*                  CARRYING BOTH OPERATORS - ONLY WHEN A
000337*                  SECOND OPERATOR APPROVES IT IN APRMAINT.
000338*                  DESCRIPTION CHANGES AND DELETES STILL
000339*                  APPLY AT ONCE, WITH RA-APPROVER-ID BLANK.
000340*----------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000480     SELECT DVREFAUD ASSIGN TO DVREFAUD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DV-REFAUD-STATUS.
000501     SELECT APRQUEUE ASSIGN TO APRQUEUE
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS AQ-KEY
000505         FILE STATUS IS DV-APRQUEUE-STATUS.
000510*----------------------------------------------------------
000520 DATA DIVISION.
000530 FILE SECTION.
000580 FD  DVREFAUD
000590     RECORDING MODE IS F.
000600 COPY DVREFAUD.
000603 FD  APRQUEUE.
000606 COPY APRQREC.
000610*----------------------------------------------------------
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------
000990 01  DV-RA-ACTION                PIC X(01).
001000 01  DV-RA-BEFORE                PIC X(132).
001010 01  DV-RA-AFTER                 PIC X(132).
001011*----------------------------------------------------------
001012* DUAL-CONTROL QUEUE - A CHANGE NEEDING A SECOND OPERATOR IS
001013* WRITTEN TO APRQUEUE AS A PENDING REQUEST FOR APPROVAL IN
001014* APRMAINT, UNDER TODAY'S DATE AND THE NEXT FREE SEQUENCE
001015* WITHIN IT.
001016*----------------------------------------------------------
001017 01  DV-APRQUEUE-STATUS          PIC X(02) VALUE '00'.
001018     88  DV-APRQUEUE-OK          VALUES '00' '02'.
001019     88  DV-APRQUEUE-NOT-FOUND   VALUES '23' '35'.
001020 01  DV-AQ-TODAY                 PIC 9(08).
001021 01  DV-AQ-LAST-SEQ              PIC 9(04).
001022 01  DV-AQ-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
001023     88  DV-AQ-SCAN-DONE         VALUE 'Y'.
001024 01  DV-AQ-QUEUED-SW             PIC X(01) VALUE 'N'.
001025     88  DV-AQ-QUEUED            VALUE 'Y'.
001026 01  DV-AQ-REASON                PIC X(30).
001027*----------------------------------------------------------
001030 PROCEDURE DIVISION.
001040*----------------------------------------------------------
001050* 0000-MAINLINE
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF.
001751     OPEN I-O APRQUEUE.
001752     IF DV-APRQUEUE-NOT-FOUND
001753         OPEN OUTPUT APRQUEUE
001754         CLOSE APRQUEUE
001755         OPEN I-O APRQUEUE
001756     END-IF.
001757     IF NOT DV-APRQUEUE-OK
001758         DISPLAY 'TRNMAINT - OPEN FAILED FOR APRQUEUE - '
001759             DV-APRQUEUE-STATUS
001760         MOVE 16 TO RETURN-CODE
001761         STOP RUN
001762     END-IF.
001763 1000-EXIT.
001770     EXIT.
001780*----------------------------------------------------------
001790* 2000-PROCESS-TRANSACTION  -  ONE OPERATOR INTERACTION. E
002410*----------------------------------------------------------
002420* 4000-ADD-OR-CHANGE-RULE  -  PROMPTS FOR THE DESCRIPTION
002430* AND WRITES A NEW RULE, OR REWRITES ONE THAT ALREADY
002440* EXISTS. A NEW RULE OPENS A TRANSITION THAT WAS NOT
002443* ALLOWED BEFORE, SO IT IS QUEUED FOR A SECOND OPERATOR'S
002446* APPROVAL RATHER THAN WRITTEN.
002450*----------------------------------------------------------
002460 4000-ADD-OR-CHANGE-RULE.
002470     PERFORM 6900-GET-BEFORE-IMAGE THRU 6900-EXIT.
002480     DISPLAY 'TRNMAINT - ENTER DESCRIPTION: '.
002490     ACCEPT DV-OP-DESCRIPTION.
002500     MOVE DV-OP-DESCRIPTION TO PT-DESCRIPTION.
002501     IF NOT DV-RA-TARGET-EXISTS
002502         MOVE 'A' TO DV-RA-ACTION
002503         MOVE PGMTRANS-REC TO DV-RA-AFTER
002504         DISPLAY 'TRNMAINT - A NEW TRANSITION NEEDS APPROVAL BY '
002505             'A SECOND OPERATOR'
002506         PERFORM 7100-QUEUE-REQUEST THRU 7100-EXIT
002507         GO TO 4000-EXIT
002508     END-IF.
002510     WRITE PGMTRANS-REC
002520         INVALID KEY
002530             REWRITE PGMTRANS-REC
003100     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
003110     ACCEPT RA-CHANGE-TIME FROM TIME.
003120     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
003125     MOVE SPACES TO RA-APPROVER-ID.
003130     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
003140     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
003150     WRITE DVREFAUD-REC.
003160 7000-EXIT.
003161     EXIT.
003162*----------------------------------------------------------
003163* 7100-QUEUE-REQUEST  -  WRITES THE CHANGE TO APRQUEUE AS A
003164* PENDING REQUEST UNDER TODAY'S DATE AND THE NEXT FREE
003165* SEQUENCE FOR THE DATE, WITH THE OPERATOR'S REASON AND THE
003166* BEFORE AND AFTER IMAGES. PGMTRANS ITSELF IS NOT TOUCHED.
003167*----------------------------------------------------------
003168 7100-QUEUE-REQUEST.
003169     MOVE 'N' TO DV-AQ-QUEUED-SW.
003170     DISPLAY 'TRNMAINT - ENTER REASON FOR THE CHANGE: '.
003171     ACCEPT DV-AQ-REASON.
003172     IF DV-AQ-REASON = SPACES
003173         DISPLAY 'TRNMAINT - REASON REQUIRED - RULE NOT QUEUED'
003174         GO TO 7100-EXIT
003175     END-IF.
003176     ACCEPT DV-AQ-TODAY FROM DATE YYYYMMDD.
003177     PERFORM 7150-FIND-LAST-SEQ THRU 7150-EXIT.
003178     IF DV-AQ-LAST-SEQ >= 9999
003179         DISPLAY 'TRNMAINT - APRQUEUE FULL FOR TODAY - '
003180             'RULE NOT QUEUED'
003181         GO TO 7100-EXIT
003182     END-IF.
003183     MOVE SPACES TO APRQUEUE-REC.
003184     MOVE DV-AQ-TODAY TO AQ-REQUEST-DATE.
003185     COMPUTE AQ-REQUEST-SEQ = DV-AQ-LAST-SEQ + 1.
003186     ACCEPT AQ-REQUEST-TIME FROM TIME.
003187     MOVE 'PGMTRANS' TO AQ-TARGET-FILE.
003188     MOVE PT-KEY TO AQ-TARGET-KEY.
003189     MOVE DV-RA-ACTION TO AQ-ACTION.
003190     MOVE DV-SIGNON-OPERATOR TO AQ-REQUESTER-ID.
003191     MOVE DV-AQ-REASON TO AQ-REQUEST-REASON.
003192     SET AQ-PENDING TO TRUE.
003193     MOVE ZERO TO AQ-DECISION-DATE.
003194     MOVE ZERO TO AQ-DECISION-TIME.
003195     MOVE DV-RA-BEFORE TO AQ-BEFORE-IMAGE.
003196     MOVE DV-RA-AFTER TO AQ-AFTER-IMAGE.
003197     WRITE APRQUEUE-REC
003198         INVALID KEY
003199             DISPLAY 'TRNMAINT - APRQUEUE WRITE FAILED - '
003200                 DV-APRQUEUE-STATUS ' - RULE NOT QUEUED'
003201             GO TO 7100-EXIT
003202     END-WRITE.
003203     SET DV-AQ-QUEUED TO TRUE.
003204     DISPLAY 'TRNMAINT - QUEUED FOR APPROVAL AS REQUEST '
003205         AQ-KEY.
003206 7100-EXIT.
003207     EXIT.
003208*----------------------------------------------------------
003209* 7150-FIND-LAST-SEQ  -  THE HIGHEST SEQUENCE ALREADY USED
003210* UNDER TODAY'S DATE, ZERO IF NONE.
003211*----------------------------------------------------------
003212 7150-FIND-LAST-SEQ.
003213     MOVE ZERO TO DV-AQ-LAST-SEQ.
003214     MOVE DV-AQ-TODAY TO AQ-REQUEST-DATE.
003215     MOVE ZERO TO AQ-REQUEST-SEQ.
003216     START APRQUEUE KEY IS >= AQ-KEY
003217         INVALID KEY
003218             GO TO 7150-EXIT
003219     END-START.
003220     MOVE 'N' TO DV-AQ-SCAN-DONE-SW.
003221     PERFORM 7160-READ-ONE-SEQ THRU 7160-EXIT
003222         UNTIL DV-AQ-SCAN-DONE.
003223 7150-EXIT.
003224     EXIT.
003225*----------------------------------------------------------
003226* 7160-READ-ONE-SEQ
003227*----------------------------------------------------------
003228 7160-READ-ONE-SEQ.
003229     READ APRQUEUE NEXT RECORD
003230         AT END
003231             SET DV-AQ-SCAN-DONE TO TRUE
003232             GO TO 7160-EXIT
003233     END-READ.
003234     IF AQ-REQUEST-DATE NOT = DV-AQ-TODAY
003235         SET DV-AQ-SCAN-DONE TO TRUE
003236         GO TO 7160-EXIT
003237     END-IF.
003238     MOVE AQ-REQUEST-SEQ TO DV-AQ-LAST-SEQ.
003239 7160-EXIT.
003240     EXIT.
003241*----------------------------------------------------------
003242* 8000-CLOSE-FILES
003243*----------------------------------------------------------
003244 8000-CLOSE-FILES.
003245     CLOSE DVREFAUD.
003246     CLOSE PGMTRANS.
003247     CLOSE APRQUEUE.
003248 8000-EXIT.
003250     EXIT.
003260 END PROGRAM TRNMAINT.
