000330*                  THE SIGNED-ON OPERATOR, REVIEWED WITH THE
000340*                  REFAUDRP REPORT - SO A CHANGED THRESHOLD
000350*                  OR RULE CAN FINALLY BE TRACED.
000351* 2026-10-15  DV   VIEW SHOWS THE RETURNED-MAIL FLAG. KEYING A
000352*                  CORRECTED ADDRESS CLEARS IT AND RELEASES THE
000353*                  ACCOUNT'S HELDMAIL LINES FOR HELDREL.
000354* 2026-10-15  DV   EMAIL ADDRESS KEYED AFTER THE CHANNEL AND
000355*                  SHOWN ON VIEW; AN E OR B ACCOUNT SAVED
000356*                  WITHOUT ONE IS WARNED IT WILL PRINT.
000357* 2026-10-15  DV   DVREFAUD APPROVER ID (LEFT BLANK HERE) AND
000358*                  202-BYTE IMAGES THAT HOLD THE WHOLE ACCTMST
000359*                  RECORD.
000360*----------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000500     SELECT DVREFAUD ASSIGN TO DVREFAUD
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DV-REFAUD-STATUS.
000521     SELECT OPTIONAL HELDMAIL ASSIGN TO HELDMAIL
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS HM-KEY
000525         FILE STATUS IS DV-HELDMAIL-STATUS.
000530*----------------------------------------------------------
000540 DATA DIVISION.
000550 FILE SECTION.
000600 FD  DVREFAUD
000610     RECORDING MODE IS F.
000620 COPY DVREFAUD.
000623 FD  HELDMAIL.
000626 COPY HLDMREC.
000630*----------------------------------------------------------
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------
000680 01  DV-ACCTMST-STATUS           PIC X(02) VALUE '00'.
000690     88  DV-ACCTMST-OK           VALUES '00' '02'.
000700     88  DV-ACCTMST-NOT-FOUND    VALUES '23' '35'.
000701 01  DV-HELDMAIL-STATUS          PIC X(02) VALUE '00'.
000702     88  DV-HELDMAIL-OK          VALUES '00' '02' '05'.
000703 01  DV-HELDMAIL-AVAIL-SW        PIC X(01) VALUE 'N'.
000704     88  DV-HELDMAIL-AVAILABLE   VALUE 'Y'.
000705 01  DV-HM-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
000706     88  DV-HM-SCAN-DONE         VALUE 'Y'.
000707 01  DV-RELEASE-COUNT            PIC 9(07) VALUE ZERO.
000710*----------------------------------------------------------
000720* OPERATOR TRANSACTION FIELDS
000730*----------------------------------------------------------
000850 01  DV-OP-ZIP-CODE              PIC X(09).
000860 01  DV-OP-CHANNEL               PIC X(01).
000870     88  DV-OP-CHANNEL-VALID     VALUES 'M' 'E' 'B'.
000871     88  DV-OP-CHANNEL-EMAIL     VALUES 'E' 'B'.
000872 01  DV-OP-EMAIL-ADDRESS         PIC X(60).
000873*----------------------------------------------------------
000874* RETURNED-MAIL RELEASE - A CORRECTED ADDRESS ON A FLAGGED
000875* ACCOUNT CLEARS THE FLAG AND RELEASES ITS HELD LINES.
000876*----------------------------------------------------------
000877 01  DV-ADDR-CORRECTED-SW        PIC X(01) VALUE 'N'.
000878     88  DV-ADDR-CORRECTED       VALUE 'Y'.
000879 01  DV-RELEASE-DATE             PIC 9(08).
000880*----------------------------------------------------------
000890* OPERATOR SIGN-ON - CHECKED AGAINST THE DVOPRMST PROFILE
000900* FILE BEFORE ANYTHING ELSE IS ACCEPTED.
001020 01  DV-RA-EXISTS-SW             PIC X(01) VALUE 'N'.
001030     88  DV-RA-TARGET-EXISTS     VALUE 'Y'.
001040 01  DV-RA-ACTION                PIC X(01).
001050 01  DV-RA-BEFORE                PIC X(202).
001052 01  DV-RA-BEFORE-VIEW REDEFINES DV-RA-BEFORE.
001054     05  FILLER                  PIC X(39).
001056     05  DV-RA-BEFORE-ADDRESS    PIC X(91).
001058     05  FILLER                  PIC X(72).
001060 01  DV-RA-AFTER                 PIC X(202).
001062 01  DV-RA-AFTER-VIEW REDEFINES DV-RA-AFTER.
001064     05  FILLER                  PIC X(39).
001066     05  DV-RA-AFTER-ADDRESS     PIC X(91).
001068     05  FILLER                  PIC X(72).
001070*----------------------------------------------------------
001080 PROCEDURE DIVISION.
001090*----------------------------------------------------------
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001801     OPEN I-O HELDMAIL.
001802     IF DV-HELDMAIL-OK
001803         SET DV-HELDMAIL-AVAILABLE TO TRUE
001804     ELSE
001805         DISPLAY 'ACTMAINT - HELDMAIL UNAVAILABLE - HELD MAIL '
001806             'WILL NOT BE RELEASED'
001807     END-IF.
001810 1000-EXIT.
001820     EXIT.
001830*----------------------------------------------------------
002290     DISPLAY '  ' AM-ADDRESS-LINE-2.
002300     DISPLAY '  ' AM-CITY ' ' AM-STATE ' ' AM-ZIP-CODE.
002310     DISPLAY '  DELIVERY CHANNEL: ' AM-DELIVERY-CHANNEL.
002311     DISPLAY '  EMAIL ADDRESS   : ' AM-EMAIL-ADDRESS.
002312     IF AM-ADDRESS-RETURNED
002313         DISPLAY '  ADDRESS RETURNED: ' AM-RETURNED-DATE
002314             ' REASON ' AM-RETURN-REASON
002315             ' - OUTPUT IS BEING HELD'
002316     END-IF.
002320 3000-EXIT.
002330     EXIT.
002340*----------------------------------------------------------
002350* 4000-ADD-OR-CHANGE-ACCOUNT  -  PROMPTS FOR AND VALIDATES
002360* THE STANDING DATA, THEN WRITES A NEW RECORD OR REWRITES
002370* ONE THAT ALREADY EXISTS. THE NAME MAY NOT BE BLANK AND
002380* THE DELIVERY CHANNEL MUST BE M, E OR B. A NEW ADDRESS
002382* KEYED FOR AN ACCOUNT FLAGGED AS RETURNED MAIL (BYTES
002384* 40-130 OF THE RECORD DIFFER FROM THE BEFORE IMAGE) CLEARS
002386* THE FLAG AND RELEASES THE OUTPUT HELD WHILE IT WAS SET.
002390*----------------------------------------------------------
002400 4000-ADD-OR-CHANGE-ACCOUNT.
002410     PERFORM 6900-GET-BEFORE-IMAGE THRU 6900-EXIT.
002411     IF NOT DV-RA-TARGET-EXISTS
002412         SET AM-ADDRESS-GOOD TO TRUE
002413         MOVE ZERO TO AM-RETURNED-DATE
002414         MOVE SPACES TO AM-RETURN-REASON
002415     END-IF.
002420     DISPLAY 'ACTMAINT - ENTER CUSTOMER NAME: '.
002430     ACCEPT DV-OP-CUSTOMER-NAME.
002440     IF DV-OP-CUSTOMER-NAME = SPACES
002630             DV-OP-CHANNEL
002640         GO TO 4000-EXIT
002650     END-IF.
002651     DISPLAY 'ACTMAINT - ENTER EMAIL ADDRESS: '.
002652     ACCEPT DV-OP-EMAIL-ADDRESS.
002653     IF DV-OP-CHANNEL-EMAIL AND DV-OP-EMAIL-ADDRESS = SPACES
002654         DISPLAY 'ACTMAINT - WARNING - NO EMAIL ADDRESS FOR '
002655             'CHANNEL ' DV-OP-CHANNEL ' - OUTPUT WILL PRINT '
002656             'ON PAPER'
002657     END-IF.
002658     MOVE 'N' TO DV-ADDR-CORRECTED-SW.
002660     MOVE DV-OP-CUSTOMER-NAME   TO AM-CUSTOMER-NAME.
002670     MOVE DV-OP-ADDRESS-LINE-1  TO AM-ADDRESS-LINE-1.
002680     MOVE DV-OP-ADDRESS-LINE-2  TO AM-ADDRESS-LINE-2.
002700     MOVE DV-OP-STATE           TO AM-STATE.
002710     MOVE DV-OP-ZIP-CODE        TO AM-ZIP-CODE.
002720     MOVE DV-OP-CHANNEL         TO AM-DELIVERY-CHANNEL.
002721     MOVE DV-OP-EMAIL-ADDRESS   TO AM-EMAIL-ADDRESS.
002722     MOVE ACCTMST-REC TO DV-RA-AFTER.
002723     IF AM-ADDRESS-RETURNED AND
002724        DV-RA-AFTER-ADDRESS NOT = DV-RA-BEFORE-ADDRESS
002725         SET DV-ADDR-CORRECTED TO TRUE
002726         SET AM-ADDRESS-GOOD TO TRUE
002727         MOVE ZERO TO AM-RETURNED-DATE
002728         MOVE SPACES TO AM-RETURN-REASON
002729     END-IF.
002730     WRITE ACCTMST-REC
002740         INVALID KEY
002750             REWRITE ACCTMST-REC
002820     MOVE ACCTMST-REC TO DV-RA-AFTER.
002830     PERFORM 7000-WRITE-REF-AUDIT THRU 7000-EXIT.
002840     DISPLAY 'ACTMAINT - ACCOUNT SAVED - ' AM-ACCOUNT-NO.
002841     IF DV-ADDR-CORRECTED
002842         PERFORM 8500-RELEASE-HELD-MAIL THRU 8500-EXIT
002843     END-IF.
002844     IF AM-ADDRESS-RETURNED
002845         DISPLAY 'ACTMAINT - ADDRESS UNCHANGED - RETURNED-'
002846             'MAIL FLAG LEFT SET'
002847     END-IF.
002850 4000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------
003300     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
003310     ACCEPT RA-CHANGE-TIME FROM TIME.
003320     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
003325     MOVE SPACES TO RA-APPROVER-ID.
003330     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
003340     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
003350     WRITE DVREFAUD-REC.
003410 8000-CLOSE-FILES.
003420     CLOSE DVREFAUD.
003430     CLOSE ACCTMST.
003432     IF DV-HELDMAIL-AVAILABLE
003434         CLOSE HELDMAIL
003436     END-IF.
003440 8000-EXIT.
003450     EXIT.
003460*----------------------------------------------------------
003470* 8500-RELEASE-HELD-MAIL  -  MARKS EVERY HELD HELDMAIL LINE
003480* FOR THE ACCOUNT RELEASED, WITH TODAY'S DATE AND THE
003490* SIGNED-ON OPERATOR. THE KEY LEADS WITH THE ACCOUNT, SO A
003500* START AT THE ACCOUNT AND A FORWARD SCAN WHILE IT MATCHES
003510* COVERS EXACTLY ITS LINES. HELDREL REPRINTS THEM.
003520*----------------------------------------------------------
003530 8500-RELEASE-HELD-MAIL.
003540     DISPLAY 'ACTMAINT - ADDRESS CORRECTED - RETURNED-MAIL '
003550         'FLAG CLEARED'.
003560     IF NOT DV-HELDMAIL-AVAILABLE
003570         DISPLAY 'ACTMAINT - HELDMAIL UNAVAILABLE - HELD MAIL '
003580             'NOT RELEASED'
003590         GO TO 8500-EXIT
003600     END-IF.
003610     ACCEPT DV-RELEASE-DATE FROM DATE YYYYMMDD.
003620     MOVE ZERO TO DV-RELEASE-COUNT.
003630     MOVE 'N' TO DV-HM-SCAN-DONE-SW.
003640     MOVE LOW-VALUES TO HM-KEY.
003650     MOVE AM-ACCOUNT-NO TO HM-ACCOUNT-NO.
003660     START HELDMAIL KEY IS NOT LESS THAN HM-KEY
003670         INVALID KEY
003680             SET DV-HM-SCAN-DONE TO TRUE
003690     END-START.
003700     PERFORM 8510-RELEASE-ONE-LINE THRU 8510-EXIT
003710         UNTIL DV-HM-SCAN-DONE.
003720     DISPLAY 'ACTMAINT - HELD LINES RELEASED FOR REPRINT - '
003730         DV-RELEASE-COUNT.
003740 8500-EXIT.
003750     EXIT.
003760*----------------------------------------------------------
003770* 8510-RELEASE-ONE-LINE
003780*----------------------------------------------------------
003790 8510-RELEASE-ONE-LINE.
003800     READ HELDMAIL NEXT RECORD
003810         AT END
003820             SET DV-HM-SCAN-DONE TO TRUE
003830             GO TO 8510-EXIT
003840     END-READ.
003850     IF HM-ACCOUNT-NO NOT = AM-ACCOUNT-NO
003860         SET DV-HM-SCAN-DONE TO TRUE
003870         GO TO 8510-EXIT
003880     END-IF.
003890     IF NOT HM-HELD
003900         GO TO 8510-EXIT
003910     END-IF.
003920     SET HM-RELEASED TO TRUE.
003930     MOVE DV-RELEASE-DATE TO HM-RELEASE-DATE.
003940     MOVE DV-SIGNON-OPERATOR TO HM-RELEASE-OPERATOR.
003950     REWRITE HELDMAIL-REC
003960         INVALID KEY
003970             DISPLAY 'ACTMAINT - REWRITE FAILED FOR HELDMAIL - '
003980                 DV-HELDMAIL-STATUS
003990             GO TO 8510-EXIT
004000     END-REWRITE.
004010     ADD 1 TO DV-RELEASE-COUNT.
004020 8510-EXIT.
004030     EXIT.
004040 END PROGRAM ACTMAINT.
