000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MSKMAINT.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - LINE-MODE UTILITY LETTING AN
000110*                  OPERATOR RECORD, CHANGE, REMOVE OR VIEW
000120*                  THE OUTBOUND MASKING RULES ON THE KEYED
000130*                  MSKRULE FILE (COPYBOOK MSKRULREC) - FOR
000140*                  EACH OUTPUT, DESTINATION AND FIELD,
000150*                  WHETHER IT IS MASKED, CUT TO THE LAST
000160*                  FOUR DIGITS OR TOKENIZED. REMARKSLESS,
000170*                  DVMSGRTR, PGMWRKAS AND PGMINTAK APPLY THE
000180*                  RULES THROUGH DVMSKSRV AS THEY WRITE.
000190*                  SIGN-ON IS CHECKED AGAINST DVOPRMST (THE
000200*                  MSKMAINT FLAG) AND EVERY ADD, CHANGE AND
000210*                  DELETE APPENDS A DVREFAUD RECORD, AS IN
000220*                  THE OTHER MAINTENANCE UTILITIES. RUNS AS
000230*                  AN OPERATOR-ATTENDED TSO FOREGROUND JOB,
000240*                  PROMPTING ON SYSOUT AND READING REPLIES
000250*                  FROM SYSIN.
000260*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MSKRULE ASSIGN TO MSKRULE
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS MR-KEY
000340         FILE STATUS IS DV-MSKRULE-STATUS.
000350     SELECT OPTIONAL DVOPRMST ASSIGN TO DVOPRMST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OP-OPERATOR-ID
000390         FILE STATUS IS DV-OPRMST-STATUS.
000400     SELECT DVREFAUD ASSIGN TO DVREFAUD
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS DV-REFAUD-STATUS.
000430*----------------------------------------------------------
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  MSKRULE.
000470 COPY MSKRULREC.
000480 FD  DVOPRMST.
000490 COPY DVOPRREC.
000500 FD  DVREFAUD
000510     RECORDING MODE IS F.
000520 COPY DVREFAUD.
000530*----------------------------------------------------------
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------
000560* FILE STATUS
000570*----------------------------------------------------------
000580 01  DV-MSKRULE-STATUS           PIC X(02) VALUE '00'.
000590     88  DV-MSKRULE-OK           VALUES '00' '02'.
000600     88  DV-MSKRULE-NOT-FOUND    VALUES '23' '35'.
000610*----------------------------------------------------------
000620* OPERATOR TRANSACTION FIELDS
000630*----------------------------------------------------------
000640 01  DV-OP-COMMAND               PIC X(01).
000650     88  DV-OP-END               VALUE 'E'.
000660     88  DV-OP-ADD-OR-CHANGE     VALUE 'U'.
000670     88  DV-OP-VIEW              VALUE 'V'.
000680     88  DV-OP-DELETE            VALUE 'D'.
000690     88  DV-OP-COMMAND-VALID     VALUES 'U' 'V' 'D'.
000700 01  DV-OP-OUTPUT-ID             PIC X(08).
000710 01  DV-OP-DEST-ID               PIC X(08).
000720     88  DV-OP-DEST-ROUTE-VALID  VALUES 'ROUTE1' 'ROUTE2'
000730                                        'ROUTE3' 'ROUTE4'
000740                                        '*ALL*'.
000750     88  DV-OP-DEST-ACK-VALID    VALUES 'SOURCE' '*ALL*'.
000760 01  DV-OP-FIELD-ID              PIC X(04).
000770 01  DV-OP-ACTION                PIC X(01).
000780 01  DV-OP-TOKEN-KEY             PIC 9(08).
000790 01  DV-OP-REFERENCE             PIC X(20).
000800 01  DV-TODAY                    PIC 9(08).
000810*----------------------------------------------------------
000820* OPERATOR SIGN-ON - CHECKED AGAINST THE DVOPRMST PROFILE
000830* FILE BEFORE ANYTHING ELSE IS ACCEPTED.
000840*----------------------------------------------------------
000850 01  DV-OPRMST-STATUS            PIC X(02) VALUE '00'.
000860     88  DV-OPRMST-OK            VALUES '00' '02'.
000870 01  DV-SIGNON-OPERATOR          PIC X(08).
000880*----------------------------------------------------------
000890* REFERENCE-AUDIT WORK AREA - EVERY ADD, CHANGE AND DELETE
000900* APPENDS A DVREFAUD RECORD WITH BEFORE AND AFTER IMAGES.
000910*----------------------------------------------------------
000920 01  DV-REFAUD-STATUS            PIC X(02) VALUE '00'.
000930     88  DV-REFAUD-OK            VALUE '00'.
000940     88  DV-REFAUD-NOT-FOUND     VALUE '35'.
000950 01  DV-RA-EXISTS-SW             PIC X(01) VALUE 'N'.
000960     88  DV-RA-TARGET-EXISTS     VALUE 'Y'.
000970 01  DV-RA-ACTION                PIC X(01).
000980 01  DV-RA-BEFORE                PIC X(132).
000990 01  DV-RA-AFTER                 PIC X(132).
001000*----------------------------------------------------------
001010 PROCEDURE DIVISION.
001020*----------------------------------------------------------
001030* 0000-MAINLINE
001040*----------------------------------------------------------
001050 0000-MAINLINE.
001060     PERFORM 0500-SIGN-ON THRU 0500-EXIT.
001070     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001080     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001090         UNTIL DV-OP-END.
001100     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001110     GOBACK.
001120*----------------------------------------------------------
001130* 0500-SIGN-ON  -  OPERATOR SIGN-ON AND AUTHORIZATION
001140* AGAINST THE DVOPRMST OPERATOR PROFILE FILE (MAINTAINED
001150* WITH OPRMAINT). AN UNKNOWN ID, OR ONE WITHOUT THE
001160* MSKMAINT PERMISSION, IS REFUSED BEFORE ANY UPDATE CAN
001170* HAPPEN. WHEN THE PROFILE FILE CANNOT BE OPENED THE
001180* SIGN-ON IS RECORDED BUT NOT ENFORCED, THE SUITE'S USUAL
001190* AVAILABILITY FALLBACK.
001200*----------------------------------------------------------
001210 0500-SIGN-ON.
001220     DISPLAY 'MSKMAINT - ENTER OPERATOR ID: '.
001230     ACCEPT DV-SIGNON-OPERATOR.
001240     OPEN INPUT DVOPRMST.
001250     IF NOT DV-OPRMST-OK
001260         DISPLAY 'MSKMAINT - DVOPRMST UNAVAILABLE - '
001270             'AUTHORIZATION NOT ENFORCED'
001280         GO TO 0500-EXIT
001290     END-IF.
001300     MOVE DV-SIGNON-OPERATOR TO OP-OPERATOR-ID.
001310     READ DVOPRMST
001320         INVALID KEY
001330             DISPLAY 'MSKMAINT - OPERATOR NOT ON FILE - '
001340                 DV-SIGNON-OPERATOR
001350             MOVE 16 TO RETURN-CODE
001360             STOP RUN
001370     END-READ.
001380     IF NOT OP-MAY-USE-MSKMAINT
001390         DISPLAY 'MSKMAINT - OPERATOR ' DV-SIGNON-OPERATOR
001400             ' IS NOT AUTHORIZED FOR MSKMAINT'
001410         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001440     CLOSE DVOPRMST.
001450 0500-EXIT.
001460     EXIT.
001470*----------------------------------------------------------
001480* 1000-OPEN-FILES  -  OPENS MSKRULE I-O, CREATING IT ON THE
001490* FIRST EVER RUN IF IT DOES NOT YET EXIST.
001500*----------------------------------------------------------
001510 1000-OPEN-FILES.
001520     ACCEPT DV-TODAY FROM DATE YYYYMMDD.
001530     OPEN I-O MSKRULE.
001540     IF DV-MSKRULE-NOT-FOUND
001550         OPEN OUTPUT MSKRULE
001560         CLOSE MSKRULE
001570         OPEN I-O MSKRULE
001580     END-IF.
001590     IF NOT DV-MSKRULE-OK
001600         DISPLAY 'MSKMAINT - OPEN FAILED FOR MSKRULE - '
001610             DV-MSKRULE-STATUS
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     OPEN EXTEND DVREFAUD.
001660     IF DV-REFAUD-NOT-FOUND
001670         OPEN OUTPUT DVREFAUD
001680     END-IF.
001690     IF NOT DV-REFAUD-OK
001700         DISPLAY 'MSKMAINT - OPEN FAILED FOR DVREFAUD - '
001710             DV-REFAUD-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001770*----------------------------------------------------------
001780* 2000-PROCESS-TRANSACTION  -  ONE OPERATOR INTERACTION. E
001790* ENDS THE UTILITY, V DISPLAYS A RULE, U RECORDS OR CHANGES
001800* ONE, D REMOVES ONE. RULES ARE KEYED BY OUTPUT,
001810* DESTINATION AND FIELD. THE DESTINATIONS AN OUTPUT CAN
001820* HAVE ARE FIXED FOR ROUTE (ROUTE1 TO ROUTE4) AND ACKFILE
001830* (SOURCE); EXTRFILE TAKES THE DESTINATION CODED ON THE
001840* RUN'S EXTRCTL CARD AND WRKLIST THE WORKLIST OPERATOR ID.
001850* *ALL* COVERS EVERY DESTINATION OF THE OUTPUT WITHOUT A
001860* RULE OF ITS OWN.
001870*----------------------------------------------------------
001880 2000-PROCESS-TRANSACTION.
001890     DISPLAY 'MSKMAINT - ENTER COMMAND (V=VIEW, U=UPDATE, '
001900         'D=DELETE, E=END): '.
001910     ACCEPT DV-OP-COMMAND.
001920     IF DV-OP-END
001930         GO TO 2000-EXIT
001940     END-IF.
001950     IF NOT DV-OP-COMMAND-VALID
001960         DISPLAY 'MSKMAINT - INVALID COMMAND - '
001970             DV-OP-COMMAND
001980         GO TO 2000-EXIT
001990     END-IF.
002000     DISPLAY 'MSKMAINT - ENTER OUTPUT (EXTRFILE, ROUTE, '
002010         'WRKLIST, ACKFILE): '.
002020     ACCEPT DV-OP-OUTPUT-ID.
002030     MOVE DV-OP-OUTPUT-ID TO MR-OUTPUT-ID.
002040     IF NOT MR-OUTPUT-VALID
002050         DISPLAY 'MSKMAINT - INVALID OUTPUT - '
002060             DV-OP-OUTPUT-ID
002070         GO TO 2000-EXIT
002080     END-IF.
002090     DISPLAY 'MSKMAINT - ENTER DESTINATION (*ALL* FOR EVERY '
002100         'DESTINATION): '.
002110     ACCEPT DV-OP-DEST-ID.
002120     IF DV-OP-DEST-ID = SPACES
002130         DISPLAY 'MSKMAINT - DESTINATION IS REQUIRED'
002140         GO TO 2000-EXIT
002150     END-IF.
002160     IF MR-OUTPUT-ROUTE AND NOT DV-OP-DEST-ROUTE-VALID
002170         DISPLAY 'MSKMAINT - ROUTE DESTINATION MUST BE '
002180             'ROUTE1 TO ROUTE4 OR *ALL* - ' DV-OP-DEST-ID
002190         GO TO 2000-EXIT
002200     END-IF.
002210     IF MR-OUTPUT-ACKFILE AND NOT DV-OP-DEST-ACK-VALID
002220         DISPLAY 'MSKMAINT - ACKFILE DESTINATION MUST BE '
002230             'SOURCE OR *ALL* - ' DV-OP-DEST-ID
002240         GO TO 2000-EXIT
002250     END-IF.
002260     DISPLAY 'MSKMAINT - ENTER FIELD (ACCT, NAME): '.
002270     ACCEPT DV-OP-FIELD-ID.
002280     MOVE DV-OP-FIELD-ID TO MR-FIELD-ID.
002290     IF NOT MR-FIELD-ACCOUNT AND NOT MR-FIELD-NAME
002300         DISPLAY 'MSKMAINT - INVALID FIELD - ' DV-OP-FIELD-ID
002310         GO TO 2000-EXIT
002320     END-IF.
002330     IF MR-FIELD-NAME AND NOT MR-OUTPUT-EXTRFILE
002340         DISPLAY 'MSKMAINT - ONLY EXTRFILE CARRIES A NAME - '
002350             DV-OP-OUTPUT-ID
002360         GO TO 2000-EXIT
002370     END-IF.
002380     MOVE DV-OP-OUTPUT-ID TO MR-OUTPUT-ID.
002390     MOVE DV-OP-DEST-ID   TO MR-DEST-ID.
002400     MOVE DV-OP-FIELD-ID  TO MR-FIELD-ID.
002410     EVALUATE TRUE
002420         WHEN DV-OP-VIEW
002430             PERFORM 3000-VIEW-RULE THRU 3000-EXIT
002440         WHEN DV-OP-ADD-OR-CHANGE
002450             PERFORM 4000-ADD-OR-CHANGE-RULE THRU 4000-EXIT
002460         WHEN DV-OP-DELETE
002470             PERFORM 5000-DELETE-RULE THRU 5000-EXIT
002480     END-EVALUATE.
002490 2000-EXIT.
002500     EXIT.
002510*----------------------------------------------------------
002520* 3000-VIEW-RULE  -  DISPLAYS THE RULE FOR THE ENTERED
002530* OUTPUT, DESTINATION AND FIELD.
002540*----------------------------------------------------------
002550 3000-VIEW-RULE.
002560     READ MSKRULE
002570         INVALID KEY
002580             DISPLAY 'MSKMAINT - NO RULE ON FILE - '
002590                 DV-OP-OUTPUT-ID '/' DV-OP-DEST-ID '/'
002600                 DV-OP-FIELD-ID
002610             GO TO 3000-EXIT
002620     END-READ.
002630     DISPLAY 'MSKMAINT - ' MR-OUTPUT-ID '/' MR-DEST-ID '/'
002640         MR-FIELD-ID ' ACTION ' MR-ACTION
002650         ' TOKEN KEY ' MR-TOKEN-KEY
002660         ' REF ' MR-REFERENCE.
002670     DISPLAY '  RECORDED ' MR-RECORDED-DATE
002680         ' BY ' MR-OPERATOR-ID.
002690 3000-EXIT.
002700     EXIT.
002710*----------------------------------------------------------
002720* 4000-ADD-OR-CHANGE-RULE  -  PROMPTS FOR AND VALIDATES THE
002730* ACTION (M=MASK, L=LAST FOUR, T=TOKENIZE), THE TOKEN KEY
002740* FOR A T RULE AND THE AUTHORITY REFERENCE, THEN WRITES A
002750* NEW RULE OR REWRITES ONE ALREADY ON FILE. THE TOKEN KEY
002760* IS THE DESTINATION'S OWN - KEEP IT THE SAME TO KEEP ITS
002770* TOKENS THE SAME FROM RUN TO RUN.
002780*----------------------------------------------------------
002790 4000-ADD-OR-CHANGE-RULE.
002800     DISPLAY 'MSKMAINT - ENTER ACTION (M=MASK, L=LAST FOUR, '
002810         'T=TOKENIZE): '.
002820     ACCEPT DV-OP-ACTION.
002830     MOVE DV-OP-ACTION TO MR-ACTION.
002840     IF NOT MR-ACTION-VALID
002850         DISPLAY 'MSKMAINT - INVALID ACTION - ' DV-OP-ACTION
002860         GO TO 4000-EXIT
002870     END-IF.
002880     IF MR-ACTION-LAST-FOUR AND NOT MR-FIELD-ACCOUNT
002890         DISPLAY 'MSKMAINT - LAST FOUR APPLIES TO ACCT ONLY'
002900         GO TO 4000-EXIT
002910     END-IF.
002920     MOVE ZERO TO DV-OP-TOKEN-KEY.
002930     IF MR-ACTION-TOKENIZE
002940         DISPLAY 'MSKMAINT - ENTER TOKEN KEY (1-99999999): '
002950         ACCEPT DV-OP-TOKEN-KEY
002960         IF DV-OP-TOKEN-KEY NOT NUMERIC OR
002970            DV-OP-TOKEN-KEY = ZERO
002980             DISPLAY 'MSKMAINT - INVALID TOKEN KEY - '
002990                 DV-OP-TOKEN-KEY
003000             GO TO 4000-EXIT
003010         END-IF
003020     END-IF.
003030     DISPLAY 'MSKMAINT - ENTER AUTHORITY REFERENCE: '.
003040     ACCEPT DV-OP-REFERENCE.
003050     IF DV-OP-REFERENCE = SPACES
003060         DISPLAY 'MSKMAINT - AUTHORITY REFERENCE IS REQUIRED'
003070         GO TO 4000-EXIT
003080     END-IF.
003090     PERFORM 6900-GET-BEFORE-IMAGE THRU 6900-EXIT.
003100     MOVE DV-OP-ACTION    TO MR-ACTION.
003110     MOVE DV-OP-TOKEN-KEY TO MR-TOKEN-KEY.
003120     MOVE DV-OP-REFERENCE TO MR-REFERENCE.
003130     PERFORM 7500-SAVE-ROW THRU 7500-EXIT.
003140     DISPLAY 'MSKMAINT - RULE SAVED FOR '
003150         MR-OUTPUT-ID '/' MR-DEST-ID '/' MR-FIELD-ID.
003160 4000-EXIT.
003170     EXIT.
003180*----------------------------------------------------------
003190* 5000-DELETE-RULE  -  REMOVES THE RULE FOR THE ENTERED
003200* OUTPUT, DESTINATION AND FIELD, IF ONE EXISTS. FROM THE
003210* NEXT RUN THE DESTINATION FALLS BACK TO THE OUTPUT'S *ALL*
003220* RULE, OR RECEIVES THE FIELD IN CLEAR IF THERE IS NONE.
003230*----------------------------------------------------------
003240 5000-DELETE-RULE.
003250     PERFORM 6900-GET-BEFORE-IMAGE THRU 6900-EXIT.
003260     DELETE MSKRULE
003270         INVALID KEY
003280             DISPLAY 'MSKMAINT - NO RULE ON FILE - '
003290                 DV-OP-OUTPUT-ID '/' DV-OP-DEST-ID '/'
003300                 DV-OP-FIELD-ID
003310             GO TO 5000-EXIT
003320     END-DELETE.
003330     MOVE 'D' TO DV-RA-ACTION.
003340     MOVE SPACES TO DV-RA-AFTER.
003350     PERFORM 7000-WRITE-REF-AUDIT THRU 7000-EXIT.
003360     DISPLAY 'MSKMAINT - RULE REMOVED FOR '
003370         DV-OP-OUTPUT-ID '/' DV-OP-DEST-ID '/'
003380         DV-OP-FIELD-ID.
003390 5000-EXIT.
003400     EXIT.
003410*----------------------------------------------------------
003420* 6900-GET-BEFORE-IMAGE  -  CAPTURES THE TARGET RECORD AS IT
003430* STANDS (IF IT EXISTS) BEFORE AN UPDATE OR DELETE TOUCHES
003440* IT, FOR THE REFERENCE-AUDIT BEFORE IMAGE. ON RETURN THE
003450* RECORD AREA HOLDS THE EXISTING ROW OR, FOR A NEW ONE,
003460* JUST THE KEY.
003470*----------------------------------------------------------
003480 6900-GET-BEFORE-IMAGE.
003490     MOVE 'N' TO DV-RA-EXISTS-SW.
003500     MOVE SPACES TO DV-RA-BEFORE.
003510     READ MSKRULE
003520         INVALID KEY
003530             MOVE SPACES          TO MSKRULE-REC
003540             MOVE DV-OP-OUTPUT-ID TO MR-OUTPUT-ID
003550             MOVE DV-OP-DEST-ID   TO MR-DEST-ID
003560             MOVE DV-OP-FIELD-ID  TO MR-FIELD-ID
003570             GO TO 6900-EXIT
003580     END-READ.
003590     SET DV-RA-TARGET-EXISTS TO TRUE.
003600     MOVE MSKRULE-REC TO DV-RA-BEFORE.
003610 6900-EXIT.
003620     EXIT.
003630*----------------------------------------------------------
003640* 7000-WRITE-REF-AUDIT  -  ONE REFERENCE-AUDIT RECORD FOR
003650* THE CHANGE JUST APPLIED.
003660*----------------------------------------------------------
003670 7000-WRITE-REF-AUDIT.
003680     MOVE 'MSKRULE' TO RA-FILE-ID.
003690     MOVE SPACES TO RA-RECORD-KEY.
003700     MOVE MR-KEY TO RA-RECORD-KEY.
003710     MOVE DV-RA-ACTION TO RA-ACTION.
003720     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
003730     ACCEPT RA-CHANGE-TIME FROM TIME.
003740     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
003750     MOVE SPACES TO RA-APPROVER-ID.
003760     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
003770     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
003780     WRITE DVREFAUD-REC.
003790 7000-EXIT.
003800     EXIT.
003810*----------------------------------------------------------
003820* 7500-SAVE-ROW  -  STAMPS THE OPERATOR AND RECORDED DATE,
003830* WRITES OR REWRITES THE ROW AND AUDITS IT.
003840*----------------------------------------------------------
003850 7500-SAVE-ROW.
003860     MOVE DV-TODAY           TO MR-RECORDED-DATE.
003870     MOVE DV-SIGNON-OPERATOR TO MR-OPERATOR-ID.
003880     WRITE MSKRULE-REC
003890         INVALID KEY
003900             REWRITE MSKRULE-REC
003910     END-WRITE.
003920     IF DV-RA-TARGET-EXISTS
003930         MOVE 'C' TO DV-RA-ACTION
003940     ELSE
003950         MOVE 'A' TO DV-RA-ACTION
003960     END-IF.
003970     MOVE MSKRULE-REC TO DV-RA-AFTER.
003980     PERFORM 7000-WRITE-REF-AUDIT THRU 7000-EXIT.
003990 7500-EXIT.
004000     EXIT.
004010*----------------------------------------------------------
004020* 8000-CLOSE-FILES
004030*----------------------------------------------------------
004040 8000-CLOSE-FILES.
004050     CLOSE DVREFAUD.
004060     CLOSE MSKRULE.
004070 8000-EXIT.
004080     EXIT.
004090 END PROGRAM MSKMAINT.
