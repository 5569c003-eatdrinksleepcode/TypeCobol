000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OPTMAINT.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - LINE-MODE UTILITY LETTING AN
000110*                  OPERATOR RECORD, CHANGE, REMOVE OR VIEW A
000120*                  CUSTOMER'S COMMUNICATION PREFERENCE FOR
000130*                  ONE DVMSGMST MESSAGE ID ON THE KEYED
000140*                  OPTOUT FILE (COPYBOOK OPTOREC), WHICH
000150*                  DVNOTGEN AND DVMSGRTR NOW HONOR. A
000160*                  COMPLIANCE OPERATOR (OPTMAND FLAG ON
000170*                  DVOPRMST) CAN ALSO MARK A MESSAGE ID
000180*                  MANDATORY, AFTER WHICH NO ACCOUNT CAN
000190*                  OPT OUT OF IT. SIGN-ON IS CHECKED AGAINST
000200*                  DVOPRMST AND EVERY ADD, CHANGE AND DELETE
000210*                  APPENDS A DVREFAUD RECORD, AS IN THE
000220*                  OTHER MAINTENANCE UTILITIES. RUNS AS AN
000230*                  OPERATOR-ATTENDED TSO FOREGROUND JOB,
000240*                  PROMPTING ON SYSOUT AND READING REPLIES
000250*                  FROM SYSIN.
000252* 2026-10-15  DV   DVREFAUD RECORDS NOW CARRY RA-APPROVER-ID,
000254*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000256*                  CHANGE. THE CHANGES KEYED HERE NEED NO
000258*                  APPROVAL AND LEAVE IT BLANK.
000260*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTOUT ASSIGN TO OPTOUT
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS OO-KEY
000340         FILE STATUS IS DV-OPTOUT-STATUS.
000350     SELECT OPTIONAL DVMSGMST ASSIGN TO DVMSGMST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS MM-KEY
000390         FILE STATUS IS DV-MSGMST-STATUS.
000400     SELECT OPTIONAL DVOPRMST ASSIGN TO DVOPRMST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OP-OPERATOR-ID
000440         FILE STATUS IS DV-OPRMST-STATUS.
000450     SELECT DVREFAUD ASSIGN TO DVREFAUD
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DV-REFAUD-STATUS.
000480*----------------------------------------------------------
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  OPTOUT.
000520 COPY OPTOREC.
000530 FD  DVMSGMST.
000540 COPY DVMSGMREC.
000550 FD  DVOPRMST.
000560 COPY DVOPRREC.
000570 FD  DVREFAUD
000580     RECORDING MODE IS F.
000590 COPY DVREFAUD.
000600*----------------------------------------------------------
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------
000630* FILE STATUS
000640*----------------------------------------------------------
000650 01  DV-OPTOUT-STATUS            PIC X(02) VALUE '00'.
000660     88  DV-OPTOUT-OK            VALUES '00' '02'.
000670     88  DV-OPTOUT-NOT-FOUND     VALUES '23' '35'.
000680 01  DV-MSGMST-STATUS            PIC X(02) VALUE '00'.
000690     88  DV-MSGMST-OK            VALUES '00' '02'.
000700 01  DV-MSGMST-AVAIL-SW          PIC X(01) VALUE 'N'.
000710     88  DV-MSGMST-AVAILABLE     VALUE 'Y'.
000720*----------------------------------------------------------
000730* OPERATOR TRANSACTION FIELDS
000740*----------------------------------------------------------
000750 01  DV-OP-COMMAND               PIC X(01).
000760     88  DV-OP-END               VALUE 'E'.
000770     88  DV-OP-ADD-OR-CHANGE     VALUE 'U'.
000780     88  DV-OP-VIEW              VALUE 'V'.
000790     88  DV-OP-DELETE            VALUE 'D'.
000800     88  DV-OP-MANDATORY         VALUE 'M'.
000810     88  DV-OP-COMMAND-VALID     VALUES 'U' 'V' 'D' 'M'.
000820 01  DV-OP-ACCOUNT-NO            PIC 9(09).
000830 01  DV-OP-MSG-ID                PIC 9(02).
000840 01  DV-OP-PREFERENCE            PIC X(01).
000850     88  DV-OP-PREF-VALID        VALUES 'O' 'I'.
000860     88  DV-OP-PREF-OUT          VALUE 'O'.
000870 01  DV-OP-EFF-DATE              PIC 9(08).
000880 01  DV-OP-SOURCE                PIC X(01).
000890 01  DV-OP-REFERENCE             PIC X(20).
000900 01  DV-OP-MARK                  PIC X(01).
000910     88  DV-OP-MARK-SET          VALUE 'Y'.
000920     88  DV-OP-MARK-CLEAR        VALUE 'N'.
000930 01  DV-TODAY                    PIC 9(08).
000940*----------------------------------------------------------
000950* SHARED DATE SERVICE PARAMETER AREA
000960*----------------------------------------------------------
000970 COPY DVDATPRM.
000980*----------------------------------------------------------
000990* OPERATOR SIGN-ON - CHECKED AGAINST THE DVOPRMST PROFILE
001000* FILE BEFORE ANYTHING ELSE IS ACCEPTED. THE MANDATORY
001010* MARK NEEDS THE COMPLIANCE FLAG AS WELL.
001020*----------------------------------------------------------
001030 01  DV-OPRMST-STATUS            PIC X(02) VALUE '00'.
001040     88  DV-OPRMST-OK            VALUES '00' '02'.
001050 01  DV-SIGNON-OPERATOR          PIC X(08).
001060 01  DV-MAND-AUTH-SW             PIC X(01) VALUE 'Y'.
001070     88  DV-MAND-AUTHORIZED      VALUE 'Y'.
001080*----------------------------------------------------------
001090* REFERENCE-AUDIT WORK AREA - EVERY ADD, CHANGE AND DELETE
001100* APPENDS A DVREFAUD RECORD WITH BEFORE AND AFTER IMAGES.
001110*----------------------------------------------------------
001120 01  DV-REFAUD-STATUS            PIC X(02) VALUE '00'.
001130     88  DV-REFAUD-OK            VALUE '00'.
001140     88  DV-REFAUD-NOT-FOUND     VALUE '35'.
001150 01  DV-RA-EXISTS-SW             PIC X(01) VALUE 'N'.
001160     88  DV-RA-TARGET-EXISTS     VALUE 'Y'.
001170 01  DV-RA-ACTION                PIC X(01).
001180 01  DV-RA-BEFORE                PIC X(132).
001190 01  DV-RA-AFTER                 PIC X(132).
001200*----------------------------------------------------------
001210 PROCEDURE DIVISION.
001220*----------------------------------------------------------
001230* 0000-MAINLINE
001240*----------------------------------------------------------
001250 0000-MAINLINE.
001260     PERFORM 0500-SIGN-ON THRU 0500-EXIT.
001270     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001280     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001290         UNTIL DV-OP-END.
001300     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001310     GOBACK.
001320*----------------------------------------------------------
001330* 0500-SIGN-ON  -  OPERATOR SIGN-ON AND AUTHORIZATION
001340* AGAINST THE DVOPRMST OPERATOR PROFILE FILE (MAINTAINED
001350* WITH OPRMAINT). AN UNKNOWN ID, OR ONE WITHOUT THE
001360* OPTMAINT PERMISSION, IS REFUSED BEFORE ANY UPDATE CAN
001370* HAPPEN; WITHOUT THE OPTMAND FLAG THE OPERATOR MAY
001380* MAINTAIN PREFERENCES BUT NOT THE MANDATORY MARK. WHEN THE
001390* PROFILE FILE CANNOT BE OPENED THE SIGN-ON IS RECORDED BUT
001400* NOT ENFORCED, THE SUITE'S USUAL AVAILABILITY FALLBACK.
001410*----------------------------------------------------------
001420 0500-SIGN-ON.
001430     DISPLAY 'OPTMAINT - ENTER OPERATOR ID: '.
001440     ACCEPT DV-SIGNON-OPERATOR.
001450     OPEN INPUT DVOPRMST.
001460     IF NOT DV-OPRMST-OK
001470         DISPLAY 'OPTMAINT - DVOPRMST UNAVAILABLE - '
001480             'AUTHORIZATION NOT ENFORCED'
001490         GO TO 0500-EXIT
001500     END-IF.
001510     MOVE DV-SIGNON-OPERATOR TO OP-OPERATOR-ID.
001520     READ DVOPRMST
001530         INVALID KEY
001540             DISPLAY 'OPTMAINT - OPERATOR NOT ON FILE - '
001550                 DV-SIGNON-OPERATOR
001560             MOVE 16 TO RETURN-CODE
001570             STOP RUN
001580     END-READ.
001590     IF NOT OP-MAY-USE-OPTMAINT
001600         DISPLAY 'OPTMAINT - OPERATOR ' DV-SIGNON-OPERATOR
001610             ' IS NOT AUTHORIZED FOR OPTMAINT'
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     IF NOT OP-MAY-SET-MANDATORY
001660         MOVE 'N' TO DV-MAND-AUTH-SW
001670     END-IF.
001680     CLOSE DVOPRMST.
001690 0500-EXIT.
001700     EXIT.
001710*----------------------------------------------------------
001720* 1000-OPEN-FILES  -  OPENS OPTOUT I-O, CREATING IT ON THE
001730* FIRST EVER RUN IF IT DOES NOT YET EXIST. DVMSGMST IS
001740* OPTIONAL - WHEN IT CANNOT BE OPENED MESSAGE IDS ARE
001750* ACCEPTED UNCHECKED.
001760*----------------------------------------------------------
001770 1000-OPEN-FILES.
001780     ACCEPT DV-TODAY FROM DATE YYYYMMDD.
001790     OPEN I-O OPTOUT.
001800     IF DV-OPTOUT-NOT-FOUND
001810         OPEN OUTPUT OPTOUT
001820         CLOSE OPTOUT
001830         OPEN I-O OPTOUT
001840     END-IF.
001850     IF NOT DV-OPTOUT-OK
001860         DISPLAY 'OPTMAINT - OPEN FAILED FOR OPTOUT - '
001870             DV-OPTOUT-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     OPEN INPUT DVMSGMST.
001920     IF DV-MSGMST-OK
001930         SET DV-MSGMST-AVAILABLE TO TRUE
001940     ELSE
001950         DISPLAY 'OPTMAINT - DVMSGMST UNAVAILABLE - '
001960             'MESSAGE IDS NOT CHECKED'
001970     END-IF.
001980     OPEN EXTEND DVREFAUD.
001990     IF DV-REFAUD-NOT-FOUND
002000         OPEN OUTPUT DVREFAUD
002010     END-IF.
002020     IF NOT DV-REFAUD-OK
002030         DISPLAY 'OPTMAINT - OPEN FAILED FOR DVREFAUD - '
002040             DV-REFAUD-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080 1000-EXIT.
002090     EXIT.
002100*----------------------------------------------------------
002110* 2000-PROCESS-TRANSACTION  -  ONE OPERATOR INTERACTION. E
002120* ENDS THE UTILITY, V DISPLAYS A PREFERENCE, U RECORDS OR
002130* CHANGES ONE, D REMOVES ONE, M SETS OR CLEARS THE
002140* MANDATORY MARK ON A MESSAGE ID. PREFERENCES ARE KEYED BY
002150* ACCOUNT NUMBER PLUS MESSAGE ID; THE MANDATORY MARK IS
002160* THE ROW FOR ACCOUNT 000000000.
002170*----------------------------------------------------------
002180 2000-PROCESS-TRANSACTION.
002190     DISPLAY 'OPTMAINT - ENTER COMMAND (V=VIEW, U=UPDATE, '
002200         'D=DELETE, M=MANDATORY, E=END): '.
002210     ACCEPT DV-OP-COMMAND.
002220     IF DV-OP-END
002230         GO TO 2000-EXIT
002240     END-IF.
002250     IF NOT DV-OP-COMMAND-VALID
002260         DISPLAY 'OPTMAINT - INVALID COMMAND - '
002270             DV-OP-COMMAND
002280         GO TO 2000-EXIT
002290     END-IF.
002300     IF DV-OP-MANDATORY
002310         MOVE ZERO TO DV-OP-ACCOUNT-NO
002320     ELSE
002330         DISPLAY 'OPTMAINT - ENTER ACCOUNT NUMBER: '
002340         ACCEPT DV-OP-ACCOUNT-NO
002350         IF DV-OP-ACCOUNT-NO NOT NUMERIC OR
002360            DV-OP-ACCOUNT-NO = ZERO
002370             DISPLAY 'OPTMAINT - INVALID ACCOUNT NUMBER - '
002380                 DV-OP-ACCOUNT-NO
002390             GO TO 2000-EXIT
002400         END-IF
002410     END-IF.
002420     DISPLAY 'OPTMAINT - ENTER MESSAGE ID (01-99): '.
002430     ACCEPT DV-OP-MSG-ID.
002440     IF DV-OP-MSG-ID NOT NUMERIC OR DV-OP-MSG-ID = ZERO
002450         DISPLAY 'OPTMAINT - INVALID MESSAGE ID - '
002460             DV-OP-MSG-ID
002470         GO TO 2000-EXIT
002480     END-IF.
002490     MOVE DV-OP-ACCOUNT-NO TO OO-ACCOUNT-NO.
002500     MOVE DV-OP-MSG-ID     TO OO-MSG-ID.
002510     EVALUATE TRUE
002520         WHEN DV-OP-VIEW
002530             PERFORM 3000-VIEW-PREFERENCE THRU 3000-EXIT
002540         WHEN DV-OP-ADD-OR-CHANGE
002550             PERFORM 4000-ADD-OR-CHANGE-PREF THRU 4000-EXIT
002560         WHEN DV-OP-DELETE
002570             PERFORM 5000-DELETE-PREFERENCE THRU 5000-EXIT
002580         WHEN DV-OP-MANDATORY
002590             PERFORM 6000-MANDATORY-MARK THRU 6000-EXIT
002600     END-EVALUATE.
002610 2000-EXIT.
002620     EXIT.
002630*----------------------------------------------------------
002640* 3000-VIEW-PREFERENCE  -  DISPLAYS THE PREFERENCE FOR THE
002650* ENTERED ACCOUNT AND MESSAGE ID, AND WHETHER THE MESSAGE
002660* ID IS MARKED MANDATORY.
002670*----------------------------------------------------------
002680 3000-VIEW-PREFERENCE.
002690     READ OPTOUT
002700         INVALID KEY
002710             DISPLAY 'OPTMAINT - NO PREFERENCE ON FILE - '
002720                 DV-OP-ACCOUNT-NO '/' DV-OP-MSG-ID
002730             GO TO 3000-CHECK-MANDATORY
002740     END-READ.
002750     DISPLAY 'OPTMAINT - ' OO-ACCOUNT-NO '/' OO-MSG-ID
002760         ' PREFERENCE ' OO-PREFERENCE
002770         ' EFFECTIVE ' OO-EFFECTIVE-DATE
002780         ' SOURCE ' OO-REQUEST-SOURCE
002790         ' REF ' OO-REQUEST-REF.
002800     DISPLAY '  RECORDED ' OO-RECORDED-DATE
002810         ' BY ' OO-OPERATOR-ID.
002820 3000-CHECK-MANDATORY.
002830     PERFORM 6500-READ-MANDATORY-ROW THRU 6500-EXIT.
002840     IF OO-MANDATORY
002850         DISPLAY '  MESSAGE ' DV-OP-MSG-ID
002860             ' IS MANDATORY FROM ' OO-EFFECTIVE-DATE
002870             ' - OPT-OUTS ARE NOT HONORED'
002880     END-IF.
002890 3000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------
002920* 4000-ADD-OR-CHANGE-PREF  -  PROMPTS FOR AND VALIDATES THE
002930* PREFERENCE (O=OPT OUT, I=OPTED BACK IN), EFFECTIVE DATE
002940* (ZERO MEANS TODAY), REQUEST SOURCE AND REFERENCE, THEN
002950* WRITES A NEW PREFERENCE OR REWRITES ONE ALREADY ON FILE.
002960* AN OPT-OUT FROM A MANDATORY MESSAGE ID IS REFUSED.
002970*----------------------------------------------------------
002980 4000-ADD-OR-CHANGE-PREF.
002990     PERFORM 6800-CHECK-MESSAGE-ID THRU 6800-EXIT.
003000     IF DV-OP-MSG-ID = ZERO
003010         GO TO 4000-EXIT
003020     END-IF.
003030     DISPLAY 'OPTMAINT - ENTER PREFERENCE (O=OPT OUT, '
003040         'I=OPT IN): '.
003050     ACCEPT DV-OP-PREFERENCE.
003060     IF NOT DV-OP-PREF-VALID
003070         DISPLAY 'OPTMAINT - INVALID PREFERENCE - '
003080             DV-OP-PREFERENCE
003090         GO TO 4000-EXIT
003100     END-IF.
003110     IF DV-OP-PREF-OUT
003120         PERFORM 6500-READ-MANDATORY-ROW THRU 6500-EXIT
003130         IF OO-MANDATORY
003140             DISPLAY 'OPTMAINT - MESSAGE ' DV-OP-MSG-ID
003150                 ' IS MANDATORY - OPT-OUT REFUSED'
003160             GO TO 4000-EXIT
003170         END-IF
003180     END-IF.
003190     DISPLAY 'OPTMAINT - ENTER EFFECTIVE DATE (CCYYMMDD, '
003200         '0=TODAY): '.
003210     ACCEPT DV-OP-EFF-DATE.
003220     IF DV-OP-EFF-DATE = ZERO
003230         MOVE DV-TODAY TO DV-OP-EFF-DATE
003240     END-IF.
003250     SET DVDAT-FUNC-VALIDATE TO TRUE.
003260     MOVE DV-OP-EFF-DATE TO DVDAT-INPUT-DATE.
003270     CALL 'DVDATSRV' USING DVDAT-PARM.
003280     IF NOT DVDAT-RC-OK
003290         DISPLAY 'OPTMAINT - INVALID EFFECTIVE DATE - '
003300             DV-OP-EFF-DATE
003310         GO TO 4000-EXIT
003320     END-IF.
003330     DISPLAY 'OPTMAINT - ENTER REQUEST SOURCE (P=PHONE, '
003340         'M=MAIL, E=EMAIL, B=BRANCH, W=WEB, C=COMPLIANCE): '.
003350     ACCEPT DV-OP-SOURCE.
003360     MOVE DV-OP-SOURCE TO OO-REQUEST-SOURCE.
003370     IF NOT OO-SOURCE-VALID
003380         DISPLAY 'OPTMAINT - INVALID REQUEST SOURCE - '
003390             DV-OP-SOURCE
003400         GO TO 4000-EXIT
003410     END-IF.
003420     DISPLAY 'OPTMAINT - ENTER REQUEST REFERENCE: '.
003430     ACCEPT DV-OP-REFERENCE.
003440     MOVE DV-OP-ACCOUNT-NO TO OO-ACCOUNT-NO.
003450     MOVE DV-OP-MSG-ID     TO OO-MSG-ID.
003460     PERFORM 6900-GET-BEFORE-IMAGE THRU 6900-EXIT.
003470     MOVE DV-OP-PREFERENCE   TO OO-PREFERENCE.
003480     MOVE DV-OP-EFF-DATE     TO OO-EFFECTIVE-DATE.
003490     MOVE DV-OP-SOURCE       TO OO-REQUEST-SOURCE.
003500     MOVE DV-OP-REFERENCE    TO OO-REQUEST-REF.
003510     PERFORM 7500-SAVE-ROW THRU 7500-EXIT.
003520     DISPLAY 'OPTMAINT - PREFERENCE SAVED FOR '
003530         OO-ACCOUNT-NO '/' OO-MSG-ID.
003540 4000-EXIT.
003550     EXIT.
003560*----------------------------------------------------------
003570* 5000-DELETE-PREFERENCE  -  REMOVES THE PREFERENCE FOR THE
003580* ENTERED ACCOUNT AND MESSAGE ID, IF ONE EXISTS. RECORDING
003590* AN I (OPTED BACK IN) KEEPS THE HISTORY AND IS USUALLY THE
003600* BETTER CHOICE; DELETE IS FOR A PREFERENCE KEYED IN ERROR.
003610*----------------------------------------------------------
003620 5000-DELETE-PREFERENCE.
003630     PERFORM 6900-GET-BEFORE-IMAGE THRU 6900-EXIT.
003640     DELETE OPTOUT
003650         INVALID KEY
003660             DISPLAY 'OPTMAINT - NO PREFERENCE ON FILE - '
003670                 DV-OP-ACCOUNT-NO '/' DV-OP-MSG-ID
003680             GO TO 5000-EXIT
003690     END-DELETE.
003700     MOVE 'D' TO DV-RA-ACTION.
003710     MOVE SPACES TO DV-RA-AFTER.
003720     PERFORM 7000-WRITE-REF-AUDIT THRU 7000-EXIT.
003730     DISPLAY 'OPTMAINT - PREFERENCE REMOVED FOR '
003740         DV-OP-ACCOUNT-NO '/' DV-OP-MSG-ID.
003750 5000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------
003780* 6000-MANDATORY-MARK  -  SETS (Y) OR CLEARS (N) THE
003790* COMPLIANCE MARK THAT MAKES A MESSAGE ID MANDATORY FROM
003800* ITS EFFECTIVE DATE ON. ONLY AN OPERATOR WITH THE OPTMAND
003810* FLAG MAY DO THIS. OPT-OUTS ALREADY ON FILE ARE KEPT BUT
003820* ARE NOT HONORED WHILE THE MARK STANDS.
003830*----------------------------------------------------------
003840 6000-MANDATORY-MARK.
003850     IF NOT DV-MAND-AUTHORIZED
003860         DISPLAY 'OPTMAINT - OPERATOR ' DV-SIGNON-OPERATOR
003870             ' IS NOT AUTHORIZED TO MARK MESSAGES MANDATORY'
003880         GO TO 6000-EXIT
003890     END-IF.
003900     PERFORM 6800-CHECK-MESSAGE-ID THRU 6800-EXIT.
003910     IF DV-OP-MSG-ID = ZERO
003920         GO TO 6000-EXIT
003930     END-IF.
003940     DISPLAY 'OPTMAINT - MANDATORY (Y=SET, N=CLEAR): '.
003950     ACCEPT DV-OP-MARK.
003960     IF DV-OP-MARK-CLEAR
003970         PERFORM 5000-DELETE-PREFERENCE THRU 5000-EXIT
003980         GO TO 6000-EXIT
003990     END-IF.
004000     IF NOT DV-OP-MARK-SET
004010         DISPLAY 'OPTMAINT - INVALID REPLY - ' DV-OP-MARK
004020         GO TO 6000-EXIT
004030     END-IF.
004040     DISPLAY 'OPTMAINT - ENTER EFFECTIVE DATE (CCYYMMDD, '
004050         '0=TODAY): '.
004060     ACCEPT DV-OP-EFF-DATE.
004070     IF DV-OP-EFF-DATE = ZERO
004080         MOVE DV-TODAY TO DV-OP-EFF-DATE
004090     END-IF.
004100     SET DVDAT-FUNC-VALIDATE TO TRUE.
004110     MOVE DV-OP-EFF-DATE TO DVDAT-INPUT-DATE.
004120     CALL 'DVDATSRV' USING DVDAT-PARM.
004130     IF NOT DVDAT-RC-OK
004140         DISPLAY 'OPTMAINT - INVALID EFFECTIVE DATE - '
004150             DV-OP-EFF-DATE
004160         GO TO 6000-EXIT
004170     END-IF.
004180     DISPLAY 'OPTMAINT - ENTER REQUEST REFERENCE: '.
004190     ACCEPT DV-OP-REFERENCE.
004200     MOVE ZERO         TO OO-ACCOUNT-NO.
004210     MOVE DV-OP-MSG-ID TO OO-MSG-ID.
004220     PERFORM 6900-GET-BEFORE-IMAGE THRU 6900-EXIT.
004230     MOVE 'M'             TO OO-PREFERENCE.
004240     MOVE DV-OP-EFF-DATE  TO OO-EFFECTIVE-DATE.
004250     MOVE 'C'             TO OO-REQUEST-SOURCE.
004260     MOVE DV-OP-REFERENCE TO OO-REQUEST-REF.
004270     PERFORM 7500-SAVE-ROW THRU 7500-EXIT.
004280     DISPLAY 'OPTMAINT - MESSAGE ' DV-OP-MSG-ID
004290         ' MARKED MANDATORY FROM ' DV-OP-EFF-DATE.
004300 6000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------
004330* 6500-READ-MANDATORY-ROW  -  READS THE ACCOUNT-000000000
004340* ROW FOR THE ENTERED MESSAGE ID. ON RETURN OO-MANDATORY
004350* IS TRUE ONLY WHEN THE MARK IS ON FILE. THE RECORD AREA IS
004360* LEFT HOLDING THE MARK (OR SPACES).
004370*----------------------------------------------------------
004380 6500-READ-MANDATORY-ROW.
004390     MOVE ZERO         TO OO-ACCOUNT-NO.
004400     MOVE DV-OP-MSG-ID TO OO-MSG-ID.
004410     READ OPTOUT
004420         INVALID KEY
004430             MOVE SPACE TO OO-PREFERENCE
004440     END-READ.
004450 6500-EXIT.
004460     EXIT.
004470*----------------------------------------------------------
004480* 6800-CHECK-MESSAGE-ID  -  THE MESSAGE ID MUST HAVE AT
004490* LEAST ONE TEMPLATE ON DVMSGMST (ANY EFFECTIVE DATE). AN
004500* UNKNOWN ID IS REPORTED AND DV-OP-MSG-ID ZEROED SO THE
004510* CALLER DROPS THE TRANSACTION.
004520*----------------------------------------------------------
004530 6800-CHECK-MESSAGE-ID.
004540     IF NOT DV-MSGMST-AVAILABLE
004550         GO TO 6800-EXIT
004560     END-IF.
004570     MOVE DV-OP-MSG-ID TO MM-MSG-ID.
004580     MOVE ZERO         TO MM-EFFECTIVE-DATE.
004590     MOVE ZERO         TO MM-SEG-NO.
004600     START DVMSGMST KEY IS >= MM-KEY
004610         INVALID KEY
004620             GO TO 6800-NOT-ON-FILE
004630     END-START.
004640     READ DVMSGMST NEXT RECORD
004650         AT END
004660             GO TO 6800-NOT-ON-FILE
004670     END-READ.
004680     IF MM-MSG-ID = DV-OP-MSG-ID
004690         GO TO 6800-EXIT
004700     END-IF.
004710 6800-NOT-ON-FILE.
004720     DISPLAY 'OPTMAINT - MESSAGE ID NOT ON DVMSGMST - '
004730         DV-OP-MSG-ID.
004740     MOVE ZERO TO DV-OP-MSG-ID.
004750 6800-EXIT.
004760     EXIT.
004770*----------------------------------------------------------
004780* 6900-GET-BEFORE-IMAGE  -  CAPTURES THE TARGET RECORD AS IT
004790* STANDS (IF IT EXISTS) BEFORE AN UPDATE OR DELETE TOUCHES
004800* IT, FOR THE REFERENCE-AUDIT BEFORE IMAGE. ON RETURN THE
004810* RECORD AREA HOLDS THE EXISTING ROW OR, FOR A NEW ONE,
004820* JUST THE KEY.
004830*----------------------------------------------------------
004840 6900-GET-BEFORE-IMAGE.
004850     MOVE 'N' TO DV-RA-EXISTS-SW.
004860     MOVE SPACES TO DV-RA-BEFORE.
004870     READ OPTOUT
004880         INVALID KEY
004890             MOVE SPACES           TO OPTOUT-REC
004900             MOVE DV-OP-ACCOUNT-NO TO OO-ACCOUNT-NO
004910             MOVE DV-OP-MSG-ID     TO OO-MSG-ID
004920             GO TO 6900-EXIT
004930     END-READ.
004940     SET DV-RA-TARGET-EXISTS TO TRUE.
004950     MOVE OPTOUT-REC TO DV-RA-BEFORE.
004960 6900-EXIT.
004970     EXIT.
004980*----------------------------------------------------------
004990* 7000-WRITE-REF-AUDIT  -  ONE REFERENCE-AUDIT RECORD FOR
005000* THE CHANGE JUST APPLIED.
005010*----------------------------------------------------------
005020 7000-WRITE-REF-AUDIT.
005030     MOVE 'OPTOUT' TO RA-FILE-ID.
005040     MOVE SPACES TO RA-RECORD-KEY.
005050     MOVE OO-KEY TO RA-RECORD-KEY.
005060     MOVE DV-RA-ACTION TO RA-ACTION.
005070     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
005080     ACCEPT RA-CHANGE-TIME FROM TIME.
005090     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
005095     MOVE SPACES TO RA-APPROVER-ID.
005100     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
005110     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
005120     WRITE DVREFAUD-REC.
005130 7000-EXIT.
005140     EXIT.
005150*----------------------------------------------------------
005160* 7500-SAVE-ROW  -  STAMPS THE OPERATOR AND RECORDED DATE,
005170* WRITES OR REWRITES THE ROW AND AUDITS IT.
005180*----------------------------------------------------------
005190 7500-SAVE-ROW.
005200     MOVE DV-TODAY           TO OO-RECORDED-DATE.
005210     MOVE DV-SIGNON-OPERATOR TO OO-OPERATOR-ID.
005220     WRITE OPTOUT-REC
005230         INVALID KEY
005240             REWRITE OPTOUT-REC
005250     END-WRITE.
005260     IF DV-RA-TARGET-EXISTS
005270         MOVE 'C' TO DV-RA-ACTION
005280     ELSE
005290         MOVE 'A' TO DV-RA-ACTION
005300     END-IF.
005310     MOVE OPTOUT-REC TO DV-RA-AFTER.
005320     PERFORM 7000-WRITE-REF-AUDIT THRU 7000-EXIT.
005330 7500-EXIT.
005340     EXIT.
005350*----------------------------------------------------------
005360* 8000-CLOSE-FILES
005370*----------------------------------------------------------
005380 8000-CLOSE-FILES.
005390     IF DV-MSGMST-AVAILABLE
005400         CLOSE DVMSGMST
005410     END-IF.
005420     CLOSE DVREFAUD.
005430     CLOSE OPTOUT.
005440 8000-EXIT.
005450     EXIT.
005460 END PROGRAM OPTMAINT.
