000245*                  COMPILED-IN CONVEAL FALLBACK, SO THE NEXT
000246*                  TRANSLATION CHANGE HAPPENS ONCE FOR THE
000247*                  WHOLE SUITE.
000248* 2026-10-15  DV   STATEMENTS SHOW THE ACCTBAL OPENING AND
000249*                  CLOSING BALANCES WHEN THE ACCOUNT HAS ONE.
000250* 2026-10-15  DV   A RETURNED-MAIL ACCOUNT'S STATEMENT GOES TO
000251*                  HELDMAIL (HLDMREC) INSTEAD OF STMTFILE.
000252* 2026-10-15  DV   E AND B ACCOUNTS ALSO GET THE STATEMENT ON
000253*                  EDELIVER (EDLVREC); ONE WITH NO EMAIL ADDRESS
000254*                  PRINTS AND IS LISTED ON EDLVXRPT WITH RC 4.
000255* 2026-10-15  DV   STMTFILE LINES ARE ALSO STAGED ON STMSTAGE
000256*                  (PRSTGREC) FOR THE ZIPSORT POSTAL PRESORT.
000257*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS PM-KEY
000330         FILE STATUS IS DV-PERTOTAL-STATUS.
000333     SELECT OPTIONAL ACCTBAL ASSIGN TO ACCTBAL
000336         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS DYNAMIC
000342         RECORD KEY IS AB-ACCOUNT-NO
000345         FILE STATUS IS DV-ACCTBAL-STATUS.
000348     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000351         ORGANIZATION IS INDEXED
000354         ACCESS MODE IS DYNAMIC
000357         RECORD KEY IS AM-ACCOUNT-NO
000360         FILE STATUS IS DV-ACCTMST-STATUS.
000363     SELECT OPTIONAL HELDMAIL ASSIGN TO HELDMAIL
000366         ORGANIZATION IS INDEXED
000369         ACCESS MODE IS DYNAMIC
000372         RECORD KEY IS HM-KEY
000375         FILE STATUS IS DV-HELDMAIL-STATUS.
000390     SELECT STMTFILE ASSIGN TO STMTFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DV-STMTFILE-STATUS.
000411     SELECT EDELIVER ASSIGN TO EDELIVER
000412         ORGANIZATION IS SEQUENTIAL
000413         FILE STATUS IS DV-EDELIVER-STATUS.
000414     SELECT EDLVXRPT ASSIGN TO EDLVXRPT
000415         ORGANIZATION IS SEQUENTIAL
000416         FILE STATUS IS DV-EDLVXRPT-STATUS.
000417     SELECT STMSTAGE ASSIGN TO STMSTAGE
000418         ORGANIZATION IS SEQUENTIAL
000419         FILE STATUS IS DV-STMSTAGE-STATUS.
000420*----------------------------------------------------------
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PERTOTAL.
000460 COPY PERTOTREC.
000462 FD  ACCTBAL.
000464 COPY ACCTBREC.
000466 FD  ACCTMST.
000468 COPY ACCTMREC.
000470 FD  HELDMAIL.
000472 COPY HLDMREC.
000474 FD  EDELIVER
000476     RECORDING MODE IS F
000478     RECORD CONTAINS 200 CHARACTERS.
000480 COPY EDLVREC.
000490 FD  STMTFILE
000500     RECORD CONTAINS 133 CHARACTERS.
000510 01  STMTFILE-REC.
000520     05  PRT-CC                  PIC X(01).
000530     05  PRT-LINE                PIC X(132).
000531 FD  EDLVXRPT
000532     RECORD CONTAINS 133 CHARACTERS.
000533 01  EDLVXRPT-REC.
000534     05  XRPT-CC                 PIC X(01).
000535     05  XRPT-LINE               PIC X(132).
000536 FD  STMSTAGE
000537     RECORDING MODE IS F
000538     RECORD CONTAINS 180 CHARACTERS.
000539 COPY PRSTGREC.
000540*----------------------------------------------------------
000550 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------
000630     88  DV-PERTOTAL-EOF         VALUE '10'.
000680 01  DV-STMTFILE-STATUS          PIC X(02) VALUE '00'.
000690     88  DV-STMTFILE-OK          VALUE '00'.
000691 01  DV-ACCTBAL-STATUS           PIC X(02) VALUE '00'.
000692     88  DV-ACCTBAL-OK           VALUES '00' '02' '05'.
000693     88  DV-ACCTBAL-REC-FOUND    VALUES '00' '02'.
000694 01  DV-ACCTBAL-AVAIL-SW         PIC X(01) VALUE 'N'.
000695     88  DV-ACCTBAL-AVAILABLE    VALUE 'Y'.
000696 01  DV-ACCTMST-STATUS           PIC X(02) VALUE '00'.
000697     88  DV-ACCTMST-OK           VALUES '00' '02'.
000698     88  DV-ACCTMST-REC-FOUND    VALUES '00' '02'.
000700 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
000710     88  DV-EOF                  VALUE 'Y'.
000713 01  DV-HELDMAIL-STATUS          PIC X(02) VALUE '00'.
000716     88  DV-HELDMAIL-OK          VALUES '00' '02' '05'.
000719 01  DV-ACCTMST-AVAIL-SW         PIC X(01) VALUE 'N'.
000722     88  DV-ACCTMST-AVAILABLE    VALUE 'Y'.
000725 01  DV-HOLD-AVAIL-SW            PIC X(01) VALUE 'N'.
000728     88  DV-HOLD-AVAILABLE       VALUE 'Y'.
000731 01  DV-EDELIVER-STATUS          PIC X(02) VALUE '00'.
000734     88  DV-EDELIVER-OK          VALUE '00'.
000737 01  DV-EDLVXRPT-STATUS          PIC X(02) VALUE '00'.
000740     88  DV-EDLVXRPT-OK          VALUE '00'.
000743 01  DV-STMSTAGE-STATUS          PIC X(02) VALUE '00'.
000746     88  DV-STMSTAGE-OK          VALUE '00'.
000750*----------------------------------------------------------
000760* RUN MODE AND MONTH-END GATE
000770*----------------------------------------------------------
001070 01  DV-ACCT-TOTAL               PIC S9(11)V99 COMP-3
001080                                 VALUE ZERO.
001090 01  DV-ACCT-TXN-COUNT           PIC 9(07) VALUE ZERO.
001091 01  DV-ACCT-BALANCE-SW          PIC X(01) VALUE 'N'.
001092     88  DV-ACCT-BALANCE-KNOWN   VALUE 'Y'.
001093 01  DV-ACCT-OPEN-BALANCE        PIC S9(11)V99 COMP-3
001094                                 VALUE ZERO.
001095 01  DV-ACCT-CLOSE-BALANCE       PIC S9(11)V99 COMP-3
001096                                 VALUE ZERO.
001097 01  DV-STMT-EMAIL               PIC X(60).
001098 01  DV-STMT-NAME                PIC X(30).
001100*----------------------------------------------------------
001101* DELIVERY ROUTE OF THE STATEMENT IN PROGRESS - PAPER, THE
001102* EDELIVER INTERFACE FILE, OR BOTH, AND WHETHER ITS PAPER
001103* COPY IS HELD FOR A RETURNED ADDRESS.
001104*----------------------------------------------------------
001105 01  DV-STMT-CHANNEL             PIC X(01).
001106     88  DV-STMT-CHANNEL-EMAIL   VALUES 'E' 'B'.
001107     88  DV-STMT-CHANNEL-EMAIL-ONLY VALUE 'E'.
001108 01  DV-DLV-PAPER-SW             PIC X(01) VALUE 'Y'.
001109     88  DV-DLV-PAPER            VALUE 'Y'.
001110 01  DV-DLV-EMAIL-SW             PIC X(01) VALUE 'N'.
001111     88  DV-DLV-EMAIL            VALUE 'Y'.
001112 01  DV-STMT-HELD-SW             PIC X(01) VALUE 'N'.
001113     88  DV-STMT-HELD            VALUE 'Y'.
001114*----------------------------------------------------------
001115* RUN-END SUMMARY COUNTERS
001120*----------------------------------------------------------
001130 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
001140 01  DV-STMT-COUNT               PIC 9(07) VALUE ZERO.
001141 01  DV-NO-BALANCE-COUNT         PIC 9(07) VALUE ZERO.
001142 01  DV-STMT-HELD-COUNT          PIC 9(07) VALUE ZERO.
001143 01  DV-EDLV-DOC-COUNT           PIC 9(09) VALUE ZERO.
001144 01  DV-EDLV-REC-COUNT           PIC 9(09) VALUE ZERO.
001145 01  DV-EDLV-EXCP-COUNT          PIC 9(07) VALUE ZERO.
001146 01  DV-STAGE-DOC-COUNT          PIC 9(07) VALUE ZERO.
001150 01  DV-LINE-COUNT               PIC 9(03) VALUE ZERO.
001160 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001161 01  DV-HELD-LINE-SEQ            PIC 9(07) VALUE ZERO.
001162 01  DV-EDLV-LINE-NO             PIC 9(05) VALUE ZERO.
001163 01  DV-STAGE-LINE-NO            PIC 9(05) VALUE ZERO.
001164 01  DV-XRPT-PAGE-NO             PIC 9(05) VALUE ZERO.
001165 01  DV-XRPT-LINE-COUNT          PIC 9(03) VALUE 99.
001170*----------------------------------------------------------
001180* STATEMENT LINES
001190*----------------------------------------------------------
001490     05  DV-TOT-TXN-COUNT        PIC ZZZZZZ9.
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  DV-TOT-AMOUNT           PIC -(11)9.99.
001511 01  DV-STMT-BALANCE-LINE.
001512     05  DV-BAL-LABEL            PIC X(24).
001513     05  FILLER                  PIC X(11) VALUE SPACES.
001514     05  DV-BAL-AMOUNT           PIC -(11)9.99.
001515 01  DV-XRPT-HEADER-LINE-1.
001516     05  FILLER                  PIC X(34)
001517             VALUE 'E-DELIVERY EXCEPTIONS - PERSTMT'.
001518     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001519     05  DV-XRPT-HDR-RUN-DATE    PIC 9(08).
001520     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
001521     05  DV-XRPT-HDR-PAGE-NO     PIC ZZZZ9.
001522 01  DV-XRPT-HEADER-LINE-2.
001523     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
001524     05  FILLER                  PIC X(32) VALUE 'CUSTOMER'.
001525     05  FILLER                  PIC X(09) VALUE 'CHANNEL'.
001526     05  FILLER                  PIC X(15) VALUE 'DOCUMENT'.
001527     05  FILLER                  PIC X(40) VALUE 'ACTION TAKEN'.
001528 01  DV-XRPT-DETAIL-LINE.
001529     05  DV-XRPT-ACCOUNT-NO      PIC 9(09).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001531     05  DV-XRPT-CUSTOMER-NAME   PIC X(30).
001532     05  FILLER                  PIC X(05) VALUE SPACES.
001533     05  DV-XRPT-CHANNEL         PIC X(01).
001534     05  FILLER                  PIC X(05) VALUE SPACES.
001535     05  FILLER                  PIC X(15) VALUE 'STATEMENT'.
001536     05  DV-XRPT-ACTION          PIC X(40).
001537*----------------------------------------------------------
001538 PROCEDURE DIVISION.
001540*----------------------------------------------------------
001550* 0000-MAINLINE
001560*----------------------------------------------------------
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002301     OPEN INPUT ACCTBAL.
002302     IF DV-ACCTBAL-OK
002303         SET DV-ACCTBAL-AVAILABLE TO TRUE
002304     ELSE
002305         DISPLAY 'PERSTMT - WARNING - ACCTBAL NOT AVAILABLE - '
002306             DV-ACCTBAL-STATUS ' - NO BALANCE LINES PRINTED'
002307     END-IF.
002308     PERFORM 2500-OPEN-HOLD-FILES THRU 2500-EXIT.
002309     PERFORM 2510-OPEN-EDELIVER THRU 2510-EXIT.
002310     PERFORM 6000-READ-MASTER THRU 6000-EXIT.
002320     PERFORM 2100-PRINT-ONE-ROW THRU 2100-EXIT
002330         UNTIL DV-EOF.
002340     IF DV-BREAK-OPEN
002350         PERFORM 2300-PRINT-ACCOUNT-TOTAL THRU 2300-EXIT
002360     END-IF.
002365     PERFORM 2520-CLOSE-EDELIVER THRU 2520-EXIT.
002370     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
002380     CLOSE PERTOTAL.
002390     CLOSE STMTFILE.
002393     IF DV-ACCTBAL-AVAILABLE
002396         CLOSE ACCTBAL
002399     END-IF.
002402     IF DV-ACCTMST-AVAILABLE
002405         CLOSE ACCTMST
002408     END-IF.
002411     IF DV-HOLD-AVAILABLE
002414         CLOSE HELDMAIL
002417     END-IF.
002430 2000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------
002630     MOVE PM-AMOUNT      TO DV-DTL-AMOUNT.
002640     MOVE ' ' TO PRT-CC.
002650     MOVE DV-STMT-DETAIL-LINE TO PRT-LINE.
002660     PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT.
002670     ADD 1 TO DV-LINE-COUNT.
002680     ADD PM-TXN-COUNT TO DV-ACCT-TXN-COUNT.
002690     ADD PM-AMOUNT TO DV-ACCT-TOTAL.
002720     EXIT.
002730*----------------------------------------------------------
002740* 2200-START-STATEMENT-PAGE  -  FRESH PAGE WITH THE PERIOD,
002750* ACCOUNT AND CUSTOMER NAME, THE OPENING BALANCE WHEN THE
002755* ACCOUNT IS ON ACCTBAL, THEN THE COLUMN LINE.
002760*----------------------------------------------------------
002770 2200-START-STATEMENT-PAGE.
002780     SET DV-BREAK-OPEN TO TRUE.
002800     MOVE ZERO TO DV-ACCT-TOTAL.
002810     MOVE ZERO TO DV-ACCT-TXN-COUNT.
002820     MOVE ZERO TO DV-LINE-COUNT.
002822     MOVE ZERO TO DV-HELD-LINE-SEQ.
002824     PERFORM 2610-CHECK-MAIL-HOLD THRU 2610-EXIT.
002826     PERFORM 2620-SET-DELIVERY-ROUTE THRU 2620-EXIT.
002830     MOVE PM-PERIOD-ID     TO DV-HDR-PERIOD-ID.
002840     MOVE DV-RUN-DATE      TO DV-HDR-RUN-DATE.
002850     MOVE PM-ACCOUNT-NO    TO DV-HDR-ACCOUNT-NO.
002860     MOVE PM-CUSTOMER-NAME TO DV-HDR-CUSTOMER-NAME.
002870     MOVE '1' TO PRT-CC.
002880     MOVE DV-STMT-HEADER-LINE-1 TO PRT-LINE.
002890     PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT.
002900     MOVE ' ' TO PRT-CC.
002910     MOVE DV-STMT-HEADER-LINE-2 TO PRT-LINE.
002920     PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT.
002930     MOVE ' ' TO PRT-CC.
002940     MOVE DV-STMT-COLUMN-LINE TO PRT-LINE.
002950     PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT.
002960     ADD 3 TO DV-LINE-COUNT.
002961     PERFORM 2600-LOOKUP-BALANCE THRU 2600-EXIT.
002962     IF DV-ACCT-BALANCE-KNOWN
002963         MOVE 'OPENING BALANCE' TO DV-BAL-LABEL
002964         MOVE DV-ACCT-OPEN-BALANCE TO DV-BAL-AMOUNT
002965         MOVE ' ' TO PRT-CC
002966         MOVE DV-STMT-BALANCE-LINE TO PRT-LINE
002967         PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
002968         ADD 1 TO DV-LINE-COUNT
002969     END-IF.
002970     IF DV-STMT-HELD
002971         ADD 1 TO DV-STMT-HELD-COUNT
002972     END-IF.
002973     IF DV-DLV-PAPER AND NOT DV-STMT-HELD
002974         ADD 1 TO DV-STMT-COUNT
002975     END-IF.
002980 2200-EXIT.
002990     EXIT.
003000*----------------------------------------------------------
003010* 2300-PRINT-ACCOUNT-TOTAL  -  CLOSES THE CURRENT STATEMENT
003020* WITH ITS TOTAL LINE AND, WHEN KNOWN, THE CLOSING BALANCE.
003030*----------------------------------------------------------
003040 2300-PRINT-ACCOUNT-TOTAL.
003050     MOVE DV-ACCT-TXN-COUNT TO DV-TOT-TXN-COUNT.
003060     MOVE DV-ACCT-TOTAL     TO DV-TOT-AMOUNT.
003070     MOVE ' ' TO PRT-CC.
003080     MOVE DV-STMT-TOTAL-LINE TO PRT-LINE.
003082     PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT.
003084     IF DV-ACCT-BALANCE-KNOWN
003086         MOVE 'CLOSING BALANCE' TO DV-BAL-LABEL
003088         MOVE DV-ACCT-CLOSE-BALANCE TO DV-BAL-AMOUNT
003090         MOVE ' ' TO PRT-CC
003092         MOVE DV-STMT-BALANCE-LINE TO PRT-LINE
003094         PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
003096     END-IF.
003100     MOVE 'N' TO DV-BREAK-OPEN-SW.
003110 2300-EXIT.
003120     EXIT.
003190     MOVE DV-LOOKUP-CODE TO DVCNV-INPUT-CODE.
003200     CALL 'DVCNVSRV' USING DVCNV-PARM.
003210     MOVE DVCNV-DESCRIPTION TO DV-LOOKUP-DESC.
003211 2400-EXIT.
003212     EXIT.
003213*----------------------------------------------------------
003214* 2500-OPEN-HOLD-FILES  -  THE ACCOUNT MASTER GIVES THE
003215* RETURNED-MAIL FLAG AND THE DELIVERY CHANNEL; THE HOLD ALSO
003216* NEEDS HELDMAIL FOR THE HELD LINES. WITHOUT ACCTMST EVERY
003217* STATEMENT IS PRINTED; WITHOUT HELDMAIL NONE IS HELD.
003218*----------------------------------------------------------
003219 2500-OPEN-HOLD-FILES.
003220     OPEN INPUT ACCTMST.
003221     IF NOT DV-ACCTMST-OK
003222         DISPLAY 'PERSTMT - WARNING - ACCTMST NOT AVAILABLE - '
003223             DV-ACCTMST-STATUS ' - EVERY STATEMENT PRINTED'
003224         GO TO 2500-EXIT
003225     END-IF.
003226     SET DV-ACCTMST-AVAILABLE TO TRUE.
003227     OPEN I-O HELDMAIL.
003228     IF NOT DV-HELDMAIL-OK
003229         DISPLAY 'PERSTMT - WARNING - HELDMAIL NOT AVAILABLE - '
003230             DV-HELDMAIL-STATUS ' - HELD-MAIL DIVERSION BYPASSED'
003231         GO TO 2500-EXIT
003232     END-IF.
003233     SET DV-HOLD-AVAILABLE TO TRUE.
003234 2500-EXIT.
003235     EXIT.
003236*----------------------------------------------------------
003237* 2510-OPEN-EDELIVER  -  THE E-DELIVERY INTERFACE FILE, WITH
003238* ITS *HDR* CONTROL, THE EXCEPTIONS REPORT AND THE PRESORT
003239* STAGING FILE.
003240*----------------------------------------------------------
003241 2510-OPEN-EDELIVER.
003242     OPEN OUTPUT EDELIVER.
003243     IF NOT DV-EDELIVER-OK
003244         DISPLAY 'PERSTMT - OPEN FAILED FOR EDELIVER - '
003245             DV-EDELIVER-STATUS
003246         MOVE 16 TO RETURN-CODE
003247         STOP RUN
003248     END-IF.
003249     MOVE SPACES TO EDELIVER-CTL-REC.
003250     SET ED-CTL-HEADER TO TRUE.
003251     MOVE DV-RUN-DATE TO ED-HDR-CREATE-DATE.
003252     MOVE 'PERSTMT' TO ED-HDR-SOURCE.
003253     WRITE EDELIVER-CTL-REC.
003254     OPEN OUTPUT EDLVXRPT.
003255     IF NOT DV-EDLVXRPT-OK
003256         DISPLAY 'PERSTMT - OPEN FAILED FOR EDLVXRPT - '
003257             DV-EDLVXRPT-STATUS
003258         MOVE 16 TO RETURN-CODE
003259         STOP RUN
003260     END-IF.
003261     OPEN OUTPUT STMSTAGE.
003262     IF NOT DV-STMSTAGE-OK
003263         DISPLAY 'PERSTMT - OPEN FAILED FOR STMSTAGE - '
003264             DV-STMSTAGE-STATUS
003265         MOVE 16 TO RETURN-CODE
003266         STOP RUN
003267     END-IF.
003268 2510-EXIT.
003269     EXIT.
003270*----------------------------------------------------------
003271* 2520-CLOSE-EDELIVER  -  CLOSES THE E-DELIVERY FILE WITH
003272* ITS *TRL* CONTROL AND THE EXCEPTIONS REPORT, WHICH SAYS
003273* SO WHEN THERE WERE NONE.
003274*----------------------------------------------------------
003275 2520-CLOSE-EDELIVER.
003276     MOVE SPACES TO EDELIVER-CTL-REC.
003277     SET ED-CTL-TRAILER TO TRUE.
003278     MOVE DV-EDLV-DOC-COUNT TO ED-TRL-DOC-COUNT.
003279     MOVE DV-EDLV-REC-COUNT TO ED-TRL-RECORD-COUNT.
003280     WRITE EDELIVER-CTL-REC.
003281     CLOSE EDELIVER.
003282     IF DV-EDLV-EXCP-COUNT = ZERO
003283         PERFORM 2640-PRINT-XRPT-HEADERS THRU 2640-EXIT
003284         MOVE ' ' TO XRPT-CC
003285         MOVE 'NO EXCEPTIONS - EVERY E-DELIVERY ACCOUNT HAS AN '
003286             TO XRPT-LINE
003287         MOVE 'EMAIL ADDRESS' TO XRPT-LINE (49:13)
003288         WRITE EDLVXRPT-REC
003289     END-IF.
003290     CLOSE EDLVXRPT.
003291     CLOSE STMSTAGE.
003292 2520-EXIT.
003293     EXIT.
003294*----------------------------------------------------------
003295* 2600-LOOKUP-BALANCE  -  READS THE ACCOUNT'S ACCTBAL ROW.
003296* WHEN BALUPDT HAS POSTED TO THE ACCOUNT THIS PERIOD THE
003297* OPENING BALANCE IS THE ONE IT CARRIED FORWARD AT THE
003298* PERIOD CHANGE; AN ACCOUNT WITH NO POSTING YET THIS PERIOD
003299* OPENED WITH THE BALANCE IT STILL HOLDS.
003300*----------------------------------------------------------
003301 2600-LOOKUP-BALANCE.
003302     MOVE 'N' TO DV-ACCT-BALANCE-SW.
003303     IF NOT DV-ACCTBAL-AVAILABLE
003304         GO TO 2600-EXIT
003305     END-IF.
003306     MOVE PM-ACCOUNT-NO TO AB-ACCOUNT-NO.
003307     READ ACCTBAL
003308         INVALID KEY
003309             ADD 1 TO DV-NO-BALANCE-COUNT
003310             GO TO 2600-EXIT
003311     END-READ.
003312     IF NOT DV-ACCTBAL-REC-FOUND
003313         ADD 1 TO DV-NO-BALANCE-COUNT
003314         GO TO 2600-EXIT
003315     END-IF.
003316     SET DV-ACCT-BALANCE-KNOWN TO TRUE.
003317     MOVE AB-CURRENT-BALANCE TO DV-ACCT-CLOSE-BALANCE.
003318     IF AB-PERIOD-ID = PM-PERIOD-ID
003319         MOVE AB-PERIOD-OPEN-BALANCE TO DV-ACCT-OPEN-BALANCE
003320     ELSE
003321         MOVE AB-CURRENT-BALANCE TO DV-ACCT-OPEN-BALANCE
003322     END-IF.
003323 2600-EXIT.
003324     EXIT.
003325*----------------------------------------------------------
003326* 2610-CHECK-MAIL-HOLD  -  IS THE ACCOUNT'S ADDRESS FLAGGED
003327* AS RETURNED MAIL, AND HOW DOES IT TAKE DELIVERY? AN
003328* ACCOUNT NOT ON ACCTMST IS PRINTED ON PAPER.
003329*----------------------------------------------------------
003330 2610-CHECK-MAIL-HOLD.
003331     MOVE 'N' TO DV-STMT-HELD-SW.
003332     MOVE 'M' TO DV-STMT-CHANNEL.
003333     MOVE SPACES TO DV-STMT-EMAIL.
003334     MOVE PM-CUSTOMER-NAME TO DV-STMT-NAME.
003335     IF NOT DV-ACCTMST-AVAILABLE
003336         GO TO 2610-EXIT
003337     END-IF.
003338     MOVE PM-ACCOUNT-NO TO AM-ACCOUNT-NO.
003339     READ ACCTMST
003340         INVALID KEY
003341             GO TO 2610-EXIT
003342     END-READ.
003343     IF NOT DV-ACCTMST-REC-FOUND
003344         GO TO 2610-EXIT
003345     END-IF.
003346     IF AM-CHANNEL-VALID
003347         MOVE AM-DELIVERY-CHANNEL TO DV-STMT-CHANNEL
003348     END-IF.
003349     MOVE AM-EMAIL-ADDRESS TO DV-STMT-EMAIL.
003350     MOVE AM-CUSTOMER-NAME TO DV-STMT-NAME.
003351     IF AM-ADDRESS-RETURNED AND DV-HOLD-AVAILABLE
003352         SET DV-STMT-HELD TO TRUE
003353     END-IF.
003354 2610-EXIT.
003355     EXIT.
003356*----------------------------------------------------------
003357* 2620-SET-DELIVERY-ROUTE  -  M IS PAPER ONLY, E IS
003358* ELECTRONIC ONLY, B IS BOTH. E OR B WITH NO EMAIL ADDRESS
003359* ON FILE FALLS BACK TO PAPER ONLY AND IS LISTED AS AN
003360* EXCEPTION. AN ELECTRONIC STATEMENT STARTS WITH ITS
003361* ENVELOPE RECORD; A STATEMENT NOT GOING TO PAPER IS NEVER
003362* HELD.
003363*----------------------------------------------------------
003364 2620-SET-DELIVERY-ROUTE.
003365     MOVE 'Y' TO DV-DLV-PAPER-SW.
003366     MOVE 'N' TO DV-DLV-EMAIL-SW.
003367     IF DV-STMT-CHANNEL-EMAIL
003368         IF DV-STMT-EMAIL = SPACES
003369             PERFORM 2630-LIST-EDLV-EXCEPTION THRU 2630-EXIT
003370         ELSE
003371             SET DV-DLV-EMAIL TO TRUE
003372             IF DV-STMT-CHANNEL-EMAIL-ONLY
003373                 MOVE 'N' TO DV-DLV-PAPER-SW
003374                 MOVE 'N' TO DV-STMT-HELD-SW
003375             END-IF
003376         END-IF
003377     END-IF.
003378     IF DV-DLV-PAPER AND NOT DV-STMT-HELD
003379         ADD 1 TO DV-STAGE-DOC-COUNT
003380         MOVE ZERO TO DV-STAGE-LINE-NO
003381     END-IF.
003382     IF NOT DV-DLV-EMAIL
003383         GO TO 2620-EXIT
003384     END-IF.
003385     ADD 1 TO DV-EDLV-DOC-COUNT.
003386     MOVE ZERO TO DV-EDLV-LINE-NO.
003387     MOVE SPACES TO EDELIVER-REC.
003388     SET ED-ENVELOPE TO TRUE.
003389     MOVE DV-BREAK-ACCOUNT-NO TO ED-ACCOUNT-NO.
003390     SET ED-DOC-STATEMENT TO TRUE.
003391     MOVE DV-EDLV-DOC-COUNT TO ED-DOC-SEQ.
003392     MOVE DV-STMT-EMAIL     TO ED-EMAIL-ADDRESS.
003393     MOVE DV-STMT-NAME      TO ED-CUSTOMER-NAME.
003394     MOVE DV-RUN-DATE       TO ED-DOC-DATE.
003395     MOVE 'PERSTMT'         TO ED-SOURCE-PGM.
003396     MOVE ZERO              TO ED-MSG-ID.
003397     MOVE DV-STMT-CHANNEL   TO ED-DELIVERY-CHANNEL.
003398     PERFORM 2980-PUT-EDELIVER THRU 2980-EXIT.
003399 2620-EXIT.
003400     EXIT.
003401*----------------------------------------------------------
003402* 2630-LIST-EDLV-EXCEPTION  -  ONE LINE ON THE E-DELIVERY
003403* EXCEPTIONS REPORT FOR A STATEMENT THAT COULD NOT BE SENT
003404* ELECTRONICALLY.
003405*----------------------------------------------------------
003406 2630-LIST-EDLV-EXCEPTION.
003407     IF DV-XRPT-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
003408         PERFORM 2640-PRINT-XRPT-HEADERS THRU 2640-EXIT
003409     END-IF.
003410     MOVE DV-BREAK-ACCOUNT-NO TO DV-XRPT-ACCOUNT-NO.
003411     MOVE DV-STMT-NAME        TO DV-XRPT-CUSTOMER-NAME.
003412     MOVE DV-STMT-CHANNEL     TO DV-XRPT-CHANNEL.
003413     IF DV-STMT-CHANNEL-EMAIL-ONLY
003414         MOVE 'NO EMAIL ADDRESS - PRINTED ON PAPER'
003415             TO DV-XRPT-ACTION
003416     ELSE
003417         MOVE 'NO EMAIL ADDRESS - PAPER COPY ONLY'
003418             TO DV-XRPT-ACTION
003419     END-IF.
003420     MOVE ' ' TO XRPT-CC.
003421     MOVE DV-XRPT-DETAIL-LINE TO XRPT-LINE.
003422     WRITE EDLVXRPT-REC.
003423     ADD 1 TO DV-XRPT-LINE-COUNT.
003424     ADD 1 TO DV-EDLV-EXCP-COUNT.
003425 2630-EXIT.
003426     EXIT.
003427*----------------------------------------------------------
003428* 2640-PRINT-XRPT-HEADERS
003429*----------------------------------------------------------
003430 2640-PRINT-XRPT-HEADERS.
003431     ADD 1 TO DV-XRPT-PAGE-NO.
003432     MOVE ZERO TO DV-XRPT-LINE-COUNT.
003433     MOVE DV-RUN-DATE     TO DV-XRPT-HDR-RUN-DATE.
003434     MOVE DV-XRPT-PAGE-NO TO DV-XRPT-HDR-PAGE-NO.
003435     MOVE '1' TO XRPT-CC.
003436     MOVE DV-XRPT-HEADER-LINE-1 TO XRPT-LINE.
003437     WRITE EDLVXRPT-REC.
003438     MOVE ' ' TO XRPT-CC.
003439     MOVE DV-XRPT-HEADER-LINE-2 TO XRPT-LINE.
003440     WRITE EDLVXRPT-REC.
003441     ADD 2 TO DV-XRPT-LINE-COUNT.
003442 2640-EXIT.
003443     EXIT.
003444*----------------------------------------------------------
003445* 2900-WRITE-STMT-LINE  -  WRITES THE PRINT LINE BUILT IN
003446* STMTFILE-REC TO EACH DESTINATION 2620 ROUTED THE STATEMENT
003447* TO - AN L RECORD ON EDELIVER, AND ON PAPER TO STMTFILE OR,
003448* FOR A HELD STATEMENT, TO HELDMAIL. A RERUN ON THE SAME DAY
003449* REWRITES THE LINES IT HELD THE FIRST TIME.
003450*----------------------------------------------------------
003451 2900-WRITE-STMT-LINE.
003452     IF DV-DLV-EMAIL
003453         ADD 1 TO DV-EDLV-LINE-NO
003454         MOVE SPACES TO EDELIVER-REC
003455         SET ED-TEXT-LINE TO TRUE
003456         MOVE DV-BREAK-ACCOUNT-NO TO ED-ACCOUNT-NO
003457         SET ED-DOC-STATEMENT TO TRUE
003458         MOVE DV-EDLV-DOC-COUNT TO ED-DOC-SEQ
003459         MOVE DV-EDLV-LINE-NO   TO ED-LINE-NO
003460         MOVE PRT-CC            TO ED-PRINT-CC
003461         MOVE PRT-LINE          TO ED-PRINT-LINE
003462         PERFORM 2980-PUT-EDELIVER THRU 2980-EXIT
003463     END-IF.
003464     IF NOT DV-DLV-PAPER
003465         GO TO 2900-EXIT
003466     END-IF.
003467     IF NOT DV-STMT-HELD
003468         WRITE STMTFILE-REC
003469         PERFORM 2990-WRITE-STAGE-RECORD THRU 2990-EXIT
003470         GO TO 2900-EXIT
003471     END-IF.
003472     ADD 1 TO DV-HELD-LINE-SEQ.
003473     MOVE SPACES TO HELDMAIL-REC.
003474     MOVE DV-BREAK-ACCOUNT-NO TO HM-ACCOUNT-NO.
003475     SET HM-FROM-PERSTMT TO TRUE.
003476     MOVE DV-RUN-DATE TO HM-HOLD-DATE.
003477     MOVE ZERO TO HM-MSG-ID.
003478     MOVE DV-HELD-LINE-SEQ TO HM-LINE-SEQ.
003479     SET HM-HELD TO TRUE.
003480     MOVE ZERO TO HM-RELEASE-DATE.
003481     MOVE STMTFILE-REC TO HM-PRINT-RECORD.
003482     WRITE HELDMAIL-REC
003483         INVALID KEY
003484             REWRITE HELDMAIL-REC
003485     END-WRITE.
003486     IF NOT DV-HELDMAIL-OK
003487         DISPLAY 'PERSTMT - WRITE FAILED FOR HELDMAIL - '
003488             DV-HELDMAIL-STATUS
003489         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003491     END-IF.
003492 2900-EXIT.
003493     EXIT.
003494*----------------------------------------------------------
003495* 2980-PUT-EDELIVER
003496*----------------------------------------------------------
003497 2980-PUT-EDELIVER.
003498     WRITE EDELIVER-REC.
003499     IF NOT DV-EDELIVER-OK
003500         DISPLAY 'PERSTMT - WRITE FAILED FOR EDELIVER - '
003501             DV-EDELIVER-STATUS
003502         MOVE 16 TO RETURN-CODE
003503         STOP RUN
003504     END-IF.
003505     ADD 1 TO DV-EDLV-REC-COUNT.
003506 2980-EXIT.
003507     EXIT.
003508*----------------------------------------------------------
003509* 2990-WRITE-STAGE-RECORD  -  STAGES A LINE JUST WRITTEN TO
003510* STMTFILE FOR THE ZIPSORT PRESORT, KEYED BY ACCOUNT,
003511* STATEMENT AND LINE SO THE STATEMENT STAYS WHOLE WHEN IT
003512* IS SORTED.
003513*----------------------------------------------------------
003514 2990-WRITE-STAGE-RECORD.
003515     ADD 1 TO DV-STAGE-LINE-NO.
003516     MOVE SPACES TO PRTSTAGE-REC.
003517     MOVE DV-BREAK-ACCOUNT-NO TO PG-ACCOUNT-NO.
003518     SET PG-FROM-PERSTMT TO TRUE.
003519     MOVE DV-RUN-DATE TO PG-RUN-DATE.
003520     MOVE DV-STAGE-DOC-COUNT TO PG-DOC-SEQ.
003521     MOVE DV-STAGE-LINE-NO TO PG-LINE-NO.
003522     MOVE PRT-CC TO PG-PRINT-CC.
003523     MOVE PRT-LINE TO PG-PRINT-LINE.
003524     WRITE PRTSTAGE-REC.
003525     IF NOT DV-STMSTAGE-OK
003526         DISPLAY 'PERSTMT - WRITE FAILED FOR STMSTAGE - '
003527             DV-STMSTAGE-STATUS
003528         MOVE 16 TO RETURN-CODE
003529         STOP RUN
003530     END-IF.
003531 2990-EXIT.
003532     EXIT.
003580*----------------------------------------------------------
003590* 6000-READ-MASTER
003600*----------------------------------------------------------
003770         DV-READ-COUNT.
003780     DISPLAY '  STATEMENTS PRINTED . . . . : '
003790         DV-STMT-COUNT.
003791     DISPLAY '  ACCOUNTS NOT ON ACCTBAL  . : '
003792         DV-NO-BALANCE-COUNT.
003793     DISPLAY '  STATEMENTS HELD (BAD ADDR) : '
003794         DV-STMT-HELD-COUNT.
003795     DISPLAY '  STATEMENTS SENT BY EMAIL . : '
003796         DV-EDLV-DOC-COUNT.
003797     DISPLAY '  NO EMAIL - SENT ON PAPER . : '
003798         DV-EDLV-EXCP-COUNT.
003800     DISPLAY '========================================'.
003802     IF DV-EDLV-EXCP-COUNT > ZERO AND RETURN-CODE < 4
003804         MOVE 4 TO RETURN-CODE
003806     END-IF.
003810 7000-EXIT.
003820     EXIT.
003830 END PROGRAM PERSTMT.
