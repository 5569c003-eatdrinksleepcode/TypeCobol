000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BALUPDT.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - NIGHTLY RUNNING-BALANCE UPDATE.
000110*                  APPLIES THE DAY'S KEYED PRTD20K DETAILS TO
000120*                  THE ACCTBAL ACCOUNT-BALANCE MASTER
000130*                  (COPYBOOK ACCTBREC), SO THE SUITE KNOWS AN
000140*                  ACCOUNT'S ACTUAL BALANCE AND NOT ONLY ITS
000150*                  ACTIVITY. WHETHER A PD-INTERNAL-CODE ADDS
000160*                  TO OR SUBTRACTS FROM THE BALANCE (OR
000170*                  LEAVES IT ALONE) COMES FROM THE BALRULE
000180*                  RULE FILE OPERATIONS MAINTAINS, NOT FROM
000190*                  CODE. A DETAIL WHOSE CODE HAS NO RULE IS
000200*                  NOT APPLIED - IT IS COUNTED AS A REJECT
000210*                  AND THE RUN ENDS WITH A WARNING RETURN
000220*                  CODE SO THE MISSING RULE GETS ADDED. THE
000230*                  FIRST DETAIL OF A NEW PERIOD CARRIES THE
000240*                  BALANCE FORWARD AS THE PERIOD OPENING
000250*                  BALANCE PERSTMT PRINTS. RESTARTABLE
000260*                  AGAINST THE SHARED DVCHKPT FILE - THE LAST
000270*                  PRTD20K KEY APPLIED IS CHECKPOINTED AFTER
000280*                  EACH DETAIL AND A RERUN STARTS PAST IT, SO
000290*                  NO DETAIL IS EVER APPLIED TWICE. THE RUN'S
000300*                  COUNTS GO TO DVCTLLDG SO DVCYCBAL CAN
000310*                  PROVE EVERY LOADED DETAIL WAS CONSIDERED.
000320*                  BALEXCP REPORTS NEGATIVE AND LOW BALANCES
000330*                  FROM THE MASTER EACH MORNING.
000340*----------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PRTD20K ASSIGN TO PRTD20K
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS PK-KEY
000420         FILE STATUS IS DV-PRTD20K-STATUS.
000430     SELECT BALRULE ASSIGN TO BALRULE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DV-BALRULE-STATUS.
000460     SELECT ACCTBAL ASSIGN TO ACCTBAL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS AB-ACCOUNT-NO
000500         FILE STATUS IS DV-ACCTBAL-STATUS.
000510     SELECT DVCHKPT ASSIGN TO DVCHKPT
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CHKPT-PROGRAM-ID
000550         FILE STATUS IS DV-CHKPT-STATUS.
000560     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CL-KEY
000600         FILE STATUS IS DV-CTLLDG-STATUS.
000610*----------------------------------------------------------
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PRTD20K.
000650 01  PRTD20K-REC.
000660 COPY YPRTD20K.
000670 FD  BALRULE
000680     RECORDING MODE IS F
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  BALRULE-REC.
000710     05  BR-INTERNAL-CODE        PIC X(04).
000720     05  BR-EFFECT               PIC X(01).
000730         88  BR-ADDS             VALUE '+'.
000740         88  BR-SUBTRACTS        VALUE '-'.
000750         88  BR-NO-EFFECT        VALUE 'N'.
000760         88  BR-EFFECT-VALID     VALUES '+' '-' 'N'.
000770     05  FILLER                  PIC X(75).
000780 FD  ACCTBAL.
000790 COPY ACCTBREC.
000800 FD  DVCHKPT.
000810 COPY DVCHKPT.
000820 FD  DVCTLLDG.
000830 COPY DVCTLREC.
000840*----------------------------------------------------------
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------
000870* FILE STATUS AND CONTROL SWITCHES
000880*----------------------------------------------------------
000890 01  DV-PRTD20K-STATUS           PIC X(02) VALUE '00'.
000900     88  DV-PRTD20K-OK           VALUE '00'.
000910     88  DV-PRTD20K-EOF          VALUE '10'.
000920 01  DV-BALRULE-STATUS           PIC X(02) VALUE '00'.
000930     88  DV-BALRULE-OK           VALUE '00'.
000940     88  DV-BALRULE-EOF          VALUE '10'.
000950 01  DV-ACCTBAL-STATUS           PIC X(02) VALUE '00'.
000960     88  DV-ACCTBAL-OK           VALUES '00' '02'.
000970     88  DV-ACCTBAL-NOT-FOUND    VALUES '23' '35'.
000980     88  DV-ACCTBAL-REC-FOUND    VALUES '00' '02'.
000990 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
001000     88  DV-CTLLDG-OK            VALUES '00' '02'.
001010     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
001020 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001030     88  DV-EOF                  VALUE 'Y'.
001040*----------------------------------------------------------
001050* RUN CONTROL - THE CURRENT PERIOD IS THE RUN DATE'S CCYYMM.
001060*----------------------------------------------------------
001070 01  DV-RUN-DATE                 PIC 9(08).
001080 01  DV-RUN-DATE-R REDEFINES DV-RUN-DATE.
001090     05  DV-RUN-PERIOD-ID        PIC 9(06).
001100     05  FILLER                  PIC 9(02).
001110*----------------------------------------------------------
001120* BALANCE RULES - INTERNAL CODE TO BALANCE EFFECT, LOADED
001130* FROM BALRULE. 50 SLOTS COVERS THE CODE SET WITH ROOM OVER.
001140*----------------------------------------------------------
001150 01  DV-BR-COUNT                 PIC 9(02) COMP VALUE ZERO.
001160 01  DV-BR-MAX                   PIC 9(02) COMP VALUE 50.
001170 01  DV-BR-IDX                   PIC 9(02) COMP.
001180 01  DV-BR-FOUND-SW              PIC X(01) VALUE 'N'.
001190     88  DV-BR-FOUND             VALUE 'Y'.
001200 01  DV-BR-TABLE.
001210     05  DV-BR-ENTRY OCCURS 50 TIMES.
001220         10  DV-BR-CODE          PIC X(04).
001230         10  DV-BR-EFFECT        PIC X(01).
001240             88  DV-BR-ADDS      VALUE '+'.
001250             88  DV-BR-SUBTRACTS VALUE '-'.
001260*----------------------------------------------------------
001270* RUN-END SUMMARY COUNTERS. THE PRIOR-RUN COUNTS ARE THE
001280* DETAILS AN ABENDED RUN ALREADY CONSIDERED, POSTED AND
001290* REJECTED, CARRIED IN THE CHECKPOINT SO THE LEDGER COUNTS
001300* STILL COVER THE WHOLE DAY'S LOAD AFTER A RESTART.
001310*----------------------------------------------------------
001320 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
001330 01  DV-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
001340 01  DV-NO-EFFECT-COUNT          PIC 9(07) VALUE ZERO.
001350 01  DV-UNRULED-COUNT            PIC 9(07) VALUE ZERO.
001360 01  DV-ADDED-COUNT              PIC 9(07) VALUE ZERO.
001370 01  DV-PERIOD-ROLL-COUNT        PIC 9(07) VALUE ZERO.
001380 01  DV-PRIOR-READ-COUNT         PIC 9(07) VALUE ZERO.
001390 01  DV-PRIOR-APPLIED-COUNT      PIC 9(07) VALUE ZERO.
001400 01  DV-PRIOR-UNRULED-COUNT      PIC 9(07) VALUE ZERO.
001410*----------------------------------------------------------
001420* RESTART CONTROL - THE LAST PRTD20K KEY APPLIED AND THE
001430* RUNNING READ COUNT, CHECKPOINTED AFTER EACH DETAIL. A
001440* RERUN STARTS THE FILE PAST THE KEY. THE KEY ROW IS FULL,
001443* SO THE RUNNING POSTED AND REJECTED COUNTS GO IN A SECOND
001446* DVCHKPT ROW UNDER DV-CHKPT-COUNTS-ID.
001450*----------------------------------------------------------
001460 01  DV-CHKPT-STATUS             PIC X(02) VALUE '00'.
001470     88  DV-CHKPT-OK             VALUES '00' '02'.
001480     88  DV-CHKPT-NOT-FOUND      VALUE '35'.
001490 01  DV-RESTART-SW               PIC X(01) VALUE 'N'.
001500     88  DV-RESTARTING           VALUE 'Y'.
001510 01  DV-CHKPT-DATA.
001520     05  DV-CHKPT-LAST-PK-KEY    PIC 9(13).
001530     05  DV-CHKPT-READ-COUNT     PIC 9(07).
001535 01  DV-CHKPT-COUNTS-ID          PIC X(12) VALUE 'BALUPDTCNT'.
001540 01  DV-CHKPT-COUNTS.
001545     05  DV-CHKPT-APPLIED-COUNT  PIC 9(07).
001550     05  DV-CHKPT-UNRULED-COUNT  PIC 9(07).
001555     05  FILLER                  PIC X(06) VALUE SPACES.
001570*----------------------------------------------------------
001580 PROCEDURE DIVISION.
001590*----------------------------------------------------------
001600* 0000-MAINLINE
001610*----------------------------------------------------------
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
001650     PERFORM 2000-APPLY-ONE-DETAIL THRU 2000-EXIT
001660         UNTIL DV-EOF.
001670     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001680     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
001690     GOBACK.
001700*----------------------------------------------------------
001710* 1000-INITIALIZE  -  LOADS THE BALANCE RULES, OPENS THE
001720* DETAIL FILE AND THE BALANCE MASTER I-O (CREATING THE
001730* MASTER ON THE FIRST EVER RUN) AND FINDS THE RESTART POINT.
001740*----------------------------------------------------------
001750 1000-INITIALIZE.
001760     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
001770     OPEN INPUT BALRULE.
001780     IF NOT DV-BALRULE-OK
001790         DISPLAY 'BALUPDT - OPEN FAILED FOR BALRULE - '
001800             DV-BALRULE-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     PERFORM 1050-LOAD-ONE-RULE THRU 1050-EXIT
001850         UNTIL DV-BALRULE-EOF.
001860     CLOSE BALRULE.
001870     OPEN INPUT PRTD20K.
001880     IF NOT DV-PRTD20K-OK
001890         DISPLAY 'BALUPDT - OPEN FAILED FOR PRTD20K - '
001900             DV-PRTD20K-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF.
001940     OPEN I-O ACCTBAL.
001950     IF DV-ACCTBAL-NOT-FOUND
001960         OPEN OUTPUT ACCTBAL
001970         CLOSE ACCTBAL
001980         OPEN I-O ACCTBAL
001990     END-IF.
002000     IF NOT DV-ACCTBAL-OK
002010         DISPLAY 'BALUPDT - OPEN FAILED FOR ACCTBAL - '
002020             DV-ACCTBAL-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     OPEN I-O DVCHKPT.
002070     IF DV-CHKPT-NOT-FOUND
002080         OPEN OUTPUT DVCHKPT
002090         CLOSE DVCHKPT
002100         OPEN I-O DVCHKPT
002110     END-IF.
002120     IF NOT DV-CHKPT-OK
002130         DISPLAY 'BALUPDT - OPEN FAILED FOR DVCHKPT - '
002140             DV-CHKPT-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     PERFORM 1100-DETERMINE-RESTART-POINT THRU 1100-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210*----------------------------------------------------------
002220* 1050-LOAD-ONE-RULE  -  ONE BALRULE ROW. A ROW WITH AN
002230* UNRECOGNIZED EFFECT, OR ONE ARRIVING AFTER THE TABLE IS
002240* FULL, IS WARNED AND DROPPED - ITS CODE THEN HAS NO RULE
002250* AND ITS DETAILS ARE REJECTED, NEVER GUESSED AT.
002260*----------------------------------------------------------
002270 1050-LOAD-ONE-RULE.
002280     READ BALRULE
002290         AT END
002300             GO TO 1050-EXIT
002310     END-READ.
002320     IF NOT BR-EFFECT-VALID
002330         DISPLAY 'BALUPDT - BAD BALANCE EFFECT ' BR-EFFECT
002340             ' FOR CODE ' BR-INTERNAL-CODE ' - ROW IGNORED'
002350         GO TO 1050-EXIT
002360     END-IF.
002370     IF DV-BR-COUNT >= DV-BR-MAX
002380         DISPLAY 'BALUPDT - RULE TABLE FULL - ROW FOR CODE '
002390             BR-INTERNAL-CODE ' IGNORED'
002400         GO TO 1050-EXIT
002410     END-IF.
002420     ADD 1 TO DV-BR-COUNT.
002430     MOVE BR-INTERNAL-CODE TO DV-BR-CODE (DV-BR-COUNT).
002440     MOVE BR-EFFECT        TO DV-BR-EFFECT (DV-BR-COUNT).
002450 1050-EXIT.
002460     EXIT.
002470*----------------------------------------------------------
002480* 1100-DETERMINE-RESTART-POINT  -  LOOKS UP THE LAST DETAIL
002490* A PRIOR, FAILED RUN ALREADY APPLIED AND STARTS THE FILE
002500* JUST PAST IT. A ZERO KEY IS A CLEAN COMPLETION. ON A
002503* RESTART THE PRIOR RUN'S POSTED AND REJECTED COUNTS ARE
002506* PICKED UP FROM THE COUNTS ROW.
002510*----------------------------------------------------------
002520 1100-DETERMINE-RESTART-POINT.
002530     MOVE 'BALUPDT' TO CHKPT-PROGRAM-ID.
002540     READ DVCHKPT
002550         INVALID KEY
002560             GO TO 1100-EXIT
002570     END-READ.
002580     IF NOT DV-CHKPT-OK OR CHKPT-LAST-KEY IS NOT NUMERIC
002590         GO TO 1100-EXIT
002600     END-IF.
002610     MOVE CHKPT-LAST-KEY TO DV-CHKPT-DATA.
002620     IF DV-CHKPT-LAST-PK-KEY = ZERO
002630         GO TO 1100-EXIT
002640     END-IF.
002650     SET DV-RESTARTING TO TRUE.
002660     MOVE DV-CHKPT-READ-COUNT TO DV-PRIOR-READ-COUNT.
002665     PERFORM 1150-READ-PRIOR-COUNTS THRU 1150-EXIT.
002670     MOVE DV-CHKPT-LAST-PK-KEY TO PK-KEY.
002680     START PRTD20K KEY IS > PK-KEY
002690         INVALID KEY
002700             SET DV-EOF TO TRUE
002710     END-START.
002730     DISPLAY 'BALUPDT - RESUMING PAST KEY '
002740         DV-CHKPT-LAST-PK-KEY ' - ' DV-PRIOR-READ-COUNT
002750         ' DETAILS ALREADY APPLIED BY A PRIOR RUN'.
002760 1100-EXIT.
002761     EXIT.
002762*----------------------------------------------------------
002763* 1150-READ-PRIOR-COUNTS  -  LOADS THE POSTED AND REJECTED
002764* COUNTS THE FAILED RUN CHECKPOINTED. A MISSING OR
002765* UNREADABLE COUNTS ROW LEAVES THEM AT ZERO.
002766*----------------------------------------------------------
002767 1150-READ-PRIOR-COUNTS.
002768     MOVE DV-CHKPT-COUNTS-ID TO CHKPT-PROGRAM-ID.
002769     READ DVCHKPT
002770         INVALID KEY
002771             GO TO 1150-EXIT
002772     END-READ.
002773     IF NOT DV-CHKPT-OK OR CHKPT-LAST-KEY (1:14) IS NOT NUMERIC
002774         GO TO 1150-EXIT
002775     END-IF.
002776     MOVE CHKPT-LAST-KEY TO DV-CHKPT-COUNTS.
002777     MOVE DV-CHKPT-APPLIED-COUNT TO DV-PRIOR-APPLIED-COUNT.
002778     MOVE DV-CHKPT-UNRULED-COUNT TO DV-PRIOR-UNRULED-COUNT.
002779 1150-EXIT.
002780     EXIT.
002781*----------------------------------------------------------
002790* 2000-APPLY-ONE-DETAIL  -  FINDS THE DETAIL'S BALANCE RULE
002800* AND, WHEN THE RULE MOVES THE BALANCE, POSTS IT TO THE
002810* ACCOUNT'S MASTER ROW. A CODE WITH NO RULE IS REJECTED.
002820*----------------------------------------------------------
002830 2000-APPLY-ONE-DETAIL.
002840     PERFORM 2100-FIND-RULE THRU 2100-EXIT.
002850     IF NOT DV-BR-FOUND
002860         DISPLAY 'BALUPDT - NO BALANCE RULE FOR CODE '
002870             PK-INTERNAL-CODE ' - ACCOUNT ' PK-ACCOUNT-NO
002880             ' DETAIL ' PK-SEQ-NO ' NOT APPLIED'
002890         ADD 1 TO DV-UNRULED-COUNT
002900     ELSE
002910         IF DV-BR-ADDS (DV-BR-IDX) OR
002920            DV-BR-SUBTRACTS (DV-BR-IDX)
002930             PERFORM 2200-POST-TO-BALANCE THRU 2200-EXIT
002940             ADD 1 TO DV-APPLIED-COUNT
002950         ELSE
002960             ADD 1 TO DV-NO-EFFECT-COUNT
002970         END-IF
002980     END-IF.
002990     PERFORM 2050-RECORD-CHECKPOINT THRU 2050-EXIT.
003000     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
003010 2000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------
003040* 2050-RECORD-CHECKPOINT  -  REMEMBERS THE LAST DETAIL KEY
003050* APPLIED AND THE DETAILS CONSIDERED, POSTED AND REJECTED
003060* SO FAR, SO A RERUN STARTS AFTER THEM WITH THE COUNTS.
003070*----------------------------------------------------------
003080 2050-RECORD-CHECKPOINT.
003090     MOVE PK-KEY TO DV-CHKPT-LAST-PK-KEY.
003100     COMPUTE DV-CHKPT-READ-COUNT =
003110         DV-PRIOR-READ-COUNT + DV-READ-COUNT.
003120     MOVE 'BALUPDT'             TO CHKPT-PROGRAM-ID.
003130     MOVE DV-CHKPT-DATA         TO CHKPT-LAST-KEY.
003140     ACCEPT CHKPT-CHECKPOINT-DATE FROM DATE YYYYMMDD.
003150     ACCEPT CHKPT-CHECKPOINT-TIME FROM TIME.
003160     WRITE DVCHKPT-REC
003170         INVALID KEY
003180             REWRITE DVCHKPT-REC
003190     END-WRITE.
003191     COMPUTE DV-CHKPT-APPLIED-COUNT =
003192         DV-PRIOR-APPLIED-COUNT + DV-APPLIED-COUNT.
003193     COMPUTE DV-CHKPT-UNRULED-COUNT =
003194         DV-PRIOR-UNRULED-COUNT + DV-UNRULED-COUNT.
003195     PERFORM 2060-WRITE-COUNTS-ROW THRU 2060-EXIT.
003200 2050-EXIT.
003201     EXIT.
003202*----------------------------------------------------------
003203* 2060-WRITE-COUNTS-ROW  -  WRITES DV-CHKPT-COUNTS TO THE
003204* COUNTS ROW, ADDING IT THE FIRST TIME.
003205*----------------------------------------------------------
003206 2060-WRITE-COUNTS-ROW.
003207     MOVE DV-CHKPT-COUNTS-ID    TO CHKPT-PROGRAM-ID.
003208     MOVE DV-CHKPT-COUNTS       TO CHKPT-LAST-KEY.
003209     ACCEPT CHKPT-CHECKPOINT-DATE FROM DATE YYYYMMDD.
003210     ACCEPT CHKPT-CHECKPOINT-TIME FROM TIME.
003211     WRITE DVCHKPT-REC
003212         INVALID KEY
003213             REWRITE DVCHKPT-REC
003214     END-WRITE.
003215 2060-EXIT.
003216     EXIT.
003220*----------------------------------------------------------
003230* 2100-FIND-RULE  -  LOOKS THE DETAIL'S CODE UP IN THE RULE
003240* TABLE. ON A HIT DV-BR-IDX POINTS AT THE RULE.
003250*----------------------------------------------------------
003260 2100-FIND-RULE.
003270     MOVE 'N' TO DV-BR-FOUND-SW.
003280     MOVE 1 TO DV-BR-IDX.
003290     PERFORM 2110-MATCH-ONE-RULE THRU 2110-EXIT
003300         UNTIL DV-BR-FOUND OR DV-BR-IDX > DV-BR-COUNT.
003310 2100-EXIT.
003320     EXIT.
003330*----------------------------------------------------------
003340* 2110-MATCH-ONE-RULE
003350*----------------------------------------------------------
003360 2110-MATCH-ONE-RULE.
003370     IF DV-BR-CODE (DV-BR-IDX) = PK-INTERNAL-CODE
003380         SET DV-BR-FOUND TO TRUE
003390     ELSE
003400         ADD 1 TO DV-BR-IDX
003410     END-IF.
003420 2110-EXIT.
003430     EXIT.
003440*----------------------------------------------------------
003450* 2200-POST-TO-BALANCE  -  ADDS OR SUBTRACTS THE DETAIL'S
003460* SIGNED PD-AMOUNT ON THE ACCOUNT'S MASTER ROW, CREATING THE
003470* ROW AT A ZERO BALANCE ON FIRST SIGHT. A ROW STILL CARRYING
003480* A PRIOR PERIOD ID FIRST CARRIES ITS BALANCE FORWARD AS THE
003490* NEW PERIOD'S OPENING BALANCE.
003500*----------------------------------------------------------
003510 2200-POST-TO-BALANCE.
003520     MOVE PK-ACCOUNT-NO TO AB-ACCOUNT-NO.
003530     READ ACCTBAL
003540         INVALID KEY
003550             CONTINUE
003560     END-READ.
003570     IF NOT DV-ACCTBAL-REC-FOUND
003580         MOVE SPACES           TO ACCTBAL-REC
003590         MOVE PK-ACCOUNT-NO    TO AB-ACCOUNT-NO
003600         MOVE PK-CUSTOMER-NAME TO AB-CUSTOMER-NAME
003610         MOVE ZERO             TO AB-CURRENT-BALANCE
003620         MOVE DV-RUN-PERIOD-ID TO AB-PERIOD-ID
003630         MOVE ZERO             TO AB-PERIOD-OPEN-BALANCE
003640         MOVE ZERO             TO AB-LAST-POSTED-DATE
003650     END-IF.
003660     IF AB-PERIOD-ID NOT = DV-RUN-PERIOD-ID
003670         MOVE AB-CURRENT-BALANCE TO AB-PERIOD-OPEN-BALANCE
003680         MOVE DV-RUN-PERIOD-ID   TO AB-PERIOD-ID
003690         ADD 1 TO DV-PERIOD-ROLL-COUNT
003700     END-IF.
003710     IF DV-BR-ADDS (DV-BR-IDX)
003720         ADD PK-AMOUNT TO AB-CURRENT-BALANCE
003730     ELSE
003740         SUBTRACT PK-AMOUNT FROM AB-CURRENT-BALANCE
003750     END-IF.
003760     IF PK-CUSTOMER-NAME NOT = SPACES
003770         MOVE PK-CUSTOMER-NAME TO AB-CUSTOMER-NAME
003780     END-IF.
003790     MOVE DV-RUN-DATE TO AB-LAST-POSTED-DATE.
003800     IF DV-ACCTBAL-REC-FOUND
003810         REWRITE ACCTBAL-REC
003820     ELSE
003830         WRITE ACCTBAL-REC
003840             INVALID KEY
003850                 DISPLAY 'BALUPDT - WRITE FAILED FOR ACCOUNT '
003860                     AB-ACCOUNT-NO
003870                 MOVE 16 TO RETURN-CODE
003880                 STOP RUN
003890         END-WRITE
003900         ADD 1 TO DV-ADDED-COUNT
003910     END-IF.
003920 2200-EXIT.
003930     EXIT.
003940*----------------------------------------------------------
003950* 6000-READ-DETAIL  -  DELIVERS THE NEXT PRTD20K DETAIL IN
003960* KEY ORDER. A RESTART THAT FOUND NOTHING PAST ITS KEY HAS
003970* ALREADY SET END OF FILE.
003980*----------------------------------------------------------
003990 6000-READ-DETAIL.
004000     IF DV-EOF
004010         GO TO 6000-EXIT
004020     END-IF.
004030     READ PRTD20K NEXT RECORD
004040         AT END
004050             SET DV-EOF TO TRUE
004060             GO TO 6000-EXIT
004070     END-READ.
004080     IF NOT DV-PRTD20K-OK
004090         DISPLAY 'BALUPDT - READ FAILED FOR PRTD20K - '
004100             DV-PRTD20K-STATUS
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     ADD 1 TO DV-READ-COUNT.
004150 6000-EXIT.
004160     EXIT.
004170*----------------------------------------------------------
004180* 7000-DISPLAY-TOTALS  -  A DETAIL WITH NO BALANCE RULE
004190* ENDS THE RUN WITH A WARNING SO THE RULE GETS ADDED.
004200*----------------------------------------------------------
004210 7000-DISPLAY-TOTALS.
004220     DISPLAY '========================================'.
004230     DISPLAY 'BALUPDT - ACCOUNT BALANCE UPDATE SUMMARY'.
004240     IF DV-RESTARTING
004250         DISPLAY '  DETAILS APPLIED BEFORE RESTART: '
004260             DV-PRIOR-READ-COUNT
004262         DISPLAY '  POSTED BEFORE RESTART  . . : '
004264             DV-PRIOR-APPLIED-COUNT
004266         DISPLAY '  NO RULE BEFORE RESTART . . : '
004268             DV-PRIOR-UNRULED-COUNT
004270     END-IF.
004280     DISPLAY '  DETAIL RECORDS READ  . . . : '
004290         DV-READ-COUNT.
004300     DISPLAY '  DETAILS POSTED TO BALANCE  : '
004310         DV-APPLIED-COUNT.
004320     DISPLAY '  DETAILS WITH NO EFFECT . . : '
004330         DV-NO-EFFECT-COUNT.
004340     DISPLAY '  BALANCE ROWS ADDED . . . . : '
004350         DV-ADDED-COUNT.
004360     DISPLAY '  PERIOD OPENING BALANCES SET: '
004370         DV-PERIOD-ROLL-COUNT.
004380     IF DV-UNRULED-COUNT > ZERO
004390         DISPLAY '  *** DETAILS WITH NO BALANCE RULE: '
004400             DV-UNRULED-COUNT ' - NOT APPLIED - ADD THE '
004410             'CODE TO BALRULE ***'
004420         MOVE 4 TO RETURN-CODE
004430     END-IF.
004440     DISPLAY '========================================'.
004450 7000-EXIT.
004460     EXIT.
004470*----------------------------------------------------------
004480* 8000-CLOSE-FILES  -  A CLEAN COMPLETION CLEARS THE RESTART
004490* POINT SO THE NEXT NIGHT STARTS FROM THE TOP.
004500*----------------------------------------------------------
004510 8000-CLOSE-FILES.
004520     MOVE 'BALUPDT'             TO CHKPT-PROGRAM-ID.
004530     MOVE SPACES                TO CHKPT-LAST-KEY.
004540     MOVE ZERO                  TO DV-CHKPT-LAST-PK-KEY.
004550     MOVE ZERO                  TO DV-CHKPT-READ-COUNT.
004560     MOVE DV-CHKPT-DATA         TO CHKPT-LAST-KEY.
004570     ACCEPT CHKPT-CHECKPOINT-DATE FROM DATE YYYYMMDD.
004580     ACCEPT CHKPT-CHECKPOINT-TIME FROM TIME.
004590     WRITE DVCHKPT-REC
004600         INVALID KEY
004610             REWRITE DVCHKPT-REC
004620     END-WRITE.
004622     MOVE ZERO                  TO DV-CHKPT-APPLIED-COUNT.
004624     MOVE ZERO                  TO DV-CHKPT-UNRULED-COUNT.
004626     PERFORM 2060-WRITE-COUNTS-ROW THRU 2060-EXIT.
004630     CLOSE DVCHKPT.
004640     PERFORM 9800-WRITE-CONTROL-LEDGER THRU 9800-EXIT.
004650     CLOSE PRTD20K.
004660     CLOSE ACCTBAL.
004670 8000-EXIT.
004680     EXIT.
004690*----------------------------------------------------------
004700* 9800-WRITE-CONTROL-LEDGER  -  RECORDS THIS RUN'S COUNTS IN
004710* THE SHARED DVCTLLDG CONTROL LEDGER (COPYBOOK DVCTLREC) FOR
004720* THE DVCYCBAL END-OF-CYCLE BALANCE. THE IN-COUNT INCLUDES
004730* ANY DETAILS A PRIOR, FAILED RUN ALREADY CONSIDERED; THE
004740* REJECT COUNT IS THE DETAILS WITH NO BALANCE RULE, THE
004745* PRIOR RUN'S INCLUDED, AND THE OUT-COUNT IS THE REST. A
004750* LEDGER THAT CANNOT BE OPENED IS WARNED AND SKIPPED.
004760*----------------------------------------------------------
004770 9800-WRITE-CONTROL-LEDGER.
004780     OPEN I-O DVCTLLDG.
004790     IF DV-CTLLDG-NOT-FOUND
004800         OPEN OUTPUT DVCTLLDG
004810         CLOSE DVCTLLDG
004820         OPEN I-O DVCTLLDG
004830     END-IF.
004840     IF NOT DV-CTLLDG-OK
004850         DISPLAY 'BALUPDT - DVCTLLDG UNAVAILABLE - LEDGER '
004860             'ROW SKIPPED'
004870         GO TO 9800-EXIT
004880     END-IF.
004890     ACCEPT CL-CYCLE-DATE FROM DATE YYYYMMDD.
004900     MOVE 'BALUPDT' TO CL-PROGRAM-ID.
004910     COMPUTE CL-IN-COUNT = DV-PRIOR-READ-COUNT + DV-READ-COUNT.
004913     COMPUTE CL-REJECT-COUNT =
004916         DV-PRIOR-UNRULED-COUNT + DV-UNRULED-COUNT.
004920     COMPUTE CL-OUT-COUNT = CL-IN-COUNT - CL-REJECT-COUNT.
004940     WRITE DVCTLLDG-REC
004950         INVALID KEY
004960             REWRITE DVCTLLDG-REC
004970     END-WRITE.
004980     CLOSE DVCTLLDG.
004990 9800-EXIT.
005000     EXIT.
005010 END PROGRAM BALUPDT.
