001400*                  THE CYCLE BALANCE REPORT AND ENDS
001410*                  SEVERELY ON A MISMATCH SO THE HALT LOGIC
001420*                  HERE STOPS DISTRIBUTION.
001421* 2026-10-15  DV   NEW STEPS FEEMERGE, BALUPDT, FEEASMT (M
001422*                  CARD AFTER PERSTMT'S), GLPOST, TXNMON,
001423*                  TXNHLOAD, ADDRCONF, APRQRPT, PGMFEED AND
001424*                  DVINTCHK (WEEKLY, RC 4/8 WARN ONLY). DVCYCBAL
001425*                  IS STEP 21 - MOVE THE DVSTSCHD ROWS AND CLEAR
001426*                  OLD DVDRIVER CHECKPOINTS BEFORE RESUBMITTING.
001427* 2026-10-15  DV   DVSNAPSH PRE-CYCLE SNAPSHOT BEFORE STEP 1
001428*                  (SNAPSET, DVSNPCAT DDS); A LAST-RUN ROLLBACK
001429*                  IS NOTED ON THE LOG; DVSTSCHD HOLDS 30 ROWS.
001430*----------------------------------------------------------
001440 ENVIRONMENT DIVISION.
001450 INPUT-OUTPUT SECTION.
001870 WORKING-STORAGE SECTION.
001880*----------------------------------------------------------
001890* PARAMETERS PASSED TO SETADRROF, THE ONLY STEP IN THE
001900* NIGHTLY CYCLE THAT TAKES ANY. DVSNAPSH IS PASSED THE
001905* CYCLE DATE AND THE RESUME STEP BELOW.
001910*----------------------------------------------------------
001920 01  DV-DRV-MYDATE               PIC 9(8).
001930 01  DV-DRV-MYDATE2              PIC 9(8).
002210 01  DV-DRV-START-TIME           PIC 9(06).
002220 01  DV-DRV-RESUME-STEP          PIC 9(02) VALUE ZERO.
002230*----------------------------------------------------------
002231* THE LAST DVRUNHST RECORD BEFORE THIS RUN, TO TELL WHETHER
002232* THE LAST THING DONE WAS A DVROLLBK CYCLE ROLLBACK.
002233*----------------------------------------------------------
002234 01  DV-LAST-RH-DISP             PIC X(01) VALUE SPACE.
002235     88  DV-LAST-RH-ROLLED-BACK  VALUE 'B'.
002236 01  DV-LAST-RH-CYCLE-DATE       PIC 9(08) VALUE ZERO.
002237 01  DV-LAST-RH-END-DATE         PIC 9(08) VALUE ZERO.
002238 01  DV-LAST-RH-END-TIME         PIC 9(06) VALUE ZERO.
002239*----------------------------------------------------------
002240* BUSINESS-CALENDAR STEP SCHEDULE - LOADED FROM THE
002250* OPTIONAL DVSTSCHD FILE. A STEP WITH NO ROW RUNS NIGHTLY.
002260*----------------------------------------------------------
002300 01  DV-SCHED-AVAIL-SW           PIC X(01) VALUE 'N'.
002310     88  DV-SCHED-AVAILABLE      VALUE 'Y'.
002320 01  DV-SCH-COUNT                PIC 9(02) COMP VALUE ZERO.
002330 01  DV-SCH-MAX                  PIC 9(02) COMP VALUE 30.
002340 01  DV-SCH-IDX                  PIC 9(02) COMP.
002350 01  DV-SCH-FOUND-SW             PIC X(01) VALUE 'N'.
002360     88  DV-SCH-FOUND            VALUE 'Y'.
002370 01  DV-SCH-TABLE.
002380     05  DV-SCH-ENTRY OCCURS 30 TIMES.
002390         10  DV-SCH-STEP-NO      PIC 9(02).
002400         10  DV-SCH-FREQ         PIC X(01).
002410         10  DV-SCH-WEEKDAY      PIC 9(01).
002800     PERFORM 0100-OPEN-CYCLE-FILES THRU 0100-EXIT.
002810     PERFORM 0200-DETERMINE-RESUME-POINT THRU 0200-EXIT.
002820     PERFORM 0600-CHECK-FEED-GAPS THRU 0600-EXIT.
002822     IF DV-DRV-NOT-HALTED
002824         PERFORM 0700-RUN-DVSNAPSH THRU 0700-EXIT
002826     END-IF.
002830     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 1
002840         PERFORM 1000-RUN-SETADRROF THRU 1000-EXIT
002850     END-IF.
002960         PERFORM 3700-RUN-PGMSCHAP THRU 3700-EXIT
002970     END-IF.
002980     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 6
002982         PERFORM 3750-RUN-FEEMERGE THRU 3750-EXIT
002984     END-IF.
002986     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 7
002990         PERFORM 3800-RUN-PRTDLOAD THRU 3800-EXIT
003000     END-IF.
003010     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 8
003020         PERFORM 4000-RUN-REMARKSLESS THRU 4000-EXIT
003030     END-IF.
003040     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 9
003050         PERFORM 5000-RUN-PERDACUM THRU 5000-EXIT
003060     END-IF.
003062     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 10
003064         PERFORM 5050-RUN-BALUPDT THRU 5050-EXIT
003066     END-IF.
003070     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 11
003080         PERFORM 5100-RUN-PERSTMT THRU 5100-EXIT
003090     END-IF.
003092     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 12
003094         PERFORM 5150-RUN-FEEASMT THRU 5150-EXIT
003096     END-IF.
003100     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 13
003110         PERFORM 5200-RUN-PERDROLL THRU 5200-EXIT
003120     END-IF.
003122     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 14
003124         PERFORM 5250-RUN-GLPOST THRU 5250-EXIT
003126     END-IF.
003128     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 15
003130         PERFORM 5270-RUN-TXNMON THRU 5270-EXIT
003131     END-IF.
003132     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 16
003133         PERFORM 5280-RUN-TXNHLOAD THRU 5280-EXIT
003134     END-IF.
003135     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 17
003136         PERFORM 5290-RUN-ADDRCONF THRU 5290-EXIT
003137     END-IF.
003138     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 18
003139         PERFORM 5295-RUN-APRQRPT THRU 5295-EXIT
003140     END-IF.
003141     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 19
003142         PERFORM 5297-RUN-PGMFEED THRU 5297-EXIT
003143     END-IF.
003144     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 20
003145         PERFORM 5298-RUN-DVINTCHK THRU 5298-EXIT
003146     END-IF.
003147     IF DV-DRV-NOT-HALTED AND DV-DRV-RESUME-STEP < 21
003148         PERFORM 5300-RUN-DVCYCBAL THRU 5300-EXIT
003150     END-IF.
003160     IF DV-DRV-HALTED
003170         DISPLAY 'DVDRIVER - NIGHTLY CYCLE HALTED AFTER '
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003705     PERFORM 0120-CHECK-LAST-ROLLBACK THRU 0120-EXIT.
003710     OPEN EXTEND DVRUNHST.
003720     IF DV-RUNHST-NOT-FOUND
003730         OPEN OUTPUT DVRUNHST
004030* UNRECOGNIZED FREQUENCY, OR ONE ARRIVING AFTER THE TABLE
004040* IS FULL, IS WARNED AND DROPPED RATHER THAN SILENTLY
004041* TURNING A STEP OFF - A DROPPED ROW'S STEP RUNS NIGHTLY.
004042* THE TABLE HOLDS 30 ROWS AGAINST THE CYCLE'S 21 STEPS.
004050*----------------------------------------------------------
004060 0160-LOAD-ONE-RULE.
004070     READ DVSTSCHD
007550* BOUNDARIES. TAKES NO PARAMETERS.
007560*----------------------------------------------------------
007570 3800-RUN-PRTDLOAD.
007580     MOVE 7 TO DV-DRV-STEP-NO.
007590     MOVE 'PRTDLOAD' TO DV-DRV-STEP-PGM.
007600     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
007610     IF DV-STEP-SKIPPED
007780* EARLIER IN THIS SAME RUN. TAKES NO PARAMETERS.
007790*----------------------------------------------------------
007800 4000-RUN-REMARKSLESS.
007810     MOVE 8 TO DV-DRV-STEP-NO.
007820     MOVE 'REMARKSL' TO DV-DRV-STEP-PGM.
007830     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
007840     IF DV-STEP-SKIPPED
008010* STEPS HAVE READ THE SAME FEED. TAKES NO PARAMETERS.
008020*----------------------------------------------------------
008030 5000-RUN-PERDACUM.
008040     MOVE 9 TO DV-DRV-STEP-NO.
008050     MOVE 'PERDACUM' TO DV-DRV-STEP-PGM.
008060     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
008070     IF DV-STEP-SKIPPED
008250* MONTH CYCLE PASSES STRAIGHT THROUGH.
008260*----------------------------------------------------------
008270 5100-RUN-PERSTMT.
008280     MOVE 11 TO DV-DRV-STEP-NO.
008290     MOVE 'PERSTMT' TO DV-DRV-STEP-PGM.
008300     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
008310     IF DV-STEP-SKIPPED
008490* CLOSED EARLY BY A NIGHTLY CYCLE.
008500*----------------------------------------------------------
008510 5200-RUN-PERDROLL.
008520     MOVE 13 TO DV-DRV-STEP-NO.
008530     MOVE 'PERDROLL' TO DV-DRV-STEP-PGM.
008540     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
008550     IF DV-STEP-SKIPPED
008730* TAKES NO PARAMETERS.
008740*----------------------------------------------------------
008750 5300-RUN-DVCYCBAL.
008760     MOVE 21 TO DV-DRV-STEP-NO.
008770     MOVE 'DVCYCBAL' TO DV-DRV-STEP-PGM.
008780     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
008790     IF DV-STEP-SKIPPED
009020* 8100-END-STEP  -  WRITES THE STEP'S RUN-HISTORY RECORD
009030* AND, WHEN THE STEP ENDED BELOW THE SEVERE THRESHOLD,
009040* ADVANCES THE DRIVER'S OWN CHECKPOINT SO A RESUBMISSION
009050* AFTER A LATER HALT SKIPS THIS STEP. THE UNNUMBERED
009055* PRE-CYCLE SNAPSHOT LEAVES THE CHECKPOINT WHERE IT IS.
009060*----------------------------------------------------------
009070 8100-END-STEP.
009080     MOVE DV-DRV-CYCLE-DATE TO RH-CYCLE-DATE.
009190     END-IF.
009200     SET RH-DISP-RAN TO TRUE.
009210     WRITE DVRUNHST-REC.
009220     IF DV-DRV-STEP-RC < DV-DRV-SEVERE-THRESHOLD AND
009225        DV-DRV-STEP-NO > ZERO
009230         PERFORM 8200-RECORD-STEP-CHECKPOINT THRU 8200-EXIT
009240     END-IF.
009250 8100-EXIT.
009640     PERFORM 8200-RECORD-STEP-CHECKPOINT THRU 8200-EXIT.
009650 8300-EXIT.
009660     EXIT.
009670*----------------------------------------------------------
009680* 0120-CHECK-LAST-ROLLBACK  -  READS THE RUN-HISTORY LOG
009690* THROUGH BEFORE IT IS OPENED FOR EXTEND. WHEN ITS LAST
009700* RECORD IS A DVROLLBK ROLLBACK, THE JOB LOG SAYS WHICH
009710* NIGHT WAS REVERSED - THIS CYCLE RUNS AGAINST THAT
009720* NIGHT'S PRE-CYCLE MASTERS.
009730*----------------------------------------------------------
009740 0120-CHECK-LAST-ROLLBACK.
009750     OPEN INPUT DVRUNHST.
009760     IF NOT DV-RUNHST-OK
009770         GO TO 0120-EXIT
009780     END-IF.
009790     PERFORM 0125-READ-ONE-RUNHST THRU 0125-EXIT
009800         UNTIL NOT DV-RUNHST-OK.
009810     CLOSE DVRUNHST.
009820     IF DV-LAST-RH-ROLLED-BACK
009830         DISPLAY 'DVDRIVER - CYCLE OF ' DV-LAST-RH-CYCLE-DATE
009840             ' WAS ROLLED BACK ON ' DV-LAST-RH-END-DATE
009850             ' AT ' DV-LAST-RH-END-TIME
009860             ' - THIS CYCLE RUNS FROM ITS PRE-CYCLE SNAPSHOT'
009870     END-IF.
009880     MOVE '00' TO DV-RUNHST-STATUS.
009890 0120-EXIT.
009900     EXIT.
009910*----------------------------------------------------------
009920* 0125-READ-ONE-RUNHST
009930*----------------------------------------------------------
009940 0125-READ-ONE-RUNHST.
009950     READ DVRUNHST
009960         AT END
009970             GO TO 0125-EXIT
009980     END-READ.
009990     MOVE RH-STEP-DISP  TO DV-LAST-RH-DISP.
010000     MOVE RH-CYCLE-DATE TO DV-LAST-RH-CYCLE-DATE.
010010     MOVE RH-END-DATE   TO DV-LAST-RH-END-DATE.
010020     MOVE RH-END-TIME   TO DV-LAST-RH-END-TIME.
010030 0125-EXIT.
010040     EXIT.
010050*----------------------------------------------------------
010060* 0700-RUN-DVSNAPSH  -  PRE-CYCLE SNAPSHOT OF THE KEYED
010070* MASTERS FOR DVROLLBK. IT HAS NO STEP NUMBER AND DOES NOT
010080* MOVE THE DRIVER CHECKPOINT; ON A RESUMED CYCLE IT TAKES
010090* NOTHING AND THE HALTED CYCLE'S SNAPSHOT STANDS. A MASTER
010100* LEFT OUT OF THE SNAPSHOT (RC 4) IS WARNED - THAT FILE
010110* COULD NOT BE ROLLED BACK - BUT DOES NOT STOP THE CYCLE; A
010120* SNAPSHOT THAT COULD NOT BE WRITTEN DOES.
010130*----------------------------------------------------------
010140 0700-RUN-DVSNAPSH.
010150     MOVE ZERO TO DV-DRV-STEP-NO.
010160     MOVE 'DVSNAPSH' TO DV-DRV-STEP-PGM.
010170     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
010180     CALL 'DVSNAPSH' USING DV-DRV-CYCLE-DATE
010190                           DV-DRV-RESUME-STEP.
010200     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
010210     PERFORM 8100-END-STEP THRU 8100-EXIT.
010220     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
010230         MOVE 'DVSNAPSH' TO DV-DRV-HALTED-AT
010240         SET DV-DRV-HALTED TO TRUE
010250         GO TO 0700-EXIT
010260     END-IF.
010270     IF DV-DRV-STEP-RC = 4
010280         DISPLAY 'DVDRIVER - DVSNAPSH LEFT A MASTER OUT OF THE '
010290             'PRE-CYCLE SNAPSHOT - IT CANNOT BE ROLLED BACK'
010300     END-IF.
010310     MOVE 0 TO RETURN-CODE.
010320 0700-EXIT.
010330     EXIT.
010340*----------------------------------------------------------
010350* 3750-RUN-FEEMERGE  -  FOLDS A PENDING MONTH-END FEEFEED FEE
010360* FEED INTO THE DAY'S PRTD20L AHEAD OF PRTDLOAD. WITH NO FEE
010370* FEED DUE TONIGHT IT PASSES THE EXTRACT THROUGH UNTOUCHED.
010380* A FEE FEED THAT FAILS ITS OWN CONTROLS ENDS SEVERELY, THE
010390* SAME AS A BAD EXTRACT AT PRTDLOAD. TAKES NO PARAMETERS.
010400*----------------------------------------------------------
010410 3750-RUN-FEEMERGE.
010420     MOVE 6 TO DV-DRV-STEP-NO.
010430     MOVE 'FEEMERGE' TO DV-DRV-STEP-PGM.
010440     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
010450     IF DV-STEP-SKIPPED
010460         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
010470         GO TO 3750-EXIT
010480     END-IF.
010490     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
010500     CALL 'FEEMERGE'.
010510     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
010520     PERFORM 8100-END-STEP THRU 8100-EXIT.
010530     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
010540         MOVE 'FEEMERGE' TO DV-DRV-HALTED-AT
010550         SET DV-DRV-HALTED TO TRUE
010560     END-IF.
010570 3750-EXIT.
010580     EXIT.
010590*----------------------------------------------------------
010600* 5050-RUN-BALUPDT  -  APPLIES THE DAY'S PRTD20K DETAILS TO
010610* THE ACCTBAL RUNNING-BALANCE MASTER, AHEAD OF PERSTMT SO A
010620* MONTH-END STATEMENT'S CLOSING BALANCE INCLUDES THE DAY. A
010630* CODE WITH NO BALANCE RULE ENDS WITH A WARNING RETURN CODE,
010640* WHICH DOES NOT HALT THE CYCLE. TAKES NO PARAMETERS.
010650*----------------------------------------------------------
010660 5050-RUN-BALUPDT.
010670     MOVE 10 TO DV-DRV-STEP-NO.
010680     MOVE 'BALUPDT' TO DV-DRV-STEP-PGM.
010690     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
010700     IF DV-STEP-SKIPPED
010710         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
010720         GO TO 5050-EXIT
010730     END-IF.
010740     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
010750     CALL 'BALUPDT'.
010760     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
010770     PERFORM 8100-END-STEP THRU 8100-EXIT.
010780     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
010790         MOVE 'BALUPDT' TO DV-DRV-HALTED-AT
010800         SET DV-DRV-HALTED TO TRUE
010810     END-IF.
010820 5050-EXIT.
010830     EXIT.
010840*----------------------------------------------------------
010850* 5150-RUN-FEEASMT  -  ASSESSES THE MONTH'S SERVICE FEES
010860* FROM THE PERIOD MASTER BEFORE PERDROLL CLEARS IT. THE
010870* PROGRAM GATES ITSELF ON THE LAST BUSINESS DAY OF THE MONTH
010880* (MODE M ON SYSIN), SO A MID-MONTH CYCLE PASSES STRAIGHT
010890* THROUGH.
010900*----------------------------------------------------------
010910 5150-RUN-FEEASMT.
010920     MOVE 12 TO DV-DRV-STEP-NO.
010930     MOVE 'FEEASMT' TO DV-DRV-STEP-PGM.
010940     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
010950     IF DV-STEP-SKIPPED
010960         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
010970         GO TO 5150-EXIT
010980     END-IF.
010990     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
011000     CALL 'FEEASMT'.
011010     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
011020     PERFORM 8100-END-STEP THRU 8100-EXIT.
011030     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
011040         MOVE 'FEEASMT' TO DV-DRV-HALTED-AT
011050         SET DV-DRV-HALTED TO TRUE
011060     END-IF.
011070 5150-EXIT.
011080     EXIT.
011090*----------------------------------------------------------
011100* 5250-RUN-GLPOST  -  SUMMARIZES THE DAY'S PRTD20K DETAILS
011110* INTO THE BALANCED GL JOURNAL. UNMAPPED CODES POST TO
011120* SUSPENSE WITH A WARNING RETURN CODE, WHICH DOES NOT HALT
011130* THE CYCLE. TAKES NO PARAMETERS.
011140*----------------------------------------------------------
011150 5250-RUN-GLPOST.
011160     MOVE 14 TO DV-DRV-STEP-NO.
011170     MOVE 'GLPOST' TO DV-DRV-STEP-PGM.
011180     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
011190     IF DV-STEP-SKIPPED
011200         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
011210         GO TO 5250-EXIT
011220     END-IF.
011230     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
011240     CALL 'GLPOST'.
011250     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
011260     PERFORM 8100-END-STEP THRU 8100-EXIT.
011270     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
011280         MOVE 'GLPOST' TO DV-DRV-HALTED-AT
011290         SET DV-DRV-HALTED TO TRUE
011300     END-IF.
011310 5250-EXIT.
011320     EXIT.
011330*----------------------------------------------------------
011340* 5270-RUN-TXNMON  -  MONITORS THE DAY'S PRTD20K DETAILS FOR
011350* LARGE AND UNUSUAL ACTIVITY, OPENING A PENDING PGMSTAT
011360* REVIEW ITEM FOR EACH ALERT. AN ALERT WHOSE CLOSED-OUT ITEM
011370* PGMTRANS WOULD NOT REOPEN ENDS WITH A WARNING RETURN CODE,
011380* WHICH DOES NOT HALT THE CYCLE. TAKES NO PARAMETERS.
011390*----------------------------------------------------------
011400 5270-RUN-TXNMON.
011410     MOVE 15 TO DV-DRV-STEP-NO.
011420     MOVE 'TXNMON' TO DV-DRV-STEP-PGM.
011430     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
011440     IF DV-STEP-SKIPPED
011450         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
011460         GO TO 5270-EXIT
011470     END-IF.
011480     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
011490     CALL 'TXNMON'.
011500     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
011510     PERFORM 8100-END-STEP THRU 8100-EXIT.
011520     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
011530         MOVE 'TXNMON' TO DV-DRV-HALTED-AT
011540         SET DV-DRV-HALTED TO TRUE
011550     END-IF.
011560 5270-EXIT.
011570     EXIT.
011580*----------------------------------------------------------
011590* 5280-RUN-TXNHLOAD  -  PURGES THE ROLLING TXNHIST HISTORY
011600* TO THIRTEEN MONTHS AND APPENDS THE DAY'S PRTD20K DETAILS.
011610* A DETAIL THAT COULD NOT BE APPENDED ENDS WITH A WARNING
011620* RETURN CODE, WHICH DOES NOT HALT THE CYCLE. RERUNNING THE
011630* STEP DOES NOT APPEND A DETAIL TWICE. TAKES NO PARAMETERS.
011640*----------------------------------------------------------
011650 5280-RUN-TXNHLOAD.
011660     MOVE 16 TO DV-DRV-STEP-NO.
011670     MOVE 'TXNHLOAD' TO DV-DRV-STEP-PGM.
011680     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
011690     IF DV-STEP-SKIPPED
011700         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
011710         GO TO 5280-EXIT
011720     END-IF.
011730     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
011740     CALL 'TXNHLOAD'.
011750     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
011760     PERFORM 8100-END-STEP THRU 8100-EXIT.
011770     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
011780         MOVE 'TXNHLOAD' TO DV-DRV-HALTED-AT
011790         SET DV-DRV-HALTED TO TRUE
011800     END-IF.
011810 5280-EXIT.
011820     EXIT.
011830*----------------------------------------------------------
011840* 5290-RUN-ADDRCONF  -  CONFIRMS THE DAY'S ACCTMST ADDRESS
011850* CHANGES IN WRITING TO THE PRIOR AND THE NEW ADDRESS AND
011860* PRINTS THE FRAUD REVIEW OF REPEATED AND BULK CHANGES. AN
011870* ITEM FOR REVIEW, OR A MISSING ADRCCTL CONTROL RECORD,
011880* ENDS WITH A WARNING RETURN CODE, WHICH DOES NOT HALT THE
011890* CYCLE. TAKES NO PARAMETERS.
011900*----------------------------------------------------------
011910 5290-RUN-ADDRCONF.
011920     MOVE 17 TO DV-DRV-STEP-NO.
011930     MOVE 'ADDRCONF' TO DV-DRV-STEP-PGM.
011940     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
011950     IF DV-STEP-SKIPPED
011960         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
011970         GO TO 5290-EXIT
011980     END-IF.
011990     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
012000     CALL 'ADDRCONF'.
012010     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
012020     PERFORM 8100-END-STEP THRU 8100-EXIT.
012030     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
012040         MOVE 'ADDRCONF' TO DV-DRV-HALTED-AT
012050         SET DV-DRV-HALTED TO TRUE
012060     END-IF.
012070 5290-EXIT.
012080     EXIT.
012090*----------------------------------------------------------
012100* 5295-RUN-APRQRPT  -  DUAL-CONTROL QUEUE HOUSEKEEPING.
012110* EXPIRES APRQUEUE REQUESTS NOT DECIDED WITHIN THE APRCTL
012120* NUMBER OF BUSINESS DAYS AND PRINTS THE DAILY LIST OF
012130* PENDING, APPROVED, REJECTED AND EXPIRED REQUESTS. A RUN
012140* THAT EXPIRED ANY REQUEST ENDS WITH A WARNING RETURN CODE,
012150* WHICH DOES NOT HALT THE CYCLE. TAKES NO PARAMETERS.
012160*----------------------------------------------------------
012170 5295-RUN-APRQRPT.
012180     MOVE 18 TO DV-DRV-STEP-NO.
012190     MOVE 'APRQRPT' TO DV-DRV-STEP-PGM.
012200     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
012210     IF DV-STEP-SKIPPED
012220         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
012230         GO TO 5295-EXIT
012240     END-IF.
012250     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
012260     CALL 'APRQRPT'.
012270     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
012280     PERFORM 8100-END-STEP THRU 8100-EXIT.
012290     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
012300         MOVE 'APRQRPT' TO DV-DRV-HALTED-AT
012310         SET DV-DRV-HALTED TO TRUE
012320     END-IF.
012330 5295-EXIT.
012340     EXIT.
012350*----------------------------------------------------------
012360* 5297-RUN-PGMFEED  -  OUTBOUND STATUS-CHANGE FEED. SENDS
012370* EVERY PGMAUDIT ENTRY WRITTEN SINCE THE LAST FEED, BACKOUTS
012380* AS REVERSALS, BETWEEN HEADER AND TRAILER CONTROL RECORDS,
012390* AND MOVES ITS DVCHKPT POSITION. A FEED THAT CANNOT TRUST
012400* ITS POSITION ENDS SEVERE AND HALTS THE CYCLE SO NOTHING IS
012410* SENT TWICE OR MISSED. TAKES NO PARAMETERS.
012420*----------------------------------------------------------
012430 5297-RUN-PGMFEED.
012440     MOVE 19 TO DV-DRV-STEP-NO.
012450     MOVE 'PGMFEED' TO DV-DRV-STEP-PGM.
012460     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
012470     IF DV-STEP-SKIPPED
012480         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
012490         GO TO 5297-EXIT
012500     END-IF.
012510     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
012520     CALL 'PGMFEED'.
012530     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
012540     PERFORM 8100-END-STEP THRU 8100-EXIT.
012550     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
012560         MOVE 'PGMFEED' TO DV-DRV-HALTED-AT
012570         SET DV-DRV-HALTED TO TRUE
012580     END-IF.
012590 5297-EXIT.
012600     EXIT.
012610*----------------------------------------------------------
012620* 5298-RUN-DVINTCHK  -  WEEKLY CROSS-FILE REFERENTIAL
012630* INTEGRITY AUDIT. REPORTS ORPHANED AND DANGLING ROWS ACROSS
012640* THE KEYED MASTERS ON INTCHKRP AND WRITES FIX-UP CARDS FOR
012650* THE MAINTENANCE UTILITIES TO INTFIX. EXCEPTIONS ARE FOR
012660* OPERATIONS TO WORK, SO ONLY A SEVERE END HALTS THE CYCLE.
012670* TAKES NO PARAMETERS.
012680*----------------------------------------------------------
012690 5298-RUN-DVINTCHK.
012700     MOVE 20 TO DV-DRV-STEP-NO.
012710     MOVE 'DVINTCHK' TO DV-DRV-STEP-PGM.
012720     PERFORM 0400-CHECK-STEP-SCHEDULE THRU 0400-EXIT.
012730     IF DV-STEP-SKIPPED
012740         PERFORM 8300-RECORD-SKIPPED-STEP THRU 8300-EXIT
012750         GO TO 5298-EXIT
012760     END-IF.
012770     PERFORM 8000-BEGIN-STEP THRU 8000-EXIT.
012780     CALL 'DVINTCHK'.
012790     MOVE RETURN-CODE TO DV-DRV-STEP-RC.
012800     PERFORM 8100-END-STEP THRU 8100-EXIT.
012810     IF DV-DRV-STEP-RC >= DV-DRV-SEVERE-THRESHOLD
012820         MOVE 'DVINTCHK' TO DV-DRV-HALTED-AT
012830         SET DV-DRV-HALTED TO TRUE
012840         GO TO 5298-EXIT
012850     END-IF.
012860     IF DV-DRV-STEP-RC = 4 OR DV-DRV-STEP-RC = 8
012870         DISPLAY 'DVDRIVER - DVINTCHK FOUND INTEGRITY '
012880             'EXCEPTIONS OR UNCHECKED RULES - SEE INTCHKRP'
012890     END-IF.
012900 5298-EXIT.
012910     EXIT.
012920 END PROGRAM DVDRIVER.
