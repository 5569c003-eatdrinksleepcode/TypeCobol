000240*                  BOTH ON THE LEDGER (A STEP SKIPPED BY
000250*                  SCHEDULE, OR A LEDGER SKIPPED BY A STEP)
000260*                  IS REPORTED AS NOT CHECKED, NOT FAILED.
000261* 2026-10-15  DV   ADDED THE GLPOST PAIR - DETAILS LOADED
000262*                  (PRTDLOAD) AGAINST DETAILS READ BY THE NEW
000263*                  GL POSTING STEP - SO THE DAY'S GL JOURNAL
000264*                  IS PROVEN AGAINST WHAT WAS LOADED.
000265* 2026-10-15  DV   ADDED THE BALUPDT PAIR - DETAILS LOADED
000266*                  (PRTDLOAD) AGAINST DETAILS CONSIDERED BY
000267*                  THE NEW RUNNING-BALANCE STEP - SO NO
000268*                  LOADED DETAIL MISSES THE BALANCE MASTER.
000269* 2026-10-15  DV   ADDED THE TXNMON PAIR - DETAILS LOADED
000270*                  (PRTDLOAD) AGAINST DETAILS MONITORED BY
000271*                  THE NEW TRANSACTION-MONITORING STEP - SO
000272*                  NO LOADED DETAIL ESCAPES THE ALERT RULES.
000273* 2026-10-15  DV   ADDED THE FEEMERGE PAIR - DETAILS MERGED
000274*                  INTO THE EXTRACT ON A FEE NIGHT AGAINST
000275*                  DETAILS READ BY PRTDLOAD, SO THE MONTH-END
000276*                  FEES ARE PROVEN LOADED. A NIGHT WITH NO
000277*                  FEE MERGE HAS NO FEEMERGE ROW AND SKIPS IT.
000278* 2026-10-15  DV   ADDED THE TXNHLOAD PAIR - DETAILS LOADED
000279*                  (PRTDLOAD) AGAINST DETAILS READ BY THE NEW
000280*                  TRANSACTION-HISTORY STEP, SO THE ROLLING
000281*                  HISTORY IS PROVEN TO HAVE SEEN THE WHOLE
000282*                  DAY'S LOAD.
000283*----------------------------------------------------------
000284 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
002730         TO DV-PRL-DESC.
002740     PERFORM 4140-GET-INTAKE-PAIR THRU 4140-EXIT.
002750     PERFORM 4500-JUDGE-ONE-PAIR THRU 4500-EXIT.
002751     MOVE 'DETAILS LOADED (PRTDLOAD) VS GLPOST READ'
002752         TO DV-PRL-DESC.
002753     PERFORM 4150-GET-GLPOST-PAIR THRU 4150-EXIT.
002754     PERFORM 4500-JUDGE-ONE-PAIR THRU 4500-EXIT.
002755     MOVE 'DETAILS LOADED (PRTDLOAD) VS BALUPDT READ'
002756         TO DV-PRL-DESC.
002757     PERFORM 4160-GET-BALUPD-PAIR THRU 4160-EXIT.
002758     PERFORM 4500-JUDGE-ONE-PAIR THRU 4500-EXIT.
002759     MOVE 'DETAILS LOADED (PRTDLOAD) VS TXNMON READ'
002760         TO DV-PRL-DESC.
002761     PERFORM 4170-GET-TXNMON-PAIR THRU 4170-EXIT.
002762     PERFORM 4500-JUDGE-ONE-PAIR THRU 4500-EXIT.
002763     MOVE 'DETAILS MERGED (FEEMERGE) VS PRTDLOAD READ'
002764         TO DV-PRL-DESC.
002765     PERFORM 4180-GET-FEEMRG-PAIR THRU 4180-EXIT.
002766     PERFORM 4500-JUDGE-ONE-PAIR THRU 4500-EXIT.
002767     MOVE 'DETAILS LOADED (PRTDLOAD) VS TXNHLOAD READ'
002768         TO DV-PRL-DESC.
002769     PERFORM 4190-GET-TXNHST-PAIR THRU 4190-EXIT.
002770     PERFORM 4500-JUDGE-ONE-PAIR THRU 4500-EXIT.
002771 4000-EXIT.
002772     EXIT.
002780*----------------------------------------------------------
002790* 4110-GET-MSGOUT-PAIR  -  DVZZMFT0 OUT AGAINST MSGVERIF OUT
002800* (THE DETAILS IT VERIFIED).
004000     ADD 2 TO DV-LINE-COUNT.
004010 3200-EXIT.
004020     EXIT.
004030*----------------------------------------------------------
004040* 4150-GET-GLPOST-PAIR  -  PRTDLOAD OUT AGAINST GLPOST IN.
004050*----------------------------------------------------------
004060 4150-GET-GLPOST-PAIR.
004070     MOVE 'N' TO DV-PAIR-BOTH-SW.
004080     MOVE 'PRTDLOAD' TO DV-LGL-PROGRAM-ID.
004090     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004100     IF DV-LG-IDX = ZERO
004110         GO TO 4150-EXIT
004120     END-IF.
004130     MOVE DV-LG-OUT-COUNT (DV-LG-IDX) TO DV-PAIR-A-VALUE.
004140     MOVE 'GLPOST' TO DV-LGL-PROGRAM-ID.
004150     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004160     IF DV-LG-IDX = ZERO
004170         GO TO 4150-EXIT
004180     END-IF.
004190     MOVE DV-LG-IN-COUNT (DV-LG-IDX) TO DV-PAIR-B-VALUE.
004200     SET DV-PAIR-BOTH-PRESENT TO TRUE.
004210 4150-EXIT.
004220     EXIT.
004230*----------------------------------------------------------
004240* 4160-GET-BALUPD-PAIR  -  PRTDLOAD OUT AGAINST BALUPDT IN.
004250*----------------------------------------------------------
004260 4160-GET-BALUPD-PAIR.
004270     MOVE 'N' TO DV-PAIR-BOTH-SW.
004280     MOVE 'PRTDLOAD' TO DV-LGL-PROGRAM-ID.
004290     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004300     IF DV-LG-IDX = ZERO
004310         GO TO 4160-EXIT
004320     END-IF.
004330     MOVE DV-LG-OUT-COUNT (DV-LG-IDX) TO DV-PAIR-A-VALUE.
004340     MOVE 'BALUPDT' TO DV-LGL-PROGRAM-ID.
004350     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004360     IF DV-LG-IDX = ZERO
004370         GO TO 4160-EXIT
004380     END-IF.
004390     MOVE DV-LG-IN-COUNT (DV-LG-IDX) TO DV-PAIR-B-VALUE.
004400     SET DV-PAIR-BOTH-PRESENT TO TRUE.
004410 4160-EXIT.
004420     EXIT.
004430*----------------------------------------------------------
004440* 4170-GET-TXNMON-PAIR  -  PRTDLOAD OUT AGAINST TXNMON IN.
004450*----------------------------------------------------------
004460 4170-GET-TXNMON-PAIR.
004470     MOVE 'N' TO DV-PAIR-BOTH-SW.
004480     MOVE 'PRTDLOAD' TO DV-LGL-PROGRAM-ID.
004490     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004500     IF DV-LG-IDX = ZERO
004510         GO TO 4170-EXIT
004520     END-IF.
004530     MOVE DV-LG-OUT-COUNT (DV-LG-IDX) TO DV-PAIR-A-VALUE.
004540     MOVE 'TXNMON' TO DV-LGL-PROGRAM-ID.
004550     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004560     IF DV-LG-IDX = ZERO
004570         GO TO 4170-EXIT
004580     END-IF.
004590     MOVE DV-LG-IN-COUNT (DV-LG-IDX) TO DV-PAIR-B-VALUE.
004600     SET DV-PAIR-BOTH-PRESENT TO TRUE.
004610 4170-EXIT.
004620     EXIT.
004630*----------------------------------------------------------
004640* 4180-GET-FEEMRG-PAIR  -  FEEMERGE OUT AGAINST PRTDLOAD IN.
004650*----------------------------------------------------------
004660 4180-GET-FEEMRG-PAIR.
004670     MOVE 'N' TO DV-PAIR-BOTH-SW.
004680     MOVE 'FEEMERGE' TO DV-LGL-PROGRAM-ID.
004690     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004700     IF DV-LG-IDX = ZERO
004710         GO TO 4180-EXIT
004720     END-IF.
004730     MOVE DV-LG-OUT-COUNT (DV-LG-IDX) TO DV-PAIR-A-VALUE.
004740     MOVE 'PRTDLOAD' TO DV-LGL-PROGRAM-ID.
004750     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004760     IF DV-LG-IDX = ZERO
004770         GO TO 4180-EXIT
004780     END-IF.
004790     MOVE DV-LG-IN-COUNT (DV-LG-IDX) TO DV-PAIR-B-VALUE.
004800     SET DV-PAIR-BOTH-PRESENT TO TRUE.
004810 4180-EXIT.
004820     EXIT.
004830*----------------------------------------------------------
004840* 4190-GET-TXNHST-PAIR  -  PRTDLOAD OUT AGAINST TXNHLOAD IN.
004850*----------------------------------------------------------
004860 4190-GET-TXNHST-PAIR.
004870     MOVE 'N' TO DV-PAIR-BOTH-SW.
004880     MOVE 'PRTDLOAD' TO DV-LGL-PROGRAM-ID.
004890     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004900     IF DV-LG-IDX = ZERO
004910         GO TO 4190-EXIT
004920     END-IF.
004930     MOVE DV-LG-OUT-COUNT (DV-LG-IDX) TO DV-PAIR-A-VALUE.
004940     MOVE 'TXNHLOAD' TO DV-LGL-PROGRAM-ID.
004950     PERFORM 2000-FIND-LEDGER-ROW THRU 2000-EXIT.
004960     IF DV-LG-IDX = ZERO
004970         GO TO 4190-EXIT
004980     END-IF.
004990     MOVE DV-LG-IN-COUNT (DV-LG-IDX) TO DV-PAIR-B-VALUE.
005000     SET DV-PAIR-BOTH-PRESENT TO TRUE.
005010 4190-EXIT.
005020     EXIT.
005030 END PROGRAM DVCYCBAL.
