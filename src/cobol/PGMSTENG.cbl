000240*                  LEDGER (COPYBOOK DVCTLREC) SO THE NEW
000250*                  DVCYCBAL END-OF-CYCLE STEP CAN BALANCE
000260*                  THE CYCLE ACROSS STEPS.
000262* 2026-10-15  DV   PGMAUDIT ENTRIES NOW CARRY PA-APPROVER-ID,
000264*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000266*                  OVERRIDE. THE ENTRIES WRITTEN HERE NEED NO
000268*                  APPROVAL AND LEAVE IT BLANK.
000270*----------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
002320     MOVE PS-LAST-UPDATED-DATE  TO PA-CHANGE-DATE.
002330     MOVE PS-LAST-UPDATED-TIME  TO PA-CHANGE-TIME.
002340     SET PA-SOURCE-BATCH TO TRUE.
002345     MOVE SPACES TO PA-APPROVER-ID.
002350     WRITE PGMAUDIT-REC.
002360     ADD 1 TO DV-APPLIED-COUNT.
002370 2200-EXIT.
