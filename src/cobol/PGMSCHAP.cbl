000250*                  SERVICE) THE STEP DOES NOTHING, SO A
000260*                  WEEKEND OR HOLIDAY CYCLE LEAVES THE DUE
000270*                  ROWS FOR THE NEXT BUSINESS DAY'S RUN.
000272* 2026-10-15  DV   PGMAUDIT ENTRIES NOW CARRY PA-APPROVER-ID,
000274*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000276*                  OVERRIDE. THE ENTRIES WRITTEN HERE NEED NO
000278*                  APPROVAL AND LEAVE IT BLANK.
000280*----------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
002390     MOVE PS-LAST-UPDATED-DATE  TO PA-CHANGE-DATE.
002400     MOVE PS-LAST-UPDATED-TIME  TO PA-CHANGE-TIME.
002410     SET PA-SOURCE-BATCH TO TRUE.
002415     MOVE SPACES TO PA-APPROVER-ID.
002420     WRITE PGMAUDIT-REC.
002430     ADD 1 TO DV-APPLIED-COUNT.
002440 2200-EXIT.
