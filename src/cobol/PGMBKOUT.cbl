000380*                  THE PREVIEW KEEPS EACH TOUCHED RECORD'S
000390*                  SIMULATED STATUS IN A TABLE, SO BOTH
000400*                  MODES REPORT THE SAME OUTCOME.
000402* 2026-10-15  DV   PGMAUDIT ENTRIES NOW CARRY PA-APPROVER-ID,
000404*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000406*                  OVERRIDE. THE ENTRIES WRITTEN HERE NEED NO
000408*                  APPROVAL AND LEAVE IT BLANK.
000410*----------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
004530     MOVE PS-LAST-UPDATED-DATE  TO PA-CHANGE-DATE.
004540     MOVE PS-LAST-UPDATED-TIME  TO PA-CHANGE-TIME.
004550     MOVE 'BACKOUT'             TO PA-SOURCE.
004555     MOVE SPACES                TO PA-APPROVER-ID.
004560     WRITE PGMAUDIT-REC.
004570 3400-EXIT.
004580     EXIT.
