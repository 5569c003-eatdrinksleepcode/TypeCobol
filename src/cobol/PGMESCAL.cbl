000300*                  DATE LOGIC - SETADRROF AND PGMEXCPT CALL THE
000310*                  SAME SERVICE, SO THE NEXT CALENDAR FIX
000320*                  HAPPENS ONCE.
000322* 2026-10-15  DV   PGMAUDIT ENTRIES NOW CARRY PA-APPROVER-ID,
000324*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000326*                  OVERRIDE. THE ENTRIES WRITTEN HERE NEED NO
000328*                  APPROVAL AND LEAVE IT BLANK.
000330*----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
003330     MOVE PS-LAST-UPDATED-DATE  TO PA-CHANGE-DATE.
003340     MOVE PS-LAST-UPDATED-TIME  TO PA-CHANGE-TIME.
003350     SET PA-SOURCE-BATCH TO TRUE.
003355     MOVE SPACES TO PA-APPROVER-ID.
003360     WRITE PGMAUDIT-REC.
003370 2300-EXIT.
003380     EXIT.
