000320*                  THE SIGNED-ON OPERATOR, REVIEWED WITH THE
000330*                  REFAUDRP REPORT - SO A CHANGED THRESHOLD
000340*                  OR RULE CAN FINALLY BE TRACED.
000342* 2026-10-15  DV   DVREFAUD RECORDS NOW CARRY RA-APPROVER-ID,
000344*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000346*                  CHANGE. THE CHANGES KEYED HERE NEED NO
000348*                  APPROVAL AND LEAVE IT BLANK.
000350*----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
002810     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
002820     ACCEPT RA-CHANGE-TIME FROM TIME.
002830     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
002835     MOVE SPACES TO RA-APPROVER-ID.
002840     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
002850     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
002860     WRITE DVREFAUD-REC.
