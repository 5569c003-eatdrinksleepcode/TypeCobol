000330*                  THE SIGNED-ON OPERATOR, REVIEWED WITH THE
000340*                  REFAUDRP REPORT - SO A CHANGED THRESHOLD
000350*                  OR RULE CAN FINALLY BE TRACED.
000352* 2026-10-15  DV   DVREFAUD RECORDS NOW CARRY RA-APPROVER-ID,
000354*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000356*                  CHANGE. THE CHANGES KEYED HERE NEED NO
000358*                  APPROVAL AND LEAVE IT BLANK.
000360*----------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
003560     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
003570     ACCEPT RA-CHANGE-TIME FROM TIME.
003580     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
003585     MOVE SPACES TO RA-APPROVER-ID.
003590     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
003600     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
003610     WRITE DVREFAUD-REC.
