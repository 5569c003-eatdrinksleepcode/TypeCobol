000360*                  THE SIGNED-ON OPERATOR, REVIEWED WITH THE
000370*                  REFAUDRP REPORT - SO A CHANGED THRESHOLD
000380*                  OR RULE CAN FINALLY BE TRACED.
000382* 2026-10-15  DV   DVREFAUD RECORDS NOW CARRY RA-APPROVER-ID,
000384*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000386*                  CHANGE. THE CHANGES KEYED HERE NEED NO
000388*                  APPROVAL AND LEAVE IT BLANK.
000390*----------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
003180     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
003190     ACCEPT RA-CHANGE-TIME FROM TIME.
003200     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
003205     MOVE SPACES TO RA-APPROVER-ID.
003210     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
003220     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
003230     WRITE DVREFAUD-REC.
