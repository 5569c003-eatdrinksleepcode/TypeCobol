000490*                  THE SIGNED-ON OPERATOR, REVIEWED WITH THE
000500*                  REFAUDRP REPORT - SO A CHANGED THRESHOLD
000510*                  OR RULE CAN FINALLY BE TRACED.
000512* 2026-10-15  DV   DVREFAUD RECORDS NOW CARRY RA-APPROVER-ID,
000514*                  THE SECOND OPERATOR ON A DUAL-CONTROL
000516*                  CHANGE. THE CHANGES KEYED HERE NEED NO
000518*                  APPROVAL AND LEAVE IT BLANK.
000520*----------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
004590     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
004600     ACCEPT RA-CHANGE-TIME FROM TIME.
004610     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
004615     MOVE SPACES TO RA-APPROVER-ID.
004620     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
004630     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
004640     WRITE DVREFAUD-REC.
