000250*                  ENDS WITH RETURN-CODE 4 WHEN ANY
000260*                  DISCREPANCY WAS FOUND SO OPERATIONS SEES
000270*                  IT BEFORE THE AUDITORS DO.
000271* 2026-10-15  DV   PGMSTARC NOW PURGES CLOSED, REJECTED AND
000272*                  REVERSED PGMSTAT RECORDS PAST RETENTION, BUT
000273*                  THEIR AUDIT CHAINS STAY ON PGMAUDIT UNTIL
000274*                  PGMARCHV AGES THEM OUT. A CHAIN WITH NO
000275*                  MASTER RECORD THAT ENDS IN CL, RJ OR RV IS
000276*                  NOW COUNTED AS A PURGED RECORD'S CHAIN ON
000277*                  ITS OWN TOTALS LINE RATHER THAN REPORTED AS
000278*                  AN ORPHANED AUDIT DISCREPANCY.
000280*----------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000920 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
000930 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
000940 01  DV-ORPHAN-COUNT             PIC 9(07) VALUE ZERO.
000945 01  DV-PURGED-CHAIN-COUNT       PIC 9(07) VALUE ZERO.
000950 01  DV-BROKEN-COUNT             PIC 9(07) VALUE ZERO.
000960 01  DV-MISMATCH-COUNT           PIC 9(07) VALUE ZERO.
000970 01  DV-UNAUDITED-COUNT          PIC 9(07) VALUE ZERO.
001310     05  FILLER                  PIC X(26)
001320             VALUE 'UNAUDITED STATUSES      : '.
001330     05  DV-TOT-UNAUDITED        PIC ZZZZZZ9.
001332 01  DV-TOTAL-LINE-5.
001334     05  FILLER                  PIC X(26)
001336             VALUE 'CHAINS OF PURGED RECORDS: '.
001338     05  DV-TOT-PURGED-CHAIN     PIC ZZZZZZ9.
001340*----------------------------------------------------------
001350 PROCEDURE DIVISION.
001360*----------------------------------------------------------
002760     EXIT.
002770*----------------------------------------------------------
002780* 3300-REPORT-ORPHAN  -  AUDIT CHAIN WITH NO PGMSTAT RECORD.
002783* ONE ENDING IN A TERMINAL STATUS BELONGS TO A RECORD
002786* PGMSTARC HAS ARCHIVED AND PURGED, AND IS ONLY COUNTED.
002790*----------------------------------------------------------
002800 3300-REPORT-ORPHAN.
002802     IF DV-GRP-LAST-NEW = 'CL' OR 'RJ' OR 'RV'
002804         ADD 1 TO DV-PURGED-CHAIN-COUNT
002806         GO TO 3300-EXIT
002808     END-IF.
002810     MOVE 'ORPHANED AUDIT'   TO DV-DTL-TYPE.
002820     MOVE DV-GRP-RECORD-ID   TO DV-DTL-RECORD-ID.
002830     MOVE SPACES             TO DV-DTL-DETAIL.
003890     MOVE DV-BROKEN-COUNT    TO DV-TOT-BROKEN.
003900     MOVE DV-MISMATCH-COUNT  TO DV-TOT-MISMATCH.
003910     MOVE DV-UNAUDITED-COUNT TO DV-TOT-UNAUDITED.
003915     MOVE DV-PURGED-CHAIN-COUNT TO DV-TOT-PURGED-CHAIN.
003920     MOVE ' ' TO PRT-CC.
003930     MOVE DV-TOTAL-LINE-1 TO PRT-LINE.
003940     WRITE RECONRPT-REC.
004010     MOVE ' ' TO PRT-CC.
004020     MOVE DV-TOTAL-LINE-4 TO PRT-LINE.
004030     WRITE RECONRPT-REC.
004032     MOVE ' ' TO PRT-CC.
004034     MOVE DV-TOTAL-LINE-5 TO PRT-LINE.
004036     WRITE RECONRPT-REC.
004040 7000-EXIT.
004050     EXIT.
004060 END PROGRAM PGMRECON.
