000220*                  ALWAYS CARRIES ITS LAST VALIDATED DATE
000230*                  RATHER THAN A RESTART POINT, SO IT IS
000240*                  LISTED BUT NEVER FLAGGED.
000242* 2026-10-15  DV   ADDRCONF'S ENTRY IS ALSO LISTED BUT NEVER
000244*                  FLAGGED - ITS LAST KEY IS THE DVREFAUD
000246*                  POSITION ITS LAST CLEAN RUN REACHED, NOT A
000248*                  RESTART POINT.
000249* 2026-10-15  DV   PGMFEED'S ENTRY IS LISTED BUT NEVER FLAGGED
000250*                  EITHER - ITS LAST KEY IS THE PGMAUDIT
000251*                  POSITION ITS LAST FEED REACHED.
000252*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000600* UNFINISHED-RUN DETECTION. A CHECKPOINT LAST KEY WITH ANY
000610* NONZERO DIGIT IS A LIVE RESTART POINT FOR EVERY WRITER
000620* EXCEPT SETADRRO, WHOSE ENTRY ALWAYS CARRIES ITS LAST
000630* VALIDATED DATE, ADDRCONF, WHOSE ENTRY ALWAYS CARRIES
000635* ITS DVREFAUD POSITION, AND PGMFEED, WHOSE ENTRY ALWAYS
000637* CARRIES ITS PGMAUDIT POSITION.
000640*----------------------------------------------------------
000650 01  DV-KEY-SUB                  PIC 9(02) COMP.
000660 01  DV-FLAGGED-SW               PIC X(01) VALUE 'N'.
001790* 2100-CLASSIFY-ENTRY  -  AN ENTRY IS AN UNFINISHED PRIOR
001800* RUN WHEN ITS LAST KEY CARRIES ANY NONZERO DIGIT, EXCEPT
001810* FOR SETADRRO, WHOSE LAST KEY IS ALWAYS ITS LAST VALIDATED
001820* DATE AND NEVER A RESTART POINT, ADDRCONF, WHOSE LAST
001825* KEY IS ALWAYS ITS DVREFAUD POSITION, AND PGMFEED, WHOSE
001827* LAST KEY IS ALWAYS ITS PGMAUDIT POSITION.
001830*----------------------------------------------------------
001840 2100-CLASSIFY-ENTRY.
001850     MOVE 'N' TO DV-FLAGGED-SW.
001860     IF CHKPT-PROGRAM-ID = 'SETADRRO' OR 'ADDRCONF' OR 'PGMFEED'
001870         GO TO 2100-EXIT
001880     END-IF.
001890     MOVE 1 TO DV-KEY-SUB.
