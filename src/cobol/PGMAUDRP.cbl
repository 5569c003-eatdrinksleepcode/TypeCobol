000190*                  FROM ONE PA-SOURCE (BATCH OR ONLINE).
000200*                  OUTPUT IS THE SAME PAGINATED 133-BYTE
000210*                  PRINT FORMAT PGMEXCPT USES.
000212* 2026-10-15  DV   THE DETAIL LINE NOW SHOWS PA-APPROVER-ID,
000214*                  THE SECOND OPERATOR WHO APPROVED A
000216*                  DUAL-CONTROL OVERRIDE (REQUESTER UNDER
000218*                  SOURCE).
000220*----------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000930     05  FILLER                  PIC X(05) VALUE 'NEW'.
000940     05  FILLER                  PIC X(10) VALUE 'DATE'.
000950     05  FILLER                  PIC X(08) VALUE 'TIME'.
000960     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
000965     05  FILLER                  PIC X(08) VALUE 'APPROVER'.
000970 01  DV-DETAIL-LINE.
000980     05  DV-DTL-RECORD-ID        PIC X(10).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DV-DTL-CHANGE-TIME      PIC 9(06).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DV-DTL-SOURCE           PIC X(08).
001083     05  FILLER                  PIC X(02) VALUE SPACES.
001086     05  DV-DTL-APPROVER-ID      PIC X(08).
001090 01  DV-TOTAL-LINE.
001100     05  FILLER                  PIC X(26)
001110             VALUE 'AUDIT RECORDS SELECTED  : '.
002150     MOVE PA-CHANGE-DATE        TO DV-DTL-CHANGE-DATE.
002160     MOVE PA-CHANGE-TIME        TO DV-DTL-CHANGE-TIME.
002170     MOVE PA-SOURCE             TO DV-DTL-SOURCE.
002175     MOVE PA-APPROVER-ID        TO DV-DTL-APPROVER-ID.
002180     MOVE ' '                   TO PRT-CC.
002190     MOVE DV-DETAIL-LINE        TO PRT-LINE.
002200     WRITE AUDITRPT-REC.
