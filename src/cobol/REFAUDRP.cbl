000190*                  FINALLY BE TRACED TO WHO CHANGED WHAT,
000200*                  AND WHEN. OUTPUT IS THE SAME PAGINATED
000210*                  133-BYTE PRINT FORMAT PGMAUDRP USES.
000212* 2026-10-15  DV   A DUAL-CONTROL CHANGE APPLIED THROUGH
000214*                  APRMAINT NOW SHOWS ITS APPROVER
000216*                  (RA-APPROVER-ID) BESIDE THE REQUESTING
000218*                  OPERATOR.
000219* 2026-10-15  DV   IMAGES ARE NOW 202 BYTES (ACCTMST GREW).
000220*----------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000970     05  DV-DTL-CHANGE-TIME      PIC 9(06).
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  DV-DTL-OPERATOR-ID      PIC X(08).
000993     05  DV-DTL-APPROVED-BY      PIC X(14).
000996     05  DV-DTL-APPROVER-ID      PIC X(08).
001000*----------------------------------------------------------
001010* THE 202-BYTE BEFORE/AFTER IMAGES DO NOT FIT BESIDE THEIR
001020* LABEL ON ONE 132-BYTE PRINT LINE, SO EACH IMAGE PRINTS IN
001030* FULL ACROSS TWO LINES - BYTES 1-123 BESIDE THE LABEL AND
001040* THE LAST 79 BYTES ON A CONTINUATION LINE - RATHER THAN
001050* TRUNCATING THE ONE REPORT WHOSE JOB IS THE EXACT IMAGES.
001060*----------------------------------------------------------
001070 01  DV-IMG-LABEL                PIC X(08).
001080 01  DV-IMG-TEXT                 PIC X(202).
001090 01  DV-DETAIL-LINE-2.
001100     05  DV-DTL-IMG-LABEL        PIC X(08).
001110     05  FILLER                  PIC X(01) VALUE SPACES.
001120     05  DV-DTL-IMAGE-1          PIC X(123).
001130 01  DV-DETAIL-LINE-3.
001140     05  FILLER                  PIC X(09) VALUE SPACES.
001150     05  DV-DTL-IMAGE-2          PIC X(79).
001160     05  FILLER                  PIC X(44) VALUE SPACES.
001170 01  DV-TOTAL-LINE.
001180     05  FILLER                  PIC X(26)
001190             VALUE 'AUDIT RECORDS SELECTED  : '.
002070     MOVE RA-CHANGE-DATE TO DV-DTL-CHANGE-DATE.
002080     MOVE RA-CHANGE-TIME TO DV-DTL-CHANGE-TIME.
002090     MOVE RA-OPERATOR-ID TO DV-DTL-OPERATOR-ID.
002091     IF RA-APPROVER-ID = SPACES OR LOW-VALUES
002092         MOVE SPACES TO DV-DTL-APPROVED-BY
002093         MOVE SPACES TO DV-DTL-APPROVER-ID
002094     ELSE
002095         MOVE '  APPROVED BY ' TO DV-DTL-APPROVED-BY
002096         MOVE RA-APPROVER-ID TO DV-DTL-APPROVER-ID
002097     END-IF.
002100     MOVE ' ' TO PRT-CC.
002110     MOVE DV-DETAIL-LINE-1 TO PRT-LINE.
002120     WRITE REFARPT-REC.
002210 3000-EXIT.
002220     EXIT.
002230*----------------------------------------------------------
002240* 3100-PRINT-ONE-IMAGE  -  ONE FULL 202-BYTE IMAGE - BYTES
002250* 1-123 BESIDE THE LABEL, THE LAST 79 BYTES ON A
002260* CONTINUATION LINE UNDERNEATH.
002270*----------------------------------------------------------
002280 3100-PRINT-ONE-IMAGE.
002310     MOVE ' ' TO PRT-CC.
002320     MOVE DV-DETAIL-LINE-2 TO PRT-LINE.
002330     WRITE REFARPT-REC.
002340     MOVE DV-IMG-TEXT (124:79) TO DV-DTL-IMAGE-2.
002350     MOVE ' ' TO PRT-CC.
002360     MOVE DV-DETAIL-LINE-3 TO PRT-LINE.
002370     WRITE REFARPT-REC.
