000230*                  A FULL RECORD HISTORY COMES FROM ONE JOB.
000240*                  A MISSING PGMARCH DD SIMPLY CONTRIBUTES
000250*                  NOTHING.
000251* 2026-10-15  DV   PGMAUDIT AND ITS ARCHIVE GENERATIONS GREW
000252*                  TO 44 BYTES WITH PA-APPROVER-ID, THE SECOND
000253*                  OPERATOR ON A DUAL-CONTROL OVERRIDE. PGMARCH
000254*                  IS READ AT THE NEW LENGTH AND THE APPROVER
000255*                  IS PRINTED BESIDE THE SOURCE.
000260*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000440     RECORDING MODE IS F.
000450 COPY PGMAUDREC.
000460*----------------------------------------------------------
000470* PGMARCH CARRIES THE SAME 44-BYTE LAYOUT PGMARCHV COPIED
000480* OUT OF PGMAUDIT (COPYBOOK PGMAUDREC), UNDER ITS OWN NAMES
000490* SINCE ONE PROGRAM CANNOT COPY THE SAME LAYOUT TWICE.
000500*----------------------------------------------------------
000510 FD  PGMARCH
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 44 CHARACTERS.
000540 01  PGMARCH-REC.
000550     05  AR-RECORD-ID            PIC X(10).
000560     05  AR-OLD-STATUS           PIC X(02).
000580     05  AR-CHANGE-DATE          PIC 9(08).
000590     05  AR-CHANGE-TIME          PIC 9(06).
000600     05  AR-SOURCE               PIC X(08).
000605     05  AR-APPROVER-ID          PIC X(08).
000610 SD  SORTWORK.
000620 01  SW-REC.
000630     05  SW-CHANGE-DATE          PIC 9(08).
000660     05  SW-OLD-STATUS           PIC X(02).
000670     05  SW-NEW-STATUS           PIC X(02).
000680     05  SW-SOURCE               PIC X(08).
000685     05  SW-APPROVER-ID          PIC X(08).
000690     05  SW-ORIGIN               PIC X(01).
000700         88  SW-ORIGIN-LIVE      VALUE 'L'.
000710         88  SW-ORIGIN-ARCHIVE   VALUE 'A'.
001110 01  DV-CUR-CHANGE-DATE          PIC 9(08).
001120 01  DV-CUR-CHANGE-TIME          PIC 9(06).
001130 01  DV-CUR-SOURCE               PIC X(08).
001135 01  DV-CUR-APPROVER-ID          PIC X(08).
001140 01  DV-CUR-ORIGIN               PIC X(01).
001150*----------------------------------------------------------
001160* REPORT CONTROL
001440     05  FILLER                  PIC X(10) VALUE 'DATE'.
001450     05  FILLER                  PIC X(08) VALUE 'TIME'.
001460     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
001465     05  FILLER                  PIC X(10) VALUE 'APPROVER'.
001470     05  FILLER                  PIC X(08) VALUE 'WHERE'.
001480 01  DV-DETAIL-LINE.
001490     05  DV-DTL-RECORD-ID        PIC X(10).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  DV-DTL-SOURCE           PIC X(08).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001603     05  DV-DTL-APPROVER-ID      PIC X(08).
001606     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  DV-DTL-ORIGIN           PIC X(07).
001620 01  DV-TOTAL-LINE.
001630     05  FILLER                  PIC X(26)
002610     MOVE PA-CHANGE-DATE TO DV-CUR-CHANGE-DATE.
002620     MOVE PA-CHANGE-TIME TO DV-CUR-CHANGE-TIME.
002630     MOVE PA-SOURCE      TO DV-CUR-SOURCE.
002635     MOVE PA-APPROVER-ID TO DV-CUR-APPROVER-ID.
002640     MOVE 'L'            TO DV-CUR-ORIGIN.
002650     PERFORM 2300-APPLY-SELECTION THRU 2300-EXIT.
002660 2100-EXIT.
002800     MOVE AR-CHANGE-DATE TO DV-CUR-CHANGE-DATE.
002810     MOVE AR-CHANGE-TIME TO DV-CUR-CHANGE-TIME.
002820     MOVE AR-SOURCE      TO DV-CUR-SOURCE.
002825     MOVE AR-APPROVER-ID TO DV-CUR-APPROVER-ID.
002830     MOVE 'A'            TO DV-CUR-ORIGIN.
002840     PERFORM 2300-APPLY-SELECTION THRU 2300-EXIT.
002850 2200-EXIT.
003100     MOVE DV-CUR-OLD-STATUS  TO SW-OLD-STATUS.
003110     MOVE DV-CUR-NEW-STATUS  TO SW-NEW-STATUS.
003120     MOVE DV-CUR-SOURCE      TO SW-SOURCE.
003125     MOVE DV-CUR-APPROVER-ID TO SW-APPROVER-ID.
003130     MOVE DV-CUR-ORIGIN      TO SW-ORIGIN.
003140     RELEASE SW-REC.
003150     ADD 1 TO DV-SELECTED-COUNT.
003640     MOVE SW-CHANGE-DATE TO DV-DTL-CHANGE-DATE.
003650     MOVE SW-CHANGE-TIME TO DV-DTL-CHANGE-TIME.
003660     MOVE SW-SOURCE      TO DV-DTL-SOURCE.
003665     MOVE SW-APPROVER-ID TO DV-DTL-APPROVER-ID.
003670     IF SW-ORIGIN-LIVE
003680         MOVE 'LIVE   ' TO DV-DTL-ORIGIN
003690     ELSE
