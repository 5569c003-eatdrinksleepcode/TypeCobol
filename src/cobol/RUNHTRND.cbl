000275*                  THE PROJECTION SO A MONTH-END-ONLY STEP'S
000276*                  QUIET NIGHTS DO NOT DRAG ITS AVERAGE TO
000277*                  ZERO.
000278* 2026-10-15  DV   DVROLLBK NOW WRITES A DVRUNHST RECORD,
000279*                  DISPOSITION B, WHEN IT ROLLS A CYCLE BACK
000280*                  TO ITS PRE-CYCLE SNAPSHOT. THOSE RECORDS
000281*                  ARE NOT STEPS - THEY ARE LISTED IN A NEW
000282*                  CYCLES-ROLLED-BACK SECTION AND KEPT OUT OF
000283*                  THE TREND, THE RETURN-CODE LIST AND THE
000284*                  PROJECTION. THE HEADER SAYS WHEN THE
000285*                  LATEST CYCLE WAS ROLLED BACK, AND WHETHER
000286*                  IT HAS BEEN RUN AGAIN SINCE.
000287*----------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
001070         10  DV-RC-STEP-NO       PIC 9(02).
001080         10  DV-RC-PROGRAM       PIC X(08).
001090         10  DV-RC-RETURN-CODE   PIC 9(04).
001091*----------------------------------------------------------
001092* CYCLES ROLLED BACK IN THE PERIOD, IN THE ORDER DVROLLBK
001093* RAN. THE LATEST-CYCLE SWITCH IS B WHEN THE LATEST CYCLE
001094* WAS ROLLED BACK, R WHEN IT HAS BEEN RUN AGAIN SINCE.
001095*----------------------------------------------------------
001096 01  DV-RB-COUNT                 PIC 9(03) COMP VALUE ZERO.
001097 01  DV-RB-MAX                   PIC 9(03) COMP VALUE 20.
001098 01  DV-RB-IDX                   PIC 9(03) COMP.
001099 01  DV-RB-OVERFLOW-SW           PIC X(01) VALUE 'N'.
001100     88  DV-RB-OVERFLOWED        VALUE 'Y'.
001101 01  DV-RB-TABLE.
001102     05  DV-RB-ENTRY OCCURS 20 TIMES.
001103         10  DV-RB-CYCLE-DATE    PIC 9(08).
001104         10  DV-RB-DATE          PIC 9(08).
001105         10  DV-RB-TIME          PIC 9(06).
001106 01  DV-LATEST-RB-SW             PIC X(01) VALUE 'N'.
001107     88  DV-LATEST-ROLLED-BACK   VALUE 'B'.
001108     88  DV-LATEST-RERUN         VALUE 'R'.
001109*----------------------------------------------------------
001110* LATEST-CYCLE AND PROJECTION WORK AREA
001120*----------------------------------------------------------
001130 01  DV-LATEST-CYCLE-DATE        PIC 9(08) VALUE ZERO.
001460     05  FILLER                  PIC X(14)
001470             VALUE 'LATEST CYCLE: '.
001480     05  DV-HDR-CYCLE-DATE       PIC 9(08).
001485     05  DV-HDR-RB-NOTE          PIC X(40) VALUE SPACES.
001490 01  DV-HEADER-LINE-3.
001500     05  FILLER                  PIC X(06) VALUE 'STEP'.
001510     05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
001730     05  DV-RCL-PROGRAM          PIC X(08).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DV-RCL-RETURN-CODE      PIC 9(04).
001751 01  DV-RB-HEADER-LINE.
001752     05  FILLER                  PIC X(40)
001753             VALUE 'CYCLES ROLLED BACK IN THE PERIOD'.
001754 01  DV-RB-DETAIL-LINE.
001755     05  DV-RBL-CYCLE-DATE       PIC 9(08).
001756     05  FILLER                  PIC X(18)
001757             VALUE '  ROLLED BACK ON '.
001758     05  DV-RBL-DATE             PIC 9(08).
001759     05  FILLER                  PIC X(04) VALUE ' AT '.
001760     05  DV-RBL-TIME             PIC 9(06).
001761 01  DV-PROJ-LINE-1.
001770     05  FILLER                  PIC X(31)
001780             VALUE 'PROJECTED CYCLE ELAPSED (SEC): '.
001790     05  DV-PRJ-TOTAL-SECS       PIC ZZZZZZZZ9.
002600             GO TO 2100-EXIT
002610     END-READ.
002620     ADD 1 TO DV-READ-COUNT.
002621     IF RH-DISP-ROLLED-BACK
002622         PERFORM 2500-NOTE-ROLLBACK THRU 2500-EXIT
002623         GO TO 2100-EXIT
002624     END-IF.
002625     IF RH-CYCLE-DATE = DV-LATEST-CYCLE-DATE AND
002626        DV-LATEST-ROLLED-BACK
002627         SET DV-LATEST-RERUN TO TRUE
002628     END-IF.
002629     IF RH-DISP-SKIPPED
002630         GO TO 2100-EXIT
002631     END-IF.
002632     IF RH-RETURN-CODE NOT = ZERO
002640         PERFORM 2400-NOTE-RETURN-CODE THRU 2400-EXIT
002650     END-IF.
002660     PERFORM 2200-CALC-ELAPSED-SECS THRU 2200-EXIT.
003700     MOVE RH-RETURN-CODE  TO DV-RC-RETURN-CODE (DV-RC-COUNT).
003710 2400-EXIT.
003720     EXIT.
003721*----------------------------------------------------------
003722* 2500-NOTE-ROLLBACK  -  REMEMBERS A DVROLLBK ROLLBACK FOR
003723* THE ROLLED-BACK SECTION. ITS END DATE AND TIME ARE WHEN
003724* THE ROLLBACK FINISHED.
003725*----------------------------------------------------------
003726 2500-NOTE-ROLLBACK.
003727     IF RH-CYCLE-DATE = DV-LATEST-CYCLE-DATE
003728         SET DV-LATEST-ROLLED-BACK TO TRUE
003729     END-IF.
003730     IF DV-RB-COUNT >= DV-RB-MAX
003731         SET DV-RB-OVERFLOWED TO TRUE
003732         GO TO 2500-EXIT
003733     END-IF.
003734     ADD 1 TO DV-RB-COUNT.
003735     MOVE RH-CYCLE-DATE TO DV-RB-CYCLE-DATE (DV-RB-COUNT).
003736     MOVE RH-END-DATE   TO DV-RB-DATE (DV-RB-COUNT).
003737     MOVE RH-END-TIME   TO DV-RB-TIME (DV-RB-COUNT).
003738 2500-EXIT.
003739     EXIT.
003740*----------------------------------------------------------
003741* 3000-WRITE-REPORT  -  THE PER-STEP TREND SECTION, THE
003750* NONZERO RETURN-CODE SECTION AND THE PROJECTED CYCLE END.
003760*----------------------------------------------------------
003770 3000-WRITE-REPORT.
003830         STOP RUN
003840     END-IF.
003850     MOVE DV-LATEST-CYCLE-DATE TO DV-HDR-CYCLE-DATE.
003851     EVALUATE TRUE
003852         WHEN DV-LATEST-ROLLED-BACK
003853             MOVE '  ** ROLLED BACK **' TO DV-HDR-RB-NOTE
003854         WHEN DV-LATEST-RERUN
003855             MOVE '  ** ROLLED BACK AND RUN AGAIN **'
003856                 TO DV-HDR-RB-NOTE
003857     END-EVALUATE.
003860     PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT.
003870     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
003880         VARYING DV-TR-IDX FROM 1 BY 1
003890             UNTIL DV-TR-IDX > DV-TR-COUNT.
003900     PERFORM 3300-PRINT-RETURN-CODES THRU 3300-EXIT.
003905     PERFORM 3600-PRINT-ROLLBACKS THRU 3600-EXIT.
003910     PERFORM 3400-PRINT-PROJECTION THRU 3400-EXIT.
003920     CLOSE RUNTRPT.
003930 3000-EXIT.
004930     ADD 1 TO DV-LINE-COUNT.
004940 3310-EXIT.
004950     EXIT.
004951*----------------------------------------------------------
004952* 3600-PRINT-ROLLBACKS
004953*----------------------------------------------------------
004954 3600-PRINT-ROLLBACKS.
004955     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
004956         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
004957     END-IF.
004958     MOVE SPACES TO PRT-LINE.
004959     MOVE ' ' TO PRT-CC.
004960     WRITE RUNTRPT-REC.
004961     MOVE DV-RB-HEADER-LINE TO PRT-LINE.
004962     WRITE RUNTRPT-REC.
004963     ADD 2 TO DV-LINE-COUNT.
004964     IF DV-RB-COUNT = ZERO
004965         MOVE 'NONE' TO PRT-LINE
004966         WRITE RUNTRPT-REC
004967         ADD 1 TO DV-LINE-COUNT
004968         GO TO 3600-EXIT
004969     END-IF.
004970     PERFORM 3610-PRINT-ONE-ROLLBACK THRU 3610-EXIT
004971         VARYING DV-RB-IDX FROM 1 BY 1
004972             UNTIL DV-RB-IDX > DV-RB-COUNT.
004973     IF DV-RB-OVERFLOWED
004974         MOVE '** LIST TRUNCATED AT 20 ENTRIES **'
004975             TO PRT-LINE
004976         WRITE RUNTRPT-REC
004977         ADD 1 TO DV-LINE-COUNT
004978     END-IF.
004979 3600-EXIT.
004980     EXIT.
004981*----------------------------------------------------------
004982* 3610-PRINT-ONE-ROLLBACK
004983*----------------------------------------------------------
004984 3610-PRINT-ONE-ROLLBACK.
004985     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
004986         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
004987     END-IF.
004988     MOVE DV-RB-CYCLE-DATE (DV-RB-IDX) TO DV-RBL-CYCLE-DATE.
004989     MOVE DV-RB-DATE (DV-RB-IDX)       TO DV-RBL-DATE.
004990     MOVE DV-RB-TIME (DV-RB-IDX)       TO DV-RBL-TIME.
004991     MOVE ' ' TO PRT-CC.
004992     MOVE DV-RB-DETAIL-LINE TO PRT-LINE.
004993     WRITE RUNTRPT-REC.
004994     ADD 1 TO DV-LINE-COUNT.
004995 3610-EXIT.
004996     EXIT.
004997*----------------------------------------------------------
004998* 3400-PRINT-PROJECTION  -  PROJECTED CYCLE END - THE LATEST
004999* CYCLE'S FIRST STEP START PLUS THE SUM OF THE PER-STEP
005000* AVERAGES. A PROJECTION PAST MIDNIGHT CARRIES A +N DAYS
005001* NOTE.
005010*----------------------------------------------------------
005020 3400-PRINT-PROJECTION.
005030     MOVE DV-FIRST-START-TIME TO DV-TIME-NUM.
