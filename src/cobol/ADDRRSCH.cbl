000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADDRRSCH.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - ADDRESS-RESEARCH REPORT. LISTS
000110*                  EVERY ACCTMST ACCOUNT WHOSE ADDRESS IS
000120*                  FLAGGED AS RETURNED MAIL, OLDEST RETURN
000130*                  FIRST, WITH THE ADDRESS ON FILE, THE DATE
000140*                  AND REASON THE VENDOR SENT IT BACK, THE
000150*                  CALENDAR DAYS IT HAS BEEN OUTSTANDING (PER
000160*                  THE SHARED DVDATSRV DATE SERVICE) AND THE
000170*                  NUMBER OF PRINT LINES WAITING ON HELDMAIL,
000180*                  SO THE RESEARCH TEAM WORKS THE ACCOUNTS
000190*                  WITH THE MOST HELD OUTPUT AND THE LONGEST
000200*                  WAIT. ANY FLAGGED ACCOUNT ENDS THE RUN WITH
000210*                  A WARNING RETURN CODE, THE SAME AS BALEXCP.
000220*----------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ACCTMST ASSIGN TO ACCTMST
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS AM-ACCOUNT-NO
000300         FILE STATUS IS DV-ACCTMST-STATUS.
000310     SELECT OPTIONAL HELDMAIL ASSIGN TO HELDMAIL
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS HM-KEY
000350         FILE STATUS IS DV-HELDMAIL-STATUS.
000360     SELECT SORTWORK ASSIGN TO SORTWK1.
000370     SELECT ADDRRPT ASSIGN TO ADDRRPT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS DV-ADDRRPT-STATUS.
000400*----------------------------------------------------------
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  ACCTMST.
000440 COPY ACCTMREC.
000450 FD  HELDMAIL.
000460 COPY HLDMREC.
000470 SD  SORTWORK.
000480 01  SW-REC.
000490     05  SW-RETURNED-DATE        PIC 9(08).
000500     05  SW-ACCOUNT-NO           PIC 9(09).
000510     05  SW-CUSTOMER-NAME        PIC X(30).
000520     05  SW-ADDRESS-LINE-1       PIC X(30).
000530     05  SW-CITY                 PIC X(20).
000540     05  SW-STATE                PIC X(02).
000550     05  SW-ZIP-CODE             PIC X(09).
000560     05  SW-RETURN-REASON        PIC X(02).
000570     05  SW-DAYS-OUT             PIC S9(08).
000580     05  SW-HELD-LINES           PIC 9(07).
000590 FD  ADDRRPT
000600     RECORD CONTAINS 133 CHARACTERS.
000610 01  ADDRRPT-REC.
000620     05  PRT-CC                  PIC X(01).
000630     05  PRT-LINE                PIC X(132).
000640*----------------------------------------------------------
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------
000670* FILE STATUS AND CONTROL SWITCHES
000680*----------------------------------------------------------
000690 01  DV-ACCTMST-STATUS           PIC X(02) VALUE '00'.
000700     88  DV-ACCTMST-OK           VALUES '00' '02'.
000710     88  DV-ACCTMST-EOF          VALUE '10'.
000720 01  DV-HELDMAIL-STATUS          PIC X(02) VALUE '00'.
000730     88  DV-HELDMAIL-OK          VALUES '00' '02'.
000740 01  DV-HELDMAIL-AVAIL-SW        PIC X(01) VALUE 'N'.
000750     88  DV-HELDMAIL-AVAILABLE   VALUE 'Y'.
000760 01  DV-HM-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
000770     88  DV-HM-SCAN-DONE         VALUE 'Y'.
000780 01  DV-ADDRRPT-STATUS           PIC X(02) VALUE '00'.
000790     88  DV-ADDRRPT-OK           VALUE '00'.
000800 01  DV-SORT-EOF-SW              PIC X(01) VALUE 'N'.
000810     88  DV-SORT-EOF             VALUE 'Y'.
000820 01  DV-RUN-DATE                 PIC 9(08).
000830 COPY DVDATPRM.
000840*----------------------------------------------------------
000850* RUN-END SUMMARY COUNTERS AND PAGE CONTROL
000860*----------------------------------------------------------
000870 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
000880 01  DV-FLAGGED-COUNT            PIC 9(07) VALUE ZERO.
000890 01  DV-HELD-LINE-TOTAL          PIC 9(09) VALUE ZERO.
000900 01  DV-PRINTED-COUNT            PIC 9(07) VALUE ZERO.
000910 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
000920 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
000930 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
000940*----------------------------------------------------------
000950* REPORT LINES
000960*----------------------------------------------------------
000970 01  DV-HEADER-LINE-1.
000980     05  FILLER                  PIC X(34)
000990             VALUE 'RETURNED-MAIL ADDRESS RESEARCH'.
001000     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001010     05  DV-HDR-RUN-DATE         PIC 9(08).
001020     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
001030     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
001040 01  DV-HEADER-LINE-2.
001050     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
001060     05  FILLER                  PIC X(26) VALUE 'CUSTOMER'.
001070     05  FILLER                  PIC X(28) VALUE 'ADDRESS'.
001080     05  FILLER                  PIC X(35)
001090             VALUE 'CITY / STATE / ZIP'.
001100     05  FILLER                  PIC X(10) VALUE 'RETURNED'.
001110     05  FILLER                  PIC X(04) VALUE 'RSN'.
001120     05  FILLER                  PIC X(07) VALUE ' DAYS'.
001130     05  FILLER                  PIC X(07) VALUE '   HELD'.
001140 01  DV-DETAIL-LINE.
001150     05  DV-DTL-ACCOUNT-NO       PIC 9(09).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  DV-DTL-CUSTOMER-NAME    PIC X(24).
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  DV-DTL-ADDRESS-LINE-1   PIC X(26).
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  DV-DTL-CITY             PIC X(20).
001220     05  FILLER                  PIC X(01) VALUE SPACES.
001230     05  DV-DTL-STATE            PIC X(02).
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  DV-DTL-ZIP-CODE         PIC X(09).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  DV-DTL-RETURNED-DATE    PIC 9(08).
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  DV-DTL-RETURN-REASON    PIC X(02).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  DV-DTL-DAYS-OUT         PIC -(4)9.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  DV-DTL-HELD-LINES       PIC Z(6)9.
001340 01  DV-TOTAL-LINE.
001350     05  FILLER                  PIC X(22)
001360             VALUE 'ADDRESSES FLAGGED:'.
001370     05  DV-TOT-FLAGGED          PIC Z(6)9.
001380     05  FILLER                  PIC X(22)
001390             VALUE '   HELD PRINT LINES: '.
001400     05  DV-TOT-HELD-LINES       PIC Z(8)9.
001410*----------------------------------------------------------
001420 PROCEDURE DIVISION.
001430*----------------------------------------------------------
001440* 0000-MAINLINE
001450*----------------------------------------------------------
001460 0000-MAINLINE.
001470     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
001480     SORT SORTWORK
001490         ON ASCENDING KEY SW-RETURNED-DATE
001500         ON ASCENDING KEY SW-ACCOUNT-NO
001510         INPUT PROCEDURE 2000-SELECT-FLAGGED THRU 2000-EXIT
001520         OUTPUT PROCEDURE 3000-WRITE-REPORT THRU 3000-EXIT.
001530     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001540     GOBACK.
001550*----------------------------------------------------------
001560* 2000-SELECT-FLAGGED  -  READS EVERY ACCOUNT AND RELEASES
001570* TO THE SORT ONLY THOSE FLAGGED AS RETURNED MAIL. HELDMAIL
001580* IS OPTIONAL - WITHOUT IT THE HELD COUNTS PRINT AS ZERO.
001590*----------------------------------------------------------
001600 2000-SELECT-FLAGGED.
001610     OPEN INPUT ACCTMST.
001620     IF NOT DV-ACCTMST-OK
001630         DISPLAY 'ADDRRSCH - OPEN FAILED FOR ACCTMST - '
001640             DV-ACCTMST-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     OPEN INPUT HELDMAIL.
001690     IF DV-HELDMAIL-OK
001700         SET DV-HELDMAIL-AVAILABLE TO TRUE
001710     ELSE
001720         DISPLAY 'ADDRRSCH - HELDMAIL UNAVAILABLE - STATUS '
001730             DV-HELDMAIL-STATUS ' - HELD COUNTS NOT SHOWN'
001740     END-IF.
001750     PERFORM 2100-READ-AND-RELEASE THRU 2100-EXIT
001760         UNTIL DV-ACCTMST-EOF.
001770     CLOSE ACCTMST.
001780     IF DV-HELDMAIL-AVAILABLE
001790         CLOSE HELDMAIL
001800     END-IF.
001810 2000-EXIT.
001820     EXIT.
001830*----------------------------------------------------------
001840* 2100-READ-AND-RELEASE
001850*----------------------------------------------------------
001860 2100-READ-AND-RELEASE.
001870     READ ACCTMST NEXT RECORD
001880         AT END
001890             GO TO 2100-EXIT
001900     END-READ.
001910     ADD 1 TO DV-READ-COUNT.
001920     IF NOT AM-ADDRESS-RETURNED
001930         GO TO 2100-EXIT
001940     END-IF.
001950     ADD 1 TO DV-FLAGGED-COUNT.
001960     IF AM-RETURNED-DATE IS NUMERIC
001970         MOVE AM-RETURNED-DATE TO SW-RETURNED-DATE
001980     ELSE
001990         MOVE ZERO TO SW-RETURNED-DATE
002000     END-IF.
002010     MOVE AM-ACCOUNT-NO      TO SW-ACCOUNT-NO.
002020     MOVE AM-CUSTOMER-NAME   TO SW-CUSTOMER-NAME.
002030     MOVE AM-ADDRESS-LINE-1  TO SW-ADDRESS-LINE-1.
002040     MOVE AM-CITY            TO SW-CITY.
002050     MOVE AM-STATE           TO SW-STATE.
002060     MOVE AM-ZIP-CODE        TO SW-ZIP-CODE.
002070     MOVE AM-RETURN-REASON   TO SW-RETURN-REASON.
002080     PERFORM 2200-GET-DAYS-OUTSTANDING THRU 2200-EXIT.
002090     PERFORM 2300-COUNT-HELD-LINES THRU 2300-EXIT.
002100     RELEASE SW-REC.
002110 2100-EXIT.
002120     EXIT.
002130*----------------------------------------------------------
002140* 2200-GET-DAYS-OUTSTANDING  -  CALENDAR DAYS FROM THE
002150* RETURN DATE TO TODAY. A RETURN DATE THE DATE SERVICE
002160* REJECTS SHOWS AS ZERO DAYS.
002170*----------------------------------------------------------
002180 2200-GET-DAYS-OUTSTANDING.
002190     MOVE ZERO TO SW-DAYS-OUT.
002200     SET DVDAT-FUNC-DAY-DIFF TO TRUE.
002210     MOVE SW-RETURNED-DATE TO DVDAT-INPUT-DATE.
002220     MOVE DV-RUN-DATE TO DVDAT-INPUT-DATE-2.
002230     CALL 'DVDATSRV' USING DVDAT-PARM.
002240     IF DVDAT-RC-OK
002250         MOVE DVDAT-DAY-DIFFERENCE TO SW-DAYS-OUT
002260     END-IF.
002270 2200-EXIT.
002280     EXIT.
002290*----------------------------------------------------------
002300* 2300-COUNT-HELD-LINES  -  THE HELDMAIL KEY LEADS WITH THE
002310* ACCOUNT, SO A START AT THE ACCOUNT AND A FORWARD SCAN
002320* WHILE IT MATCHES COVERS EXACTLY ITS LINES. LINES ALREADY
002330* RELEASED AND AWAITING HELDREL ARE NOT COUNTED.
002340*----------------------------------------------------------
002350 2300-COUNT-HELD-LINES.
002360     MOVE ZERO TO SW-HELD-LINES.
002370     IF NOT DV-HELDMAIL-AVAILABLE
002380         GO TO 2300-EXIT
002390     END-IF.
002400     MOVE 'N' TO DV-HM-SCAN-DONE-SW.
002410     MOVE LOW-VALUES TO HM-KEY.
002420     MOVE AM-ACCOUNT-NO TO HM-ACCOUNT-NO.
002430     START HELDMAIL KEY IS NOT LESS THAN HM-KEY
002440         INVALID KEY
002450             SET DV-HM-SCAN-DONE TO TRUE
002460     END-START.
002470     PERFORM 2310-COUNT-ONE-LINE THRU 2310-EXIT
002480         UNTIL DV-HM-SCAN-DONE.
002490 2300-EXIT.
002500     EXIT.
002510*----------------------------------------------------------
002520* 2310-COUNT-ONE-LINE
002530*----------------------------------------------------------
002540 2310-COUNT-ONE-LINE.
002550     READ HELDMAIL NEXT RECORD
002560         AT END
002570             SET DV-HM-SCAN-DONE TO TRUE
002580             GO TO 2310-EXIT
002590     END-READ.
002600     IF HM-ACCOUNT-NO NOT = AM-ACCOUNT-NO
002610         SET DV-HM-SCAN-DONE TO TRUE
002620         GO TO 2310-EXIT
002630     END-IF.
002640     IF HM-HELD
002650         ADD 1 TO SW-HELD-LINES
002660         ADD 1 TO DV-HELD-LINE-TOTAL
002670     END-IF.
002680 2310-EXIT.
002690     EXIT.
002700*----------------------------------------------------------
002710* 3000-WRITE-REPORT  -  RETURNS THE SORTED ACCOUNTS, OLDEST
002720* RETURN FIRST, AND WRITES THEM TO ADDRRPT WITH PAGE-BREAK
002730* HEADERS AND A CLOSING TOTAL LINE.
002740*----------------------------------------------------------
002750 3000-WRITE-REPORT.
002760     OPEN OUTPUT ADDRRPT.
002770     IF NOT DV-ADDRRPT-OK
002780         DISPLAY 'ADDRRSCH - OPEN FAILED FOR ADDRRPT - '
002790             DV-ADDRRPT-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
002840         UNTIL DV-SORT-EOF.
002850     IF DV-PRINTED-COUNT = ZERO
002860         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
002870         MOVE ' ' TO PRT-CC
002880         MOVE 'NO EXCEPTIONS - NO ADDRESSES FLAGGED AS RETURNED'
002890             TO PRT-LINE
002900         WRITE ADDRRPT-REC
002910     ELSE
002920         MOVE DV-FLAGGED-COUNT   TO DV-TOT-FLAGGED
002930         MOVE DV-HELD-LINE-TOTAL TO DV-TOT-HELD-LINES
002940         MOVE '0' TO PRT-CC
002950         MOVE DV-TOTAL-LINE TO PRT-LINE
002960         WRITE ADDRRPT-REC
002970     END-IF.
002980     CLOSE ADDRRPT.
002990 3000-EXIT.
003000     EXIT.
003010*----------------------------------------------------------
003020* 3100-RETURN-AND-PRINT
003030*----------------------------------------------------------
003040 3100-RETURN-AND-PRINT.
003050     RETURN SORTWORK
003060         AT END
003070             SET DV-SORT-EOF TO TRUE
003080             GO TO 3100-EXIT
003090     END-RETURN.
003100     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
003110         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
003120     END-IF.
003130     MOVE SW-ACCOUNT-NO      TO DV-DTL-ACCOUNT-NO.
003140     MOVE SW-CUSTOMER-NAME   TO DV-DTL-CUSTOMER-NAME.
003150     MOVE SW-ADDRESS-LINE-1  TO DV-DTL-ADDRESS-LINE-1.
003160     MOVE SW-CITY            TO DV-DTL-CITY.
003170     MOVE SW-STATE           TO DV-DTL-STATE.
003180     MOVE SW-ZIP-CODE        TO DV-DTL-ZIP-CODE.
003190     MOVE SW-RETURNED-DATE   TO DV-DTL-RETURNED-DATE.
003200     MOVE SW-RETURN-REASON   TO DV-DTL-RETURN-REASON.
003210     MOVE SW-DAYS-OUT        TO DV-DTL-DAYS-OUT.
003220     MOVE SW-HELD-LINES      TO DV-DTL-HELD-LINES.
003230     MOVE ' '                TO PRT-CC.
003240     MOVE DV-DETAIL-LINE     TO PRT-LINE.
003250     WRITE ADDRRPT-REC.
003260     ADD 1 TO DV-LINE-COUNT.
003270     ADD 1 TO DV-PRINTED-COUNT.
003280 3100-EXIT.
003290     EXIT.
003300*----------------------------------------------------------
003310* 3200-PRINT-HEADERS
003320*----------------------------------------------------------
003330 3200-PRINT-HEADERS.
003340     ADD 1 TO DV-PAGE-NO.
003350     MOVE ZERO TO DV-LINE-COUNT.
003360     MOVE DV-RUN-DATE     TO DV-HDR-RUN-DATE.
003370     MOVE DV-PAGE-NO      TO DV-HDR-PAGE-NO.
003380     MOVE '1' TO PRT-CC.
003390     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
003400     WRITE ADDRRPT-REC.
003410     MOVE ' ' TO PRT-CC.
003420     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
003430     WRITE ADDRRPT-REC.
003440     ADD 2 TO DV-LINE-COUNT.
003450 3200-EXIT.
003460     EXIT.
003470*----------------------------------------------------------
003480* 7000-DISPLAY-TOTALS  -  ANY FLAGGED ADDRESS ENDS THE RUN
003490* WITH A WARNING SO THE REPORT IS NOT FILED UNREAD.
003500*----------------------------------------------------------
003510 7000-DISPLAY-TOTALS.
003520     DISPLAY '========================================'.
003530     DISPLAY 'ADDRRSCH - ADDRESS RESEARCH SUMMARY'.
003540     DISPLAY '  ACCOUNTS READ  . . . . . . : '
003550         DV-READ-COUNT.
003560     DISPLAY '  ADDRESSES FLAGGED  . . . . : '
003570         DV-FLAGGED-COUNT.
003580     DISPLAY '  HELD PRINT LINES . . . . . : '
003590         DV-HELD-LINE-TOTAL.
003600     DISPLAY '========================================'.
003610     IF DV-FLAGGED-COUNT > ZERO
003620         MOVE 4 TO RETURN-CODE
003630     END-IF.
003640 7000-EXIT.
003650     EXIT.
003660 END PROGRAM ADDRRSCH.
