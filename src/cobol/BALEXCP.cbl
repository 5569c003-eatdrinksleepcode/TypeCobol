000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BALEXCP.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - MORNING ACCOUNT-BALANCE
000110*                  EXCEPTION REPORT OVER THE ACCTBAL RUNNING-
000120*                  BALANCE MASTER THE NIGHTLY BALUPDT STEP
000130*                  MAINTAINS. LISTS EVERY ACCOUNT THAT HAS
000140*                  GONE NEGATIVE, THEN EVERY ACCOUNT BELOW
000150*                  THE LOW-BALANCE THRESHOLD OPERATIONS
000160*                  ENTERS ON SYSIN (WHOLE CURRENCY UNITS),
000170*                  LOWEST BALANCE FIRST WITHIN EACH TIER, THE
000180*                  SAME SORTED TIER LAYOUT PGMEXCPT USES FOR
000190*                  AGED RECORDS. THE CUSTOMER NAME RESOLVES
000200*                  FROM ACCTMST WHEN THE ACCOUNT IS ON FILE,
000210*                  OTHERWISE FROM THE NAME THE BALANCE ROW
000220*                  CARRIES. ANY EXCEPTION ENDS THE RUN WITH A
000230*                  WARNING RETURN CODE.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ACCTBAL ASSIGN TO ACCTBAL
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS AB-ACCOUNT-NO
000320         FILE STATUS IS DV-ACCTBAL-STATUS.
000330     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS AM-ACCOUNT-NO
000370         FILE STATUS IS DV-ACCTMST-STATUS.
000380     SELECT SORTWORK ASSIGN TO SORTWK1.
000390     SELECT BALXRPT ASSIGN TO BALXRPT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DV-BALXRPT-STATUS.
000420*----------------------------------------------------------
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ACCTBAL.
000460 COPY ACCTBREC.
000470 FD  ACCTMST.
000480 COPY ACCTMREC.
000490 SD  SORTWORK.
000500 01  SW-REC.
000510     05  SW-TIER                 PIC X(01).
000520         88  SW-TIER-NEGATIVE    VALUE '1'.
000530         88  SW-TIER-LOW         VALUE '2'.
000540     05  SW-BALANCE              PIC S9(11)V99 COMP-3.
000550     05  SW-ACCOUNT-NO           PIC 9(09).
000560     05  SW-CUSTOMER-NAME        PIC X(30).
000570     05  SW-PERIOD-OPEN-BALANCE  PIC S9(11)V99 COMP-3.
000580     05  SW-LAST-POSTED-DATE     PIC 9(08).
000590 FD  BALXRPT
000600     RECORD CONTAINS 133 CHARACTERS.
000610 01  BALXRPT-REC.
000620     05  PRT-CC                  PIC X(01).
000630     05  PRT-LINE                PIC X(132).
000640*----------------------------------------------------------
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------
000670* FILE STATUS AND CONTROL SWITCHES
000680*----------------------------------------------------------
000690 01  DV-ACCTBAL-STATUS           PIC X(02) VALUE '00'.
000700     88  DV-ACCTBAL-OK           VALUE '00'.
000710     88  DV-ACCTBAL-EOF          VALUE '10'.
000720 01  DV-ACCTMST-STATUS           PIC X(02) VALUE '00'.
000730     88  DV-ACCTMST-OK           VALUES '00' '02'.
000740     88  DV-ACCTMST-REC-FOUND    VALUES '00' '02'.
000750 01  DV-ACCTMST-AVAIL-SW         PIC X(01) VALUE 'N'.
000760     88  DV-ACCTMST-AVAILABLE    VALUE 'Y'.
000770 01  DV-BALXRPT-STATUS           PIC X(02) VALUE '00'.
000780     88  DV-BALXRPT-OK           VALUE '00'.
000790 01  DV-SORT-EOF-SW              PIC X(01) VALUE 'N'.
000800     88  DV-SORT-EOF             VALUE 'Y'.
000810 01  DV-RUN-DATE                 PIC 9(08).
000820*----------------------------------------------------------
000830* LOW-BALANCE THRESHOLD - ENTERED ON SYSIN IN WHOLE CURRENCY
000840* UNITS. A BALANCE AT OR ABOVE ZERO BUT BELOW IT IS LOW.
000850*----------------------------------------------------------
000860 01  DV-THRESHOLD-IN             PIC 9(07).
000870 01  DV-LOW-THRESHOLD            PIC S9(11)V99 COMP-3
000880                                 VALUE ZERO.
000890*----------------------------------------------------------
000900* RUN-END SUMMARY COUNTERS AND PAGE CONTROL
000910*----------------------------------------------------------
000920 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
000930 01  DV-NEGATIVE-COUNT           PIC 9(07) VALUE ZERO.
000940 01  DV-LOW-COUNT                PIC 9(07) VALUE ZERO.
000950 01  DV-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
000960 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
000970 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
000980 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
000990*----------------------------------------------------------
001000* REPORT LINES
001010*----------------------------------------------------------
001020 01  DV-HEADER-LINE-1.
001030     05  FILLER                  PIC X(34)
001040             VALUE 'ACCOUNT BALANCE EXCEPTION REPORT'.
001050     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001060     05  DV-HDR-RUN-DATE         PIC 9(08).
001070     05  FILLER                  PIC X(14)
001080             VALUE '   THRESHOLD: '.
001090     05  DV-HDR-THRESHOLD        PIC Z(6)9.
001100     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
001110     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
001120 01  DV-HEADER-LINE-2.
001130     05  FILLER                  PIC X(10) VALUE 'TIER'.
001140     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
001150     05  FILLER                  PIC X(32) VALUE 'CUSTOMER'.
001160     05  FILLER                  PIC X(17)
001170             VALUE '  CURRENT BALANCE'.
001180     05  FILLER                  PIC X(17)
001190             VALUE '  PERIOD OPENING'.
001200     05  FILLER                  PIC X(12) VALUE '  LAST POST'.
001210 01  DV-DETAIL-LINE.
001220     05  DV-DTL-TIER             PIC X(08).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  DV-DTL-ACCOUNT-NO       PIC 9(09).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  DV-DTL-CUSTOMER-NAME    PIC X(30).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  DV-DTL-BALANCE          PIC -(11)9.99.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DV-DTL-OPEN-BALANCE     PIC -(11)9.99.
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  DV-DTL-LAST-POSTED      PIC 9(08).
001330*----------------------------------------------------------
001340 PROCEDURE DIVISION.
001350*----------------------------------------------------------
001360* 0000-MAINLINE
001370*----------------------------------------------------------
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     SORT SORTWORK
001410         ON ASCENDING KEY SW-TIER
001420         ON ASCENDING KEY SW-BALANCE
001430         INPUT PROCEDURE 2000-SELECT-EXCEPTIONS THRU 2000-EXIT
001440         OUTPUT PROCEDURE 3000-WRITE-REPORT THRU 3000-EXIT.
001450     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001460     GOBACK.
001470*----------------------------------------------------------
001480* 1000-INITIALIZE  -  READS THE LOW-BALANCE THRESHOLD FROM
001490* SYSIN.
001500*----------------------------------------------------------
001510 1000-INITIALIZE.
001520     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD.
001530     DISPLAY 'BALEXCP - ENTER LOW-BALANCE THRESHOLD (WHOLE '
001540         'UNITS, 7 DIGITS): '.
001550     ACCEPT DV-THRESHOLD-IN.
001560     IF DV-THRESHOLD-IN NOT NUMERIC
001570         DISPLAY 'BALEXCP - INVALID THRESHOLD - '
001580             DV-THRESHOLD-IN
001590         MOVE 16 TO RETURN-CODE
001600         STOP RUN
001610     END-IF.
001620     MOVE DV-THRESHOLD-IN TO DV-LOW-THRESHOLD.
001630 1000-EXIT.
001640     EXIT.
001650*----------------------------------------------------------
001660* 2000-SELECT-EXCEPTIONS  -  READS EVERY BALANCE ROW AND
001670* RELEASES TO THE SORT ONLY THE NEGATIVE AND LOW ONES.
001680*----------------------------------------------------------
001690 2000-SELECT-EXCEPTIONS.
001700     OPEN INPUT ACCTBAL.
001710     IF NOT DV-ACCTBAL-OK
001720         DISPLAY 'BALEXCP - OPEN FAILED FOR ACCTBAL - '
001730             DV-ACCTBAL-STATUS
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     OPEN INPUT ACCTMST.
001780     IF DV-ACCTMST-OK
001790         SET DV-ACCTMST-AVAILABLE TO TRUE
001800     ELSE
001810         DISPLAY 'BALEXCP - ACCTMST UNAVAILABLE - STATUS '
001820             DV-ACCTMST-STATUS ' - USING BALANCE ROW NAMES'
001830     END-IF.
001840     PERFORM 2100-READ-AND-RELEASE THRU 2100-EXIT
001850         UNTIL DV-ACCTBAL-EOF.
001860     CLOSE ACCTBAL.
001870     IF DV-ACCTMST-AVAILABLE
001880         CLOSE ACCTMST
001890     END-IF.
001900 2000-EXIT.
001910     EXIT.
001920*----------------------------------------------------------
001930* 2100-READ-AND-RELEASE
001940*----------------------------------------------------------
001950 2100-READ-AND-RELEASE.
001960     READ ACCTBAL NEXT RECORD
001970         AT END
001980             GO TO 2100-EXIT
001990     END-READ.
002000     ADD 1 TO DV-READ-COUNT.
002010     IF AB-CURRENT-BALANCE < ZERO
002020         SET SW-TIER-NEGATIVE TO TRUE
002030         ADD 1 TO DV-NEGATIVE-COUNT
002040     ELSE
002050         IF AB-CURRENT-BALANCE < DV-LOW-THRESHOLD
002060             SET SW-TIER-LOW TO TRUE
002070             ADD 1 TO DV-LOW-COUNT
002080         ELSE
002090             GO TO 2100-EXIT
002100         END-IF
002110     END-IF.
002120     MOVE AB-CURRENT-BALANCE     TO SW-BALANCE.
002130     MOVE AB-ACCOUNT-NO          TO SW-ACCOUNT-NO.
002140     MOVE AB-PERIOD-OPEN-BALANCE TO SW-PERIOD-OPEN-BALANCE.
002150     MOVE AB-LAST-POSTED-DATE    TO SW-LAST-POSTED-DATE.
002160     PERFORM 2200-GET-CUSTOMER-NAME THRU 2200-EXIT.
002170     RELEASE SW-REC.
002180 2100-EXIT.
002190     EXIT.
002200*----------------------------------------------------------
002210* 2200-GET-CUSTOMER-NAME  -  THE ACCTMST NAME WHEN THE
002220* ACCOUNT IS ON THE MASTER, OTHERWISE THE BALANCE ROW'S OWN.
002230*----------------------------------------------------------
002240 2200-GET-CUSTOMER-NAME.
002250     MOVE AB-CUSTOMER-NAME TO SW-CUSTOMER-NAME.
002260     IF NOT DV-ACCTMST-AVAILABLE
002270         GO TO 2200-EXIT
002280     END-IF.
002290     MOVE AB-ACCOUNT-NO TO AM-ACCOUNT-NO.
002300     READ ACCTMST
002310         INVALID KEY
002320             GO TO 2200-EXIT
002330     END-READ.
002340     IF DV-ACCTMST-REC-FOUND
002350         MOVE AM-CUSTOMER-NAME TO SW-CUSTOMER-NAME
002360     END-IF.
002370 2200-EXIT.
002380     EXIT.
002390*----------------------------------------------------------
002400* 3000-WRITE-REPORT  -  RETURNS THE SORTED EXCEPTIONS,
002410* NEGATIVE TIER FIRST, AND WRITES THEM TO BALXRPT WITH
002420* PAGE-BREAK HEADERS.
002430*----------------------------------------------------------
002440 3000-WRITE-REPORT.
002450     OPEN OUTPUT BALXRPT.
002460     IF NOT DV-BALXRPT-OK
002470         DISPLAY 'BALEXCP - OPEN FAILED FOR BALXRPT - '
002480             DV-BALXRPT-STATUS
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
002530         UNTIL DV-SORT-EOF.
002540     IF DV-EXCEPTION-COUNT = ZERO
002550         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
002560         MOVE ' ' TO PRT-CC
002570         MOVE 'NO EXCEPTIONS - NO NEGATIVE OR LOW BALANCES'
002580             TO PRT-LINE
002590         WRITE BALXRPT-REC
002600     END-IF.
002610     CLOSE BALXRPT.
002620 3000-EXIT.
002630     EXIT.
002640*----------------------------------------------------------
002650* 3100-RETURN-AND-PRINT
002660*----------------------------------------------------------
002670 3100-RETURN-AND-PRINT.
002680     RETURN SORTWORK
002690         AT END
002700             SET DV-SORT-EOF TO TRUE
002710             GO TO 3100-EXIT
002720     END-RETURN.
002730     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
002740         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
002750     END-IF.
002760     IF SW-TIER-NEGATIVE
002770         MOVE 'NEGATIVE' TO DV-DTL-TIER
002780     ELSE
002790         MOVE 'LOW'      TO DV-DTL-TIER
002800     END-IF.
002810     MOVE SW-ACCOUNT-NO          TO DV-DTL-ACCOUNT-NO.
002820     MOVE SW-CUSTOMER-NAME       TO DV-DTL-CUSTOMER-NAME.
002830     MOVE SW-BALANCE             TO DV-DTL-BALANCE.
002840     MOVE SW-PERIOD-OPEN-BALANCE TO DV-DTL-OPEN-BALANCE.
002850     MOVE SW-LAST-POSTED-DATE    TO DV-DTL-LAST-POSTED.
002860     MOVE ' '                    TO PRT-CC.
002870     MOVE DV-DETAIL-LINE         TO PRT-LINE.
002880     WRITE BALXRPT-REC.
002890     ADD 1 TO DV-LINE-COUNT.
002900     ADD 1 TO DV-EXCEPTION-COUNT.
002910 3100-EXIT.
002920     EXIT.
002930*----------------------------------------------------------
002940* 3200-PRINT-HEADERS
002950*----------------------------------------------------------
002960 3200-PRINT-HEADERS.
002970     ADD 1 TO DV-PAGE-NO.
002980     MOVE ZERO TO DV-LINE-COUNT.
002990     MOVE DV-RUN-DATE     TO DV-HDR-RUN-DATE.
003000     MOVE DV-THRESHOLD-IN TO DV-HDR-THRESHOLD.
003010     MOVE DV-PAGE-NO      TO DV-HDR-PAGE-NO.
003020     MOVE '1' TO PRT-CC.
003030     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
003040     WRITE BALXRPT-REC.
003050     MOVE ' ' TO PRT-CC.
003060     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
003070     WRITE BALXRPT-REC.
003080     ADD 2 TO DV-LINE-COUNT.
003090 3200-EXIT.
003100     EXIT.
003110*----------------------------------------------------------
003120* 7000-DISPLAY-TOTALS  -  ANY EXCEPTION ENDS THE RUN WITH A
003130* WARNING SO THE REPORT IS NOT FILED UNREAD.
003140*----------------------------------------------------------
003150 7000-DISPLAY-TOTALS.
003160     DISPLAY '========================================'.
003170     DISPLAY 'BALEXCP - BALANCE EXCEPTION SUMMARY'.
003180     DISPLAY '  BALANCE ROWS READ  . . . . : '
003190         DV-READ-COUNT.
003200     DISPLAY '  NEGATIVE BALANCES  . . . . : '
003210         DV-NEGATIVE-COUNT.
003220     DISPLAY '  BELOW LOW THRESHOLD  . . . : '
003230         DV-LOW-COUNT.
003240     DISPLAY '========================================'.
003250     IF DV-EXCEPTION-COUNT > ZERO
003260         MOVE 4 TO RETURN-CODE
003270     END-IF.
003280 7000-EXIT.
003290     EXIT.
003300 END PROGRAM BALEXCP.
