000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PGMSTARC.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - RETENTION-DRIVEN ARCHIVE AND
000110*                  PURGE FOR THE KEYED PGMSTAT MASTER, WHICH
000120*                  ONLY EVER GREW, SO EVERY NIGHTLY READER
000130*                  WALKED PAST YEARS OF FINISHED CASES. IN
000140*                  ARCHIVE MODE (A FROM SYSIN) A CL, RJ OR RV
000150*                  RECORD WHOSE PS-LAST-UPDATED-DATE IS BEFORE
000160*                  THE OPERATOR-SUPPLIED CUTOFF IS COPIED TO
000170*                  THE STATARC ARCHIVE GENERATION; ARCHIVED
000180*                  PLUS RETAINED IS BALANCED AGAINST THE
000190*                  ORIGINAL COUNT, THE SAME RULE PGMARCHV
000200*                  KEEPS, BEFORE PGMSTAT IS TOUCHED. ONLY THEN
000210*                  ARE THE ARCHIVED RECORDS DELETED, WITH THEIR
000220*                  PGMASGN ASSIGNMENT AND ANY PGMSCHED SCHEDULE
000230*                  ROWS, WHICH WOULD OTHERWISE BE LEFT POINTING
000240*                  AT NOTHING. RESTORE MODE (R) BRINGS ONE
000250*                  ARCHIVED RECORD BACK, AS IT WAS ARCHIVED,
000260*                  WHEN A CLOSED CASE IS REOPENED, AND WRITES
000270*                  A PGMAUDIT ENTRY (SOURCE 'RESTORE') SO THE
000280*                  CHAIN SHOWS WHERE IT CAME FROM. THE REOPEN
000290*                  ITSELF IS THEN KEYED IN PGMMAINT AS USUAL.
000300*----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PGMSTAT ASSIGN TO PGMSTAT
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PS-RECORD-ID
000380         FILE STATUS IS DV-PGMSTAT-STATUS.
000390     SELECT STATARC ASSIGN TO STATARC
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DV-STATARC-STATUS.
000420     SELECT OPTIONAL PGMASGN ASSIGN TO PGMASGN
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS AS-RECORD-ID
000460         FILE STATUS IS DV-PGMASGN-STATUS.
000470     SELECT OPTIONAL PGMSCHED ASSIGN TO PGMSCHED
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SC-KEY
000510         FILE STATUS IS DV-PGMSCHED-STATUS.
000520     SELECT PGMAUDIT ASSIGN TO PGMAUDIT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DV-PGMAUDIT-STATUS.
000550*----------------------------------------------------------
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PGMSTAT.
000590 COPY PGMSTREC.
000600*----------------------------------------------------------
000610* STATARC CARRIES THE PGMSTAT RECORD EXACTLY AS IT STOOD
000620* WHEN IT WAS ARCHIVED (COPYBOOK PGMSTREC, 26 BYTES).
000630*----------------------------------------------------------
000640 FD  STATARC
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 26 CHARACTERS.
000670 01  STATARC-REC                 PIC X(26).
000680 FD  PGMASGN.
000690 COPY PGMASGREC.
000700 FD  PGMSCHED.
000710 COPY PGMSCHREC.
000720 FD  PGMAUDIT
000730     RECORDING MODE IS F.
000740 COPY PGMAUDREC.
000750*----------------------------------------------------------
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------
000780* FILE STATUS AND CONTROL SWITCHES
000790*----------------------------------------------------------
000800 01  DV-PGMSTAT-STATUS           PIC X(02) VALUE '00'.
000810     88  DV-PGMSTAT-OK           VALUES '00' '02'.
000820 01  DV-STATARC-STATUS           PIC X(02) VALUE '00'.
000830     88  DV-STATARC-OK           VALUE '00'.
000840 01  DV-PGMASGN-STATUS           PIC X(02) VALUE '00'.
000850     88  DV-PGMASGN-OK           VALUES '00' '02' '05'.
000860 01  DV-PGMSCHED-STATUS          PIC X(02) VALUE '00'.
000870     88  DV-PGMSCHED-OK          VALUES '00' '02' '05'.
000880 01  DV-PGMAUDIT-STATUS          PIC X(02) VALUE '00'.
000890     88  DV-PGMAUDIT-OK          VALUE '00'.
000900     88  DV-PGMAUDIT-NOT-FOUND   VALUE '35'.
000910 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
000920     88  DV-EOF                  VALUE 'Y'.
000930 01  DV-PGMASGN-AVAIL-SW         PIC X(01) VALUE 'N'.
000940     88  DV-PGMASGN-AVAILABLE    VALUE 'Y'.
000950 01  DV-PGMSCHED-AVAIL-SW        PIC X(01) VALUE 'N'.
000960     88  DV-PGMSCHED-AVAILABLE   VALUE 'Y'.
000970 01  DV-SCHED-DONE-SW            PIC X(01) VALUE 'N'.
000980     88  DV-SCHED-DONE           VALUE 'Y'.
000990*----------------------------------------------------------
001000* RUN MODE AND OPERATOR INPUT FROM SYSIN
001010*----------------------------------------------------------
001020 01  DV-RUN-MODE                 PIC X(01).
001030     88  DV-MODE-ARCHIVE         VALUE 'A'.
001040     88  DV-MODE-RESTORE         VALUE 'R'.
001050 01  DV-CUTOFF-DATE              PIC 9(08).
001060 01  DV-RESTORE-ID               PIC X(10).
001070*----------------------------------------------------------
001080* BALANCING AND PURGE COUNTS
001090*----------------------------------------------------------
001100 01  DV-ORIGINAL-COUNT           PIC 9(09) VALUE ZERO.
001110 01  DV-ARCHIVED-COUNT           PIC 9(09) VALUE ZERO.
001120 01  DV-RETAINED-COUNT           PIC 9(09) VALUE ZERO.
001130 01  DV-PURGED-COUNT             PIC 9(09) VALUE ZERO.
001140 01  DV-ASGN-PURGED-COUNT        PIC 9(09) VALUE ZERO.
001150 01  DV-SCHED-PURGED-COUNT       PIC 9(09) VALUE ZERO.
001160*----------------------------------------------------------
001170* RESTORE WORK AREA - THE MOST RECENTLY UPDATED ARCHIVED
001180* COPY OF THE RECORD SEEN SO FAR
001190*----------------------------------------------------------
001200 01  DV-ARC-SCANNED-COUNT        PIC 9(09) VALUE ZERO.
001210 01  DV-ARC-COPIES-COUNT         PIC 9(05) VALUE ZERO.
001220 01  DV-BEST-REC.
001230     05  DV-BEST-RECORD-ID       PIC X(10).
001240     05  DV-BEST-STATUS-CODE     PIC X(02).
001250     05  DV-BEST-UPDATED-DATE    PIC 9(08).
001260     05  DV-BEST-UPDATED-TIME    PIC 9(06).
001270 01  DV-ARC-REC.
001280     05  DV-ARC-RECORD-ID        PIC X(10).
001290     05  DV-ARC-STATUS-CODE      PIC X(02).
001300     05  DV-ARC-UPDATED-DATE     PIC 9(08).
001310     05  DV-ARC-UPDATED-TIME     PIC 9(06).
001315*----------------------------------------------------------
001320 PROCEDURE DIVISION.
001330*----------------------------------------------------------
001340* 0000-MAINLINE
001350*----------------------------------------------------------
001360 0000-MAINLINE.
001370     PERFORM 1000-ACCEPT-MODE THRU 1000-EXIT.
001380     IF DV-MODE-RESTORE
001390         PERFORM 6000-RESTORE-RECORD THRU 6000-EXIT
001400         GOBACK
001410     END-IF.
001420     PERFORM 2000-SPLIT-MASTER THRU 2000-EXIT.
001430     PERFORM 3000-BALANCE-COUNTS THRU 3000-EXIT.
001440     PERFORM 4000-PURGE-MASTER THRU 4000-EXIT.
001450     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001460     GOBACK.
001470*----------------------------------------------------------
001480* 1000-ACCEPT-MODE  -  READS AND SANITY-CHECKS THE MODE AND
001490* ITS CUTOFF DATE OR RECORD ID FROM SYSIN BEFORE ANY FILE IS
001500* TOUCHED.
001510*----------------------------------------------------------
001520 1000-ACCEPT-MODE.
001530     DISPLAY 'PGMSTARC - ENTER MODE (A=ARCHIVE, R=RESTORE): '.
001540     ACCEPT DV-RUN-MODE.
001550     IF DV-MODE-RESTORE
001560         DISPLAY 'PGMSTARC - ENTER RECORD ID TO RESTORE: '
001570         ACCEPT DV-RESTORE-ID
001580         IF DV-RESTORE-ID = SPACES
001590             DISPLAY 'PGMSTARC - NO RECORD ID TO RESTORE'
001600             MOVE 16 TO RETURN-CODE
001610             STOP RUN
001620         END-IF
001630         GO TO 1000-EXIT
001640     END-IF.
001650     IF NOT DV-MODE-ARCHIVE
001660         DISPLAY 'PGMSTARC - INVALID MODE - ' DV-RUN-MODE
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700     DISPLAY 'PGMSTARC - ENTER RETENTION CUTOFF (CCYYMMDD) - '
001710         'CLOSED RECORDS LAST UPDATED BEFORE IT ARE ARCHIVED: '.
001720     ACCEPT DV-CUTOFF-DATE.
001730     IF DV-CUTOFF-DATE NOT NUMERIC OR DV-CUTOFF-DATE = ZERO
001740         DISPLAY 'PGMSTARC - INVALID CUTOFF DATE'
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780 1000-EXIT.
001790     EXIT.
001800*----------------------------------------------------------
001810* 2000-SPLIT-MASTER  -  ONE PASS OVER PGMSTAT, COPYING EVERY
001820* RECORD DUE FOR ARCHIVE TO STATARC AND COUNTING THE REST.
001830* NOTHING IS DELETED ON THIS PASS.
001840*----------------------------------------------------------
001850 2000-SPLIT-MASTER.
001860     OPEN INPUT PGMSTAT.
001870     IF NOT DV-PGMSTAT-OK
001880         DISPLAY 'PGMSTARC - OPEN FAILED FOR PGMSTAT - '
001890             DV-PGMSTAT-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     OPEN OUTPUT STATARC.
001940     IF NOT DV-STATARC-OK
001950         DISPLAY 'PGMSTARC - OPEN FAILED FOR STATARC - '
001960             DV-STATARC-STATUS
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000     PERFORM 2100-ROUTE-ONE-RECORD THRU 2100-EXIT
002010         UNTIL DV-EOF.
002020     CLOSE PGMSTAT.
002030     CLOSE STATARC.
002040 2000-EXIT.
002050     EXIT.
002060*----------------------------------------------------------
002070* 2100-ROUTE-ONE-RECORD  -  ONLY A TERMINAL RECORD (CL, RJ
002080* OR RV) LAST UPDATED BEFORE THE CUTOFF IS ARCHIVED. PN, OH
002090* AND AC RECORDS ARE ALWAYS RETAINED WHATEVER THEIR AGE.
002100*----------------------------------------------------------
002110 2100-ROUTE-ONE-RECORD.
002120     READ PGMSTAT NEXT RECORD
002130         AT END
002140             SET DV-EOF TO TRUE
002150             GO TO 2100-EXIT
002160     END-READ.
002170     IF NOT DV-PGMSTAT-OK
002180         DISPLAY 'PGMSTARC - READ FAILED FOR PGMSTAT - '
002190             DV-PGMSTAT-STATUS
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     ADD 1 TO DV-ORIGINAL-COUNT.
002240     IF (PS-CLOSED OR PS-REJECTED OR PS-REVERSED)
002250        AND PS-LAST-UPDATED-DATE < DV-CUTOFF-DATE
002260         MOVE PGMSTAT-REC TO STATARC-REC
002270         WRITE STATARC-REC
002280         ADD 1 TO DV-ARCHIVED-COUNT
002290     ELSE
002300         ADD 1 TO DV-RETAINED-COUNT
002310     END-IF.
002320 2100-EXIT.
002330     EXIT.
002340*----------------------------------------------------------
002350* 3000-BALANCE-COUNTS  -  ARCHIVED PLUS RETAINED MUST EQUAL
002360* THE ORIGINAL COUNT BEFORE ANYTHING IS DELETED. AN OUT-OF-
002370* BALANCE SPLIT ENDS HERE WITH PGMSTAT UNTOUCHED.
002380*----------------------------------------------------------
002390 3000-BALANCE-COUNTS.
002400     IF DV-ARCHIVED-COUNT + DV-RETAINED-COUNT
002410             NOT = DV-ORIGINAL-COUNT
002420         DISPLAY 'PGMSTARC - *** SPLIT OUT OF BALANCE - '
002430             'PGMSTAT LEFT UNTOUCHED ***'
002440         PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480 3000-EXIT.
002490     EXIT.
002500*----------------------------------------------------------
002510* 4000-PURGE-MASTER  -  READS THE ARCHIVE JUST WRITTEN BACK
002520* AND DELETES EACH RECORD ON IT FROM PGMSTAT, WITH ITS
002530* ASSIGNMENT AND SCHEDULE ROWS, THEN CONFIRMS THE DELETE COUNT
002540* MATCHES THE ARCHIVE COUNT. A MISSING PGMASGN OR PGMSCHED
002550* IS WARNED AND ITS ROWS LEFT FOR THE NEXT RUN'S CHECKS.
002560*----------------------------------------------------------
002570 4000-PURGE-MASTER.
002580     IF DV-ARCHIVED-COUNT = ZERO
002590         GO TO 4000-EXIT
002600     END-IF.
002610     OPEN INPUT STATARC.
002620     IF NOT DV-STATARC-OK
002630         DISPLAY 'PGMSTARC - REOPEN FAILED FOR STATARC - '
002640             DV-STATARC-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     OPEN I-O PGMSTAT.
002690     IF NOT DV-PGMSTAT-OK
002700         DISPLAY 'PGMSTARC - REOPEN FAILED FOR PGMSTAT - '
002710             DV-PGMSTAT-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     OPEN I-O PGMASGN.
002760     IF DV-PGMASGN-OK
002770         SET DV-PGMASGN-AVAILABLE TO TRUE
002780     ELSE
002790         DISPLAY 'PGMSTARC - PGMASGN UNAVAILABLE - STATUS '
002800             DV-PGMASGN-STATUS ' - ASSIGNMENTS NOT PURGED'
002810     END-IF.
002820     OPEN I-O PGMSCHED.
002830     IF DV-PGMSCHED-OK
002840         SET DV-PGMSCHED-AVAILABLE TO TRUE
002850     ELSE
002860         DISPLAY 'PGMSTARC - PGMSCHED UNAVAILABLE - STATUS '
002870             DV-PGMSCHED-STATUS ' - SCHEDULE ROWS NOT PURGED'
002880     END-IF.
002890     MOVE 'N' TO DV-EOF-SW.
002900     PERFORM 4100-PURGE-ONE-RECORD THRU 4100-EXIT
002910         UNTIL DV-EOF.
002920     CLOSE STATARC.
002930     CLOSE PGMSTAT.
002940     IF DV-PGMASGN-AVAILABLE
002950         CLOSE PGMASGN
002960     END-IF.
002970     IF DV-PGMSCHED-AVAILABLE
002980         CLOSE PGMSCHED
002990     END-IF.
003000     IF DV-PURGED-COUNT NOT = DV-ARCHIVED-COUNT
003010         DISPLAY 'PGMSTARC - *** PURGE COUNT MISMATCH ***'
003020         MOVE 16 TO RETURN-CODE
003030     END-IF.
003040 4000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------
003070* 4100-PURGE-ONE-RECORD  -  THE LIVE RECORD MUST STILL MATCH
003080* ITS ARCHIVED COPY BYTE FOR BYTE; ONE THAT DOES NOT IS LEFT
003090* IN PLACE AND SHOWS IN THE PURGE COUNT MISMATCH.
003100*----------------------------------------------------------
003110 4100-PURGE-ONE-RECORD.
003120     READ STATARC
003130         AT END
003140             SET DV-EOF TO TRUE
003150             GO TO 4100-EXIT
003160     END-READ.
003170     MOVE STATARC-REC TO DV-ARC-REC.
003180     MOVE DV-ARC-RECORD-ID TO PS-RECORD-ID.
003190     READ PGMSTAT
003200         INVALID KEY
003210             DISPLAY 'PGMSTARC - ' DV-ARC-RECORD-ID
003220                 ' NO LONGER ON PGMSTAT - NOT PURGED'
003230             GO TO 4100-EXIT
003240     END-READ.
003250     IF PGMSTAT-REC NOT = STATARC-REC
003260         DISPLAY 'PGMSTARC - ' DV-ARC-RECORD-ID
003270             ' CHANGED SINCE THE SPLIT - NOT PURGED'
003280         GO TO 4100-EXIT
003290     END-IF.
003300     DELETE PGMSTAT RECORD
003310         INVALID KEY
003320             DISPLAY 'PGMSTARC - DELETE FAILED FOR PGMSTAT - '
003330                 DV-PGMSTAT-STATUS ' - ' DV-ARC-RECORD-ID
003340             GO TO 4100-EXIT
003350     END-DELETE.
003360     ADD 1 TO DV-PURGED-COUNT.
003370     IF DV-PGMASGN-AVAILABLE
003380         PERFORM 4200-PURGE-ASSIGNMENT THRU 4200-EXIT
003390     END-IF.
003400     IF DV-PGMSCHED-AVAILABLE
003410         PERFORM 4300-PURGE-SCHEDULE-ROWS THRU 4300-EXIT
003420     END-IF.
003430 4100-EXIT.
003440     EXIT.
003450*----------------------------------------------------------
003460* 4200-PURGE-ASSIGNMENT  -  MOST CLOSED RECORDS STILL HAVE
003470* THEIR ASSIGNMENT ROW; ONE WITH NONE IS NOT AN ERROR.
003480*----------------------------------------------------------
003490 4200-PURGE-ASSIGNMENT.
003500     MOVE DV-ARC-RECORD-ID TO AS-RECORD-ID.
003510     DELETE PGMASGN RECORD
003520         INVALID KEY
003530             GO TO 4200-EXIT
003540     END-DELETE.
003550     ADD 1 TO DV-ASGN-PURGED-COUNT.
003560 4200-EXIT.
003570     EXIT.
003580*----------------------------------------------------------
003590* 4300-PURGE-SCHEDULE-ROWS  -  EVERY PGMSCHED ROW FOR THE
003600* RECORD, WHATEVER ITS EFFECTIVE DATE.
003610*----------------------------------------------------------
003620 4300-PURGE-SCHEDULE-ROWS.
003630     MOVE DV-ARC-RECORD-ID TO SC-RECORD-ID.
003640     MOVE ZERO             TO SC-EFFECTIVE-DATE.
003650     MOVE 'N' TO DV-SCHED-DONE-SW.
003660     START PGMSCHED KEY IS >= SC-KEY
003670         INVALID KEY
003680             SET DV-SCHED-DONE TO TRUE
003690     END-START.
003700     PERFORM 4310-PURGE-ONE-SCHEDULE-ROW THRU 4310-EXIT
003710         UNTIL DV-SCHED-DONE.
003720 4300-EXIT.
003730     EXIT.
003740*----------------------------------------------------------
003750* 4310-PURGE-ONE-SCHEDULE-ROW
003760*----------------------------------------------------------
003770 4310-PURGE-ONE-SCHEDULE-ROW.
003780     READ PGMSCHED NEXT RECORD
003790         AT END
003800             SET DV-SCHED-DONE TO TRUE
003810             GO TO 4310-EXIT
003820     END-READ.
003830     IF SC-RECORD-ID NOT = DV-ARC-RECORD-ID
003840         SET DV-SCHED-DONE TO TRUE
003850         GO TO 4310-EXIT
003860     END-IF.
003870     DELETE PGMSCHED RECORD
003880         INVALID KEY
003890             DISPLAY 'PGMSTARC - DELETE FAILED FOR PGMSCHED - '
003900                 DV-PGMSCHED-STATUS ' - ' SC-RECORD-ID '/'
003910                 SC-EFFECTIVE-DATE
003920             GO TO 4310-EXIT
003930     END-DELETE.
003940     ADD 1 TO DV-SCHED-PURGED-COUNT.
003950 4310-EXIT.
003960     EXIT.
003970*----------------------------------------------------------
003980* 6000-RESTORE-RECORD  -  SCANS EVERY ARCHIVE GENERATION ON
003990* STATARC FOR THE RECORD, TAKES ITS MOST RECENTLY UPDATED
004000* COPY, AND ADDS IT BACK TO PGMSTAT. A RECORD NOT ON THE
004010* ARCHIVE, OR ALREADY BACK ON PGMSTAT, IS REFUSED WITH
004020* RETURN-CODE 8.
004030*----------------------------------------------------------
004040 6000-RESTORE-RECORD.
004050     OPEN INPUT STATARC.
004060     IF NOT DV-STATARC-OK
004070         DISPLAY 'PGMSTARC - OPEN FAILED FOR STATARC - '
004080             DV-STATARC-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     MOVE SPACES TO DV-BEST-RECORD-ID.
004130     MOVE ZERO   TO DV-BEST-UPDATED-DATE DV-BEST-UPDATED-TIME.
004140     PERFORM 6100-SCAN-ONE-ARCHIVED THRU 6100-EXIT
004150         UNTIL DV-EOF.
004160     CLOSE STATARC.
004170     IF DV-ARC-COPIES-COUNT = ZERO
004180         DISPLAY 'PGMSTARC - ' DV-RESTORE-ID
004190             ' NOT FOUND ON THE ARCHIVE - NOT RESTORED'
004200         MOVE 8 TO RETURN-CODE
004210         GO TO 6000-EXIT
004220     END-IF.
004230     OPEN I-O PGMSTAT.
004240     IF NOT DV-PGMSTAT-OK
004250         DISPLAY 'PGMSTARC - OPEN FAILED FOR PGMSTAT - '
004260             DV-PGMSTAT-STATUS
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300     MOVE DV-BEST-REC TO PGMSTAT-REC.
004310     WRITE PGMSTAT-REC
004320         INVALID KEY
004330             DISPLAY 'PGMSTARC - ' DV-RESTORE-ID
004340                 ' IS ALREADY ON PGMSTAT - NOT RESTORED'
004350             MOVE 8 TO RETURN-CODE
004360             CLOSE PGMSTAT
004370             GO TO 6000-EXIT
004380     END-WRITE.
004390     CLOSE PGMSTAT.
004400     PERFORM 6200-WRITE-RESTORE-AUDIT THRU 6200-EXIT.
004410     DISPLAY 'PGMSTARC - ' DV-RESTORE-ID ' RESTORED WITH STATUS '
004420         DV-BEST-STATUS-CODE ' LAST UPDATED '
004430         DV-BEST-UPDATED-DATE ' (' DV-ARC-COPIES-COUNT
004440         ' ARCHIVED COPIES, ' DV-ARC-SCANNED-COUNT ' SCANNED)'.
004450 6000-EXIT.
004460     EXIT.
004470*----------------------------------------------------------
004480* 6100-SCAN-ONE-ARCHIVED
004490*----------------------------------------------------------
004500 6100-SCAN-ONE-ARCHIVED.
004510     READ STATARC
004520         AT END
004530             SET DV-EOF TO TRUE
004540             GO TO 6100-EXIT
004550     END-READ.
004560     ADD 1 TO DV-ARC-SCANNED-COUNT.
004570     MOVE STATARC-REC TO DV-ARC-REC.
004580     IF DV-ARC-RECORD-ID NOT = DV-RESTORE-ID
004590         GO TO 6100-EXIT
004600     END-IF.
004610     ADD 1 TO DV-ARC-COPIES-COUNT.
004620     IF DV-ARC-COPIES-COUNT = 1
004630        OR DV-ARC-UPDATED-DATE > DV-BEST-UPDATED-DATE
004640        OR (DV-ARC-UPDATED-DATE = DV-BEST-UPDATED-DATE
004650            AND DV-ARC-UPDATED-TIME > DV-BEST-UPDATED-TIME)
004660         MOVE DV-ARC-REC TO DV-BEST-REC
004670     END-IF.
004680 6100-EXIT.
004690     EXIT.
004700*----------------------------------------------------------
004710* 6200-WRITE-RESTORE-AUDIT  -  THE RESTORED RECORD'S CHAIN
004720* PICKS UP AGAIN AT ITS ARCHIVED STATUS, SO THE ENTRY CARRIES
004730* THAT STATUS AS BOTH OLD AND NEW.
004740*----------------------------------------------------------
004750 6200-WRITE-RESTORE-AUDIT.
004760     OPEN EXTEND PGMAUDIT.
004770     IF DV-PGMAUDIT-NOT-FOUND
004780         OPEN OUTPUT PGMAUDIT
004790     END-IF.
004800     IF NOT DV-PGMAUDIT-OK
004810         DISPLAY 'PGMSTARC - OPEN FAILED FOR PGMAUDIT - '
004820             DV-PGMAUDIT-STATUS ' - RESTORE OF ' DV-RESTORE-ID
004830             ' IS NOT AUDITED'
004840         MOVE 16 TO RETURN-CODE
004850         GO TO 6200-EXIT
004860     END-IF.
004870     MOVE DV-RESTORE-ID       TO PA-RECORD-ID.
004880     MOVE DV-BEST-STATUS-CODE TO PA-OLD-STATUS.
004890     MOVE DV-BEST-STATUS-CODE TO PA-NEW-STATUS.
004900     ACCEPT PA-CHANGE-DATE FROM DATE YYYYMMDD.
004910     ACCEPT PA-CHANGE-TIME FROM TIME.
004920     MOVE 'RESTORE'           TO PA-SOURCE.
004930     MOVE SPACES              TO PA-APPROVER-ID.
004940     WRITE PGMAUDIT-REC.
004950     CLOSE PGMAUDIT.
004960 6200-EXIT.
004970     EXIT.
004980*----------------------------------------------------------
004990* 7000-DISPLAY-TOTALS
005000*----------------------------------------------------------
005010 7000-DISPLAY-TOTALS.
005020     DISPLAY '========================================'.
005030     DISPLAY 'PGMSTARC - ARCHIVE/PURGE SUMMARY'.
005040     DISPLAY '  CUTOFF DATE  . . . . . . . : '
005050         DV-CUTOFF-DATE.
005060     DISPLAY '  ORIGINAL PGMSTAT RECORDS . : '
005070         DV-ORIGINAL-COUNT.
005080     DISPLAY '  ARCHIVED . . . . . . . . . : '
005090         DV-ARCHIVED-COUNT.
005100     DISPLAY '  RETAINED . . . . . . . . . : '
005110         DV-RETAINED-COUNT.
005120     DISPLAY '  PURGED FROM PGMSTAT  . . . : '
005130         DV-PURGED-COUNT.
005140     DISPLAY '  ASSIGNMENTS PURGED . . . . : '
005150         DV-ASGN-PURGED-COUNT.
005160     DISPLAY '  SCHEDULE ROWS PURGED . . . : '
005170         DV-SCHED-PURGED-COUNT.
005180     DISPLAY '========================================'.
005190 7000-EXIT.
005200     EXIT.
005210 END PROGRAM PGMSTARC.
