000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DVSNAPSH.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - PRE-CYCLE SNAPSHOT OF THE KEYED
000110*                  MASTERS. DVDRIVER CAN RESUME AT A FAILED
000120*                  STEP BUT CANNOT UNDO THE STEPS THAT RAN,
000130*                  AND PGMBKOUT ONLY UNWINDS PGMSTAT. BEFORE
000140*                  THE FIRST STEP, EVERY KEYED MASTER THE
000150*                  CYCLE UPDATES (TABLE DVSNFTAB) IS COPIED IN
000160*                  KEY ORDER INTO A NEW GENERATION OF THE
000170*                  SNAPSHOT SET, AND A DVSNPCAT CATALOG ROW
000180*                  FOR THE CYCLE DATE RECORDS THE SNAPSHOT
000190*                  TIME AND THE COUNT PER FILE. DVROLLBK
000200*                  RESTORES THE SET FROM IT. A MASTER THAT
000210*                  CANNOT BE OPENED IS MARKED NOT TAKEN AND
000220*                  ENDS THE STEP RC 4; A SNAPSHOT THAT CANNOT
000230*                  BE WRITTEN ENDS RC 16 AND HALTS THE CYCLE,
000240*                  SINCE THE NIGHT COULD NOT BE ROLLED BACK.
000250*                  CALLED BY DVDRIVER WITH ITS CYCLE DATE AND
000260*                  RESUME STEP - A RESUMED CYCLE HAS CHANGED
000270*                  THE MASTERS, SO ITS GENERATION IS LEFT
000280*                  EMPTY AND THE ORIGINAL SNAPSHOT STANDS.
000290*----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL PGMSTAT ASSIGN TO PGMSTAT
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS PS-RECORD-ID
000370         FILE STATUS IS DV-MASTER-STATUS.
000380     SELECT OPTIONAL PGMSCHED ASSIGN TO PGMSCHED
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS SC-KEY
000420         FILE STATUS IS DV-MASTER-STATUS.
000430     SELECT OPTIONAL FEEDREG ASSIGN TO FEEDREG
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS FR-KEY
000470         FILE STATUS IS DV-MASTER-STATUS.
000480     SELECT OPTIONAL DVCHKPT ASSIGN TO DVCHKPT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS CHKPT-PROGRAM-ID
000520         FILE STATUS IS DV-MASTER-STATUS.
000530     SELECT OPTIONAL DVCTLLDG ASSIGN TO DVCTLLDG
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS CL-KEY
000570         FILE STATUS IS DV-MASTER-STATUS.
000580     SELECT OPTIONAL PERTOTAL ASSIGN TO PERTOTAL
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS PM-KEY
000620         FILE STATUS IS DV-MASTER-STATUS.
000630     SELECT OPTIONAL ACCTBAL ASSIGN TO ACCTBAL
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS AB-ACCOUNT-NO
000670         FILE STATUS IS DV-MASTER-STATUS.
000680     SELECT OPTIONAL HELDMAIL ASSIGN TO HELDMAIL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS HM-KEY
000720         FILE STATUS IS DV-MASTER-STATUS.
000730     SELECT OPTIONAL TXNHIST ASSIGN TO TXNHIST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS TH-KEY
000770         FILE STATUS IS DV-MASTER-STATUS.
000780     SELECT OPTIONAL NTCHIST ASSIGN TO NTCHIST
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS NH-KEY
000820         FILE STATUS IS DV-MASTER-STATUS.
000830     SELECT OPTIONAL APRQUEUE ASSIGN TO APRQUEUE
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS AQ-KEY
000870         FILE STATUS IS DV-MASTER-STATUS.
000880     SELECT SNAPSET ASSIGN TO SNAPSET
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS DV-SNAPSET-STATUS.
000910     SELECT DVSNPCAT ASSIGN TO DVSNPCAT
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS SN-CYCLE-DATE
000950         FILE STATUS IS DV-SNPCAT-STATUS.
000960*----------------------------------------------------------
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PGMSTAT.
001000 COPY PGMSTREC.
001010 FD  PGMSCHED.
001020 COPY PGMSCHREC.
001030 FD  FEEDREG.
001040 COPY FEEDRGREC.
001050 FD  DVCHKPT.
001060 COPY DVCHKPT.
001070 FD  DVCTLLDG.
001080 COPY DVCTLREC.
001090 FD  PERTOTAL.
001100 COPY PERTOTREC.
001110 FD  ACCTBAL.
001120 COPY ACCTBREC.
001130 FD  HELDMAIL.
001140 COPY HLDMREC.
001150 FD  TXNHIST.
001160 COPY TXNHSREC.
001170 FD  NTCHIST.
001180 COPY NTCHSREC.
001190 FD  APRQUEUE.
001200 COPY APRQREC.
001210 FD  SNAPSET
001220     RECORDING MODE IS F.
001230 COPY DVSNPREC.
001240 FD  DVSNPCAT.
001250 COPY DVSNCREC.
001260*----------------------------------------------------------
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------
001290* FILE STATUS AND CONTROL SWITCHES. THE MASTERS ARE COPIED
001300* ONE AT A TIME AND SHARE ONE STATUS FIELD.
001310*----------------------------------------------------------
001320 01  DV-MASTER-STATUS            PIC X(02) VALUE '00'.
001330     88  DV-MASTER-OK            VALUES '00' '02'.
001340     88  DV-MASTER-EOF           VALUE '10'.
001350 01  DV-SNAPSET-STATUS           PIC X(02) VALUE '00'.
001360     88  DV-SNAPSET-OK           VALUE '00'.
001370 01  DV-SNPCAT-STATUS            PIC X(02) VALUE '00'.
001380     88  DV-SNPCAT-OK            VALUES '00' '02'.
001390     88  DV-SNPCAT-NOT-FOUND     VALUE '35'.
001400 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001410     88  DV-EOF                  VALUE 'Y'.
001420 01  DV-FAILED-SW                PIC X(01) VALUE 'N'.
001430     88  DV-SNAP-FAILED          VALUE 'Y'.
001440*----------------------------------------------------------
001450* THE MASTERS IN SNAPSHOT ORDER
001460*----------------------------------------------------------
001470 COPY DVSNFTAB.
001480 01  DV-SF-IDX                   PIC 9(02) COMP.
001490*----------------------------------------------------------
001500* RUN CONTROL AND COUNTERS
001510*----------------------------------------------------------
001520 01  DV-CYCLE-DATE               PIC 9(08).
001530 01  DV-TIME-NOW                 PIC 9(08).
001540 01  DV-SNAP-TIME                PIC 9(06).
001550 01  DV-NOT-TAKEN-COUNT          PIC 9(02) VALUE ZERO.
001560 01  DV-TOTAL-COUNT              PIC 9(09) VALUE ZERO.
001570*----------------------------------------------------------
001580 LINKAGE SECTION.
001590*----------------------------------------------------------
001600* THE CYCLE DATE, AND THE STEP DVDRIVER RESUMES AFTER -
001605* ZERO FOR A FULL CYCLE
001610*----------------------------------------------------------
001615 01  DVSNAP-CYCLE-DATE           PIC 9(08).
001620 01  DVSNAP-RESUME-STEP          PIC 9(02).
001630*----------------------------------------------------------
001640 PROCEDURE DIVISION USING DVSNAP-CYCLE-DATE
001645                          DVSNAP-RESUME-STEP.
001650*----------------------------------------------------------
001660* 0000-MAINLINE
001670*----------------------------------------------------------
001680 0000-MAINLINE.
001690     MOVE DVSNAP-CYCLE-DATE TO DV-CYCLE-DATE.
001700     ACCEPT DV-TIME-NOW FROM TIME.
001710     MOVE DV-TIME-NOW (1:6) TO DV-SNAP-TIME.
001720     MOVE 'N' TO DV-FAILED-SW.
001730     MOVE ZERO TO DV-NOT-TAKEN-COUNT DV-TOTAL-COUNT.
001740     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001750     IF DVSNAP-RESUME-STEP > ZERO
001760         DISPLAY 'DVSNAPSH - CYCLE RESUMES AFTER STEP '
001770             DVSNAP-RESUME-STEP ' - NO SNAPSHOT TAKEN, THE '
001780             'HALTED CYCLE''S SNAPSHOT STANDS'
001790         PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
001800         MOVE 0 TO RETURN-CODE
001810         GOBACK
001820     END-IF.
001830     MOVE SPACES TO DVSNPCAT-REC.
001840     MOVE DV-CYCLE-DATE TO SN-CYCLE-DATE.
001850     MOVE DV-SNAP-TIME  TO SN-SNAP-TIME.
001860     SET SN-SET-COMPLETE TO TRUE.
001870     MOVE ZERO TO SN-ROLLBACK-DATE SN-ROLLBACK-TIME.
001880     PERFORM 2000-SNAP-ONE-FILE THRU 2000-EXIT
001890         VARYING DV-SF-IDX FROM 1 BY 1
001900         UNTIL DV-SF-IDX > DV-SF-FILE-MAX OR DV-SNAP-FAILED.
001910     IF NOT DV-SNAP-FAILED
001920         PERFORM 3000-WRITE-CATALOG THRU 3000-EXIT
001930     END-IF.
001940     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001950     IF DV-SNAP-FAILED
001960         DISPLAY 'DVSNAPSH - SNAPSHOT FOR CYCLE ' DV-CYCLE-DATE
001970             ' FAILED - THE CYCLE COULD NOT BE ROLLED BACK'
001980         MOVE 16 TO RETURN-CODE
001990         GOBACK
002000     END-IF.
002010     DISPLAY 'DVSNAPSH - SNAPSHOT FOR CYCLE ' DV-CYCLE-DATE
002020         ' TAKEN AT ' DV-SNAP-TIME ' - ' DV-TOTAL-COUNT
002030         ' RECORDS'.
002040     IF DV-NOT-TAKEN-COUNT > ZERO
002050         MOVE 4 TO RETURN-CODE
002060     ELSE
002070         MOVE 0 TO RETURN-CODE
002080     END-IF.
002090     GOBACK.
002100*----------------------------------------------------------
002110* 1000-OPEN-FILES  -  THE SNAPSHOT SET AND THE CATALOG MUST
002120* BOTH OPEN. THE CATALOG IS CREATED ON THE FIRST EVER RUN.
002130*----------------------------------------------------------
002140 1000-OPEN-FILES.
002150     OPEN OUTPUT SNAPSET.
002160     IF NOT DV-SNAPSET-OK
002170         DISPLAY 'DVSNAPSH - OPEN FAILED FOR SNAPSET - '
002180             DV-SNAPSET-STATUS
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220     OPEN I-O DVSNPCAT.
002230     IF DV-SNPCAT-NOT-FOUND
002240         OPEN OUTPUT DVSNPCAT
002250         CLOSE DVSNPCAT
002260         OPEN I-O DVSNPCAT
002270     END-IF.
002280     IF NOT DV-SNPCAT-OK
002290         DISPLAY 'DVSNAPSH - OPEN FAILED FOR DVSNPCAT - '
002300             DV-SNPCAT-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340 1000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------
002370* 2000-SNAP-ONE-FILE  -  COPIES ONE MASTER, IN KEY ORDER,
002380* AND NOTES ITS COUNT ON THE CATALOG ROW. A MASTER THAT
002390* WILL NOT OPEN IS MARKED NOT TAKEN; DVROLLBK LEAVES IT
002400* ALONE.
002410*----------------------------------------------------------
002420 2000-SNAP-ONE-FILE.
002430     MOVE DV-SF-FILE-ID (DV-SF-IDX) TO SN-FILE-ID (DV-SF-IDX).
002440     MOVE 'N'  TO SN-FILE-TAKEN-SW (DV-SF-IDX).
002450     MOVE ZERO TO SN-FILE-COUNT (DV-SF-IDX).
002460     PERFORM 2100-OPEN-MASTER THRU 2100-EXIT.
002470     IF NOT DV-MASTER-OK
002480         DISPLAY 'DVSNAPSH - ' DV-SF-FILE-ID (DV-SF-IDX)
002490             ' UNAVAILABLE - STATUS ' DV-MASTER-STATUS
002500             ' - NOT IN THIS SNAPSHOT'
002510         ADD 1 TO DV-NOT-TAKEN-COUNT
002520         GO TO 2000-EXIT
002530     END-IF.
002540     SET SN-FILE-TAKEN (DV-SF-IDX) TO TRUE.
002550     MOVE 'N' TO DV-EOF-SW.
002560     PERFORM 2200-COPY-ONE-RECORD THRU 2200-EXIT
002570         UNTIL DV-EOF OR DV-SNAP-FAILED.
002580     PERFORM 2300-CLOSE-MASTER THRU 2300-EXIT.
002590     DISPLAY 'DVSNAPSH - ' DV-SF-FILE-ID (DV-SF-IDX) ' '
002600         SN-FILE-COUNT (DV-SF-IDX) ' RECORDS'.
002610 2000-EXIT.
002620     EXIT.
002630*----------------------------------------------------------
002640* 2100-OPEN-MASTER
002650*----------------------------------------------------------
002660 2100-OPEN-MASTER.
002670     EVALUATE DV-SF-IDX
002680         WHEN 1  OPEN INPUT PGMSTAT
002690         WHEN 2  OPEN INPUT PGMSCHED
002700         WHEN 3  OPEN INPUT FEEDREG
002710         WHEN 4  OPEN INPUT DVCHKPT
002720         WHEN 5  OPEN INPUT DVCTLLDG
002730         WHEN 6  OPEN INPUT PERTOTAL
002740         WHEN 7  OPEN INPUT ACCTBAL
002750         WHEN 8  OPEN INPUT HELDMAIL
002760         WHEN 9  OPEN INPUT TXNHIST
002770         WHEN 10 OPEN INPUT NTCHIST
002780         WHEN 11 OPEN INPUT APRQUEUE
002790     END-EVALUATE.
002800 2100-EXIT.
002810     EXIT.
002820*----------------------------------------------------------
002830* 2200-COPY-ONE-RECORD
002840*----------------------------------------------------------
002850 2200-COPY-ONE-RECORD.
002860     MOVE SPACES TO SI-IMAGE.
002870     PERFORM 2400-READ-MASTER THRU 2400-EXIT.
002880     IF DV-EOF
002890         GO TO 2200-EXIT
002900     END-IF.
002910     IF NOT DV-MASTER-OK
002920         DISPLAY 'DVSNAPSH - READ FAILED ON '
002930             DV-SF-FILE-ID (DV-SF-IDX) ' - STATUS '
002940             DV-MASTER-STATUS
002950         SET DV-SNAP-FAILED TO TRUE
002960         GO TO 2200-EXIT
002970     END-IF.
002980     MOVE DV-CYCLE-DATE             TO SI-CYCLE-DATE.
002990     MOVE DV-SNAP-TIME              TO SI-SNAP-TIME.
003000     MOVE DV-SF-FILE-ID (DV-SF-IDX) TO SI-FILE-ID.
003010     WRITE DVSNAP-REC.
003020     IF NOT DV-SNAPSET-OK
003030         DISPLAY 'DVSNAPSH - WRITE FAILED ON SNAPSET - '
003040             DV-SNAPSET-STATUS
003050         SET DV-SNAP-FAILED TO TRUE
003060         GO TO 2200-EXIT
003070     END-IF.
003080     ADD 1 TO SN-FILE-COUNT (DV-SF-IDX).
003090     ADD 1 TO DV-TOTAL-COUNT.
003100 2200-EXIT.
003110     EXIT.
003120*----------------------------------------------------------
003130* 2300-CLOSE-MASTER
003140*----------------------------------------------------------
003150 2300-CLOSE-MASTER.
003160     EVALUATE DV-SF-IDX
003170         WHEN 1  CLOSE PGMSTAT
003180         WHEN 2  CLOSE PGMSCHED
003190         WHEN 3  CLOSE FEEDREG
003200         WHEN 4  CLOSE DVCHKPT
003210         WHEN 5  CLOSE DVCTLLDG
003220         WHEN 6  CLOSE PERTOTAL
003230         WHEN 7  CLOSE ACCTBAL
003240         WHEN 8  CLOSE HELDMAIL
003250         WHEN 9  CLOSE TXNHIST
003260         WHEN 10 CLOSE NTCHIST
003270         WHEN 11 CLOSE APRQUEUE
003280     END-EVALUATE.
003290 2300-EXIT.
003300     EXIT.
003310*----------------------------------------------------------
003320* 2400-READ-MASTER  -  NEXT RECORD OF THE CURRENT MASTER
003330* INTO THE SNAPSHOT IMAGE, PADDED WITH SPACES.
003340*----------------------------------------------------------
003350 2400-READ-MASTER.
003360     EVALUATE DV-SF-IDX
003370         WHEN 1
003380             READ PGMSTAT NEXT RECORD INTO SI-IMAGE
003390                 AT END SET DV-EOF TO TRUE
003400             END-READ
003410         WHEN 2
003420             READ PGMSCHED NEXT RECORD INTO SI-IMAGE
003430                 AT END SET DV-EOF TO TRUE
003440             END-READ
003450         WHEN 3
003460             READ FEEDREG NEXT RECORD INTO SI-IMAGE
003470                 AT END SET DV-EOF TO TRUE
003480             END-READ
003490         WHEN 4
003500             READ DVCHKPT NEXT RECORD INTO SI-IMAGE
003510                 AT END SET DV-EOF TO TRUE
003520             END-READ
003530         WHEN 5
003540             READ DVCTLLDG NEXT RECORD INTO SI-IMAGE
003550                 AT END SET DV-EOF TO TRUE
003560             END-READ
003570         WHEN 6
003580             READ PERTOTAL NEXT RECORD INTO SI-IMAGE
003590                 AT END SET DV-EOF TO TRUE
003600             END-READ
003610         WHEN 7
003620             READ ACCTBAL NEXT RECORD INTO SI-IMAGE
003630                 AT END SET DV-EOF TO TRUE
003640             END-READ
003650         WHEN 8
003660             READ HELDMAIL NEXT RECORD INTO SI-IMAGE
003670                 AT END SET DV-EOF TO TRUE
003680             END-READ
003690         WHEN 9
003700             READ TXNHIST NEXT RECORD INTO SI-IMAGE
003710                 AT END SET DV-EOF TO TRUE
003720             END-READ
003730         WHEN 10
003740             READ NTCHIST NEXT RECORD INTO SI-IMAGE
003750                 AT END SET DV-EOF TO TRUE
003760             END-READ
003770         WHEN 11
003780             READ APRQUEUE NEXT RECORD INTO SI-IMAGE
003790                 AT END SET DV-EOF TO TRUE
003800             END-READ
003810     END-EVALUATE.
003820 2400-EXIT.
003830     EXIT.
003840*----------------------------------------------------------
003850* 3000-WRITE-CATALOG  -  THE CATALOG ROW IS WRITTEN ONLY
003860* ONCE THE WHOLE SET IS ON THE SNAPSHOT FILE. A SECOND CYCLE
003870* ON THE SAME DATE REPLACES THE FIRST CYCLE'S ROW.
003880*----------------------------------------------------------
003890 3000-WRITE-CATALOG.
003900     MOVE DV-TOTAL-COUNT TO SN-TOTAL-COUNT.
003910     WRITE DVSNPCAT-REC
003920         INVALID KEY
003930             REWRITE DVSNPCAT-REC
003940     END-WRITE.
003950     IF NOT DV-SNPCAT-OK
003960         DISPLAY 'DVSNAPSH - CATALOG WRITE FAILED - '
003970             DV-SNPCAT-STATUS
003980         SET DV-SNAP-FAILED TO TRUE
003990     END-IF.
004000 3000-EXIT.
004010     EXIT.
004020*----------------------------------------------------------
004030* 9000-CLOSE-FILES
004040*----------------------------------------------------------
004050 9000-CLOSE-FILES.
004060     CLOSE SNAPSET.
004070     CLOSE DVSNPCAT.
004080 9000-EXIT.
004090     EXIT.
004100 END PROGRAM DVSNAPSH.
