000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HELDREL.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - RELEASE PATH FOR THE OUTPUT
000110*                  DVNOTGEN AND PERSTMT HOLD IN THE KEYED
000120*                  HELDMAIL FILE WHILE AN ACCOUNT'S ADDRESS
000130*                  IS FLAGGED AS RETURNED MAIL. ACTMAINT
000140*                  MARKS AN ACCOUNT'S LINES RELEASED WHEN THE
000150*                  ADDRESS IS CORRECTED; THIS RUN COPIES EVERY
000160*                  RELEASED LINE, IN KEY ORDER, TO RELNTC
000170*                  (NOTICE LINES, NOTICES LAYOUT) OR RELSTMT
000180*                  (STATEMENT LINES, STMTFILE LAYOUT) FOR
000190*                  REPRINT AND REMOVES IT FROM HELDMAIL.
000200*                  LINES STILL HELD ARE COUNTED AND LEFT.
000210*----------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT HELDMAIL ASSIGN TO HELDMAIL
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS HM-KEY
000290         FILE STATUS IS DV-HELDMAIL-STATUS.
000300     SELECT RELNTC ASSIGN TO RELNTC
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS DV-RELNTC-STATUS.
000330     SELECT RELSTMT ASSIGN TO RELSTMT
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS DV-RELSTMT-STATUS.
000360*----------------------------------------------------------
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  HELDMAIL.
000400 COPY HLDMREC.
000410 FD  RELNTC
000420     RECORDING MODE IS F
000430     RECORD CONTAINS 120 CHARACTERS.
000440 01  RELNTC-REC                  PIC X(120).
000450 FD  RELSTMT
000460     RECORD CONTAINS 133 CHARACTERS.
000470 01  RELSTMT-REC                 PIC X(133).
000480*----------------------------------------------------------
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------
000510* FILE STATUS AND CONTROL SWITCHES
000520*----------------------------------------------------------
000530 01  DV-HELDMAIL-STATUS          PIC X(02) VALUE '00'.
000540     88  DV-HELDMAIL-OK          VALUES '00' '02'.
000550     88  DV-HELDMAIL-NOT-FOUND   VALUES '23' '35'.
000560 01  DV-RELNTC-STATUS            PIC X(02) VALUE '00'.
000570     88  DV-RELNTC-OK            VALUE '00'.
000580 01  DV-RELSTMT-STATUS           PIC X(02) VALUE '00'.
000590     88  DV-RELSTMT-OK           VALUE '00'.
000600 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
000610     88  DV-EOF                  VALUE 'Y'.
000620*----------------------------------------------------------
000630* RUN-END SUMMARY COUNTERS
000640*----------------------------------------------------------
000650 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
000660 01  DV-NTC-RELEASED-COUNT       PIC 9(07) VALUE ZERO.
000670 01  DV-STMT-RELEASED-COUNT      PIC 9(07) VALUE ZERO.
000680 01  DV-STILL-HELD-COUNT         PIC 9(07) VALUE ZERO.
000690*----------------------------------------------------------
000700 PROCEDURE DIVISION.
000710*----------------------------------------------------------
000720* 0000-MAINLINE
000730*----------------------------------------------------------
000740 0000-MAINLINE.
000750     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
000760     PERFORM 2000-RELEASE-ONE-LINE THRU 2000-EXIT
000770         UNTIL DV-EOF.
000780     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
000790     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
000800     GOBACK.
000810*----------------------------------------------------------
000820* 1000-OPEN-FILES  -  HELDMAIL IS CREATED ON THE FIRST EVER
000830* RUN, SO THE JOB RUNS CLEAN BEFORE ANYTHING HAS BEEN HELD.
000840*----------------------------------------------------------
000850 1000-OPEN-FILES.
000860     OPEN I-O HELDMAIL.
000870     IF DV-HELDMAIL-NOT-FOUND
000880         OPEN OUTPUT HELDMAIL
000890         CLOSE HELDMAIL
000900         OPEN I-O HELDMAIL
000910     END-IF.
000920     IF NOT DV-HELDMAIL-OK
000930         DISPLAY 'HELDREL - OPEN FAILED FOR HELDMAIL - '
000940             DV-HELDMAIL-STATUS
000950         MOVE 16 TO RETURN-CODE
000960         STOP RUN
000970     END-IF.
000980     OPEN OUTPUT RELNTC.
000990     IF NOT DV-RELNTC-OK
001000         DISPLAY 'HELDREL - OPEN FAILED FOR RELNTC - '
001010             DV-RELNTC-STATUS
001020         MOVE 16 TO RETURN-CODE
001030         STOP RUN
001040     END-IF.
001050     OPEN OUTPUT RELSTMT.
001060     IF NOT DV-RELSTMT-OK
001070         DISPLAY 'HELDREL - OPEN FAILED FOR RELSTMT - '
001080             DV-RELSTMT-STATUS
001090         MOVE 16 TO RETURN-CODE
001100         STOP RUN
001110     END-IF.
001120 1000-EXIT.
001130     EXIT.
001140*----------------------------------------------------------
001150* 2000-RELEASE-ONE-LINE  -  ONE HELDMAIL LINE. A RELEASED
001160* LINE GOES TO THE REPRINT FILE FOR ITS PRODUCING PROGRAM
001170* AND IS DELETED; THE SEQUENTIAL SCAN POSITION SURVIVES THE
001180* DELETE.
001183* A REPRINT WRITE THAT FAILS ENDS THE RUN BEFORE THE DELETE,
001186* SO THE LINE IS STILL THERE FOR THE RERUN.
001190*----------------------------------------------------------
001200 2000-RELEASE-ONE-LINE.
001210     READ HELDMAIL NEXT RECORD
001220         AT END
001230             SET DV-EOF TO TRUE
001240             GO TO 2000-EXIT
001250     END-READ.
001260     ADD 1 TO DV-READ-COUNT.
001270     IF NOT HM-RELEASED
001280         ADD 1 TO DV-STILL-HELD-COUNT
001290         GO TO 2000-EXIT
001300     END-IF.
001310     IF HM-FROM-PERSTMT
001320         MOVE HM-PRINT-RECORD TO RELSTMT-REC
001330         WRITE RELSTMT-REC
001331         IF NOT DV-RELSTMT-OK
001332             DISPLAY 'HELDREL - WRITE FAILED FOR RELSTMT - '
001333                 DV-RELSTMT-STATUS
001334             MOVE 16 TO RETURN-CODE
001335             STOP RUN
001336         END-IF
001340         ADD 1 TO DV-STMT-RELEASED-COUNT
001350     ELSE
001360         MOVE HM-PRINT-LINE TO RELNTC-REC
001370         WRITE RELNTC-REC
001371         IF NOT DV-RELNTC-OK
001372             DISPLAY 'HELDREL - WRITE FAILED FOR RELNTC - '
001373                 DV-RELNTC-STATUS
001374             MOVE 16 TO RETURN-CODE
001375             STOP RUN
001376         END-IF
001380         ADD 1 TO DV-NTC-RELEASED-COUNT
001390     END-IF.
001400     DELETE HELDMAIL RECORD
001410         INVALID KEY
001420             DISPLAY 'HELDREL - DELETE FAILED FOR '
001430                 HM-ACCOUNT-NO ' - ' DV-HELDMAIL-STATUS
001440             MOVE 16 TO RETURN-CODE
001450             STOP RUN
001460     END-DELETE.
001470 2000-EXIT.
001480     EXIT.
001490*----------------------------------------------------------
001500* 7000-DISPLAY-TOTALS
001510*----------------------------------------------------------
001520 7000-DISPLAY-TOTALS.
001530     DISPLAY '========================================'.
001540     DISPLAY 'HELDREL - HELD-MAIL RELEASE SUMMARY'.
001550     DISPLAY '  HELD-MAIL LINES READ . . . : '
001560         DV-READ-COUNT.
001570     DISPLAY '  NOTICE LINES RELEASED  . . : '
001580         DV-NTC-RELEASED-COUNT.
001590     DISPLAY '  STATEMENT LINES RELEASED . : '
001600         DV-STMT-RELEASED-COUNT.
001610     DISPLAY '  LINES STILL HELD . . . . . : '
001620         DV-STILL-HELD-COUNT.
001630     DISPLAY '========================================'.
001640 7000-EXIT.
001650     EXIT.
001660*----------------------------------------------------------
001670* 8000-CLOSE-FILES
001680*----------------------------------------------------------
001690 8000-CLOSE-FILES.
001700     CLOSE HELDMAIL.
001710     CLOSE RELNTC.
001720     CLOSE RELSTMT.
001730 8000-EXIT.
001740     EXIT.
001750 END PROGRAM HELDREL.
