000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TXNHINQ.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - LINE-MODE ACCOUNT ACTIVITY
000110*                  INQUIRY OVER THE TXNHIST ROLLING
000120*                  TRANSACTION HISTORY TXNHLOAD MAINTAINS.
000130*                  CUSTOMER SERVICE ENTERS AN ACCOUNT NUMBER
000140*                  AND AN OPTIONAL FROM AND TO DATE AND SEES
000150*                  EACH TRANSACTION IN THE RANGE - DATE,
000160*                  INTERNAL CODE, ITS DVCNVSRV DESCRIPTION
000170*                  AND AMOUNT - WITH THE RUNNING COUNT AND
000180*                  RUNNING NET AMOUNT, THEN THE RANGE TOTALS.
000190*                  RUNS AS AN OPERATOR-ATTENDED TSO
000200*                  FOREGROUND JOB IN THE SAME PATTERN AS
000210*                  NTCHINQ.
000220*----------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT TXNHIST ASSIGN TO TXNHIST
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS TH-KEY
000300         FILE STATUS IS DV-TXNHIST-STATUS.
000310*----------------------------------------------------------
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  TXNHIST.
000350 COPY TXNHSREC.
000360*----------------------------------------------------------
000370 WORKING-STORAGE SECTION.
000380*----------------------------------------------------------
000390* FILE STATUS
000400*----------------------------------------------------------
000410 01  DV-TXNHIST-STATUS           PIC X(02) VALUE '00'.
000420     88  DV-TXNHIST-OK           VALUES '00' '02'.
000430*----------------------------------------------------------
000440* OPERATOR TRANSACTION FIELDS - A BLANK FROM DATE MEANS THE
000450* START OF HISTORY, A BLANK TO DATE THE END OF IT.
000460*----------------------------------------------------------
000470 01  DV-OP-COMMAND               PIC X(01).
000480     88  DV-OP-END               VALUE 'E'.
000490     88  DV-OP-VIEW              VALUE 'V'.
000500 01  DV-OP-ACCOUNT-NO            PIC 9(09).
000510 01  DV-OP-FROM-DATE-X           PIC X(08).
000520 01  DV-OP-FROM-DATE REDEFINES DV-OP-FROM-DATE-X
000530                                 PIC 9(08).
000540 01  DV-OP-TO-DATE-X             PIC X(08).
000550 01  DV-OP-TO-DATE REDEFINES DV-OP-TO-DATE-X
000560                                 PIC 9(08).
000570 01  DV-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
000580     88  DV-SCAN-DONE            VALUE 'Y'.
000590     88  DV-SCAN-NOT-DONE        VALUE 'N'.
000600*----------------------------------------------------------
000610* RUNNING TOTALS AND DISPLAY EDITING
000620*----------------------------------------------------------
000630 01  DV-LISTED-COUNT             PIC 9(05) VALUE ZERO.
000640 01  DV-RUNNING-AMOUNT           PIC S9(13)V99 COMP-3
000650                                 VALUE ZERO.
000660 01  DV-EDIT-AMOUNT              PIC -(9)9.99.
000670 01  DV-EDIT-RUNNING             PIC -(13)9.99.
000680 01  DV-EDIT-COUNT               PIC ZZZZ9.
000690*----------------------------------------------------------
000700 COPY DVCNVPRM.
000710*----------------------------------------------------------
000720 PROCEDURE DIVISION.
000730*----------------------------------------------------------
000740* 0000-MAINLINE
000750*----------------------------------------------------------
000760 0000-MAINLINE.
000770     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
000780     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000790         UNTIL DV-OP-END.
000800     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
000810     GOBACK.
000820*----------------------------------------------------------
000830* 1000-OPEN-FILES  -  INQUIRY ONLY - A HISTORY FILE THAT
000840* DOES NOT YET EXIST MEANS THERE IS NOTHING TO ANSWER WITH.
000850*----------------------------------------------------------
000860 1000-OPEN-FILES.
000870     OPEN INPUT TXNHIST.
000880     IF NOT DV-TXNHIST-OK
000890         DISPLAY 'TXNHINQ - OPEN FAILED FOR TXNHIST - '
000900             DV-TXNHIST-STATUS
000910         MOVE 16 TO RETURN-CODE
000920         STOP RUN
000930     END-IF.
000940 1000-EXIT.
000950     EXIT.
000960*----------------------------------------------------------
000970* 2000-PROCESS-TRANSACTION  -  ONE OPERATOR INTERACTION. E
000980* ENDS THE INQUIRY, V LISTS AN ACCOUNT'S ACTIVITY FOR THE
000990* DATE RANGE ENTERED.
001000*----------------------------------------------------------
001010 2000-PROCESS-TRANSACTION.
001020     DISPLAY 'TXNHINQ - ENTER COMMAND (V=VIEW, E=END): '.
001030     ACCEPT DV-OP-COMMAND.
001040     IF DV-OP-END
001050         GO TO 2000-EXIT
001060     END-IF.
001070     IF NOT DV-OP-VIEW
001080         DISPLAY 'TXNHINQ - INVALID COMMAND - ' DV-OP-COMMAND
001090         GO TO 2000-EXIT
001100     END-IF.
001110     DISPLAY 'TXNHINQ - ENTER ACCOUNT NUMBER (9 DIGITS): '.
001120     ACCEPT DV-OP-ACCOUNT-NO.
001130     IF DV-OP-ACCOUNT-NO NOT NUMERIC
001140         DISPLAY 'TXNHINQ - INVALID ACCOUNT NUMBER'
001150         GO TO 2000-EXIT
001160     END-IF.
001170     DISPLAY 'TXNHINQ - ENTER FROM DATE (CCYYMMDD, BLANK=ALL): '.
001180     MOVE SPACES TO DV-OP-FROM-DATE-X.
001190     ACCEPT DV-OP-FROM-DATE-X.
001200     IF DV-OP-FROM-DATE-X = SPACES
001210         MOVE ZERO TO DV-OP-FROM-DATE
001220     END-IF.
001230     IF DV-OP-FROM-DATE NOT NUMERIC
001240         DISPLAY 'TXNHINQ - INVALID FROM DATE'
001250         GO TO 2000-EXIT
001260     END-IF.
001270     DISPLAY 'TXNHINQ - ENTER TO DATE (CCYYMMDD, BLANK=ALL): '.
001280     MOVE SPACES TO DV-OP-TO-DATE-X.
001290     ACCEPT DV-OP-TO-DATE-X.
001300     IF DV-OP-TO-DATE-X = SPACES
001310         MOVE 99999999 TO DV-OP-TO-DATE
001320     END-IF.
001330     IF DV-OP-TO-DATE NOT NUMERIC
001340         DISPLAY 'TXNHINQ - INVALID TO DATE'
001350         GO TO 2000-EXIT
001360     END-IF.
001370     IF DV-OP-FROM-DATE > DV-OP-TO-DATE
001380         DISPLAY 'TXNHINQ - FROM DATE IS AFTER TO DATE'
001390         GO TO 2000-EXIT
001400     END-IF.
001410     PERFORM 3000-LIST-ACCOUNT-ACTIVITY THRU 3000-EXIT.
001420 2000-EXIT.
001430     EXIT.
001440*----------------------------------------------------------
001450* 3000-LIST-ACCOUNT-ACTIVITY  -  EVERY HISTORY ROW FOR THE
001460* ACCOUNT IN THE DATE RANGE, IN TRANSACTION-DATE ORDER.
001470*----------------------------------------------------------
001480 3000-LIST-ACCOUNT-ACTIVITY.
001490     MOVE ZERO TO DV-LISTED-COUNT.
001500     MOVE ZERO TO DV-RUNNING-AMOUNT.
001510     MOVE DV-OP-ACCOUNT-NO TO TH-ACCOUNT-NO.
001520     MOVE DV-OP-FROM-DATE TO TH-TRANS-DATE.
001530     MOVE ZERO TO TH-SEQ-NO.
001540     START TXNHIST KEY IS >= TH-KEY
001550         INVALID KEY
001560             DISPLAY 'TXNHINQ - NO ACTIVITY ON RECORD FOR '
001570                 DV-OP-ACCOUNT-NO
001580             GO TO 3000-EXIT
001590     END-START.
001600     DISPLAY 'TXNHINQ - ACCOUNT ACTIVITY FOR '
001610         DV-OP-ACCOUNT-NO ' FROM ' DV-OP-FROM-DATE
001620         ' TO ' DV-OP-TO-DATE.
001630     DISPLAY '  DATE     CODE DESCRIPTION                   '
001640         '        AMOUNT   COUNT      RUNNING AMOUNT'.
001650     SET DV-SCAN-NOT-DONE TO TRUE.
001660     PERFORM 3100-LIST-ONE-ROW THRU 3100-EXIT
001670         UNTIL DV-SCAN-DONE.
001680     IF DV-LISTED-COUNT = ZERO
001690         DISPLAY '  NO ACTIVITY ON RECORD IN THE RANGE'
001700     ELSE
001710         MOVE DV-RUNNING-AMOUNT TO DV-EDIT-RUNNING
001720         DISPLAY '  TRANSACTIONS LISTED: ' DV-LISTED-COUNT
001730         DISPLAY '  NET AMOUNT . . . . : ' DV-EDIT-RUNNING
001740     END-IF.
001750 3000-EXIT.
001760     EXIT.
001770*----------------------------------------------------------
001780* 3100-LIST-ONE-ROW  -  THE SCAN ENDS AT END OF FILE, AT THE
001790* FIRST ROW OF ANOTHER ACCOUNT OR AT THE FIRST ROW DATED
001800* AFTER THE TO DATE.
001810*----------------------------------------------------------
001820 3100-LIST-ONE-ROW.
001830     READ TXNHIST NEXT RECORD
001840         AT END
001850             SET DV-SCAN-DONE TO TRUE
001860             GO TO 3100-EXIT
001870     END-READ.
001880     IF TH-ACCOUNT-NO NOT = DV-OP-ACCOUNT-NO
001890        OR TH-TRANS-DATE > DV-OP-TO-DATE
001900         SET DV-SCAN-DONE TO TRUE
001910         GO TO 3100-EXIT
001920     END-IF.
001930     MOVE TH-INTERNAL-CODE TO DVCNV-INPUT-CODE.
001940     CALL 'DVCNVSRV' USING DVCNV-PARM.
001950     ADD 1 TO DV-LISTED-COUNT.
001960     ADD TH-AMOUNT TO DV-RUNNING-AMOUNT.
001970     MOVE TH-AMOUNT TO DV-EDIT-AMOUNT.
001980     MOVE DV-LISTED-COUNT TO DV-EDIT-COUNT.
001990     MOVE DV-RUNNING-AMOUNT TO DV-EDIT-RUNNING.
002000     DISPLAY '  ' TH-TRANS-DATE ' ' TH-INTERNAL-CODE ' '
002010         DVCNV-DESCRIPTION ' ' DV-EDIT-AMOUNT ' '
002020         DV-EDIT-COUNT ' ' DV-EDIT-RUNNING.
002030 3100-EXIT.
002040     EXIT.
002050*----------------------------------------------------------
002060* 8000-CLOSE-FILES
002070*----------------------------------------------------------
002080 8000-CLOSE-FILES.
002090     CLOSE TXNHIST.
002100 8000-EXIT.
002110     EXIT.
002120 END PROGRAM TXNHINQ.
