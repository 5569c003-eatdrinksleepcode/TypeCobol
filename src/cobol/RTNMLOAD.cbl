000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RTNMLOAD.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - DAILY RETURNED-MAIL INTAKE.
000110*                  READS THE PRINT VENDOR'S RTNMAIL FILE OF
000120*                  PIECES RETURNED AS UNDELIVERABLE AND FLAGS
000130*                  EACH MATCHING ACCTMST ACCOUNT'S ADDRESS AS
000140*                  RETURNED (AM-ADDRESS-STATUS R) WITH THE
000150*                  DATE RETURNED AND THE VENDOR'S REASON
000160*                  CODE, SO DVNOTGEN AND PERSTMT STOP MAILING
000170*                  TO IT AND HOLD ITS OUTPUT INSTEAD. A PIECE
000180*                  MAILED TO AN ADDRESS THE MASTER NO LONGER
000190*                  CARRIES (THE OPERATOR HAS ALREADY FIXED
000200*                  IT) DOES NOT FLAG THE NEW ADDRESS. AN
000210*                  ACCOUNT ALREADY FLAGGED KEEPS ITS FLAG AND
000220*                  TAKES THE LATER RETURN DATE. A ROW FOR AN
000230*                  ACCOUNT NOT ON THE MASTER, OR WITH A BAD
000240*                  ACCOUNT NUMBER OR DATE, IS LISTED AND ENDS
000250*                  THE RUN WITH A WARNING.
000260*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RTNMAIL ASSIGN TO RTNMAIL
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS DV-RTNMAIL-STATUS.
000330     SELECT ACCTMST ASSIGN TO ACCTMST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS AM-ACCOUNT-NO
000370         FILE STATUS IS DV-ACCTMST-STATUS.
000380*----------------------------------------------------------
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RTNMAIL
000420     RECORDING MODE IS F
000430     RECORD CONTAINS 80 CHARACTERS.
000440 01  RTNMAIL-REC.
000450     05  RM-ACCOUNT-NO           PIC 9(09).
000460     05  RM-RETURN-DATE          PIC 9(08).
000470     05  RM-REASON-CODE          PIC X(02).
000480     05  RM-ADDRESS-LINE-1       PIC X(30).
000490     05  RM-ZIP-CODE             PIC X(09).
000500     05  FILLER                  PIC X(22).
000510 FD  ACCTMST.
000520 COPY ACCTMREC.
000530*----------------------------------------------------------
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------
000560* FILE STATUS AND CONTROL SWITCHES
000570*----------------------------------------------------------
000580 01  DV-RTNMAIL-STATUS           PIC X(02) VALUE '00'.
000590     88  DV-RTNMAIL-OK           VALUE '00'.
000600     88  DV-RTNMAIL-EOF          VALUE '10'.
000610 01  DV-ACCTMST-STATUS           PIC X(02) VALUE '00'.
000620     88  DV-ACCTMST-OK           VALUES '00' '02'.
000630     88  DV-ACCTMST-REC-FOUND    VALUES '00' '02'.
000640 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
000650     88  DV-EOF                  VALUE 'Y'.
000660*----------------------------------------------------------
000670* RUN-END SUMMARY COUNTERS
000680*----------------------------------------------------------
000690 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
000700 01  DV-FLAGGED-COUNT            PIC 9(07) VALUE ZERO.
000710 01  DV-ALREADY-COUNT            PIC 9(07) VALUE ZERO.
000720 01  DV-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
000730 01  DV-REJECT-COUNT             PIC 9(07) VALUE ZERO.
000740*----------------------------------------------------------
000750 PROCEDURE DIVISION.
000760*----------------------------------------------------------
000770* 0000-MAINLINE
000780*----------------------------------------------------------
000790 0000-MAINLINE.
000800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
000810     PERFORM 2000-APPLY-ONE-RETURN THRU 2000-EXIT
000820         UNTIL DV-EOF.
000830     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
000840     PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
000850     GOBACK.
000860*----------------------------------------------------------
000870* 1000-OPEN-FILES  -  THE MASTER MUST EXIST; A RETURN FOR
000880* AN ACCOUNT THAT HAS NEVER BEEN SET UP HAS NOTHING TO FLAG.
000890*----------------------------------------------------------
000900 1000-OPEN-FILES.
000910     OPEN INPUT RTNMAIL.
000920     IF NOT DV-RTNMAIL-OK
000930         DISPLAY 'RTNMLOAD - OPEN FAILED FOR RTNMAIL - '
000940             DV-RTNMAIL-STATUS
000950         MOVE 16 TO RETURN-CODE
000960         STOP RUN
000970     END-IF.
000980     OPEN I-O ACCTMST.
000990     IF NOT DV-ACCTMST-OK
001000         DISPLAY 'RTNMLOAD - OPEN FAILED FOR ACCTMST - '
001010             DV-ACCTMST-STATUS
001020         MOVE 16 TO RETURN-CODE
001030         STOP RUN
001040     END-IF.
001050 1000-EXIT.
001060     EXIT.
001070*----------------------------------------------------------
001080* 2000-APPLY-ONE-RETURN  -  ONE RETURNED PIECE. THE VENDOR
001090* SENDS BACK THE FIRST ADDRESS LINE AND ZIP CODE THE PIECE
001100* WAS MAILED TO; WHEN EITHER NO LONGER MATCHES THE MASTER
001110* THE ADDRESS HAS SINCE BEEN CORRECTED AND IS LEFT ALONE.
001120* A ROW WITH NO ADDRESS LINE IS TAKEN AT FACE VALUE.
001130*----------------------------------------------------------
001140 2000-APPLY-ONE-RETURN.
001150     READ RTNMAIL
001160         AT END
001170             SET DV-EOF TO TRUE
001180             GO TO 2000-EXIT
001190     END-READ.
001200     IF NOT (DV-RTNMAIL-OK OR DV-RTNMAIL-EOF)
001210         DISPLAY 'RTNMLOAD - READ FAILED FOR RTNMAIL - '
001220             DV-RTNMAIL-STATUS
001230         MOVE 16 TO RETURN-CODE
001240         STOP RUN
001250     END-IF.
001260     ADD 1 TO DV-READ-COUNT.
001270     IF RM-ACCOUNT-NO NOT NUMERIC
001280        OR RM-RETURN-DATE NOT NUMERIC
001290        OR RM-RETURN-DATE = ZERO
001300         DISPLAY 'RTNMLOAD - BAD RETURN ROW ' RM-ACCOUNT-NO
001310             ' ' RM-RETURN-DATE ' - IGNORED'
001320         ADD 1 TO DV-REJECT-COUNT
001330         GO TO 2000-EXIT
001340     END-IF.
001350     MOVE RM-ACCOUNT-NO TO AM-ACCOUNT-NO.
001360     READ ACCTMST
001370         INVALID KEY
001380             DISPLAY 'RTNMLOAD - ACCOUNT NOT ON ACCTMST - '
001390                 RM-ACCOUNT-NO ' - IGNORED'
001400             ADD 1 TO DV-REJECT-COUNT
001410             GO TO 2000-EXIT
001420     END-READ.
001430     IF RM-ADDRESS-LINE-1 NOT = SPACES
001440        AND (RM-ADDRESS-LINE-1 NOT = AM-ADDRESS-LINE-1
001450             OR RM-ZIP-CODE NOT = AM-ZIP-CODE)
001460         ADD 1 TO DV-CHANGED-COUNT
001470         GO TO 2000-EXIT
001480     END-IF.
001490     IF AM-ADDRESS-RETURNED
001500         ADD 1 TO DV-ALREADY-COUNT
001510         IF AM-RETURNED-DATE IS NUMERIC
001520            AND AM-RETURNED-DATE NOT < RM-RETURN-DATE
001530             GO TO 2000-EXIT
001540         END-IF
001550     ELSE
001560         ADD 1 TO DV-FLAGGED-COUNT
001570     END-IF.
001580     SET AM-ADDRESS-RETURNED TO TRUE.
001590     MOVE RM-RETURN-DATE TO AM-RETURNED-DATE.
001600     MOVE RM-REASON-CODE TO AM-RETURN-REASON.
001610     REWRITE ACCTMST-REC
001620         INVALID KEY
001630             DISPLAY 'RTNMLOAD - REWRITE FAILED FOR '
001640                 AM-ACCOUNT-NO ' - ' DV-ACCTMST-STATUS
001650             MOVE 16 TO RETURN-CODE
001660             STOP RUN
001670     END-REWRITE.
001680 2000-EXIT.
001690     EXIT.
001700*----------------------------------------------------------
001710* 7000-DISPLAY-TOTALS  -  A REJECTED ROW ENDS THE RUN WITH A
001720* WARNING SO THE VENDOR FILE GETS A SECOND LOOK.
001730*----------------------------------------------------------
001740 7000-DISPLAY-TOTALS.
001750     DISPLAY '========================================'.
001760     DISPLAY 'RTNMLOAD - RETURNED-MAIL INTAKE SUMMARY'.
001770     DISPLAY '  RETURN ROWS READ . . . . . : '
001780         DV-READ-COUNT.
001790     DISPLAY '  ADDRESSES NEWLY FLAGGED  . : '
001800         DV-FLAGGED-COUNT.
001810     DISPLAY '  ALREADY FLAGGED  . . . . . : '
001820         DV-ALREADY-COUNT.
001830     DISPLAY '  ADDRESS SINCE CORRECTED  . : '
001840         DV-CHANGED-COUNT.
001850     DISPLAY '  ROWS REJECTED  . . . . . . : '
001860         DV-REJECT-COUNT.
001870     DISPLAY '========================================'.
001880     IF DV-REJECT-COUNT > ZERO
001890         MOVE 4 TO RETURN-CODE
001900     END-IF.
001910 7000-EXIT.
001920     EXIT.
001930*----------------------------------------------------------
001940* 8000-CLOSE-FILES
001950*----------------------------------------------------------
001960 8000-CLOSE-FILES.
001970     CLOSE RTNMAIL.
001980     CLOSE ACCTMST.
001990 8000-EXIT.
002000     EXIT.
002010 END PROGRAM RTNMLOAD.
