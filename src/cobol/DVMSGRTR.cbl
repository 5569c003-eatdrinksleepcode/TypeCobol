000340*                  SPLIT ON. THE BODY ALONE NEVER CARRIED
000350*                  THE ID, SO EVERY DETAIL USED TO LAND IN
000360*                  THE UNROUTED BUCKET.
000361* 2026-10-15  DV   A DETAIL OPENING WITH AN ACCOUNT NUMBER IS
000362*                  WITHHELD (LISTED ON OPTWRPT, BALANCED AS
000363*                  WITHHELD) WHEN THE ACCOUNT HAS OPTED OUT OF
000364*                  ITS MESSAGE ID ON OPTOUT, UNLESS THE ID IS
000365*                  MANDATORY.
000366* 2026-10-15  DV   THAT ACCOUNT NUMBER IS MASKED PER ROUTE BY
000367*                  DVMSKSRV; UNREADABLE RULES MASK IN FULL AND
000368*                  END RC 4. AN UNROUTED WARNING IS NO LONGER
000369*                  LOST TO THE MASKING REPORT CALL.
000370*----------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000560     SELECT ROUTE4 ASSIGN TO ROUTE4
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DV-ROUTE4-STATUS.
000581     SELECT OPTIONAL OPTOUT ASSIGN TO OPTOUT
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS DYNAMIC
000584         RECORD KEY IS OO-KEY
000585         FILE STATUS IS DV-OPTOUT-STATUS.
000586     SELECT OPTWRPT ASSIGN TO OPTWRPT
000587         ORGANIZATION IS SEQUENTIAL
000588         FILE STATUS IS DV-OPTWRPT-STATUS.
000590*----------------------------------------------------------
000600 DATA DIVISION.
000610 FILE SECTION.
000700         88  MO-CTL-HEADER       VALUE '*HDR*'.
000710         88  MO-CTL-TRAILER      VALUE '*TRL*'.
000720     05  FILLER                  PIC X(117).
000722 01  DVMSGOUT-ACCT-VIEW REDEFINES DVMSGOUT-REC.
000724     05  FILLER                  PIC X(02).
000726     05  MO-BODY-ACCOUNT         PIC X(09).
000728     05  FILLER                  PIC X(111).
000730 FD  RTECTL
000740     RECORDING MODE IS F
000750     RECORD CONTAINS 80 CHARACTERS.
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 122 CHARACTERS.
000950 01  ROUTE4-REC                  PIC X(122).
000951 FD  OPTOUT.
000952 COPY OPTOREC.
000953 FD  OPTWRPT
000954     RECORD CONTAINS 133 CHARACTERS.
000955 01  OPTWRPT-REC.
000956     05  PRT-CC                  PIC X(01).
000957     05  PRT-LINE                PIC X(132).
000960*----------------------------------------------------------
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------
001120     88  DV-ROUTE3-OK            VALUE '00'.
001130 01  DV-ROUTE4-STATUS            PIC X(02) VALUE '00'.
001140     88  DV-ROUTE4-OK            VALUE '00'.
001142 01  DV-OPTOUT-STATUS            PIC X(02) VALUE '00'.
001144     88  DV-OPTOUT-OK            VALUES '00' '02'.
001146 01  DV-OPTWRPT-STATUS           PIC X(02) VALUE '00'.
001148     88  DV-OPTWRPT-OK           VALUE '00'.
001150 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
001160     88  DV-EOF                  VALUE 'Y'.
001163 01  DV-OPTOUT-AVAIL-SW          PIC X(01) VALUE 'N'.
001166     88  DV-OPTOUT-AVAILABLE     VALUE 'Y'.
001170 01  DV-REC-CONTROL-SW           PIC X(01) VALUE 'Y'.
001180     88  DV-REC-IS-CONTROL       VALUE 'Y'.
001190     88  DV-REC-NOT-CONTROL      VALUE 'N'.
001480     05  FILLER                  PIC X(110) VALUE SPACES.
001490 01  DV-ROUTE-LINE               PIC X(122).
001500*----------------------------------------------------------
001501* OUTBOUND MASKING OF THE ROUTE FILES THROUGH DVMSKSRV
001502* (COPYBOOK DVMSKPRM); THE DESTINATION IS THE ROUTE DD NAME.
001503*----------------------------------------------------------
001504 01  DV-MSK-ROUTE-ID.
001505     05  FILLER                  PIC X(05) VALUE 'ROUTE'.
001506     05  DV-MSK-ROUTE-NO         PIC 9(01).
001507     05  FILLER                  PIC X(02) VALUE SPACES.
001508 COPY DVMSKPRM.
001509*----------------------------------------------------------
001510* RUN CONTROL AND COUNTERS
001520*----------------------------------------------------------
001530 01  DV-RUN-DATE                 PIC 9(08).
001540 01  DV-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
001550 01  DV-UNROUTED-COUNT           PIC 9(07) VALUE ZERO.
001555 01  DV-WITHHELD-COUNT           PIC 9(07) VALUE ZERO.
001560 01  DV-ROUTED-TOTAL             PIC 9(07) VALUE ZERO.
001565 01  DV-SAVE-RC                  PIC S9(04) COMP.
001570 01  DV-DEST-COUNTS.
001580     05  DV-DEST-COUNT           PIC 9(07) OCCURS 4 TIMES
001590                                 VALUE ZERO.
001591*----------------------------------------------------------
001592* COMMUNICATION OPT-OUT - WHETHER A MESSAGE ID IS MANDATORY
001593* IS LOOKED UP ONCE PER ID AND KEPT IN DV-MAND-STATE (SPACE
001594* NOT YET LOOKED UP, M MANDATORY, N NOT), SUBSCRIPTED BY THE
001595* MESSAGE ID ITSELF. OPTWRPT LISTS EACH DETAIL WITHHELD.
001596*----------------------------------------------------------
001597 01  DV-MAND-TABLE.
001598     05  DV-MAND-STATE           PIC X(01) OCCURS 99 TIMES
001599                                 VALUE SPACE.
001600 01  DV-MSG-ID-NUM               PIC 9(02).
001601 01  DV-WITHHELD-SW              PIC X(01) VALUE 'N'.
001602     88  DV-MSG-WITHHELD         VALUE 'Y'.
001603 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
001604 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
001605 01  DV-MAX-LINES                PIC 9(03) VALUE 50.
001606 01  DV-HEADER-LINE-1.
001607     05  FILLER                  PIC X(34)
001608             VALUE 'MESSAGES WITHHELD (OPT-OUT)'.
001609     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001610     05  DV-HDR-RPT-RUN-DATE     PIC 9(08).
001611     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
001612     05  DV-HDR-PAGE-NO          PIC ZZZZ9.
001613 01  DV-HEADER-LINE-2.
001614     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
001615     05  FILLER                  PIC X(05) VALUE 'MSG'.
001616     05  FILLER                  PIC X(11) VALUE 'OPTED OUT'.
001617     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
001618     05  FILLER                  PIC X(22) VALUE 'REFERENCE'.
001619     05  FILLER                  PIC X(40) VALUE 'MESSAGE TEXT'.
001620 01  DV-DETAIL-LINE.
001621     05  DV-DTL-ACCOUNT-NO       PIC X(09).
001622     05  FILLER                  PIC X(02) VALUE SPACES.
001623     05  DV-DTL-MSG-ID           PIC X(02).
001624     05  FILLER                  PIC X(03) VALUE SPACES.
001625     05  DV-DTL-EFF-DATE         PIC 9(08).
001626     05  FILLER                  PIC X(03) VALUE SPACES.
001627     05  DV-DTL-SOURCE           PIC X(01).
001628     05  FILLER                  PIC X(07) VALUE SPACES.
001629     05  DV-DTL-REFERENCE        PIC X(20).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001631     05  DV-DTL-TEXT             PIC X(60).
001632*----------------------------------------------------------
001633 PROCEDURE DIVISION.
001634*----------------------------------------------------------
001635* 0000-MAINLINE
001640*----------------------------------------------------------
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070         MOVE 16 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002091     OPEN INPUT OPTOUT.
002092     IF DV-OPTOUT-OK
002093         SET DV-OPTOUT-AVAILABLE TO TRUE
002094     ELSE
002095         DISPLAY 'DVMSGRTR - OPTOUT UNAVAILABLE - OPT-OUTS '
002096             'NOT APPLIED'
002097     END-IF.
002100     MOVE DV-RUN-DATE TO DV-HDR-RUN-DATE.
002110     MOVE DV-JOB-ID   TO DV-HDR-JOB-ID.
002120     MOVE DV-RTR-HDR-LINE TO DV-ROUTE-LINE.
002140     PERFORM 3200-WRITE-TO-ROUTE2 THRU 3200-EXIT.
002150     PERFORM 3300-WRITE-TO-ROUTE3 THRU 3300-EXIT.
002160     PERFORM 3400-WRITE-TO-ROUTE4 THRU 3400-EXIT.
002161     OPEN OUTPUT OPTWRPT.
002162     IF NOT DV-OPTWRPT-OK
002163         DISPLAY 'DVMSGRTR - OPEN FAILED FOR OPTWRPT - '
002164             DV-OPTWRPT-STATUS
002165         MOVE 16 TO RETURN-CODE
002166         STOP RUN
002167     END-IF.
002170 1000-EXIT.
002180     EXIT.
002190*----------------------------------------------------------
002370     EXIT.
002380*----------------------------------------------------------
002390* 2000-ROUTE-ONE-MESSAGE  -  ONE DETAIL MESSAGE. ITS LEADING
002400* MESSAGE ID PICKS THE DESTINATION FROM THE ROUTING RULES,
002405* UNLESS ITS ACCOUNT HAS OPTED OUT OF THAT MESSAGE ID.
002410*----------------------------------------------------------
002420 2000-ROUTE-ONE-MESSAGE.
002430     ADD 1 TO DV-DETAIL-COUNT.
002432     PERFORM 8100-CHECK-OPT-OUT THRU 8100-EXIT.
002434     IF DV-MSG-WITHHELD
002436         GO TO 2000-NEXT
002438     END-IF.
002440     MOVE 'N' TO DV-RT-FOUND-SW.
002450     MOVE 1 TO DV-RT-IDX.
002460     PERFORM 2100-MATCH-ONE-RULE THRU 2100-EXIT
002510     END-IF.
002520     MOVE DV-RT-RULE-DEST (DV-RT-IDX) TO DV-ROUTE-DEST.
002530     MOVE DVMSGOUT-REC TO DV-ROUTE-LINE.
002535     PERFORM 8400-MASK-ROUTE-ACCOUNT THRU 8400-EXIT.
002540     EVALUATE DV-ROUTE-DEST
002550         WHEN 1
002560             PERFORM 3100-WRITE-TO-ROUTE1 THRU 3100-EXIT
003340     EXIT.
003350*----------------------------------------------------------
003360* 5000-BALANCE-CONTROL-TOTALS  -  INPUT DETAILS MUST EQUAL
003370* THE SUM ROUTED PLUS THE UNROUTED AND WITHHELD COUNTS.
003380* ANY UNROUTED MESSAGE RAISES A WARNING SO THE MISSING
003390* RTECTL ROW GETS ADDED; A GENUINE IMBALANCE ENDS SEVERELY.
003400*----------------------------------------------------------
003410 5000-BALANCE-CONTROL-TOTALS.
003420     COMPUTE DV-ROUTED-TOTAL =
003560         DV-DEST-COUNT (4).
003570     DISPLAY '  UNROUTED . . . . . . . . . : '
003580         DV-UNROUTED-COUNT.
003583     DISPLAY '  WITHHELD (OPT-OUT) . . . . : '
003586         DV-WITHHELD-COUNT.
003590     IF DV-ROUTED-TOTAL + DV-UNROUTED-COUNT
003595             + DV-WITHHELD-COUNT
003600             NOT = DV-DETAIL-COUNT
003610         DISPLAY '  *** ROUTING OUT OF BALANCE ***'
003620         DISPLAY '========================================'
003630         MOVE 99 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003653     SET DVMSK-FUNC-REPORT TO TRUE.
003656     MOVE 'ROUTE' TO DVMSK-OUTPUT-ID.
003660     IF DV-UNROUTED-COUNT > ZERO
003670         DISPLAY '  *** UNROUTED MESSAGES - ADD THE '
003680             'MISSING RTECTL ROW ***'
003690         MOVE 4 TO RETURN-CODE
003700     ELSE
003710         DISPLAY '  ROUTING IS IN BALANCE'
003711     END-IF.
003712     MOVE RETURN-CODE TO DV-SAVE-RC.
003713     CALL 'DVMSKSRV' USING DVMSK-PARM.
003714     IF DV-SAVE-RC > RETURN-CODE
003715         MOVE DV-SAVE-RC TO RETURN-CODE
003716     END-IF.
003717     IF DVMSK-RC-RULES-DOWN AND RETURN-CODE < 4
003718         MOVE 4 TO RETURN-CODE
003720     END-IF.
003730     DISPLAY '========================================'.
003740 5000-EXIT.
004090*----------------------------------------------------------
004100 8000-CLOSE-FILES.
004110     CLOSE DVMSGOUT.
004112     IF DV-OPTOUT-AVAILABLE
004114         CLOSE OPTOUT
004116     END-IF.
004120     CLOSE ROUTE1 ROUTE2 ROUTE3 ROUTE4.
004121     IF DV-WITHHELD-COUNT = ZERO
004122         PERFORM 8300-PRINT-HEADERS THRU 8300-EXIT
004123         MOVE ' ' TO PRT-CC
004124         MOVE 'NO MESSAGES WITHHELD - NO ADDRESSED ACCOUNT IS '
004125             TO PRT-LINE
004126         MOVE 'OPTED OUT OF ITS MESSAGE' TO PRT-LINE (48:24)
004127         WRITE OPTWRPT-REC
004128     END-IF.
004129     CLOSE OPTWRPT.
004130 8000-EXIT.
004140     EXIT.
004150*----------------------------------------------------------
004160* 8100-CHECK-OPT-OUT  -  A DETAIL WHOSE BODY OPENS WITH A
004170* NINE-DIGIT ACCOUNT NUMBER IS WITHHELD WHEN THAT ACCOUNT IS
004180* OPTED OUT OF THE MESSAGE ID AS OF THE RUN DATE AND THE ID
004190* IS NOT MARKED MANDATORY. A BROADCAST DETAIL (NO ACCOUNT)
004200* IS NEVER WITHHELD.
004210*----------------------------------------------------------
004220 8100-CHECK-OPT-OUT.
004230     MOVE 'N' TO DV-WITHHELD-SW.
004240     IF NOT DV-OPTOUT-AVAILABLE
004250         GO TO 8100-EXIT
004260     END-IF.
004270     IF MO-MSG-ID NOT NUMERIC OR MO-BODY-ACCOUNT NOT NUMERIC
004280         GO TO 8100-EXIT
004290     END-IF.
004300     MOVE MO-MSG-ID TO DV-MSG-ID-NUM.
004310     IF DV-MSG-ID-NUM = ZERO OR MO-BODY-ACCOUNT = '000000000'
004320         GO TO 8100-EXIT
004330     END-IF.
004340     IF DV-MAND-STATE (DV-MSG-ID-NUM) = SPACE
004350         PERFORM 8200-CHECK-MANDATORY THRU 8200-EXIT
004360     END-IF.
004370     IF DV-MAND-STATE (DV-MSG-ID-NUM) = 'M'
004380         GO TO 8100-EXIT
004390     END-IF.
004400     MOVE MO-BODY-ACCOUNT TO OO-ACCOUNT-NO.
004410     MOVE DV-MSG-ID-NUM   TO OO-MSG-ID.
004420     READ OPTOUT
004430         INVALID KEY
004440             GO TO 8100-EXIT
004450     END-READ.
004460     IF NOT OO-OPTED-OUT OR OO-EFFECTIVE-DATE > DV-RUN-DATE
004470         GO TO 8100-EXIT
004480     END-IF.
004490     SET DV-MSG-WITHHELD TO TRUE.
004500     ADD 1 TO DV-WITHHELD-COUNT.
004510     IF DV-LINE-COUNT >= DV-MAX-LINES
004520         PERFORM 8300-PRINT-HEADERS THRU 8300-EXIT
004530     END-IF.
004540     MOVE MO-BODY-ACCOUNT   TO DV-DTL-ACCOUNT-NO.
004550     MOVE MO-MSG-ID         TO DV-DTL-MSG-ID.
004560     MOVE OO-EFFECTIVE-DATE TO DV-DTL-EFF-DATE.
004570     MOVE OO-REQUEST-SOURCE TO DV-DTL-SOURCE.
004580     MOVE OO-REQUEST-REF    TO DV-DTL-REFERENCE.
004590     MOVE DVMSGOUT-REC (12:60) TO DV-DTL-TEXT.
004600     MOVE ' ' TO PRT-CC.
004610     MOVE DV-DETAIL-LINE TO PRT-LINE.
004620     WRITE OPTWRPT-REC.
004630     ADD 1 TO DV-LINE-COUNT.
004640 8100-EXIT.
004650     EXIT.
004660*----------------------------------------------------------
004670* 8200-CHECK-MANDATORY  -  LOOKS UP THE OPTOUT ROW FOR
004680* ACCOUNT 000000000 ONCE PER MESSAGE ID; A MANDATORY MARK
004690* EFFECTIVE BY THE RUN DATE MEANS NO OPT-OUT APPLIES.
004700*----------------------------------------------------------
004710 8200-CHECK-MANDATORY.
004720     MOVE 'N' TO DV-MAND-STATE (DV-MSG-ID-NUM).
004730     MOVE ZERO          TO OO-ACCOUNT-NO.
004740     MOVE DV-MSG-ID-NUM TO OO-MSG-ID.
004750     READ OPTOUT
004760         INVALID KEY
004770             GO TO 8200-EXIT
004780     END-READ.
004790     IF OO-MANDATORY AND OO-EFFECTIVE-DATE <= DV-RUN-DATE
004800         MOVE 'M' TO DV-MAND-STATE (DV-MSG-ID-NUM)
004810         DISPLAY 'DVMSGRTR - MESSAGE ' DV-MSG-ID-NUM
004820             ' IS MANDATORY - OPT-OUTS NOT APPLIED'
004830     END-IF.
004840 8200-EXIT.
004850     EXIT.
004860*----------------------------------------------------------
004870* 8300-PRINT-HEADERS
004880*----------------------------------------------------------
004890 8300-PRINT-HEADERS.
004900     ADD 1 TO DV-PAGE-NO.
004910     MOVE ZERO TO DV-LINE-COUNT.
004920     MOVE DV-RUN-DATE TO DV-HDR-RPT-RUN-DATE.
004930     MOVE DV-PAGE-NO  TO DV-HDR-PAGE-NO.
004940     MOVE '1' TO PRT-CC.
004950     MOVE DV-HEADER-LINE-1 TO PRT-LINE.
004960     WRITE OPTWRPT-REC.
004970     MOVE ' ' TO PRT-CC.
004980     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
004990     WRITE OPTWRPT-REC.
005000     ADD 2 TO DV-LINE-COUNT.
005010 8300-EXIT.
005020     EXIT.
005030*----------------------------------------------------------
005040* 8400-MASK-ROUTE-ACCOUNT  -  THE ACCOUNT NUMBER AT THE
005050* FRONT OF AN ADDRESSED DETAIL IS MASKED IN DV-ROUTE-LINE AS
005060* THE MSKRULE RULES SAY FOR THE CHOSEN ROUTE. A BROADCAST
005070* DETAIL CARRIES NO ACCOUNT AND GOES AS IT IS.
005080*----------------------------------------------------------
005090 8400-MASK-ROUTE-ACCOUNT.
005100     IF MO-BODY-ACCOUNT NOT NUMERIC
005110     OR MO-BODY-ACCOUNT = '000000000'
005120         GO TO 8400-EXIT
005130     END-IF.
005140     MOVE DV-ROUTE-DEST      TO DV-MSK-ROUTE-NO.
005150     SET DVMSK-FUNC-APPLY TO TRUE.
005160     MOVE 'ROUTE'            TO DVMSK-OUTPUT-ID.
005170     MOVE DV-MSK-ROUTE-ID    TO DVMSK-DEST-ID.
005180     MOVE 'ACCT'             TO DVMSK-FIELD-ID.
005190     MOVE 9                  TO DVMSK-FIELD-LENGTH.
005200     MOVE MO-BODY-ACCOUNT    TO DVMSK-VALUE.
005210     CALL 'DVMSKSRV' USING DVMSK-PARM.
005220     MOVE DVMSK-VALUE (1:9)  TO DV-ROUTE-LINE (3:9).
005230 8400-EXIT.
005240     EXIT.
005250 END PROGRAM DVMSGRTR.
