000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DVMSKSRV.
000030 AUTHOR.        DV-APPL-SUPPORT.
000040 INSTALLATION.  DATAVANTAGE BATCH SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 2026-10-15  DV   ORIGINAL - CALLABLE OUTBOUND MASKING
000110*                  SERVICE. APPLIES THE MSKRULE RULES TO AN
000120*                  ACCOUNT NUMBER OR NAME AS EXTRFILE, THE
000130*                  ROUTE FILES, WRKLIST AND ACKFILE ARE
000140*                  WRITTEN, SO EVERY WRITER MASKS THE SAME
000150*                  WAY, AND COUNTS WHAT EACH RULE MASKED SO
000160*                  THE WRITER CAN REPORT IT ON ITS JOB LOG.
000170*                  SEE THE DVMSKPRM PARAMETER COPYBOOK FOR
000180*                  THE FUNCTIONS AND RETURN CODES. MSKRULE
000190*                  IS LOADED INTO A TABLE ON THE FIRST CALL
000200*                  AND CLOSED. A RULES FILE THAT IS THERE BUT
000210*                  CANNOT BE READ MASKS EVERY VALUE IN FULL -
000220*                  NOTHING GOES OUT IN CLEAR BECAUSE THE
000230*                  RULES WERE NOT AVAILABLE TO SAY SO.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT MSKRULE ASSIGN TO MSKRULE
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS MR-KEY
000320         FILE STATUS IS DV-MSKRULE-STATUS.
000330*----------------------------------------------------------
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  MSKRULE.
000370 COPY MSKRULREC.
000380*----------------------------------------------------------
000390 WORKING-STORAGE SECTION.
000400*----------------------------------------------------------
000410* FIRST-CALL CONTROL AND RULES-FILE AVAILABILITY
000420*----------------------------------------------------------
000430 01  DV-FIRST-CALL-SW            PIC X(01) VALUE 'Y'.
000440     88  DV-FIRST-CALL           VALUE 'Y'.
000450 01  DV-MSKRULE-STATUS           PIC X(02) VALUE '00'.
000460     88  DV-MSKRULE-OK           VALUES '00' '02'.
000470     88  DV-MSKRULE-EOF          VALUE '10'.
000480     88  DV-MSKRULE-NOT-DEFINED  VALUE '35'.
000490 01  DV-RULES-STATE-SW           PIC X(01) VALUE 'L'.
000500     88  DV-RULES-LOADED         VALUE 'L'.
000510     88  DV-RULES-NOT-DEFINED    VALUE 'N'.
000520     88  DV-RULES-FAIL-CLOSED    VALUE 'F'.
000530*----------------------------------------------------------
000540* THE RULES, AS LOADED, WITH WHAT EACH HAS MASKED THIS RUN
000550*----------------------------------------------------------
000560 01  DV-RULE-MAX                 PIC 9(03) COMP VALUE 200.
000570 01  DV-RULE-COUNT               PIC 9(03) COMP VALUE ZERO.
000580 01  DV-RULE-TABLE.
000590     05  DV-RULE-ENTRY           OCCURS 200 TIMES.
000600         10  DV-RT-OUTPUT-ID     PIC X(08).
000610         10  DV-RT-DEST-ID       PIC X(08).
000620         10  DV-RT-FIELD-ID      PIC X(04).
000630         10  DV-RT-ACTION        PIC X(01).
000640         10  DV-RT-TOKEN-KEY     PIC 9(08).
000650         10  DV-RT-MASKED-COUNT  PIC 9(09).
000660 01  DV-RULE-IDX                 PIC 9(03) COMP.
000670 01  DV-EXACT-IDX                PIC 9(03) COMP.
000680 01  DV-ALL-IDX                  PIC 9(03) COMP.
000690 01  DV-USE-IDX                  PIC 9(03) COMP.
000700*----------------------------------------------------------
000710* VALUES SENT IN CLEAR FOR WANT OF A RULE, BY OUTPUT,
000720* DESTINATION AND FIELD, SO AUDIT SEES THE GAPS AS WELL AS
000730* THE COVERAGE. DESTINATIONS PAST THE TABLE ARE LUMPED
000740* TOGETHER PER RUN.
000750*----------------------------------------------------------
000760 01  DV-CLEAR-MAX                PIC 9(03) COMP VALUE 50.
000770 01  DV-CLEAR-COUNT              PIC 9(03) COMP VALUE ZERO.
000780 01  DV-CLEAR-TABLE.
000790     05  DV-CLEAR-ENTRY          OCCURS 50 TIMES.
000800         10  DV-CL-OUTPUT-ID     PIC X(08).
000810         10  DV-CL-DEST-ID       PIC X(08).
000820         10  DV-CL-FIELD-ID      PIC X(04).
000830         10  DV-CL-VALUE-COUNT   PIC 9(09).
000840 01  DV-CLEAR-IDX                PIC 9(03) COMP.
000850 01  DV-CLEAR-FOUND-IDX          PIC 9(03) COMP.
000860 01  DV-CLEAR-OVERFLOW-COUNT     PIC 9(09) VALUE ZERO.
000870 01  DV-FAIL-CLOSED-COUNT        PIC 9(09) VALUE ZERO.
000880 01  DV-REPORT-LINES             PIC 9(03) COMP.
000890*----------------------------------------------------------
000900* MASKING WORK AREAS
000910*----------------------------------------------------------
000920 01  DV-MASK-LENGTH              PIC 9(02) COMP.
000930 01  DV-MASK-POS                 PIC 9(02) COMP.
000940 01  DV-MASK-THRU                PIC 9(02) COMP.
000950 01  DV-LAST-NONBLANK            PIC 9(02) COMP.
000960 01  DV-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
000970*----------------------------------------------------------
000980* TOKEN WORK AREAS. THE TOKEN IS 'T' AND EIGHT DIGITS
000990* WORKED OUT BYTE BY BYTE FROM THE RULE'S TOKEN KEY AND THE
001000* VALUE, SO THE SAME VALUE UNDER THE SAME RULE ALWAYS GIVES
001010* THE SAME TOKEN.
001020*----------------------------------------------------------
001030 01  DV-TOKEN-ALPHABET           PIC X(37)
001040     VALUE ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001050 01  DV-TOKEN-MODULUS            PIC 9(08) VALUE 99999989.
001060 01  DV-TOKEN-CHAR               PIC X(01).
001070 01  DV-TOKEN-CHAR-POS           PIC 9(02) COMP.
001080 01  DV-TOKEN-ACCUM              PIC 9(08).
001090 01  DV-TOKEN-MULTIPLIER         PIC 9(05).
001100 01  DV-TOKEN-WORK               PIC 9(14).
001110 01  DV-TOKEN-QUOTIENT           PIC 9(14).
001120 01  DV-TOKEN-OUT.
001130     05  FILLER                  PIC X(01) VALUE 'T'.
001140     05  DV-TOKEN-DIGITS         PIC 9(08).
001150*----------------------------------------------------------
001160 LINKAGE SECTION.
001170 COPY DVMSKPRM.
001180*----------------------------------------------------------
001190 PROCEDURE DIVISION USING DVMSK-PARM.
001200*----------------------------------------------------------
001210* 0000-MAINLINE  -  MSKRULE IS LOADED ON THE FIRST CALL OF
001220* THE RUN UNIT.
001230*----------------------------------------------------------
001240 0000-MAINLINE.
001250     IF DV-FIRST-CALL
001260         MOVE 'N' TO DV-FIRST-CALL-SW
001270         PERFORM 1000-LOAD-RULES THRU 1000-EXIT
001280     END-IF.
001290     IF DVMSK-FUNC-REPORT
001300         PERFORM 4000-REPORT-OUTPUT THRU 4000-EXIT
001310     ELSE
001320         PERFORM 2000-APPLY-RULE THRU 2000-EXIT
001330     END-IF.
001340     GOBACK.
001350*----------------------------------------------------------
001360* 1000-LOAD-RULES  -  READS MSKRULE INTO THE RULE TABLE. A
001370* RULES FILE NEVER DEFINED MEANS NO MASKING HAS BEEN ASKED
001380* FOR YET. ONE THAT WILL NOT OPEN OR READ, OR HOLDS MORE
001390* RULES THAN THE TABLE, CANNOT BE TRUSTED TO SAY WHAT MAY
001400* GO OUT IN CLEAR, SO EVERYTHING IS MASKED.
001410*----------------------------------------------------------
001420 1000-LOAD-RULES.
001430     OPEN INPUT MSKRULE.
001440     IF DV-MSKRULE-NOT-DEFINED
001450         SET DV-RULES-NOT-DEFINED TO TRUE
001460         DISPLAY 'DVMSKSRV - MSKRULE NOT DEFINED - NO '
001470                 'OUTBOUND MASKING APPLIED'
001480         GO TO 1000-EXIT
001490     END-IF.
001500     IF NOT DV-MSKRULE-OK
001510         SET DV-RULES-FAIL-CLOSED TO TRUE
001520         DISPLAY 'DVMSKSRV - OPEN FAILED FOR MSKRULE - '
001530                 DV-MSKRULE-STATUS
001540                 ' - EVERY VALUE WILL BE MASKED'
001550         GO TO 1000-EXIT
001560     END-IF.
001570     PERFORM 1100-READ-RULE THRU 1100-EXIT
001580         UNTIL DV-MSKRULE-EOF
001590         OR DV-RULES-FAIL-CLOSED.
001600     CLOSE MSKRULE.
001610 1000-EXIT.
001620     EXIT.
001630*----------------------------------------------------------
001640* 1100-READ-RULE  -  ONE MSKRULE RECORD INTO THE TABLE.
001650*----------------------------------------------------------
001660 1100-READ-RULE.
001670     READ MSKRULE
001680         AT END
001690             GO TO 1100-EXIT
001700     END-READ.
001710     IF NOT DV-MSKRULE-OK
001720         SET DV-RULES-FAIL-CLOSED TO TRUE
001730         DISPLAY 'DVMSKSRV - READ FAILED FOR MSKRULE - '
001740                 DV-MSKRULE-STATUS
001750                 ' - EVERY VALUE WILL BE MASKED'
001760         GO TO 1100-EXIT
001770     END-IF.
001780     IF DV-RULE-COUNT NOT < DV-RULE-MAX
001790         SET DV-RULES-FAIL-CLOSED TO TRUE
001800         DISPLAY 'DVMSKSRV - MORE THAN ' DV-RULE-MAX
001810                 ' MSKRULE RULES - EVERY VALUE WILL BE MASKED'
001820         GO TO 1100-EXIT
001830     END-IF.
001840     ADD 1 TO DV-RULE-COUNT.
001850     MOVE MR-OUTPUT-ID  TO DV-RT-OUTPUT-ID (DV-RULE-COUNT).
001860     MOVE MR-DEST-ID    TO DV-RT-DEST-ID (DV-RULE-COUNT).
001870     MOVE MR-FIELD-ID   TO DV-RT-FIELD-ID (DV-RULE-COUNT).
001880     MOVE MR-ACTION     TO DV-RT-ACTION (DV-RULE-COUNT).
001890     MOVE MR-TOKEN-KEY  TO DV-RT-TOKEN-KEY (DV-RULE-COUNT).
001900     MOVE ZERO          TO DV-RT-MASKED-COUNT (DV-RULE-COUNT).
001910 1100-EXIT.
001920     EXIT.
001930*----------------------------------------------------------
001940* 2000-APPLY-RULE  -  THE DESTINATION'S OWN RULE FOR THE
001950* FIELD IF IT HAS ONE, ELSE THE OUTPUT'S *ALL* RULE, ELSE
001960* THE VALUE GOES OUT AS IT IS.
001970*----------------------------------------------------------
001980 2000-APPLY-RULE.
001990     MOVE DVMSK-FIELD-LENGTH TO DV-MASK-LENGTH.
002000     IF DV-MASK-LENGTH = ZERO
002010     OR DV-MASK-LENGTH > LENGTH OF DVMSK-VALUE
002020         MOVE LENGTH OF DVMSK-VALUE TO DV-MASK-LENGTH
002030     END-IF.
002040     IF DV-RULES-FAIL-CLOSED
002050         MOVE DV-MASK-LENGTH TO DV-MASK-THRU
002060         PERFORM 2500-MASK-BYTE THRU 2500-EXIT
002070             VARYING DV-MASK-POS FROM 1 BY 1
002080             UNTIL DV-MASK-POS > DV-MASK-THRU
002090         ADD 1 TO DV-FAIL-CLOSED-COUNT
002100         SET DVMSK-RC-RULES-DOWN TO TRUE
002110         GO TO 2000-EXIT
002120     END-IF.
002130     MOVE ZERO TO DV-EXACT-IDX DV-ALL-IDX.
002140     PERFORM 2100-MATCH-RULE THRU 2100-EXIT
002150         VARYING DV-RULE-IDX FROM 1 BY 1
002160         UNTIL DV-RULE-IDX > DV-RULE-COUNT
002170         OR DV-EXACT-IDX > ZERO.
002180     IF DV-EXACT-IDX > ZERO
002190         MOVE DV-EXACT-IDX TO DV-USE-IDX
002200     ELSE
002210         MOVE DV-ALL-IDX TO DV-USE-IDX
002220     END-IF.
002230     IF DV-USE-IDX = ZERO
002240         PERFORM 2200-COUNT-CLEAR THRU 2200-EXIT
002250         SET DVMSK-RC-NO-RULE TO TRUE
002260         GO TO 2000-EXIT
002270     END-IF.
002280     EVALUATE DV-RT-ACTION (DV-USE-IDX)
002290         WHEN 'L'
002300             PERFORM 2300-MASK-TO-LAST-FOUR THRU 2300-EXIT
002310         WHEN 'T'
002320             PERFORM 2400-TOKENIZE THRU 2400-EXIT
002330         WHEN OTHER
002340             MOVE DV-MASK-LENGTH TO DV-MASK-THRU
002350             PERFORM 2500-MASK-BYTE THRU 2500-EXIT
002360                 VARYING DV-MASK-POS FROM 1 BY 1
002370                 UNTIL DV-MASK-POS > DV-MASK-THRU
002380     END-EVALUATE.
002390     ADD 1 TO DV-RT-MASKED-COUNT (DV-USE-IDX).
002400     SET DVMSK-RC-MASKED TO TRUE.
002410 2000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------
002440* 2100-MATCH-RULE  -  TESTS ONE TABLE ENTRY AGAINST THE
002450* OUTPUT, DESTINATION AND FIELD ASKED FOR.
002460*----------------------------------------------------------
002470 2100-MATCH-RULE.
002480     IF DV-RT-OUTPUT-ID (DV-RULE-IDX) NOT = DVMSK-OUTPUT-ID
002490     OR DV-RT-FIELD-ID (DV-RULE-IDX) NOT = DVMSK-FIELD-ID
002500         GO TO 2100-EXIT
002510     END-IF.
002520     IF DV-RT-DEST-ID (DV-RULE-IDX) = DVMSK-DEST-ID
002530         MOVE DV-RULE-IDX TO DV-EXACT-IDX
002540         GO TO 2100-EXIT
002550     END-IF.
002560     IF DV-RT-DEST-ID (DV-RULE-IDX) = '*ALL*'
002570         MOVE DV-RULE-IDX TO DV-ALL-IDX
002580     END-IF.
002590 2100-EXIT.
002600     EXIT.
002610*----------------------------------------------------------
002620* 2200-COUNT-CLEAR  -  COUNTS A VALUE SENT IN CLEAR AGAINST
002630* ITS OUTPUT, DESTINATION AND FIELD.
002640*----------------------------------------------------------
002650 2200-COUNT-CLEAR.
002660     MOVE ZERO TO DV-CLEAR-FOUND-IDX.
002670     PERFORM 2210-FIND-CLEAR THRU 2210-EXIT
002680         VARYING DV-CLEAR-IDX FROM 1 BY 1
002690         UNTIL DV-CLEAR-IDX > DV-CLEAR-COUNT
002700         OR DV-CLEAR-FOUND-IDX > ZERO.
002710     IF DV-CLEAR-FOUND-IDX > ZERO
002720         ADD 1 TO DV-CL-VALUE-COUNT (DV-CLEAR-FOUND-IDX)
002730         GO TO 2200-EXIT
002740     END-IF.
002750     IF DV-CLEAR-COUNT NOT < DV-CLEAR-MAX
002760         ADD 1 TO DV-CLEAR-OVERFLOW-COUNT
002770         GO TO 2200-EXIT
002780     END-IF.
002790     ADD 1 TO DV-CLEAR-COUNT.
002800     MOVE DVMSK-OUTPUT-ID TO DV-CL-OUTPUT-ID (DV-CLEAR-COUNT).
002810     MOVE DVMSK-DEST-ID   TO DV-CL-DEST-ID (DV-CLEAR-COUNT).
002820     MOVE DVMSK-FIELD-ID  TO DV-CL-FIELD-ID (DV-CLEAR-COUNT).
002830     MOVE 1 TO DV-CL-VALUE-COUNT (DV-CLEAR-COUNT).
002840 2200-EXIT.
002850     EXIT.
002860*----------------------------------------------------------
002870* 2210-FIND-CLEAR  -  TESTS ONE IN-CLEAR COUNTER.
002880*----------------------------------------------------------
002890 2210-FIND-CLEAR.
002900     IF DV-CL-OUTPUT-ID (DV-CLEAR-IDX) = DVMSK-OUTPUT-ID
002910     AND DV-CL-DEST-ID (DV-CLEAR-IDX) = DVMSK-DEST-ID
002920     AND DV-CL-FIELD-ID (DV-CLEAR-IDX) = DVMSK-FIELD-ID
002930         MOVE DV-CLEAR-IDX TO DV-CLEAR-FOUND-IDX
002940     END-IF.
002950 2210-EXIT.
002960     EXIT.
002970*----------------------------------------------------------
002980* 2300-MASK-TO-LAST-FOUR  -  EVERYTHING BEFORE THE LAST FOUR
002990* CHARACTERS OF THE VALUE BECOMES '*'. A VALUE OF FOUR
003000* CHARACTERS OR FEWER IS MASKED IN FULL.
003010*----------------------------------------------------------
003020 2300-MASK-TO-LAST-FOUR.
003030     MOVE ZERO TO DV-LAST-NONBLANK.
003040     PERFORM 2310-FIND-LAST-NONBLANK THRU 2310-EXIT
003050         VARYING DV-MASK-POS FROM 1 BY 1
003060         UNTIL DV-MASK-POS > DV-MASK-LENGTH.
003070     IF DV-LAST-NONBLANK > 4
003080         COMPUTE DV-MASK-THRU = DV-LAST-NONBLANK - 4
003090     ELSE
003100         MOVE DV-MASK-LENGTH TO DV-MASK-THRU
003110     END-IF.
003120     PERFORM 2500-MASK-BYTE THRU 2500-EXIT
003130         VARYING DV-MASK-POS FROM 1 BY 1
003140         UNTIL DV-MASK-POS > DV-MASK-THRU.
003150 2300-EXIT.
003160     EXIT.
003170*----------------------------------------------------------
003180* 2310-FIND-LAST-NONBLANK  -  NOTES A NON-BLANK POSITION.
003190*----------------------------------------------------------
003200 2310-FIND-LAST-NONBLANK.
003210     IF DVMSK-VALUE (DV-MASK-POS:1) NOT = SPACE
003220         MOVE DV-MASK-POS TO DV-LAST-NONBLANK
003230     END-IF.
003240 2310-EXIT.
003250     EXIT.
003260*----------------------------------------------------------
003270* 2400-TOKENIZE  -  REPLACES THE VALUE WITH ITS TOKEN UNDER
003280* THE RULE'S TOKEN KEY. EACH CHARACTER IS TAKEN AS ITS
003290* PLACE IN THE TOKEN ALPHABET (ANYTHING ELSE AS ONE PAST
003300* THE END) AND FOLDED INTO THE RUNNING TOTAL, WHICH IS KEPT
003310* BELOW THE MODULUS.
003320*----------------------------------------------------------
003330 2400-TOKENIZE.
003340     MOVE DV-RT-TOKEN-KEY (DV-USE-IDX) TO DV-TOKEN-ACCUM.
003350     PERFORM 2410-FOLD-TOKEN-CHAR THRU 2410-EXIT
003360         VARYING DV-MASK-POS FROM 1 BY 1
003370         UNTIL DV-MASK-POS > DV-MASK-LENGTH.
003380     MOVE DV-TOKEN-ACCUM TO DV-TOKEN-DIGITS.
003390     MOVE DV-TOKEN-OUT TO DVMSK-VALUE (1:DV-MASK-LENGTH).
003400 2400-EXIT.
003410     EXIT.
003420*----------------------------------------------------------
003430* 2410-FOLD-TOKEN-CHAR  -  FOLDS ONE CHARACTER IN.
003440*----------------------------------------------------------
003450 2410-FOLD-TOKEN-CHAR.
003460     MOVE DVMSK-VALUE (DV-MASK-POS:1) TO DV-TOKEN-CHAR.
003470     MOVE ZERO TO DV-TOKEN-CHAR-POS.
003480     INSPECT DV-TOKEN-ALPHABET TALLYING DV-TOKEN-CHAR-POS
003490         FOR CHARACTERS BEFORE INITIAL DV-TOKEN-CHAR.
003500     DIVIDE DV-TOKEN-ACCUM BY 9973
003510         GIVING DV-TOKEN-QUOTIENT
003520         REMAINDER DV-TOKEN-MULTIPLIER.
003530     ADD 41 TO DV-TOKEN-MULTIPLIER.
003540     COMPUTE DV-TOKEN-WORK =
003550         (DV-TOKEN-ACCUM + DV-TOKEN-CHAR-POS + 1)
003560             * DV-TOKEN-MULTIPLIER.
003570     DIVIDE DV-TOKEN-WORK BY DV-TOKEN-MODULUS
003580         GIVING DV-TOKEN-QUOTIENT
003590         REMAINDER DV-TOKEN-ACCUM.
003600 2410-EXIT.
003610     EXIT.
003620*----------------------------------------------------------
003630* 2500-MASK-BYTE  -  ONE NON-BLANK CHARACTER BECOMES '*'.
003640* BLANKS ARE LEFT, SO A MASKED NAME KEEPS ITS SHAPE ON THE
003650* RECORD WITHOUT ITS LETTERS.
003660*----------------------------------------------------------
003670 2500-MASK-BYTE.
003680     IF DVMSK-VALUE (DV-MASK-POS:1) NOT = SPACE
003690         MOVE '*' TO DVMSK-VALUE (DV-MASK-POS:1)
003700     END-IF.
003710 2500-EXIT.
003720     EXIT.
003730*----------------------------------------------------------
003740* 4000-REPORT-OUTPUT  -  THE RUN'S MASKING SUMMARY FOR ONE
003750* OUTPUT: EVERY RULE FOR IT WITH THE RECORDS IT MASKED,
003760* THEN EVERY DESTINATION THAT WENT OUT IN CLEAR.
003770*----------------------------------------------------------
003780 4000-REPORT-OUTPUT.
003790     SET DVMSK-RC-MASKED TO TRUE.
003800     DISPLAY 'DVMSKSRV - MASKING SUMMARY FOR ' DVMSK-OUTPUT-ID.
003810     IF DV-RULES-FAIL-CLOSED
003820         MOVE DV-FAIL-CLOSED-COUNT TO DV-COUNT-EDIT
003830         DISPLAY '  MSKRULE UNAVAILABLE - VALUES MASKED IN '
003840                 'FULL: ' DV-COUNT-EDIT
003850         SET DVMSK-RC-RULES-DOWN TO TRUE
003860         GO TO 4000-EXIT
003870     END-IF.
003880     IF DV-RULES-NOT-DEFINED
003890         DISPLAY '  MSKRULE NOT DEFINED - NO RULES APPLIED'
003900     END-IF.
003910     MOVE ZERO TO DV-REPORT-LINES.
003920     PERFORM 4100-REPORT-RULE THRU 4100-EXIT
003930         VARYING DV-RULE-IDX FROM 1 BY 1
003940         UNTIL DV-RULE-IDX > DV-RULE-COUNT.
003950     IF DV-REPORT-LINES = ZERO
003960         DISPLAY '  NO MASKING RULES FOR THIS OUTPUT'
003970     END-IF.
003980     PERFORM 4200-REPORT-CLEAR THRU 4200-EXIT
003990         VARYING DV-CLEAR-IDX FROM 1 BY 1
004000         UNTIL DV-CLEAR-IDX > DV-CLEAR-COUNT.
004010     IF DV-CLEAR-OVERFLOW-COUNT > ZERO
004020         MOVE DV-CLEAR-OVERFLOW-COUNT TO DV-COUNT-EDIT
004030         DISPLAY '  NO RULE  OTHER DESTINATIONS     '
004040                 'SENT IN CLEAR: ' DV-COUNT-EDIT
004050     END-IF.
004060 4000-EXIT.
004070     EXIT.
004080*----------------------------------------------------------
004090* 4100-REPORT-RULE  -  ONE RULE OF THE OUTPUT AND ITS COUNT,
004100* ZERO INCLUDED.
004110*----------------------------------------------------------
004120 4100-REPORT-RULE.
004130     IF DV-RT-OUTPUT-ID (DV-RULE-IDX) NOT = DVMSK-OUTPUT-ID
004140         GO TO 4100-EXIT
004150     END-IF.
004160     ADD 1 TO DV-REPORT-LINES.
004170     MOVE DV-RT-MASKED-COUNT (DV-RULE-IDX) TO DV-COUNT-EDIT.
004180     DISPLAY '  RULE     ' DV-RT-DEST-ID (DV-RULE-IDX)
004190             ' ' DV-RT-FIELD-ID (DV-RULE-IDX)
004200             ' ACTION ' DV-RT-ACTION (DV-RULE-IDX)
004210             '  RECORDS MASKED: ' DV-COUNT-EDIT.
004220 4100-EXIT.
004230     EXIT.
004240*----------------------------------------------------------
004250* 4200-REPORT-CLEAR  -  ONE DESTINATION AND FIELD OF THE
004260* OUTPUT THAT HAD NO RULE.
004270*----------------------------------------------------------
004280 4200-REPORT-CLEAR.
004290     IF DV-CL-OUTPUT-ID (DV-CLEAR-IDX) NOT = DVMSK-OUTPUT-ID
004300         GO TO 4200-EXIT
004310     END-IF.
004320     MOVE DV-CL-VALUE-COUNT (DV-CLEAR-IDX) TO DV-COUNT-EDIT.
004330     DISPLAY '  NO RULE  ' DV-CL-DEST-ID (DV-CLEAR-IDX)
004340             ' ' DV-CL-FIELD-ID (DV-CLEAR-IDX)
004350             '           SENT IN CLEAR: ' DV-COUNT-EDIT.
004360 4200-EXIT.
004370     EXIT.
004380 END PROGRAM DVMSKSRV.
