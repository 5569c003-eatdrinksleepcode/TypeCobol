000280*                  THE WORKLISTS FOR WHATEVER IS ALREADY
000290*                  ASSIGNED, WITH THE UNASSIGNED RECORDS
000300*                  GROUPED UNDER *NONE*.
000301* 2026-10-15  DV   EACH WORKLIST LINE IS FOLLOWED BY ITS LATEST
000302*                  PGMMAINT CASE NOTE (PGMNOTE), KEPT ON THE
000303*                  SAME PAGE; NO PGMNOTE PRINTS NONE.
000304* 2026-10-15  DV   AN ACCOUNT-KEYED RECORD ID PRINTS MASKED
000305*                  PER THE MSKRULE RULES FOR THE OPERATOR
000306*                  (OUTPUT WRKLIST) THROUGH DVMSKSRV, AND THE
000307*                  SUMMARY ENDS WITH THE RECORDS MASKED PER
000308*                  RULE. UNREADABLE RULES MASK IN FULL, RC 4.
000310*----------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000490     SELECT WRKLIST ASSIGN TO WRKLIST
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DV-WRKLIST-STATUS.
000511     SELECT OPTIONAL PGMNOTE ASSIGN TO PGMNOTE
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS PN-KEY
000515         FILE STATUS IS DV-PGMNOTE-STATUS.
000520*----------------------------------------------------------
000530 DATA DIVISION.
000540 FILE SECTION.
000560 COPY PGMSTREC.
000570 FD  PGMASGN.
000580 COPY PGMASGREC.
000583 FD  PGMNOTE.
000586 COPY PGMNTREC.
000590 FD  OPERLIST
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 80 CHARACTERS.
000950     88  DV-EOF                  VALUE 'Y'.
000960 01  DV-ASSIGNED-SW              PIC X(01) VALUE 'N'.
000970     88  DV-RECORD-ASSIGNED      VALUE 'Y'.
000971 01  DV-PGMNOTE-STATUS           PIC X(02) VALUE '00'.
000972     88  DV-PGMNOTE-OK           VALUES '00' '02'.
000973 01  DV-PGMNOTE-AVAIL-SW         PIC X(01) VALUE 'N'.
000974     88  DV-PGMNOTE-AVAILABLE    VALUE 'Y'.
000975 01  DV-NOTE-FOUND-SW            PIC X(01) VALUE 'N'.
000976     88  DV-NOTE-FOUND           VALUE 'Y'.
000977 01  DV-NOTE-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
000978     88  DV-NOTE-SCAN-DONE       VALUE 'Y'.
000980*----------------------------------------------------------
000990* OPERATOR ROSTER - LOADED FROM OPERLIST, HANDED OUT ROUND-
001000* ROBIN. 20 SLOTS COVERS THE WHOLE OPERATIONS AREA.
001130 01  DV-WORKQ-COUNT              PIC 9(07) VALUE ZERO.
001140 01  DV-NEWASGN-COUNT            PIC 9(07) VALUE ZERO.
001150 01  DV-UNASSIGNED-COUNT         PIC 9(07) VALUE ZERO.
001155 01  DV-NOTED-COUNT              PIC 9(07) VALUE ZERO.
001160 01  DV-PAGE-NO                  PIC 9(05) VALUE ZERO.
001170 01  DV-LINE-COUNT               PIC 9(03) VALUE 99.
001180 01  DV-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 50.
001410     05  DV-DTL-LAST-UPDATED     PIC 9(08).
001420     05  FILLER                  PIC X(06) VALUE SPACES.
001430     05  DV-DTL-ASSIGN-DATE      PIC 9(08).
001431 01  DV-NOTE-LINE.
001432     05  FILLER                  PIC X(04) VALUE SPACES.
001433     05  FILLER                  PIC X(06) VALUE 'NOTE: '.
001434     05  DV-NTL-NOTE-DATE        PIC 9(08).
001435     05  FILLER                  PIC X(01) VALUE SPACES.
001436     05  DV-NTL-OPERATOR-ID      PIC X(08).
001437     05  FILLER                  PIC X(01) VALUE SPACES.
001438     05  DV-NTL-NOTE-TEXT        PIC X(70).
001439*----------------------------------------------------------
001440* OUTBOUND MASKING OF THE WORKLISTS - RESOLVED THROUGH THE
001441* DVMSKSRV CALLABLE MASKING SERVICE (COPYBOOK DVMSKPRM)
001442*----------------------------------------------------------
001443 COPY DVMSKPRM.
001444 01  DV-SAVE-RC                  PIC S9(04) COMP.
001445*----------------------------------------------------------
001450 PROCEDURE DIVISION.
001460*----------------------------------------------------------
001470* 0000-MAINLINE  -  THE ASSIGNMENT PASS FEEDS THE SORT AND
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003071     OPEN INPUT PGMNOTE.
003072     IF DV-PGMNOTE-OK
003073         SET DV-PGMNOTE-AVAILABLE TO TRUE
003074     ELSE
003075         DISPLAY 'PGMWRKAS - PGMNOTE UNAVAILABLE - STATUS '
003076             DV-PGMNOTE-STATUS ' - NOTES NOT PRINTED'
003077     END-IF.
003080     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
003090         UNTIL DV-EOF.
003100     IF DV-WORKQ-COUNT = ZERO
003150         WRITE WRKLIST-REC
003160     END-IF.
003170     CLOSE WRKLIST.
003172     IF DV-PGMNOTE-AVAILABLE
003174         CLOSE PGMNOTE
003176     END-IF.
003180 3000-EXIT.
003190     EXIT.
003200*----------------------------------------------------------
003310         MOVE SW-OPERATOR-ID TO DV-HDR-OPERATOR-ID
003320         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
003330     END-IF.
003335     PERFORM 3300-GET-LATEST-NOTE THRU 3300-EXIT.
003340     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
003343        OR (DV-NOTE-FOUND AND
003346            DV-LINE-COUNT + 1 >= DV-MAX-LINES-PER-PAGE)
003350         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
003360     END-IF.
003370     MOVE SW-RECORD-ID         TO DV-DTL-RECORD-ID.
003375     PERFORM 3400-MASK-RECORD-ID THRU 3400-EXIT.
003380     MOVE SW-STATUS-CODE       TO DV-DTL-STATUS-CODE.
003390     MOVE SW-LAST-UPDATED-DATE TO DV-DTL-LAST-UPDATED.
003400     MOVE SW-ASSIGN-DATE       TO DV-DTL-ASSIGN-DATE.
003420     MOVE DV-DETAIL-LINE       TO PRT-LINE.
003430     WRITE WRKLIST-REC.
003440     ADD 1 TO DV-LINE-COUNT.
003441     IF DV-NOTE-FOUND
003442         MOVE ' '          TO PRT-CC
003443         MOVE DV-NOTE-LINE TO PRT-LINE
003444         WRITE WRKLIST-REC
003445         ADD 1 TO DV-LINE-COUNT
003446         ADD 1 TO DV-NOTED-COUNT
003447     END-IF.
003450 3100-EXIT.
003460     EXIT.
003470*----------------------------------------------------------
003580     MOVE ' ' TO PRT-CC.
003590     MOVE DV-HEADER-LINE-2 TO PRT-LINE.
003600     WRITE WRKLIST-REC.
003601     ADD 2 TO DV-LINE-COUNT.
003602 3200-EXIT.
003603     EXIT.
003604*----------------------------------------------------------
003605* 3300-GET-LATEST-NOTE  -  LOADS THE NOTE LINE WITH THE MOST
003606* RECENT PGMNOTE ENTRY FOR THE RECORD BEING PRINTED - THE LAST
003607* ONE READ, SINCE A RECORD'S NOTES ARE KEYED IN SEQUENCE.
003608* NO NOTE, OR NO NOTES FILE, PRINTS NOTHING.
003609*----------------------------------------------------------
003610 3300-GET-LATEST-NOTE.
003611     MOVE 'N' TO DV-NOTE-FOUND-SW.
003612     IF NOT DV-PGMNOTE-AVAILABLE
003613         GO TO 3300-EXIT
003614     END-IF.
003615     MOVE SW-RECORD-ID TO PN-RECORD-ID.
003616     MOVE ZERO TO PN-NOTE-SEQ.
003617     START PGMNOTE KEY IS >= PN-KEY
003618         INVALID KEY
003619             GO TO 3300-EXIT
003620     END-START.
003621     MOVE 'N' TO DV-NOTE-SCAN-DONE-SW.
003622     PERFORM 3310-READ-ONE-NOTE THRU 3310-EXIT
003623         UNTIL DV-NOTE-SCAN-DONE.
003624 3300-EXIT.
003625     EXIT.
003626*----------------------------------------------------------
003627* 3310-READ-ONE-NOTE
003628*----------------------------------------------------------
003629 3310-READ-ONE-NOTE.
003630     READ PGMNOTE NEXT RECORD
003631         AT END
003632             SET DV-NOTE-SCAN-DONE TO TRUE
003633             GO TO 3310-EXIT
003634     END-READ.
003635     IF PN-RECORD-ID NOT = SW-RECORD-ID
003636         SET DV-NOTE-SCAN-DONE TO TRUE
003637         GO TO 3310-EXIT
003638     END-IF.
003639     SET DV-NOTE-FOUND TO TRUE.
003640     MOVE PN-NOTE-DATE   TO DV-NTL-NOTE-DATE.
003641     MOVE PN-OPERATOR-ID TO DV-NTL-OPERATOR-ID.
003642     MOVE PN-NOTE-TEXT   TO DV-NTL-NOTE-TEXT.
003643 3310-EXIT.
003644     EXIT.
003645*----------------------------------------------------------
003646* 3400-MASK-RECORD-ID  -  A RECORD ID OPENING WITH A NINE-
003647* DIGIT ACCOUNT NUMBER HAS THE ACCOUNT MASKED ON THE DETAIL
003648* LINE AS THE MSKRULE RULES SAY FOR THE WORKLIST'S OPERATOR
003649* (*NONE* FOR THE UNASSIGNED LIST). ANY OTHER RECORD ID
003650* PRINTS AS IT IS.
003651*----------------------------------------------------------
003652 3400-MASK-RECORD-ID.
003653     IF SW-RECORD-ID (1:9) NOT NUMERIC
003654         GO TO 3400-EXIT
003655     END-IF.
003656     SET DVMSK-FUNC-APPLY TO TRUE.
003657     MOVE 'WRKLIST'            TO DVMSK-OUTPUT-ID.
003658     MOVE SW-OPERATOR-ID       TO DVMSK-DEST-ID.
003659     MOVE 'ACCT'               TO DVMSK-FIELD-ID.
003660     MOVE 9                    TO DVMSK-FIELD-LENGTH.
003661     MOVE SW-RECORD-ID (1:9)   TO DVMSK-VALUE.
003662     CALL 'DVMSKSRV' USING DVMSK-PARM.
003663     MOVE DVMSK-VALUE (1:9)    TO DV-DTL-RECORD-ID (1:9).
003664 3400-EXIT.
003665     EXIT.
003666*----------------------------------------------------------
003667* 7000-DISPLAY-TOTALS
003668*----------------------------------------------------------
003670 7000-DISPLAY-TOTALS.
003673     SET DVMSK-FUNC-REPORT TO TRUE.
003676     MOVE 'WRKLIST' TO DVMSK-OUTPUT-ID.
003680     DISPLAY '========================================'.
003690     DISPLAY 'PGMWRKAS - WORK-QUEUE ASSIGNMENT SUMMARY'.
003700     DISPLAY '  PGMSTAT RECORDS READ . . . : '
003730         DV-WORKQ-COUNT.
003740     DISPLAY '  NEW ASSIGNMENTS MADE . . . : '
003750         DV-NEWASGN-COUNT.
003753     DISPLAY '  PRINTED WITH A NOTE  . . . : '
003756         DV-NOTED-COUNT.
003760     DISPLAY '  STILL UNASSIGNED . . . . . : '
003770         DV-UNASSIGNED-COUNT.
003771     MOVE RETURN-CODE TO DV-SAVE-RC.
003772     CALL 'DVMSKSRV' USING DVMSK-PARM.
003773     IF DV-SAVE-RC > RETURN-CODE
003774         MOVE DV-SAVE-RC TO RETURN-CODE
003775     END-IF.
003776     IF DVMSK-RC-RULES-DOWN AND RETURN-CODE < 4
003777         MOVE 4 TO RETURN-CODE
003778     END-IF.
003780     DISPLAY '========================================'.
003790 7000-EXIT.
003800     EXIT.
