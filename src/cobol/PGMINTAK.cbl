000350*                  LEDGER (COPYBOOK DVCTLREC) SO THE NEW
000360*                  DVCYCBAL END-OF-CYCLE STEP CAN BALANCE
000370*                  THE CYCLE ACROSS STEPS.
000371* 2026-10-15  DV   PGMAUDIT ENTRIES CARRY PA-APPROVER-ID, LEFT
000372*                  BLANK HERE (NO DUAL CONTROL ON INTAKE).
000373* 2026-10-15  DV   AN ACCOUNT-KEYED RECORD ID GOES BACK ON
000374*                  ACKFILE MASKED PER THE MSKRULE RULES FOR THE
000375*                  SOURCE SYSTEM THROUGH DVMSKSRV, AND THE
000376*                  SUMMARY ENDS WITH THE RECORDS MASKED PER
000377*                  RULE. UNREADABLE RULES MASK IN FULL, RC 4.
000380*----------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  DV-ACK-INIT-STATUS      PIC X(02).
001630     05  FILLER                  PIC X(62) VALUE SPACES.
001631*----------------------------------------------------------
001632* OUTBOUND MASKING OF THE ACKNOWLEDGMENTS - RESOLVED THROUGH
001633* THE DVMSKSRV CALLABLE MASKING SERVICE (COPYBOOK DVMSKPRM)
001634*----------------------------------------------------------
001635 COPY DVMSKPRM.
001636 01  DV-SAVE-RC                  PIC S9(04) COMP.
001640*----------------------------------------------------------
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------
003190     MOVE PS-LAST-UPDATED-DATE  TO PA-CHANGE-DATE.
003200     MOVE PS-LAST-UPDATED-TIME  TO PA-CHANGE-TIME.
003210     SET PA-SOURCE-BATCH TO TRUE.
003215     MOVE SPACES TO PA-APPROVER-ID.
003220     WRITE PGMAUDIT-REC.
003230     ADD 1 TO DV-ADDED-COUNT.
003240     MOVE NI-RECORD-ID TO DV-ACK-RECORD-ID.
003510 3100-EXIT.
003520     EXIT.
003530*----------------------------------------------------------
003540* 3200-WRITE-ACK  -  ONE ACKNOWLEDGMENT DETAIL RECORD. A
003542* RECORD ID OPENING WITH A NINE-DIGIT ACCOUNT NUMBER HAS THE
003544* ACCOUNT MASKED AS THE MSKRULE RULES SAY FOR THE SOURCE
003546* SYSTEM; ANY OTHER RECORD ID GOES BACK AS IT CAME.
003550*----------------------------------------------------------
003560 3200-WRITE-ACK.
003561     SET DVMSK-FUNC-APPLY TO TRUE.
003562     MOVE 'ACKFILE'              TO DVMSK-OUTPUT-ID.
003563     MOVE 'SOURCE'               TO DVMSK-DEST-ID.
003564     MOVE 'ACCT'                 TO DVMSK-FIELD-ID.
003565     MOVE 9                      TO DVMSK-FIELD-LENGTH.
003570     MOVE DV-ACK-DETAIL-LINE TO ACKFILE-REC.
003571     IF DV-ACK-RECORD-ID (1:9) NUMERIC
003572         MOVE DV-ACK-RECORD-ID (1:9) TO DVMSK-VALUE
003573         CALL 'DVMSKSRV' USING DVMSK-PARM
003574         MOVE DVMSK-VALUE (1:9)      TO ACKFILE-REC (1:9)
003575     END-IF.
003580     WRITE ACKFILE-REC.
003590     ADD 1 TO DV-ACK-COUNT.
003600 3200-EXIT.
003810* 7000-DISPLAY-TOTALS  -  RUN-END COUNT SUMMARY.
003820*----------------------------------------------------------
003830 7000-DISPLAY-TOTALS.
003833     SET DVMSK-FUNC-REPORT TO TRUE.
003836     MOVE 'ACKFILE' TO DVMSK-OUTPUT-ID.
003840     DISPLAY '========================================'.
003850     DISPLAY 'PGMINTAK - INTAKE RUN SUMMARY'.
003860     DISPLAY '  FEED RECORDS READ  . . . . : '
003980         DV-REJECT-MALFORMED-COUNT.
003990     DISPLAY '    02 DUPLICATE . . . . . . : '
004000         DV-REJECT-DUPLICATE-COUNT.
004001     MOVE RETURN-CODE TO DV-SAVE-RC.
004002     CALL 'DVMSKSRV' USING DVMSK-PARM.
004003     IF DV-SAVE-RC > RETURN-CODE
004004         MOVE DV-SAVE-RC TO RETURN-CODE
004005     END-IF.
004006     IF DVMSK-RC-RULES-DOWN AND RETURN-CODE < 4
004007         MOVE 4 TO RETURN-CODE
004008     END-IF.
004010     DISPLAY '========================================'.
004020 7000-EXIT.
004030     EXIT.
