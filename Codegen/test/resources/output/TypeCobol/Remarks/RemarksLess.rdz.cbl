001900*                  IN PS-RECORD-ID. A RUN WHERE PGMSTAT
001910*                  CANNOT BE OPENED SUPPRESSES NOTHING, WITH
001920*                  A WARNING.
001921* 2026-10-15  DV   EXTRFILE LEAVES OPERATIONS MASKED AS THE
001922*                  MSKRULE RULES SAY FOR ITS DESTINATION, NOW
001923*                  CODED IN EXTRCTL COLUMNS 2-8. THE ACCOUNT
001924*                  NUMBER AND CUSTOMER NAME PASS THROUGH THE
001925*                  DVMSKSRV MASKING SERVICE (DVMSKPRM) AND THE
001926*                  RUN ENDS WITH THE RECORDS MASKED PER RULE.
001927*                  RULES THAT CANNOT BE READ MASK BOTH IN FULL
001928*                  AND END THE RUN RC 4. THE PRINTED REPORT IS
001929*                  UNCHANGED.
001930*REMARKS. COPY=(
001940*        YPRTD20K
001950*        ).
002720 01  EXTRCTL-REC.
002730     05  EC-EXTRACT-FLAG         PIC X(01).
002740         88  EC-EXTRACT-SELECTED VALUE 'Y'.
002750     05  EC-DESTINATION          PIC X(07).
002760 FD  EXTRFILE
002770     RECORDING MODE IS F
002780     RECORD CONTAINS 100 CHARACTERS.
003380 01  DV-EXTRACT-MODE-SW          PIC X(01) VALUE 'N'.
003390     88  DV-EXTRACT-MODE         VALUE 'Y'.
003400 01  DV-EXTRACT-COUNT            PIC 9(07) VALUE ZERO.
003405 01  DV-SAVE-RC                  PIC S9(04) COMP.
003410 01  DV-EXT-AMOUNT               PIC +9(9).99.
003411*----------------------------------------------------------
003412* OUTBOUND MASKING OF THE EXTRACT - RESOLVED THROUGH THE
003413* DVMSKSRV CALLABLE MASKING SERVICE (COPYBOOK DVMSKPRM)
003414* AGAINST THE DESTINATION CODED ON THE EXTRCTL CARD
003415*----------------------------------------------------------
003416 01  DV-EXT-DESTINATION          PIC X(08) VALUE SPACES.
003417 01  DV-EXT-ACCOUNT-NO           PIC X(09).
003418 01  DV-EXT-CUST-NAME            PIC X(30).
003419 COPY DVMSKPRM.
003420*----------------------------------------------------------
003430* TOTAL AND SUMMARY REPORT LINES
003440*----------------------------------------------------------
005700* RECORD SELECTS THE MACHINE-READABLE EXTRACT OUTPUT MODE,
005710* THE SAME WAY RANGECTL SELECTS KEY-RANGE PARTITIONING. WITH
005720* NO EXTRCTL PRESENT, OR A FLAG OTHER THAN Y, THE RUN IS
005725* PRINT-ONLY AS BEFORE. COLUMNS 2-8 NAME THE RECEIVING AREA
005730* THE EXTRACT GOES TO, FOR THE MSKRULE MASKING RULES.
005740*----------------------------------------------------------
005750 1160-READ-EXTRACT-CONTROL.
005760     OPEN INPUT EXTRCTL.
005810         END-READ
005820         IF DV-EXTRCTL-STATUS = '00' AND EC-EXTRACT-SELECTED
005830             SET DV-EXTRACT-MODE TO TRUE
005835             MOVE EC-DESTINATION TO DV-EXT-DESTINATION
005840         END-IF
005850         CLOSE EXTRCTL
005860     END-IF.
008910* MACHINE-READABLE RECORD PER DETAIL LINE. THE AMOUNT IS
008920* UNPACKED WITH AN EXPLICIT LEADING SIGN AND DECIMAL POINT
008930* SO A DOWNSTREAM LOAD JOB NEVER TOUCHES PACKED DECIMAL.
008933* THE ACCOUNT NUMBER AND NAME GO OUT MASKED AS THE MSKRULE
008936* RULES SAY FOR THE EXTRACT'S DESTINATION.
008940*----------------------------------------------------------
008950 2500-WRITE-EXTRACT-RECORD.
008960     MOVE PK-AMOUNT TO DV-EXT-AMOUNT.
008961     SET DVMSK-FUNC-APPLY TO TRUE.
008962     MOVE 'EXTRFILE'         TO DVMSK-OUTPUT-ID.
008963     MOVE DV-EXT-DESTINATION TO DVMSK-DEST-ID.
008964     MOVE 'ACCT'             TO DVMSK-FIELD-ID.
008965     MOVE 9                  TO DVMSK-FIELD-LENGTH.
008966     MOVE PK-ACCOUNT-NO      TO DVMSK-VALUE.
008967     CALL 'DVMSKSRV' USING DVMSK-PARM.
008968     MOVE DVMSK-VALUE        TO DV-EXT-ACCOUNT-NO.
008970     MOVE SPACES TO EXTRFILE-REC.
008971     MOVE 'NAME'             TO DVMSK-FIELD-ID.
008972     MOVE 30                 TO DVMSK-FIELD-LENGTH.
008973     MOVE DV-CUST-NAME       TO DVMSK-VALUE.
008974     CALL 'DVMSKSRV' USING DVMSK-PARM.
008975     MOVE DVMSK-VALUE        TO DV-EXT-CUST-NAME.
008980     STRING DV-EXT-ACCOUNT-NO ';'
008990            DV-EXT-CUST-NAME ';'
009000            PK-INTERNAL-CODE ';'
009010            DV-DTL-DESCRIPTION ';'
009020            PK-TRANS-DATE ';'
010710     END-IF.
010720     IF DV-EXTRACT-MODE
010730         CLOSE EXTRFILE
010733         SET DVMSK-FUNC-REPORT TO TRUE
010736         MOVE 'EXTRFILE' TO DVMSK-OUTPUT-ID
010740         DISPLAY 'REMARKSLESS - EXTRACT RECORDS WRITTEN : '
010750             DV-EXTRACT-COUNT
010751         MOVE RETURN-CODE TO DV-SAVE-RC
010752         CALL 'DVMSKSRV' USING DVMSK-PARM
010753         IF DV-SAVE-RC > RETURN-CODE
010754             MOVE DV-SAVE-RC TO RETURN-CODE
010755         END-IF
010756         IF DVMSK-RC-RULES-DOWN AND RETURN-CODE < 4
010757             MOVE 4 TO RETURN-CODE
010758         END-IF
010760     END-IF.
010770     IF DV-ACCTMST-AVAILABLE
010780         CLOSE ACCTMST
