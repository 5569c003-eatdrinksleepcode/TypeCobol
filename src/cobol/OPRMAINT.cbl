000280*                  THE SIGNED-ON OPERATOR, REVIEWED WITH THE
000290*                  REFAUDRP REPORT - SO A CHANGED THRESHOLD
000300*                  OR RULE CAN FINALLY BE TRACED.
000302* 2026-10-15  DV   TWO MORE FLAGS - OPTMAINT FOR THE NEW
000304*                  OPT-OUT PREFERENCE UTILITY AND OPTMAND,
000306*                  THE COMPLIANCE RIGHT TO MARK A MESSAGE
000308*                  ID MANDATORY.
000309* 2026-10-15  DV   A TWELFTH FLAG - APRMAINT, THE RIGHT TO
000310*                  APPROVE OR REJECT OTHER OPERATORS' QUEUED
000311*                  DUAL-CONTROL REQUESTS. DVREFAUD RECORDS
000312*                  WRITTEN HERE LEAVE THE NEW RA-APPROVER-ID
000313*                  BLANK.
000314* 2026-10-15  DV   A THIRTEENTH FLAG - MSKMAINT, FOR THE NEW
000315*                  OUTBOUND MASKING RULES UTILITY.
000316*----------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000730 01  DV-OP-TARGET-ID             PIC X(08).
000740 01  DV-OP-NAME                  PIC X(30).
000750 01  DV-OP-FLAGS.
000760     05  DV-OP-FLAG              OCCURS 13 TIMES
000770                                 PIC X(01).
000780 01  DV-OP-FLAG-IDX              PIC 9(02) COMP.
000790 01  DV-FLAG-PROMPTS.
000860     05  FILLER                  PIC X(08) VALUE 'ACTMAINT'.
000870     05  FILLER                  PIC X(08) VALUE 'SCHMAINT'.
000880     05  FILLER                  PIC X(08) VALUE 'OPRMAINT'.
000883     05  FILLER                  PIC X(08) VALUE 'OPTMAINT'.
000886     05  FILLER                  PIC X(08) VALUE 'OPTMAND '.
000888     05  FILLER                  PIC X(08) VALUE 'APRMAINT'.
000889     05  FILLER                  PIC X(08) VALUE 'MSKMAINT'.
000890 01  DV-FLAG-PROMPT-TAB REDEFINES DV-FLAG-PROMPTS.
000900     05  DV-FLAG-PROMPT          PIC X(08) OCCURS 13 TIMES.
000910*----------------------------------------------------------
000920* REFERENCE-AUDIT WORK AREA - EVERY ADD, CHANGE AND DELETE
000930* APPENDS A DVREFAUD RECORD WITH BEFORE AND AFTER IMAGES.
002310         ' ACTMAINT=' OP-PERM-ACTMAINT
002320         ' SCHMAINT=' OP-PERM-SCHMAINT
002330         ' OPRMAINT=' OP-PERM-OPRMAINT.
002333     DISPLAY '  OPTMAINT=' OP-PERM-OPTMAINT
002336         ' OPTMAND =' OP-PERM-OPTMAND
002338         ' APRMAINT=' OP-PERM-APRMAINT
002339         ' MSKMAINT=' OP-PERM-MSKMAINT.
002340 3000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------
002370* 4000-ADD-OR-CHANGE-PROFILE  -  PROMPTS FOR THE NAME AND
002380* THE THIRTEEN PERMISSION FLAGS (Y/N), THEN WRITES
002390* A NEW PROFILE OR REWRITES ONE THAT ALREADY EXISTS.
002400*----------------------------------------------------------
002410 4000-ADD-OR-CHANGE-PROFILE.
002440     ACCEPT DV-OP-NAME.
002450     PERFORM 4100-PROMPT-ONE-FLAG THRU 4100-EXIT
002460         VARYING DV-OP-FLAG-IDX FROM 1 BY 1
002470             UNTIL DV-OP-FLAG-IDX > 13.
002480     MOVE DV-OP-NAME     TO OP-OPERATOR-NAME.
002490     MOVE DV-OP-FLAG (1) TO OP-PERM-PGMMAINT.
002500     MOVE DV-OP-FLAG (2) TO OP-PERM-TRNMAINT.
002550     MOVE DV-OP-FLAG (7) TO OP-PERM-ACTMAINT.
002560     MOVE DV-OP-FLAG (8) TO OP-PERM-SCHMAINT.
002570     MOVE DV-OP-FLAG (9) TO OP-PERM-OPRMAINT.
002573     MOVE DV-OP-FLAG (10) TO OP-PERM-OPTMAINT.
002576     MOVE DV-OP-FLAG (11) TO OP-PERM-OPTMAND.
002578     MOVE DV-OP-FLAG (12) TO OP-PERM-APRMAINT.
002579     MOVE DV-OP-FLAG (13) TO OP-PERM-MSKMAINT.
002580     WRITE DVOPRMST-REC
002590         INVALID KEY
002600             REWRITE DVOPRMST-REC
003310     ACCEPT RA-CHANGE-DATE FROM DATE YYYYMMDD.
003320     ACCEPT RA-CHANGE-TIME FROM TIME.
003330     MOVE DV-SIGNON-OPERATOR TO RA-OPERATOR-ID.
003335     MOVE SPACES TO RA-APPROVER-ID.
003340     MOVE DV-RA-BEFORE TO RA-BEFORE-IMAGE.
003350     MOVE DV-RA-AFTER TO RA-AFTER-IMAGE.
003360     WRITE DVREFAUD-REC.
