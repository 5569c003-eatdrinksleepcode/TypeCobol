000010*----------------------------------------------------------
000020* DVMSKPRM
000030*----------------------------------------------------------
000040* PARAMETER AREA FOR THE DVMSKSRV CALLABLE MASKING SERVICE,
000050* THE ONE PLACE THIS SUITE APPLIES THE MSKRULE OUTBOUND
000060* MASKING RULES (COPYBOOK MSKRULREC). SET THE FUNCTION AND
000070* INPUTS, CALL 'DVMSKSRV' USING DVMSK-PARM, THEN TEST
000080* DVMSK-RETURN-CODE. THE RULES ARE LOADED ON THE FIRST CALL
000090* AND COUNTED FOR THE RUN UNIT.
000100*
000110*   AP  APPLY THE RULE FOR DVMSK-OUTPUT-ID, DVMSK-DEST-ID
000120*       AND DVMSK-FIELD-ID TO THE FIRST DVMSK-FIELD-LENGTH
000130*       BYTES OF DVMSK-VALUE, IN PLACE
000140*   RP  DISPLAY THE RUN'S MASKING SUMMARY FOR DVMSK-OUTPUT-
000150*       ID ON THE JOB LOG - EVERY RULE FOR THE OUTPUT WITH
000160*       THE RECORDS IT MASKED, ZERO INCLUDED, AND THE VALUES
000170*       THAT WENT OUT IN CLEAR FOR WANT OF A RULE
000180*
000190*   00  AP - MASKED BY A RULE.  RP - SUMMARY WRITTEN
000200*   04  AP - NO RULE FOR THE DESTINATION, VALUE UNCHANGED
000210*   08  MSKRULE COULD NOT BE READ - AP MASKS THE WHOLE VALUE
000220*       RATHER THAN SEND IT OUT IN CLEAR, RP SAYS SO
000230*----------------------------------------------------------
000240 01  DVMSK-PARM.
000250     05  DVMSK-FUNCTION             PIC X(02).
000260         88  DVMSK-FUNC-APPLY       VALUE 'AP'.
000270         88  DVMSK-FUNC-REPORT      VALUE 'RP'.
000280     05  DVMSK-OUTPUT-ID            PIC X(08).
000290     05  DVMSK-DEST-ID              PIC X(08).
000300     05  DVMSK-FIELD-ID             PIC X(04).
000310     05  DVMSK-FIELD-LENGTH         PIC 9(02).
000320     05  DVMSK-VALUE                PIC X(30).
000330     05  DVMSK-RETURN-CODE          PIC X(02).
000340         88  DVMSK-RC-MASKED        VALUE '00'.
000350         88  DVMSK-RC-NO-RULE       VALUE '04'.
000360         88  DVMSK-RC-RULES-DOWN    VALUE '08'.
