000010*----------------------------------------------------------
000020* MSKRULREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR MSKRULE, THE KEYED OUTBOUND MASKING
000050* RULES FILE. ONE RECORD PER OUTPUT FILE, DESTINATION AND
000060* FIELD THAT MUST NOT LEAVE OPERATIONS IN CLEAR, KEYED BY
000070* ALL THREE, MAINTAINED BY OPERATIONS WITH MSKMAINT. EVERY
000080* PROGRAM WRITING ONE OF THE OUTPUTS BELOW PASSES THE FIELD
000090* THROUGH THE DVMSKSRV MASKING SERVICE (PARAMETER COPYBOOK
000100* DVMSKPRM) AS IT WRITES, AND THE SERVICE APPLIES THE RULE
000110* FOR THE DESTINATION, OR THE OUTPUT'S *ALL* RULE WHEN THE
000120* DESTINATION HAS NONE OF ITS OWN. NO RULE MEANS CLEAR.
000130*
000140*   OUTPUT    WRITTEN BY   DESTINATION           FIELDS
000150*   EXTRFILE  REMARKSLESS  EXTRCTL COLUMNS 2-8   ACCT NAME
000160*   ROUTE     DVMSGRTR     ROUTE1 - ROUTE4       ACCT
000170*   WRKLIST   PGMWRKAS     WORKLIST OPERATOR ID  ACCT
000180*   ACKFILE   PGMINTAK     SOURCE                ACCT
000190*
000200* ACCT IS THE NINE-DIGIT ACCOUNT NUMBER (ON WRKLIST AND
000210* ACKFILE, THE ACCOUNT AT THE FRONT OF AN ACCOUNT-KEYED
000220* RECORD ID). THE ACTION IS M (EVERY CHARACTER REPLACED BY
000230* '*'), L (ALL BUT THE LAST FOUR DIGITS REPLACED BY '*' -
000240* ACCT ONLY) OR T (REPLACED BY A TOKEN - 'T' AND EIGHT
000250* DIGITS WORKED OUT FROM THE VALUE AND THE RULE'S TOKEN
000260* KEY, SO THE SAME ACCOUNT ALWAYS GETS THE SAME TOKEN FOR
000270* THAT RECEIVING AREA AND IT CAN STILL MATCH ITS RECORDS,
000280* WHILE TWO AREAS GIVEN DIFFERENT KEYS CANNOT MATCH THEIRS
000290* AGAINST EACH OTHER).
000300*----------------------------------------------------------
000310 01  MSKRULE-REC.
000320     05  MR-KEY.
000330         10  MR-OUTPUT-ID           PIC X(08).
000340             88  MR-OUTPUT-VALID    VALUES 'EXTRFILE' 'ROUTE'
000350                                           'WRKLIST' 'ACKFILE'.
000360             88  MR-OUTPUT-EXTRFILE VALUE 'EXTRFILE'.
000370             88  MR-OUTPUT-ROUTE    VALUE 'ROUTE'.
000380             88  MR-OUTPUT-ACKFILE  VALUE 'ACKFILE'.
000390         10  MR-DEST-ID             PIC X(08).
000400             88  MR-DEST-ALL        VALUE '*ALL*'.
000410         10  MR-FIELD-ID            PIC X(04).
000420             88  MR-FIELD-ACCOUNT   VALUE 'ACCT'.
000430             88  MR-FIELD-NAME      VALUE 'NAME'.
000440     05  MR-ACTION                  PIC X(01).
000450         88  MR-ACTION-MASK         VALUE 'M'.
000460         88  MR-ACTION-LAST-FOUR    VALUE 'L'.
000470         88  MR-ACTION-TOKENIZE     VALUE 'T'.
000480         88  MR-ACTION-VALID        VALUES 'M' 'L' 'T'.
000490     05  MR-TOKEN-KEY               PIC 9(08).
000500     05  MR-REFERENCE               PIC X(20).
000510     05  MR-RECORDED-DATE           PIC 9(08).
000520     05  MR-OPERATOR-ID             PIC X(08).
000530     05  FILLER                     PIC X(15).
