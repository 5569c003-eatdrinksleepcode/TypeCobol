000150* THE FIRST PROFILE CAN BE KEYED. A RUN WHERE THE FILE
000160* CANNOT BE OPENED RECORDS THE SIGN-ON BUT DOES NOT
000170* ENFORCE IT, THE SUITE'S USUAL AVAILABILITY FALLBACK.
000172* OP-PERM-OPTMAND IS NOT A UTILITY OF ITS OWN - IT LETS
000174* A COMPLIANCE OPERATOR IN OPTMAINT MARK A MESSAGE ID AS
000176* MANDATORY SO NO ACCOUNT CAN OPT OUT OF IT.
000177* OP-PERM-APRMAINT LETS THE OPERATOR SIGN ON TO APRMAINT AND
000178* APPROVE OR REJECT THE DUAL-CONTROL REQUESTS OTHER
000179* OPERATORS HAVE QUEUED ON APRQUEUE - NEVER THEIR OWN.
000180* OP-PERM-MSKMAINT LETS THE OPERATOR MAINTAIN THE MSKRULE
000181* OUTBOUND MASKING RULES THAT DECIDE WHICH RECEIVING AREA
000182* SEES ACCOUNT NUMBERS AND NAMES IN CLEAR.
000183* THE FOUR FLAGS FROM OP-PERM-OPTMAINT ON TOOK THE RECORD
000184* FROM 47 TO 51 BYTES; STEPS 070-100 OF THE ACCTCONV JOB
000185* CONVERT AN EXISTING FILE ONCE, WITH THE NEW FLAGS 'N'.
000186*----------------------------------------------------------
000190 01  DVOPRMST-REC.
000200     05  OP-OPERATOR-ID             PIC X(08).
000210     05  OP-OPERATOR-NAME           PIC X(30).
000370         88  OP-MAY-USE-SCHMAINT    VALUE 'Y'.
000380     05  OP-PERM-OPRMAINT           PIC X(01).
000390         88  OP-MAY-USE-OPRMAINT    VALUE 'Y'.
000400     05  OP-PERM-OPTMAINT           PIC X(01).
000410         88  OP-MAY-USE-OPTMAINT    VALUE 'Y'.
000420     05  OP-PERM-OPTMAND            PIC X(01).
000430         88  OP-MAY-SET-MANDATORY   VALUE 'Y'.
000440     05  OP-PERM-APRMAINT           PIC X(01).
000450         88  OP-MAY-APPROVE         VALUE 'Y'.
000460     05  OP-PERM-MSKMAINT           PIC X(01).
000470         88  OP-MAY-USE-MSKMAINT    VALUE 'Y'.
