000140* THE FILE IS ABSENT OR SILENT ON AN ACCOUNT, THE SAME
000150* AVAILABILITY FALLBACK THE YCONVFL AND DVMSGMST LOOKUPS
000160* USE.
000161*
000162* AM-ADDRESS-STATUS R (SET BY THE RTNMLOAD RETURNED-MAIL
000163* INTAKE, WITH THE DATE AND VENDOR REASON) MAKES DVNOTGEN
000164* AND PERSTMT HOLD THE ACCOUNT'S PRINT ON HELDMAIL UNTIL
000165* ACTMAINT TAKES A CORRECTED ADDRESS; ANY OTHER VALUE IS
000166* GOOD. AM-EMAIL-ADDRESS IS WHERE E AND B ACCOUNTS' OUTPUT
000167* GOES (NONE ON FILE FALLS BACK TO PAPER). THESE FIELDS
000168* TOOK THE RECORD FROM 131 TO 202 BYTES; THE ACCTCONV JOB
000169* CONVERTS AN EXISTING FILE ONCE.
000170*----------------------------------------------------------
000180 01  ACCTMST-REC.
000190     05  AM-ACCOUNT-NO              PIC 9(09).
000280         88  AM-DELIVER-EMAIL       VALUE 'E'.
000290         88  AM-DELIVER-BOTH        VALUE 'B'.
000300         88  AM-CHANNEL-VALID       VALUES 'M' 'E' 'B'.
000310     05  AM-ADDRESS-STATUS          PIC X(01).
000320         88  AM-ADDRESS-RETURNED    VALUE 'R'.
000330         88  AM-ADDRESS-GOOD        VALUE ' '.
000340     05  AM-RETURNED-DATE           PIC 9(08).
000350     05  AM-RETURN-REASON           PIC X(02).
000360     05  AM-EMAIL-ADDRESS           PIC X(60).
