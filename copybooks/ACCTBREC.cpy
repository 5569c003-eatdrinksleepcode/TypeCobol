000010*----------------------------------------------------------
000020* ACCTBREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR ACCTBAL, THE KEYED RUNNING ACCOUNT-
000050* BALANCE MASTER. ONE RECORD PER ACCOUNT, KEYED BY ACCOUNT
000060* NUMBER, CARRYING THE ACCOUNT'S CURRENT BALANCE AND THE
000070* BALANCE IT OPENED THE CURRENT PERIOD (CCYYMM) WITH. THE
000080* NIGHTLY BALUPDT STEP APPLIES THE DAY'S PRTD20K DETAILS,
000090* EACH PD-INTERNAL-CODE ADDING TO OR SUBTRACTING FROM THE
000100* BALANCE PER THE BALRULE RULE FILE OPERATIONS MAINTAINS.
000110* THE FIRST DETAIL OF A NEW PERIOD CARRIES THE CURRENT
000120* BALANCE FORWARD AS THE PERIOD OPENING BALANCE BEFORE IT
000130* IS APPLIED, SO PERSTMT CAN PRINT OPENING AND CLOSING
000140* BALANCES. CONSUMERS OTHER THAN BALUPDT OPEN THE FILE
000150* OPTIONAL AND READ-ONLY, THE SAME AVAILABILITY FALLBACK
000160* THE ACCTMST LOOKUPS USE.
000170*----------------------------------------------------------
000180 01  ACCTBAL-REC.
000190     05  AB-ACCOUNT-NO              PIC 9(09).
000200     05  AB-CUSTOMER-NAME           PIC X(30).
000210     05  AB-CURRENT-BALANCE         PIC S9(11)V99 COMP-3.
000220     05  AB-PERIOD-ID               PIC 9(06).
000230     05  AB-PERIOD-OPEN-BALANCE     PIC S9(11)V99 COMP-3.
000240     05  AB-LAST-POSTED-DATE        PIC 9(08).
000250     05  FILLER                     PIC X(25).
