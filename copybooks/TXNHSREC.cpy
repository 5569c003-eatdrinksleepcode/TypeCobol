000010*----------------------------------------------------------
000020* TXNHSREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR TXNHIST, THE KEYED ROLLING TRANSACTION
000050* HISTORY FILE. TXNHLOAD APPENDS EVERY NIGHT'S PRTD20K
000060* DETAILS AND PURGES ROWS WHOSE TRANSACTION DATE HAS FALLEN
000070* MORE THAN THIRTEEN MONTHS BEHIND THE RUN DATE, SO THE FILE
000080* ALWAYS HOLDS THE LAST THIRTEEN MONTHS OF ACTIVITY FOR THE
000090* TXNHINQ CUSTOMER-SERVICE INQUIRY. THE KEY IS ACCOUNT,
000100* TRANSACTION DATE AND A SEQUENCE NUMBER WITHIN THE DATE.
000110* TH-LOAD-DATE AND TH-LOAD-SEQ-NO RECORD THE CYCLE AND THE
000120* PK-SEQ-NO THE ROW CAME FROM, SO A RERUN OF THE SAME NIGHT
000130* RECOGNISES DETAILS IT HAS ALREADY APPENDED.
000140*----------------------------------------------------------
000150 01  TXNHIST-REC.
000160     05  TH-KEY.
000170         10  TH-ACCOUNT-NO          PIC 9(09).
000180         10  TH-TRANS-DATE          PIC 9(08).
000190         10  TH-SEQ-NO              PIC 9(05).
000200     05  TH-INTERNAL-CODE           PIC X(04).
000210     05  TH-AMOUNT                  PIC S9(9)V99 COMP-3.
000220     05  TH-CUSTOMER-NAME           PIC X(30).
000230     05  TH-LOAD-DATE               PIC 9(08).
000240     05  TH-LOAD-SEQ-NO             PIC 9(04).
000250     05  FILLER                     PIC X(10).
