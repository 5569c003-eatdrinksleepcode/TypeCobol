000010*----------------------------------------------------------
000020* PRSTGREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR THE PRINT-SHOP STAGING FILES NTCSTAGE
000050* (WRITTEN BY DVNOTGEN) AND STMSTAGE (WRITTEN BY PERSTMT).
000060* ONE RECORD PER PAPER PRINT LINE ACTUALLY SENT TO NOTICES
000070* OR STMTFILE - HELD MAIL AND ELECTRONIC-ONLY DOCUMENTS ARE
000080* NOT STAGED - TAGGED WITH THE ACCOUNT AND THE RUN'S
000090* DOCUMENT SEQUENCE SO ZIPSORT CAN REGROUP THE LINES INTO
000100* MAIL PIECES AND PRESORT THEM BY ZIP CODE. NOTICE LINES
000110* CARRY 120 BYTES OF TEXT AND A BLANK CARRIAGE CONTROL;
000120* STATEMENT LINES CARRY THE FULL 133-BYTE PRINT RECORD.
000130*----------------------------------------------------------
000140 01  PRTSTAGE-REC.
000150     05  PG-ACCOUNT-NO              PIC 9(09).
000160     05  PG-SOURCE-PGM              PIC X(08).
000170         88  PG-FROM-DVNOTGEN       VALUE 'DVNOTGEN'.
000180         88  PG-FROM-PERSTMT        VALUE 'PERSTMT'.
000190     05  PG-RUN-DATE                PIC 9(08).
000200     05  PG-DOC-SEQ                 PIC 9(07).
000210     05  PG-LINE-NO                 PIC 9(05).
000220     05  PG-PRINT-RECORD.
000230         10  PG-PRINT-CC            PIC X(01).
000240         10  PG-PRINT-LINE          PIC X(132).
000250     05  FILLER                     PIC X(10).
