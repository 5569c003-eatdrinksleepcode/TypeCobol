000010*----------------------------------------------------------
000020* HLDMREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR HELDMAIL, THE KEYED HELD-MAIL FILE. ONE
000050* RECORD PER PRINT LINE DVNOTGEN OR PERSTMT WOULD HAVE SENT
000060* TO AN ACCOUNT WHOSE ACCTMST ADDRESS IS FLAGGED AS
000070* RETURNED MAIL. THE KEY IS ACCOUNT, PRODUCING PROGRAM, RUN
000080* DATE, MESSAGE ID (ZERO FOR A STATEMENT) AND THE RUN'S
000090* LINE SEQUENCE, SO AN ACCOUNT'S HELD OUTPUT READS BACK IN
000100* THE ORDER IT WAS PRODUCED AND A RERUN THE SAME DAY
000110* REWRITES ITS OWN LINES. ACTMAINT MARKS AN ACCOUNT'S
000120* HELD LINES RELEASED WHEN THE ADDRESS IS CORRECTED;
000130* HELDREL THEN WRITES THE RELEASED LINES TO THE REPRINT
000140* FILES AND REMOVES THEM. NOTICE LINES CARRY 120 BYTES OF
000150* TEXT AND A BLANK CARRIAGE CONTROL; STATEMENT LINES CARRY
000160* THE FULL 133-BYTE PRINT RECORD.
000170*----------------------------------------------------------
000180 01  HELDMAIL-REC.
000190     05  HM-KEY.
000200         10  HM-ACCOUNT-NO          PIC 9(09).
000210         10  HM-SOURCE-PGM          PIC X(08).
000220             88  HM-FROM-DVNOTGEN   VALUE 'DVNOTGEN'.
000230             88  HM-FROM-PERSTMT    VALUE 'PERSTMT'.
000240         10  HM-HOLD-DATE           PIC 9(08).
000250         10  HM-MSG-ID              PIC 9(02).
000260         10  HM-LINE-SEQ            PIC 9(07).
000270     05  HM-HOLD-STATUS             PIC X(01).
000280         88  HM-HELD                VALUE 'H'.
000290         88  HM-RELEASED            VALUE 'R'.
000300     05  HM-RELEASE-DATE            PIC 9(08).
000310     05  HM-RELEASE-OPERATOR        PIC X(08).
000320     05  HM-PRINT-RECORD.
000330         10  HM-PRINT-CC            PIC X(01).
000340         10  HM-PRINT-LINE          PIC X(132).
000350     05  FILLER                     PIC X(10).
