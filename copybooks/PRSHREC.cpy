000010*----------------------------------------------------------
000020* PRSHREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR PRSHOP, THE ZIP-PRESORTED FILE ZIPSORT
000050* HANDS THE PRINT SHOP. FIXED 200-BYTE RECORDS IN MAILING
000060* ORDER - A T TRAY BREAK AT THE START OF EACH TRAY, A B
000070* BUNDLE BREAK AT THE START OF EACH BUNDLE WITHIN IT, THEN
000080* THE L PRINT LINES OF EACH PIECE IN THE BUNDLE. A 3-DIGIT
000090* TRAY HOLDS THE PIECES OF ONE 3-DIGIT ZIP PREFIX - ITS
000100* 5-DIGIT BUNDLES FIRST, THEN ONE 3-DIGIT BUNDLE OF THE
000110* PIECES LEFT OVER; THE MIXED TRAY AT THE END HOLDS EVERY
000120* PIECE THAT QUALIFIED FOR NEITHER. BREAK RECORDS CARRY THE
000130* PIECE COUNT OF THE TRAY OR BUNDLE THEY OPEN.
000140*----------------------------------------------------------
000150 01  PRSHOP-REC.
000160     05  PH-REC-TYPE                PIC X(01).
000170         88  PH-TRAY-BREAK          VALUE 'T'.
000180         88  PH-BUNDLE-BREAK        VALUE 'B'.
000190         88  PH-PRINT-LINE-REC      VALUE 'L'.
000200     05  PH-TRAY-NO                 PIC 9(05).
000210     05  PH-BUNDLE-NO               PIC 9(05).
000220     05  PH-DETAIL-DATA             PIC X(189).
000230     05  PH-LINE-DATA REDEFINES PH-DETAIL-DATA.
000240         10  PH-ZIP-CODE            PIC X(09).
000250         10  PH-ACCOUNT-NO          PIC 9(09).
000260         10  PH-SOURCE-PGM          PIC X(08).
000270         10  PH-DOC-SEQ             PIC 9(07).
000280         10  PH-LINE-NO             PIC 9(05).
000290         10  PH-PRINT-CC            PIC X(01).
000300         10  PH-PRINT-LINE          PIC X(132).
000310         10  FILLER                 PIC X(18).
000320     05  PH-BREAK-DATA REDEFINES PH-DETAIL-DATA.
000330         10  PH-BREAK-LEVEL         PIC X(01).
000340             88  PH-LEVEL-5-DIGIT   VALUE '5'.
000350             88  PH-LEVEL-3-DIGIT   VALUE '3'.
000360             88  PH-LEVEL-MIXED     VALUE 'M'.
000370         10  PH-BREAK-ZIP           PIC X(05).
000380         10  PH-BREAK-PIECES        PIC 9(07).
000390         10  FILLER                 PIC X(176).
