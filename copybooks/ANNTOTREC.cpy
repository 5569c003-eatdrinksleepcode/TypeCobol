000010*----------------------------------------------------------
000020* ANNTOTREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR ANNTOTAL, THE YEAR-END ANNUAL TOTALS
000050* FILE HANDED TO THE TAX-REPORTING VENDOR. WRITTEN BY
000060* ANNSUMM FROM THE TWELVE MONTHLY PERHIST GENERATIONS OF
000070* THE TAX YEAR, AND ONLY ONCE THOSE GENERATIONS ARE ALL
000080* PRESENT AND BALANCE. FIXED 200-BYTE RECORDS, ALL FIELDS
000090* DISPLAY SO THE VENDOR CAN LOAD THE FILE WITHOUT PACKED-
000100* DECIMAL HANDLING - ONE H HEADER, ONE D DETAIL PER
000110* ACCOUNT PER PD-INTERNAL-CODE WITH ACTIVITY IN THE YEAR
000120* (INTEREST IS CODE 0006, FEES CODE 0005), AND ONE T
000130* TRAILER CARRYING THE DETAIL COUNT, ACCOUNT COUNT AND
000140* AMOUNT HASH. NAME AND ADDRESS COME FROM ACCTMST; AN
000150* ACCOUNT NOT ON THE MASTER CARRIES THE PERHIST NAME AND A
000160* BLANK ADDRESS.
000170*----------------------------------------------------------
000180 01  ANNTOTAL-REC.
000190     05  AT-REC-TYPE                PIC X(01).
000200         88  AT-HEADER              VALUE 'H'.
000210         88  AT-DETAIL              VALUE 'D'.
000220         88  AT-TRAILER             VALUE 'T'.
000230     05  AT-TAX-YEAR                PIC 9(04).
000240     05  AT-DETAIL-DATA.
000250         10  AT-ACCOUNT-NO          PIC 9(09).
000260         10  AT-INTERNAL-CODE       PIC X(04).
000270         10  AT-CODE-DESC           PIC X(30).
000280         10  AT-TXN-COUNT           PIC 9(07).
000290         10  AT-ANNUAL-AMOUNT       PIC S9(11)V99 SIGN IS
000300                                    LEADING SEPARATE.
000310         10  AT-CUSTOMER-NAME       PIC X(30).
000320         10  AT-ADDRESS-LINE-1      PIC X(30).
000330         10  AT-ADDRESS-LINE-2      PIC X(30).
000340         10  AT-CITY                PIC X(20).
000350         10  AT-STATE               PIC X(02).
000360         10  AT-ZIP-CODE            PIC X(09).
000370         10  FILLER                 PIC X(10).
000380     05  AT-HEADER-DATA REDEFINES AT-DETAIL-DATA.
000390         10  AT-HDR-CREATE-DATE     PIC 9(08).
000400         10  AT-HDR-SOURCE          PIC X(08).
000410         10  FILLER                 PIC X(179).
000420     05  AT-TRAILER-DATA REDEFINES AT-DETAIL-DATA.
000430         10  AT-TRL-RECORD-COUNT    PIC 9(09).
000440         10  AT-TRL-ACCOUNT-COUNT   PIC 9(09).
000450         10  AT-TRL-AMOUNT-HASH     PIC S9(13)V99 SIGN IS
000460                                    LEADING SEPARATE.
000470         10  FILLER                 PIC X(161).
