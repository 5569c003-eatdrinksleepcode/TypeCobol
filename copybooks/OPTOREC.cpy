000010*----------------------------------------------------------
000020* OPTOREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR OPTOUT, THE KEYED COMMUNICATION
000050* PREFERENCE FILE. ONE RECORD PER ACCOUNT PER DVMSGMST
000060* MESSAGE ID THE CUSTOMER HAS ASKED ABOUT, KEYED BY ACCOUNT
000070* PLUS MESSAGE ID, MAINTAINED WITH OPTMAINT. PREFERENCE O
000080* WITHHOLDS THE MESSAGE FROM THE ACCOUNT FROM THE EFFECTIVE
000090* DATE ON; PREFERENCE I RECORDS THAT THE CUSTOMER OPTED
000100* BACK IN, KEPT RATHER THAN DELETED SO THE HISTORY OF THE
000110* REQUEST SURVIVES. THE REQUEST SOURCE AND REFERENCE SAY
000120* HOW THE CUSTOMER ASKED. DVNOTGEN AND DVMSGRTR SKIP AN
000130* OPTED-OUT ACCOUNT AND MESSAGE AND LIST IT AS WITHHELD.
000140* A RECORD FOR ACCOUNT 000000000 WITH PREFERENCE M IS
000150* COMPLIANCE'S MARK THAT THE MESSAGE ID IS MANDATORY - FROM
000160* ITS EFFECTIVE DATE ON THE MESSAGE GOES TO EVERY ACCOUNT
000170* WHATEVER ITS OPT-OUTS SAY, AND OPTMAINT REFUSES NEW
000180* OPT-OUTS FOR IT.
000190*----------------------------------------------------------
000200 01  OPTOUT-REC.
000210     05  OO-KEY.
000220         10  OO-ACCOUNT-NO          PIC 9(09).
000230             88  OO-MESSAGE-ROW     VALUE ZERO.
000240         10  OO-MSG-ID              PIC 9(02).
000250     05  OO-PREFERENCE              PIC X(01).
000260         88  OO-OPTED-OUT           VALUE 'O'.
000270         88  OO-OPTED-IN            VALUE 'I'.
000280         88  OO-MANDATORY           VALUE 'M'.
000290     05  OO-EFFECTIVE-DATE          PIC 9(08).
000300     05  OO-REQUEST-SOURCE          PIC X(01).
000310         88  OO-SOURCE-PHONE        VALUE 'P'.
000320         88  OO-SOURCE-MAIL         VALUE 'M'.
000330         88  OO-SOURCE-EMAIL        VALUE 'E'.
000340         88  OO-SOURCE-BRANCH       VALUE 'B'.
000350         88  OO-SOURCE-WEB          VALUE 'W'.
000360         88  OO-SOURCE-COMPLIANCE   VALUE 'C'.
000370         88  OO-SOURCE-VALID        VALUES 'P' 'M' 'E' 'B'
000380                                           'W' 'C'.
000390     05  OO-REQUEST-REF             PIC X(20).
000400     05  OO-RECORDED-DATE           PIC 9(08).
000410     05  OO-OPERATOR-ID             PIC X(08).
000420     05  FILLER                     PIC X(13).
