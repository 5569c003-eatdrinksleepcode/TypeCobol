000010*----------------------------------------------------------
000020* EDLVREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR EDELIVER, THE ELECTRONIC-DELIVERY
000050* INTERFACE FILE HANDED TO THE E-DELIVERY VENDOR. DVNOTGEN
000060* AND PERSTMT EACH WRITE ONE FOR THE DOCUMENTS THEY ROUTE
000070* TO ACCOUNTS WHOSE ACCTMST DELIVERY CHANNEL IS E (EMAIL)
000080* OR B (BOTH). FIXED 200-BYTE RECORDS, ALL DISPLAY. THE
000090* FILE OPENS WITH A *HDR* CONTROL CARRYING THE RUN DATE AND
000100* PRODUCING PROGRAM; EACH DOCUMENT IS ONE E ENVELOPE
000110* RECORD, CARRYING THE CUSTOMER'S EMAIL ADDRESS, FOLLOWED BY
000120* ITS L TEXT LINES; THE FILE CLOSES WITH A *TRL* CONTROL
000130* CARRYING THE DOCUMENT COUNT AND THE COUNT OF E AND L
000140* RECORDS BETWEEN THE CONTROLS. ED-DOC-SEQ NUMBERS THE
000150* DOCUMENTS WITHIN THE RUN AND TIES EACH LINE TO ITS
000160* ENVELOPE.
000170*----------------------------------------------------------
000180 01  EDELIVER-REC.
000190     05  ED-REC-TYPE                PIC X(01).
000200         88  ED-ENVELOPE            VALUE 'E'.
000210         88  ED-TEXT-LINE           VALUE 'L'.
000220     05  ED-ACCOUNT-NO              PIC 9(09).
000230     05  ED-DOC-TYPE                PIC X(01).
000240         88  ED-DOC-NOTICE          VALUE 'N'.
000250         88  ED-DOC-STATEMENT       VALUE 'S'.
000260     05  ED-DOC-SEQ                 PIC 9(07).
000270     05  ED-DETAIL-DATA             PIC X(182).
000280     05  ED-ENVELOPE-DATA REDEFINES ED-DETAIL-DATA.
000290         10  ED-EMAIL-ADDRESS       PIC X(60).
000300         10  ED-CUSTOMER-NAME       PIC X(30).
000310         10  ED-DOC-DATE            PIC 9(08).
000320         10  ED-SOURCE-PGM          PIC X(08).
000330         10  ED-MSG-ID              PIC 9(02).
000340         10  ED-DELIVERY-CHANNEL    PIC X(01).
000350         10  FILLER                 PIC X(73).
000360     05  ED-LINE-DATA REDEFINES ED-DETAIL-DATA.
000370         10  ED-LINE-NO             PIC 9(05).
000380         10  ED-PRINT-CC            PIC X(01).
000390         10  ED-PRINT-LINE          PIC X(132).
000400         10  FILLER                 PIC X(44).
000410 01  EDELIVER-CTL-REC.
000420     05  ED-CTL-TAG                 PIC X(05).
000430         88  ED-CTL-HEADER          VALUE '*HDR*'.
000440         88  ED-CTL-TRAILER         VALUE '*TRL*'.
000450     05  ED-CTL-DATA                PIC X(195).
000460     05  ED-HDR-DATA REDEFINES ED-CTL-DATA.
000470         10  ED-HDR-CREATE-DATE     PIC 9(08).
000480         10  ED-HDR-SOURCE          PIC X(08).
000490         10  FILLER                 PIC X(179).
000500     05  ED-TRL-DATA REDEFINES ED-CTL-DATA.
000510         10  ED-TRL-DOC-COUNT       PIC 9(09).
000520         10  ED-TRL-RECORD-COUNT    PIC 9(09).
000530         10  FILLER                 PIC X(177).
