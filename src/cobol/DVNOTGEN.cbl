001264*                  RUN'S ROWS WERE SUPPRESSING THE RERUN
001265*                  THAT REOPENS NOTICES FRESH. A RE-SENT
001266*                  SAME-DAY FEED IS FEEDREG'S TO REFUSE.
001267* 2026-10-15  DV   NEW &BALANCE TOKEN - THE ACCTBAL RUNNING
001268*                  BALANCE, SIGNED LIKE &AMOUNT.
001269* 2026-10-15  DV   NEW &INTEREST, &FEES AND &YEAR TOKENS FOR THE
001270*                  ANNSUMM YEAR-END SUMMARY LETTER.
001271* 2026-10-15  DV   RETURNED-MAIL NOTICES GO TO HELDMAIL (HLDMREC).
001272* 2026-10-15  DV   E AND B ACCOUNTS ALSO GET THE NOTICE ON
001273*                  EDELIVER (EDLVREC); NO EMAIL LISTS ON EDLVXRPT.
001274* 2026-10-15  DV   NOTICES LINES ARE ALSO STAGED ON NTCSTAGE
001275*                  (PRSTGREC) FOR THE ZIPSORT POSTAL PRESORT.
001276* 2026-10-15  DV   OPTOUT OPT-OUTS WITHHOLD A NON-MANDATORY
001277*                  NOTICE AND LIST IT ON OPTWRPT.
001278*----------------------------------------------------------
001279 ENVIRONMENT DIVISION.
001280 INPUT-OUTPUT SECTION.
001290 FILE-CONTROL.
001300     SELECT PRTD20L-FILE ASSIGN TO PRTD20L
001330     SELECT NOTICES ASSIGN TO NOTICES
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS DV-NOTICES-STATUS.
001351     SELECT NTCSTAGE ASSIGN TO NTCSTAGE
001352         ORGANIZATION IS SEQUENTIAL
001353         FILE STATUS IS DV-NTCSTAGE-STATUS.
001354     SELECT EDELIVER ASSIGN TO EDELIVER
001355         ORGANIZATION IS SEQUENTIAL
001356         FILE STATUS IS DV-EDELIVER-STATUS.
001357     SELECT EDLVXRPT ASSIGN TO EDLVXRPT
001358         ORGANIZATION IS SEQUENTIAL
001359         FILE STATUS IS DV-EDLVXRPT-STATUS.
001360     SELECT OPTIONAL DVMSGMST ASSIGN TO DVMSGMST
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS AM-ACCOUNT-NO
001450         FILE STATUS IS DV-ACCTMST-STATUS.
001451     SELECT OPTIONAL ACCTBAL ASSIGN TO ACCTBAL
001452         ORGANIZATION IS INDEXED
001453         ACCESS MODE IS DYNAMIC
001454         RECORD KEY IS AB-ACCOUNT-NO
001455         FILE STATUS IS DV-ACCTBAL-STATUS.
001460     SELECT OPTIONAL NTCCTL ASSIGN TO NTCCTL
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS DV-NTCCTL-STATUS.
001481     SELECT OPTIONAL HELDMAIL ASSIGN TO HELDMAIL
001482         ORGANIZATION IS INDEXED
001483         ACCESS MODE IS DYNAMIC
001484         RECORD KEY IS HM-KEY
001485         FILE STATUS IS DV-HELDMAIL-STATUS.
001490     SELECT OPTIONAL FEEDREG ASSIGN TO FEEDREG
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS DYNAMIC
001690         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS CL-KEY
001710         FILE STATUS IS DV-CTLLDG-STATUS.
001711     SELECT OPTIONAL OPTOUT ASSIGN TO OPTOUT
001712         ORGANIZATION IS INDEXED
001713         ACCESS MODE IS DYNAMIC
001714         RECORD KEY IS OO-KEY
001715         FILE STATUS IS DV-OPTOUT-STATUS.
001716     SELECT OPTWRPT ASSIGN TO OPTWRPT
001717         ORGANIZATION IS SEQUENTIAL
001718         FILE STATUS IS DV-OPTWRPT-STATUS.
001720*----------------------------------------------------------
001730 DATA DIVISION.
001740 FILE SECTION.
001890     RECORDING MODE IS F
001900     RECORD CONTAINS 120 CHARACTERS.
001910 01  NOTICES-REC                 PIC X(120).
001911 FD  NTCSTAGE
001912     RECORDING MODE IS F
001913     RECORD CONTAINS 180 CHARACTERS.
001914 COPY PRSTGREC.
001915 FD  EDELIVER
001916     RECORDING MODE IS F
001917     RECORD CONTAINS 200 CHARACTERS.
001918 COPY EDLVREC.
001920 FD  DVMSGMST.
001930 COPY DVMSGMREC.
001940 FD  ACCTMST.
001950 COPY ACCTMREC.
001952 FD  ACCTBAL.
001954 COPY ACCTBREC.
001956 FD  HELDMAIL.
001958 COPY HLDMREC.
001960 FD  NTCCTL
001970     RECORDING MODE IS F.
001980 01  NTCCTL-REC.
002000         88  NC-CONSOL-SELECTED  VALUE 'Y'.
002010     05  NC-SUPPRESS-DAYS        PIC 9(03).
002020     05  FILLER                  PIC X(04).
002021 FD  EDLVXRPT
002022     RECORD CONTAINS 133 CHARACTERS.
002023 01  EDLVXRPT-REC.
002024     05  PRT-CC                  PIC X(01).
002025     05  PRT-LINE                PIC X(132).
002030 FD  FEEDREG.
002040 COPY FEEDRGREC.
002050 FD  NTCHIST.
002100     RECORDING MODE IS F
002110     RECORD CONTAINS 77 CHARACTERS.
002120 01  SUPPNTCF-REC                PIC X(77).
002121 FD  OPTWRPT
002122     RECORD CONTAINS 133 CHARACTERS.
002123 01  OPTWRPT-REC.
002124     05  OWRPT-CC                PIC X(01).
002125     05  OWRPT-LINE              PIC X(132).
002130 FD  DVCTLLDG.
002140 COPY DVCTLREC.
002143 FD  OPTOUT.
002146 COPY OPTOREC.
002150*----------------------------------------------------------
002160 WORKING-STORAGE SECTION.
002170*----------------------------------------------------------
002270     88  DV-PRTD20L-EOF          VALUE '10'.
002280 01  DV-NOTICES-STATUS           PIC X(02) VALUE '00'.
002290     88  DV-NOTICES-OK           VALUE '00'.
002291 01  DV-NTCSTAGE-STATUS          PIC X(02) VALUE '00'.
002292     88  DV-NTCSTAGE-OK          VALUE '00'.
002293 01  DV-EDELIVER-STATUS          PIC X(02) VALUE '00'.
002294     88  DV-EDELIVER-OK          VALUE '00'.
002295 01  DV-EDLVXRPT-STATUS          PIC X(02) VALUE '00'.
002296     88  DV-EDLVXRPT-OK          VALUE '00'.
002297 01  DV-OPTWRPT-STATUS           PIC X(02) VALUE '00'.
002298     88  DV-OPTWRPT-OK           VALUE '00'.
002300 01  DV-MSGMST-STATUS            PIC X(02) VALUE '00'.
002310     88  DV-MSGMST-OK            VALUE '00'.
002320 01  DV-MSGMST-AVAIL-SW          PIC X(01) VALUE 'N'.
002360     88  DV-ACCTMST-REC-FOUND    VALUES '00' '02'.
002370 01  DV-ACCTMST-AVAIL-SW         PIC X(01) VALUE 'N'.
002380     88  DV-ACCTMST-AVAILABLE    VALUE 'Y'.
002382 01  DV-HELDMAIL-STATUS          PIC X(02) VALUE '00'.
002384     88  DV-HELDMAIL-OK          VALUES '00' '02' '05'.
002386 01  DV-HELDMAIL-AVAIL-SW        PIC X(01) VALUE 'N'.
002388     88  DV-HELDMAIL-AVAILABLE   VALUE 'Y'.
002390 01  DV-ACCT-ON-MASTER-SW        PIC X(01) VALUE 'N'.
002400     88  DV-ACCT-ON-MASTER       VALUE 'Y'.
002401 01  DV-ACCTBAL-STATUS           PIC X(02) VALUE '00'.
002402     88  DV-ACCTBAL-OK           VALUES '00' '02'.
002403     88  DV-ACCTBAL-REC-FOUND    VALUES '00' '02'.
002404 01  DV-ACCTBAL-AVAIL-SW         PIC X(01) VALUE 'N'.
002405     88  DV-ACCTBAL-AVAILABLE    VALUE 'Y'.
002410 01  DV-NTCCTL-STATUS            PIC X(02) VALUE '00'.
002420     88  DV-NTCCTL-OK            VALUE '00'.
002430 01  DV-CONSOL-MODE-SW           PIC X(01) VALUE 'N'.
002440     88  DV-CONSOL-MODE          VALUE 'Y'.
002441* DELIVERY ROUTE OF THE CURRENT NOTICE, FROM ACCTMST
002442 01  DV-NTC-CHANNEL              PIC X(01).
002443     88  DV-NTC-CHANNEL-EMAIL    VALUES 'E' 'B'.
002444     88  DV-NTC-CHANNEL-EMAIL-ONLY VALUE 'E'.
002445 01  DV-NTC-EMAIL                PIC X(60).
002446 01  DV-DLV-PAPER-SW             PIC X(01) VALUE 'Y'.
002447     88  DV-DLV-PAPER            VALUE 'Y'.
002448 01  DV-DLV-EMAIL-SW             PIC X(01) VALUE 'N'.
002449     88  DV-DLV-EMAIL            VALUE 'Y'.
002450 01  DV-FEEDREG-STATUS           PIC X(02) VALUE '00'.
002460     88  DV-FEEDREG-OK           VALUES '00' '02'.
002470     88  DV-FEEDREG-NOT-FOUND    VALUES '23' '35'.
002650 01  DV-SUPPRESSED-SW            PIC X(01) VALUE 'N'.
002660     88  DV-NOTICE-SUPPRESSED    VALUE 'Y'.
002670     88  DV-NOTICE-NOT-SUPPRESSED VALUE 'N'.
002672 01  DV-WITHHELD-SW              PIC X(01) VALUE 'N'.
002674     88  DV-NOTICE-WITHHELD      VALUE 'Y'.
002676 01  DV-MSG-MANDATORY-SW         PIC X(01) VALUE 'N'.
002678     88  DV-MSG-MANDATORY        VALUE 'Y'.
002680 01  DV-SUPP-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
002690     88  DV-SUPP-SCAN-DONE       VALUE 'Y'.
002700     88  DV-SUPP-SCAN-NOT-DONE   VALUE 'N'.
002710 01  DV-SUPPRESSED-COUNT         PIC 9(07) VALUE ZERO.
002711*----------------------------------------------------------
002712* COMMUNICATION OPT-OUT - A NOTICE FOR AN ACCOUNT OPTED OUT
002713* OF THE RUN'S MESSAGE ID IS WITHHELD AND LISTED ON OPTWRPT,
002714* UNLESS THE MESSAGE ID IS MARKED MANDATORY.
002715*----------------------------------------------------------
002716 01  DV-OPTOUT-STATUS            PIC X(02) VALUE '00'.
002717     88  DV-OPTOUT-OK            VALUES '00' '02'.
002718 01  DV-OPTOUT-AVAIL-SW          PIC X(01) VALUE 'N'.
002719     88  DV-OPTOUT-AVAILABLE     VALUE 'Y'.
002720*----------------------------------------------------------
002730* HOLD SUPPRESSION - AN ACCOUNT WHOSE PGMSTAT RECORD IS
002740* ON-HOLD OR REJECTED IS DIVERTED TO SUPPNTCF INSTEAD OF
002880 01  DV-ACCOUNT-HELD-SW          PIC X(01) VALUE 'N'.
002890     88  DV-ACCOUNT-HELD         VALUE 'Y'.
002900 01  DV-HELD-COUNT               PIC 9(07) VALUE ZERO.
002901* RETURNED-MAIL HOLD TO HELDMAIL. THE LINE SEQUENCE RUNS THE
002902* WHOLE RUN SO EVERY HELD LINE HAS ITS OWN KEY.
002903 01  DV-NTC-MAIL-HELD-SW         PIC X(01) VALUE 'N'.
002904     88  DV-NTC-MAIL-HELD        VALUE 'Y'.
002905 01  DV-HELD-LINE-SEQ            PIC 9(07) VALUE ZERO.
002910*----------------------------------------------------------
002920* SHARED DATE SERVICE PARAMETER AREA
002930*----------------------------------------------------------
002940 COPY DVDATPRM.
002950 01  DV-EOF-SW                   PIC X(01) VALUE 'N'.
002960     88  DV-EOF                  VALUE 'Y'.
002963 01  DV-EDLV-LINE-NO             PIC 9(05) VALUE ZERO.
002966 01  DV-STAGE-LINE-NO            PIC 9(05) VALUE ZERO.
002970 01  DV-REC-CONTROL-SW           PIC X(01) VALUE 'Y'.
002980     88  DV-REC-IS-CONTROL       VALUE 'Y'.
002990     88  DV-REC-NOT-CONTROL      VALUE 'N'.
002991*----------------------------------------------------------
002992* EDLVXRPT AND OPTWRPT PAGE CONTROL
002993*----------------------------------------------------------
002994 01  DV-XRPT-PAGE-NO             PIC 9(05) VALUE ZERO.
002995 01  DV-XRPT-LINE-COUNT          PIC 9(03) VALUE 99.
002996 01  DV-XRPT-MAX-LINES           PIC 9(03) VALUE 50.
002997 01  DV-OWRPT-PAGE-NO            PIC 9(05) VALUE ZERO.
002998 01  DV-OWRPT-LINE-COUNT         PIC 9(03) VALUE 99.
002999*----------------------------------------------------------
003000* EDLVXRPT AND OPTWRPT REPORT LINES
003001*----------------------------------------------------------
003002 01  DV-XRPT-HEADER-LINE-1.
003003     05  FILLER                  PIC X(34)
003004             VALUE 'E-DELIVERY EXCEPTIONS - DVNOTGEN'.
003005     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
003006     05  DV-XRPT-HDR-RUN-DATE    PIC 9(08).
003007     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
003008     05  DV-XRPT-HDR-PAGE-NO     PIC ZZZZ9.
003009 01  DV-XRPT-HEADER-LINE-2.
003010     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
003011     05  FILLER                  PIC X(32) VALUE 'CUSTOMER'.
003012     05  FILLER                  PIC X(09) VALUE 'CHANNEL'.
003013     05  FILLER                  PIC X(15) VALUE 'DOCUMENT'.
003014     05  FILLER                  PIC X(40) VALUE 'ACTION TAKEN'.
003015 01  DV-XRPT-DETAIL-LINE.
003016     05  DV-XRPT-ACCOUNT-NO      PIC 9(09).
003017     05  FILLER                  PIC X(02) VALUE SPACES.
003018     05  DV-XRPT-CUSTOMER-NAME   PIC X(35).
003019     05  DV-XRPT-CHANNEL         PIC X(06).
003020     05  FILLER                  PIC X(11) VALUE 'NOTICE MSG '.
003021     05  DV-XRPT-MSG-ID          PIC 9(02).
003022     05  FILLER                  PIC X(02) VALUE SPACES.
003023     05  DV-XRPT-ACTION          PIC X(40).
003024 01  DV-OWRPT-HEADER-LINE-1.
003025     05  FILLER                  PIC X(34)
003026             VALUE 'NOTICES WITHHELD (OPT-OUT)'.
003027     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
003028     05  DV-OWRPT-HDR-RUN-DATE   PIC 9(08).
003029     05  FILLER                  PIC X(09) VALUE '   PAGE: '.
003030     05  DV-OWRPT-HDR-PAGE-NO    PIC ZZZZ9.
003031 01  DV-OWRPT-HEADER-LINE-2.
003032     05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
003033     05  FILLER                  PIC X(32) VALUE 'CUSTOMER'.
003034     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
003035     05  FILLER                  PIC X(22) VALUE 'REFERENCE'.
003036     05  FILLER                  PIC X(05) VALUE 'MSG'.
003037     05  FILLER                  PIC X(09) VALUE 'OPTED OUT'.
003038 01  DV-OWRPT-DETAIL-LINE.
003039     05  DV-OWRPT-ACCOUNT-NO     PIC 9(09).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003041     05  DV-OWRPT-CUSTOMER-NAME  PIC X(32).
003042     05  DV-OWRPT-SOURCE         PIC X(08).
003043     05  DV-OWRPT-REFERENCE      PIC X(22).
003044     05  DV-OWRPT-MSG-ID         PIC 9(02).
003045     05  FILLER                  PIC X(03) VALUE SPACES.
003046     05  DV-OWRPT-EFF-DATE       PIC 9(08).
003047*----------------------------------------------------------
003048* TEMPLATE RESOLUTION
003049*----------------------------------------------------------
003050 01  DV-RUN-DATE                 PIC 9(08).
003051 01  DV-NOTICE-MSG-ID            PIC 9(02).
003052 01  DV-TPL-FOUND-SW             PIC X(01) VALUE 'N'.
003060     88  DV-TPL-FOUND            VALUE 'Y'.
003070     88  DV-TPL-NOT-FOUND        VALUE 'N'.
003080 01  DV-TPL-TEXT                 PIC X(120).
003540 01  DV-NTC-ADDR2                PIC X(30).
003550 01  DV-NTC-CITYST               PIC X(34).
003560 01  DV-NTC-DESC                 PIC X(30).
003561 01  DV-NTC-BALANCE-VAL          PIC S9(11)V99 COMP-3.
003562 01  DV-NTC-BALANCE-SW           PIC X(01) VALUE 'N'.
003563     88  DV-NTC-BALANCE-KNOWN    VALUE 'Y'.
003564 01  DV-NTC-INTEREST-VAL         PIC S9(11)V99 COMP-3.
003565 01  DV-NTC-FEES-VAL             PIC S9(11)V99 COMP-3.
003566 01  DV-NTC-YEAR                 PIC 9(04).
003567 01  DV-INTEREST-CODE            PIC X(04) VALUE '0006'.
003568 01  DV-FEE-CODE                 PIC X(04) VALUE '0005'.
003570 COPY DVCNVPRM.
003580*----------------------------------------------------------
003590* ACCOUNT CONSOLIDATION WORK AREA - CONTROL-BREAK STATE FOR
003730 01  DV-CON-ADDR1                PIC X(30).
003740 01  DV-CON-ADDR2                PIC X(30).
003750 01  DV-CON-CITYST               PIC X(34).
003751 01  DV-CON-BALANCE-VAL          PIC S9(11)V99 COMP-3.
003752 01  DV-CON-BALANCE-SW           PIC X(01) VALUE 'N'.
003753 01  DV-CON-MAIL-HELD-SW         PIC X(01) VALUE 'N'.
003754 01  DV-CON-CHANNEL              PIC X(01).
003755 01  DV-CON-EMAIL                PIC X(60).
003756 01  DV-CON-INTEREST             PIC S9(11)V99 COMP-3.
003757 01  DV-CON-FEES                 PIC S9(11)V99 COMP-3.
003758 01  DV-CON-LAST-DATE            PIC 9(08) VALUE ZERO.
003760*----------------------------------------------------------
003770* RUN-END SUMMARY COUNTERS
003780*----------------------------------------------------------
003790 01  DV-READ-COUNT               PIC 9(07) VALUE ZERO.
003800 01  DV-NOTICE-COUNT             PIC 9(07) VALUE ZERO.
003810 01  DV-NTCREC-COUNT             PIC 9(07) VALUE ZERO.
003811 01  DV-MAIL-HELD-COUNT          PIC 9(07) VALUE ZERO.
003812 01  DV-EDLV-DOC-COUNT           PIC 9(09) VALUE ZERO.
003813 01  DV-EDLV-REC-COUNT           PIC 9(09) VALUE ZERO.
003814 01  DV-EDLV-EXCP-COUNT          PIC 9(07) VALUE ZERO.
003815 01  DV-STAGE-DOC-COUNT          PIC 9(07) VALUE ZERO.
003816 01  DV-WITHHELD-COUNT           PIC 9(07) VALUE ZERO.
003820 01  DV-CTLLDG-STATUS            PIC X(02) VALUE '00'.
003830     88  DV-CTLLDG-OK            VALUES '00' '02'.
003840     88  DV-CTLLDG-NOT-FOUND     VALUES '23' '35'.
004220     IF DV-MSGMST-OK
004230         SET DV-MSGMST-AVAILABLE TO TRUE
004240     END-IF.
004241     OPEN INPUT OPTOUT.
004242     IF DV-OPTOUT-OK
004243         SET DV-OPTOUT-AVAILABLE TO TRUE
004244         PERFORM 1400-CHECK-MANDATORY THRU 1400-EXIT
004245     ELSE
004246         DISPLAY 'DVNOTGEN - OPTOUT UNAVAILABLE - OPT-OUTS '
004247             'NOT APPLIED'
004248     END-IF.
004250     OPEN INPUT ACCTMST.
004260     IF DV-ACCTMST-OK
004270         SET DV-ACCTMST-AVAILABLE TO TRUE
004280     ELSE
004290         DISPLAY 'DVNOTGEN - ACCTMST UNAVAILABLE - STATUS '
004300             DV-ACCTMST-STATUS ' - USING EXTRACT NAMES'
004301     END-IF.
004302     OPEN INPUT ACCTBAL.
004303     IF DV-ACCTBAL-OK
004304         SET DV-ACCTBAL-AVAILABLE TO TRUE
004305     ELSE
004306         DISPLAY 'DVNOTGEN - ACCTBAL UNAVAILABLE - STATUS '
004307             DV-ACCTBAL-STATUS ' - &BALANCE INSERTS NOTHING'
004310     END-IF.
004320     PERFORM 1200-READ-NOTICE-CONTROL THRU 1200-EXIT.
004330     OPEN I-O FEEDREG.
004550             'UNRECORDED AND SUPPRESSION BYPASSED'
004560     END-IF.
004570     PERFORM 1300-SET-SUPPRESSION-CUTOFF THRU 1300-EXIT.
004571     OPEN I-O HELDMAIL.
004572     IF DV-HELDMAIL-OK
004573         SET DV-HELDMAIL-AVAILABLE TO TRUE
004574     ELSE
004575         DISPLAY 'DVNOTGEN - HELDMAIL UNAVAILABLE - HELD-MAIL '
004576             'DIVERSION BYPASSED'
004577     END-IF.
004580     OPEN INPUT PGMSTAT.
004590     IF DV-PGMSTAT-OK
004600         SET DV-PGMSTAT-AVAILABLE TO TRUE
004620         DISPLAY 'DVNOTGEN - PGMSTAT UNAVAILABLE - HOLD '
004630             'SUPPRESSION BYPASSED'
004640     END-IF.
004641     OPEN OUTPUT NTCSTAGE.
004642     IF NOT DV-NTCSTAGE-OK
004643         DISPLAY 'DVNOTGEN - OPEN FAILED FOR NTCSTAGE - '
004644             DV-NTCSTAGE-STATUS
004645         MOVE 16 TO RETURN-CODE
004646         STOP RUN
004647     END-IF.
004650     OPEN OUTPUT SUPPNTCF.
004660     IF NOT DV-SUPPNTCF-OK
004670         DISPLAY 'DVNOTGEN - OPEN FAILED FOR SUPPNTCF - '
004680             DV-SUPPNTCF-STATUS
004681         MOVE 16 TO RETURN-CODE
004682         STOP RUN
004683     END-IF.
004684     OPEN OUTPUT OPTWRPT.
004685     IF NOT DV-OPTWRPT-OK
004686         DISPLAY 'DVNOTGEN - OPEN FAILED FOR OPTWRPT - '
004687             DV-OPTWRPT-STATUS
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004781     OPEN OUTPUT EDLVXRPT.
004782     IF NOT DV-EDLVXRPT-OK
004783         DISPLAY 'DVNOTGEN - OPEN FAILED FOR EDLVXRPT - '
004784             DV-EDLVXRPT-STATUS
004785         MOVE 16 TO RETURN-CODE
004786         STOP RUN
004787     END-IF.
004790     OPEN INPUT PRTD20L-FILE.
004800     IF NOT DV-PRTD20L-OK
004810         DISPLAY 'DVNOTGEN - OPEN FAILED FOR PRTD20L - '
004820             DV-PRTD20L-STATUS
004821         MOVE 16 TO RETURN-CODE
004822         STOP RUN
004823     END-IF.
004824     OPEN OUTPUT EDELIVER.
004825     IF NOT DV-EDELIVER-OK
004826         DISPLAY 'DVNOTGEN - OPEN FAILED FOR EDELIVER - '
004827             DV-EDELIVER-STATUS
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004921     MOVE SPACES TO EDELIVER-CTL-REC.
004922     SET ED-CTL-HEADER TO TRUE.
004923     MOVE DV-RUN-DATE TO ED-HDR-CREATE-DATE.
004924     MOVE 'DVNOTGEN' TO ED-HDR-SOURCE.
004925     WRITE EDELIVER-CTL-REC.
004930 1000-EXIT.
004940     EXIT.
004950*----------------------------------------------------------
006560         GO TO 2000-EXIT
006570     END-IF.
006580     PERFORM 2400-LOAD-DETAIL-VALUES THRU 2400-EXIT.
006581     PERFORM 2830-CHECK-OPT-OUT THRU 2830-EXIT.
006582     IF DV-NOTICE-WITHHELD
006583         PERFORM 6000-READ-DETAIL THRU 6000-EXIT
006584         GO TO 2000-EXIT
006585     END-IF.
006590     PERFORM 2800-CHECK-SUPPRESSION THRU 2800-EXIT.
006600     IF DV-NOTICE-SUPPRESSED
006610         ADD 1 TO DV-SUPPRESSED-COUNT
006620     ELSE
006625         PERFORM 2700-SET-DELIVERY-ROUTE THRU 2700-EXIT
006630         PERFORM 7000-BUILD-NOTICE THRU 7000-EXIT
006640         ADD 1 TO DV-NOTICE-COUNT
006650         PERFORM 2850-RECORD-NOTICE-HISTORY THRU 2850-EXIT
006770     MOVE PD-AMOUNT     TO DV-NTC-AMOUNT-VAL.
006780     MOVE PD-TRANS-DATE TO DV-NTC-DATE.
006790     MOVE 1             TO DV-NTC-COUNT.
006791     MOVE ZERO          TO DV-NTC-INTEREST-VAL.
006792     MOVE ZERO          TO DV-NTC-FEES-VAL.
006793     IF PD-INTERNAL-CODE = DV-INTEREST-CODE
006794         MOVE PD-AMOUNT TO DV-NTC-INTEREST-VAL
006795     END-IF.
006796     IF PD-INTERNAL-CODE = DV-FEE-CODE
006797         MOVE PD-AMOUNT TO DV-NTC-FEES-VAL
006798     END-IF.
006799     COMPUTE DV-NTC-YEAR = PD-TRANS-DATE / 10000.
006800     MOVE PD-INTERNAL-CODE TO DVCNV-INPUT-CODE.
006810     CALL 'DVCNVSRV' USING DVCNV-PARM.
006820     MOVE DVCNV-DESCRIPTION TO DV-NTC-DESC.
007040         SET DV-CON-OPEN TO TRUE
007050         MOVE PD-ACCOUNT-NO TO DV-CON-ACCOUNT-NO
007060         MOVE ZERO TO DV-CON-COUNT
007062         MOVE ZERO TO DV-CON-INTEREST
007064         MOVE ZERO TO DV-CON-FEES
007066         MOVE ZERO TO DV-CON-LAST-DATE
007070         MOVE ZERO TO DV-CON-AMOUNT
007071*        2600 JUST OVERWROTE THE DV-NTC STANDING FIELDS WITH
007072*        THE FINISHED ACCOUNT'S VALUES, SO RESOLVE THEM
007073*        AGAIN FROM THE CURRENT DETAIL BEFORE CAPTURING.
007074         PERFORM 6500-LOOKUP-ACCOUNT THRU 6500-EXIT
007077         PERFORM 6550-LOOKUP-BALANCE THRU 6550-EXIT
007080         MOVE DV-NTC-NAME   TO DV-CON-NAME
007090         MOVE DV-NTC-ADDR1  TO DV-CON-ADDR1
007100         MOVE DV-NTC-ADDR2  TO DV-CON-ADDR2
007110         MOVE DV-NTC-CITYST TO DV-CON-CITYST
007111         MOVE DV-NTC-BALANCE-VAL TO DV-CON-BALANCE-VAL
007112         MOVE DV-NTC-BALANCE-SW  TO DV-CON-BALANCE-SW
007113         MOVE DV-NTC-MAIL-HELD-SW TO DV-CON-MAIL-HELD-SW
007114         MOVE DV-NTC-CHANNEL TO DV-CON-CHANNEL
007115         MOVE DV-NTC-EMAIL   TO DV-CON-EMAIL
007120     END-IF.
007130     ADD 1 TO DV-CON-COUNT.
007140     ADD PD-AMOUNT TO DV-CON-AMOUNT.
007141     IF PD-INTERNAL-CODE = DV-INTEREST-CODE
007142         ADD PD-AMOUNT TO DV-CON-INTEREST
007143     END-IF.
007144     IF PD-INTERNAL-CODE = DV-FEE-CODE
007145         ADD PD-AMOUNT TO DV-CON-FEES
007146     END-IF.
007147     IF PD-TRANS-DATE > DV-CON-LAST-DATE
007148         MOVE PD-TRANS-DATE TO DV-CON-LAST-DATE
007149     END-IF.
007150     PERFORM 6000-READ-DETAIL THRU 6000-EXIT.
007160 2500-EXIT.
007170     EXIT.
007310     MOVE DV-CON-ADDR1      TO DV-NTC-ADDR1.
007320     MOVE DV-CON-ADDR2      TO DV-NTC-ADDR2.
007330     MOVE DV-CON-CITYST     TO DV-NTC-CITYST.
007331     MOVE DV-CON-BALANCE-VAL TO DV-NTC-BALANCE-VAL.
007332     MOVE DV-CON-BALANCE-SW  TO DV-NTC-BALANCE-SW.
007333     MOVE DV-CON-MAIL-HELD-SW TO DV-NTC-MAIL-HELD-SW.
007334     MOVE DV-CON-CHANNEL     TO DV-NTC-CHANNEL.
007335     MOVE DV-CON-EMAIL       TO DV-NTC-EMAIL.
007336     MOVE DV-CON-INTEREST    TO DV-NTC-INTEREST-VAL.
007337     MOVE DV-CON-FEES        TO DV-NTC-FEES-VAL.
007338     COMPUTE DV-NTC-YEAR = DV-CON-LAST-DATE / 10000.
007340     MOVE SPACES            TO DV-NTC-DESC.
007341     PERFORM 2830-CHECK-OPT-OUT THRU 2830-EXIT.
007342     IF DV-NOTICE-WITHHELD
007343         MOVE 'N' TO DV-CON-OPEN-SW
007344         GO TO 2600-EXIT
007345     END-IF.
007350     PERFORM 2800-CHECK-SUPPRESSION THRU 2800-EXIT.
007360     IF DV-NOTICE-SUPPRESSED
007370         ADD 1 TO DV-SUPPRESSED-COUNT
007380     ELSE
007385         PERFORM 2700-SET-DELIVERY-ROUTE THRU 2700-EXIT
007390         PERFORM 7000-BUILD-NOTICE THRU 7000-EXIT
007400         ADD 1 TO DV-NOTICE-COUNT
007410         PERFORM 2850-RECORD-NOTICE-HISTORY THRU 2850-EXIT
007460*----------------------------------------------------------
007470* 2900-WRITE-NOTICE-RECORD  -  WRITES ONE BUILT SEGMENT OF
007480* THE NOTICE. BOTH MODES COME THROUGH HERE, ONCE PER
007490* SEGMENT OF THE RESOLVED TEMPLATE, TO EACH DESTINATION
007493* 2700 ROUTED THE NOTICE TO. PAPER FOR A RETURNED-MAIL
007496* ADDRESS GOES TO HELDMAIL INSTEAD OF NOTICES.
007500*----------------------------------------------------------
007510 2900-WRITE-NOTICE-RECORD.
007511     IF DV-DLV-EMAIL
007512         PERFORM 2970-WRITE-EDLV-LINE THRU 2970-EXIT
007513     END-IF.
007514     IF NOT DV-DLV-PAPER
007515         GO TO 2900-EXIT
007516     END-IF.
007520     MOVE DV-OUT-TEXT TO NOTICES-REC.
007522     IF DV-NTC-MAIL-HELD AND DV-HELDMAIL-AVAILABLE
007524         PERFORM 2950-WRITE-HELD-RECORD THRU 2950-EXIT
007526         GO TO 2900-EXIT
007528     END-IF.
007530     WRITE NOTICES-REC.
007540     IF NOT DV-NOTICES-OK
007550         DISPLAY 'DVNOTGEN - WRITE FAILED FOR NOTICES - '
007580         STOP RUN
007590     END-IF.
007600     ADD 1 TO DV-NTCREC-COUNT.
007605     PERFORM 2990-WRITE-STAGE-RECORD THRU 2990-EXIT.
007610 2900-EXIT.
007620     EXIT.
007630*----------------------------------------------------------
008340         UNTIL DV-EOF OR DV-REC-NOT-CONTROL.
008350     IF NOT DV-EOF
008360         PERFORM 6500-LOOKUP-ACCOUNT THRU 6500-EXIT
008365         PERFORM 6550-LOOKUP-BALANCE THRU 6550-EXIT
008370     END-IF.
008380 6000-EXIT.
008390     EXIT.
009030*----------------------------------------------------------
009040 6500-LOOKUP-ACCOUNT.
009050     MOVE 'N' TO DV-ACCT-ON-MASTER-SW.
009052     MOVE 'N' TO DV-NTC-MAIL-HELD-SW.
009054     MOVE 'M' TO DV-NTC-CHANNEL.
009056     MOVE SPACES TO DV-NTC-EMAIL.
009060     MOVE PD-CUSTOMER-NAME TO DV-NTC-NAME.
009070     MOVE SPACES TO DV-NTC-ADDR1.
009080     MOVE SPACES TO DV-NTC-ADDR2.
009190         GO TO 6500-EXIT
009200     END-IF.
009210     SET DV-ACCT-ON-MASTER TO TRUE.
009211     IF AM-ADDRESS-RETURNED
009212         SET DV-NTC-MAIL-HELD TO TRUE
009213     END-IF.
009214     IF AM-CHANNEL-VALID
009215         MOVE AM-DELIVERY-CHANNEL TO DV-NTC-CHANNEL
009216     END-IF.
009217     MOVE AM-EMAIL-ADDRESS TO DV-NTC-EMAIL.
009220     MOVE AM-CUSTOMER-NAME  TO DV-NTC-NAME.
009230     MOVE AM-ADDRESS-LINE-1 TO DV-NTC-ADDR1.
009240     MOVE AM-ADDRESS-LINE-2 TO DV-NTC-ADDR2.
010450         MOVE 9 TO DV-VAL-LEN
010460         GO TO 7200-EXIT
010470     END-IF.
010471     IF DV-TPL-POS <= 113 AND
010472        DV-TPL-TEXT (DV-TPL-POS:8) = '&BALANCE'
010473         MOVE 8 TO DV-TOK-LEN
010474         MOVE ZERO TO DV-VAL-LEN
010475         IF DV-NTC-BALANCE-KNOWN
010476             MOVE DV-NTC-BALANCE-VAL TO DV-NTC-AMOUNT
010477             MOVE DV-NTC-AMOUNT TO DV-VAL-TEXT
010478             MOVE 15 TO DV-VAL-LEN
010479         END-IF
010480         GO TO 7200-EXIT
010481     END-IF.
010482     IF DV-TPL-POS <= 114 AND
010490        DV-TPL-TEXT (DV-TPL-POS:7) = '&AMOUNT'
010500         MOVE 7 TO DV-TOK-LEN
010510         MOVE DV-NTC-AMOUNT-VAL TO DV-NTC-AMOUNT
010511         MOVE DV-NTC-AMOUNT TO DV-VAL-TEXT
010512         MOVE 15 TO DV-VAL-LEN
010513         GO TO 7200-EXIT
010514     END-IF.
010515     IF DV-TPL-POS <= 112 AND
010516        DV-TPL-TEXT (DV-TPL-POS:9) = '&INTEREST'
010517         MOVE 9 TO DV-TOK-LEN
010518         MOVE DV-NTC-INTEREST-VAL TO DV-NTC-AMOUNT
010520         MOVE DV-NTC-AMOUNT TO DV-VAL-TEXT
010530         MOVE 15 TO DV-VAL-LEN
010540         GO TO 7200-EXIT
010610         GO TO 7200-EXIT
010620     END-IF.
010630     IF DV-TPL-POS <= 116 AND
010631        DV-TPL-TEXT (DV-TPL-POS:5) = '&FEES'
010632         MOVE 5 TO DV-TOK-LEN
010633         MOVE DV-NTC-FEES-VAL TO DV-NTC-AMOUNT
010634         MOVE DV-NTC-AMOUNT TO DV-VAL-TEXT
010635         MOVE 15 TO DV-VAL-LEN
010636         GO TO 7200-EXIT
010637     END-IF.
010638     IF DV-TPL-POS <= 116 AND
010640        DV-TPL-TEXT (DV-TPL-POS:5) = '&NAME'
010650         MOVE 5 TO DV-TOK-LEN
010660         MOVE DV-NTC-NAME TO DV-VAL-TEXT
010670         MOVE 30 TO DV-VAL-LEN
010680         PERFORM 7400-TRIM-VALUE THRU 7400-EXIT
010681         GO TO 7200-EXIT
010682     END-IF.
010683     IF DV-TPL-POS <= 116 AND
010684        DV-TPL-TEXT (DV-TPL-POS:5) = '&YEAR'
010685         MOVE 5 TO DV-TOK-LEN
010686         MOVE DV-NTC-YEAR TO DV-VAL-TEXT
010687         MOVE 4 TO DV-VAL-LEN
010690         GO TO 7200-EXIT
010700     END-IF.
010710     IF DV-TPL-POS <= 115 AND
011620         DV-SUPPRESSED-COUNT.
011630     DISPLAY '  RECORDS DIVERTED (HELD)  . : '
011640         DV-HELD-COUNT.
011641     DISPLAY '  NOTICES HELD (BAD ADDRESS) : '
011642         DV-MAIL-HELD-COUNT.
011643     DISPLAY '  NOTICES SENT ELECTRONICALLY: '
011644         DV-EDLV-DOC-COUNT.
011645     DISPLAY '  NO EMAIL - SENT ON PAPER . : '
011646         DV-EDLV-EXCP-COUNT.
011647     DISPLAY '  NOTICES WITHHELD (OPT-OUT) : '
011648         DV-WITHHELD-COUNT.
011650     DISPLAY '========================================'.
011652     IF DV-EDLV-EXCP-COUNT > ZERO AND RETURN-CODE < 4
011654         MOVE 4 TO RETURN-CODE
011656     END-IF.
011660 7500-EXIT.
011670     EXIT.
011680*----------------------------------------------------------
011780     IF DV-ACCTMST-AVAILABLE
011790         CLOSE ACCTMST
011800     END-IF.
011802     IF DV-ACCTBAL-AVAILABLE
011804         CLOSE ACCTBAL
011806     END-IF.
011810     IF DV-FEEDREG-AVAILABLE
011820         IF DV-FEED-HDR-PRESENT
011830             PERFORM 8500-REGISTER-FEED THRU 8500-EXIT
011900     IF DV-PGMSTAT-AVAILABLE
011910         CLOSE PGMSTAT
011920     END-IF.
011922     IF DV-HELDMAIL-AVAILABLE
011924         CLOSE HELDMAIL
011926     END-IF.
011930     CLOSE SUPPNTCF.
011931     PERFORM 8600-CLOSE-EDELIVER THRU 8600-EXIT.
011932     CLOSE NTCSTAGE.
011933     IF DV-OPTOUT-AVAILABLE
011934         CLOSE OPTOUT
011935     END-IF.
011936     PERFORM 8700-CLOSE-OPTWRPT THRU 8700-EXIT.
011940 8000-EXIT.
011950     EXIT.
011960*----------------------------------------------------------
012390     CLOSE DVCTLLDG.
012400 9800-EXIT.
012410     EXIT.
012420*----------------------------------------------------------
012430* 1400-CHECK-MANDATORY  -  A MESSAGE ID COMPLIANCE HAS
012440* MARKED MANDATORY (THE OPTOUT ROW FOR ACCOUNT 000000000,
012450* EFFECTIVE BY THE RUN DATE) GOES TO EVERY ACCOUNT, SO NO
012460* OPT-OUT IS LOOKED UP FOR THE REST OF THE RUN.
012470*----------------------------------------------------------
012480 1400-CHECK-MANDATORY.
012490     MOVE ZERO             TO OO-ACCOUNT-NO.
012500     MOVE DV-NOTICE-MSG-ID TO OO-MSG-ID.
012510     READ OPTOUT
012520         INVALID KEY
012530             GO TO 1400-EXIT
012540     END-READ.
012550     IF OO-MANDATORY AND OO-EFFECTIVE-DATE <= DV-RUN-DATE
012560         SET DV-MSG-MANDATORY TO TRUE
012570         DISPLAY 'DVNOTGEN - MESSAGE ' DV-NOTICE-MSG-ID
012580             ' IS MANDATORY - OPT-OUTS NOT APPLIED'
012590     END-IF.
012600 1400-EXIT.
012610     EXIT.
012620*----------------------------------------------------------
012630* 2700-SET-DELIVERY-ROUTE  -  DECIDES WHERE THE NOTICE ABOUT
012640* TO BE BUILT GOES. M IS PAPER ONLY, E IS ELECTRONIC ONLY,
012650* B IS BOTH. E OR B WITH NO EMAIL ADDRESS ON FILE FALLS BACK
012660* TO PAPER ONLY AND IS LISTED AS AN EXCEPTION. AN
012670* ELECTRONIC NOTICE STARTS WITH ITS ENVELOPE RECORD.
012680*----------------------------------------------------------
012690 2700-SET-DELIVERY-ROUTE.
012700     MOVE 'Y' TO DV-DLV-PAPER-SW.
012710     MOVE 'N' TO DV-DLV-EMAIL-SW.
012720     IF DV-NTC-CHANNEL-EMAIL
012730         IF DV-NTC-EMAIL = SPACES
012740             PERFORM 2750-LIST-EDLV-EXCEPTION THRU 2750-EXIT
012750         ELSE
012760             SET DV-DLV-EMAIL TO TRUE
012770             IF DV-NTC-CHANNEL-EMAIL-ONLY
012780                 MOVE 'N' TO DV-DLV-PAPER-SW
012790             END-IF
012800         END-IF
012810     END-IF.
012820     IF DV-DLV-PAPER
012830         IF DV-NTC-MAIL-HELD AND DV-HELDMAIL-AVAILABLE
012840             ADD 1 TO DV-MAIL-HELD-COUNT
012850         ELSE
012860             ADD 1 TO DV-STAGE-DOC-COUNT
012870             MOVE ZERO TO DV-STAGE-LINE-NO
012880         END-IF
012890     END-IF.
012900     IF DV-DLV-EMAIL
012910         PERFORM 2960-WRITE-ENVELOPE THRU 2960-EXIT
012920     END-IF.
012930 2700-EXIT.
012940     EXIT.
012950*----------------------------------------------------------
012960* 2750-LIST-EDLV-EXCEPTION  -  ONE LINE ON THE E-DELIVERY
012970* EXCEPTIONS REPORT FOR A NOTICE THAT COULD NOT BE SENT
012980* ELECTRONICALLY.
012990*----------------------------------------------------------
013000 2750-LIST-EDLV-EXCEPTION.
013010     IF DV-XRPT-LINE-COUNT >= DV-XRPT-MAX-LINES
013020         PERFORM 2760-PRINT-XRPT-HEADERS THRU 2760-EXIT
013030     END-IF.
013040     MOVE DV-NTC-ACCOUNT-NO TO DV-XRPT-ACCOUNT-NO.
013050     MOVE DV-NTC-NAME       TO DV-XRPT-CUSTOMER-NAME.
013060     MOVE DV-NTC-CHANNEL    TO DV-XRPT-CHANNEL.
013070     MOVE DV-NOTICE-MSG-ID  TO DV-XRPT-MSG-ID.
013080     IF DV-NTC-CHANNEL-EMAIL-ONLY
013090         MOVE 'NO EMAIL ADDRESS - PRINTED ON PAPER'
013100             TO DV-XRPT-ACTION
013110     ELSE
013120         MOVE 'NO EMAIL ADDRESS - PAPER COPY ONLY'
013130             TO DV-XRPT-ACTION
013140     END-IF.
013150     MOVE ' ' TO PRT-CC.
013160     MOVE DV-XRPT-DETAIL-LINE TO PRT-LINE.
013170     WRITE EDLVXRPT-REC.
013180     ADD 1 TO DV-XRPT-LINE-COUNT.
013190     ADD 1 TO DV-EDLV-EXCP-COUNT.
013200 2750-EXIT.
013210     EXIT.
013220*----------------------------------------------------------
013230* 2760-PRINT-XRPT-HEADERS
013240*----------------------------------------------------------
013250 2760-PRINT-XRPT-HEADERS.
013260     ADD 1 TO DV-XRPT-PAGE-NO.
013270     MOVE ZERO TO DV-XRPT-LINE-COUNT.
013280     MOVE DV-RUN-DATE     TO DV-XRPT-HDR-RUN-DATE.
013290     MOVE DV-XRPT-PAGE-NO TO DV-XRPT-HDR-PAGE-NO.
013300     MOVE '1' TO PRT-CC.
013310     MOVE DV-XRPT-HEADER-LINE-1 TO PRT-LINE.
013320     WRITE EDLVXRPT-REC.
013330     MOVE ' ' TO PRT-CC.
013340     MOVE DV-XRPT-HEADER-LINE-2 TO PRT-LINE.
013350     WRITE EDLVXRPT-REC.
013360     ADD 2 TO DV-XRPT-LINE-COUNT.
013370 2760-EXIT.
013380     EXIT.
013390*----------------------------------------------------------
013400* 2830-CHECK-OPT-OUT  -  WITHHOLDS THE NOTICE WHEN THE
013410* ACCOUNT IS OPTED OUT OF THE RUN'S MESSAGE ID AS OF THE
013420* RUN DATE, AND LISTS IT ON OPTWRPT. BOTH MODES COME
013430* THROUGH HERE BEFORE REPEAT SUPPRESSION, SO A WITHHELD
013440* NOTICE IS NEITHER BUILT NOR RECORDED IN NTCHIST.
013450*----------------------------------------------------------
013460 2830-CHECK-OPT-OUT.
013470     MOVE 'N' TO DV-WITHHELD-SW.
013480     IF NOT DV-OPTOUT-AVAILABLE OR DV-MSG-MANDATORY
013490         GO TO 2830-EXIT
013500     END-IF.
013510     MOVE DV-NTC-ACCOUNT-NO TO OO-ACCOUNT-NO.
013520     MOVE DV-NOTICE-MSG-ID  TO OO-MSG-ID.
013530     READ OPTOUT
013540         INVALID KEY
013550             GO TO 2830-EXIT
013560     END-READ.
013570     IF NOT OO-OPTED-OUT OR OO-EFFECTIVE-DATE > DV-RUN-DATE
013580         GO TO 2830-EXIT
013590     END-IF.
013600     SET DV-NOTICE-WITHHELD TO TRUE.
013610     ADD 1 TO DV-WITHHELD-COUNT.
013620     IF DV-OWRPT-LINE-COUNT >= DV-XRPT-MAX-LINES
013630         PERFORM 2840-PRINT-OWRPT-HEADERS THRU 2840-EXIT
013640     END-IF.
013650     MOVE DV-NTC-ACCOUNT-NO TO DV-OWRPT-ACCOUNT-NO.
013660     MOVE DV-NTC-NAME       TO DV-OWRPT-CUSTOMER-NAME.
013670     MOVE DV-NOTICE-MSG-ID  TO DV-OWRPT-MSG-ID.
013680     MOVE OO-EFFECTIVE-DATE TO DV-OWRPT-EFF-DATE.
013690     MOVE OO-REQUEST-SOURCE TO DV-OWRPT-SOURCE.
013700     MOVE OO-REQUEST-REF    TO DV-OWRPT-REFERENCE.
013710     MOVE ' ' TO OWRPT-CC.
013720     MOVE DV-OWRPT-DETAIL-LINE TO OWRPT-LINE.
013730     WRITE OPTWRPT-REC.
013740     ADD 1 TO DV-OWRPT-LINE-COUNT.
013750 2830-EXIT.
013760     EXIT.
013770*----------------------------------------------------------
013780* 2840-PRINT-OWRPT-HEADERS
013790*----------------------------------------------------------
013800 2840-PRINT-OWRPT-HEADERS.
013810     ADD 1 TO DV-OWRPT-PAGE-NO.
013820     MOVE ZERO TO DV-OWRPT-LINE-COUNT.
013830     MOVE DV-RUN-DATE      TO DV-OWRPT-HDR-RUN-DATE.
013840     MOVE DV-OWRPT-PAGE-NO TO DV-OWRPT-HDR-PAGE-NO.
013850     MOVE '1' TO OWRPT-CC.
013860     MOVE DV-OWRPT-HEADER-LINE-1 TO OWRPT-LINE.
013870     WRITE OPTWRPT-REC.
013880     MOVE ' ' TO OWRPT-CC.
013890     MOVE DV-OWRPT-HEADER-LINE-2 TO OWRPT-LINE.
013900     WRITE OPTWRPT-REC.
013910     ADD 2 TO DV-OWRPT-LINE-COUNT.
013920 2840-EXIT.
013930     EXIT.
013940*----------------------------------------------------------
013950* 2950-WRITE-HELD-RECORD  -  ONE NOTICE SEGMENT TO HELDMAIL.
013960* A RERUN ON THE SAME DAY REWRITES THE LINES IT HELD THE
013970* FIRST TIME.
013980*----------------------------------------------------------
013990 2950-WRITE-HELD-RECORD.
014000     ADD 1 TO DV-HELD-LINE-SEQ.
014010     MOVE SPACES TO HELDMAIL-REC.
014020     MOVE DV-NTC-ACCOUNT-NO TO HM-ACCOUNT-NO.
014030     SET HM-FROM-DVNOTGEN TO TRUE.
014040     MOVE DV-RUN-DATE TO HM-HOLD-DATE.
014050     MOVE DV-NOTICE-MSG-ID TO HM-MSG-ID.
014060     MOVE DV-HELD-LINE-SEQ TO HM-LINE-SEQ.
014070     SET HM-HELD TO TRUE.
014080     MOVE ZERO TO HM-RELEASE-DATE.
014090     MOVE DV-OUT-TEXT TO HM-PRINT-LINE.
014100     WRITE HELDMAIL-REC
014110         INVALID KEY
014120             REWRITE HELDMAIL-REC
014130     END-WRITE.
014140     IF NOT DV-HELDMAIL-OK
014150         DISPLAY 'DVNOTGEN - WRITE FAILED FOR HELDMAIL - '
014160             DV-HELDMAIL-STATUS
014170         MOVE 16 TO RETURN-CODE
014180         STOP RUN
014190     END-IF.
014200 2950-EXIT.
014210     EXIT.
014220*----------------------------------------------------------
014230* 2960-WRITE-ENVELOPE  -  THE E RECORD THAT OPENS ONE
014240* ELECTRONIC NOTICE, CARRYING THE EMAIL ADDRESS.
014250*----------------------------------------------------------
014260 2960-WRITE-ENVELOPE.
014270     ADD 1 TO DV-EDLV-DOC-COUNT.
014280     MOVE ZERO TO DV-EDLV-LINE-NO.
014290     MOVE SPACES TO EDELIVER-REC.
014300     SET ED-ENVELOPE TO TRUE.
014310     MOVE DV-NTC-ACCOUNT-NO TO ED-ACCOUNT-NO.
014320     SET ED-DOC-NOTICE TO TRUE.
014330     MOVE DV-EDLV-DOC-COUNT TO ED-DOC-SEQ.
014340     MOVE DV-NTC-EMAIL      TO ED-EMAIL-ADDRESS.
014350     MOVE DV-NTC-NAME       TO ED-CUSTOMER-NAME.
014360     MOVE DV-RUN-DATE       TO ED-DOC-DATE.
014370     MOVE 'DVNOTGEN'        TO ED-SOURCE-PGM.
014380     MOVE DV-NOTICE-MSG-ID  TO ED-MSG-ID.
014390     MOVE DV-NTC-CHANNEL    TO ED-DELIVERY-CHANNEL.
014400     PERFORM 2980-PUT-EDELIVER THRU 2980-EXIT.
014410 2960-EXIT.
014420     EXIT.
014430*----------------------------------------------------------
014440* 2970-WRITE-EDLV-LINE  -  ONE NOTICE SEGMENT AS AN L
014450* RECORD UNDER THE CURRENT ENVELOPE.
014460*----------------------------------------------------------
014470 2970-WRITE-EDLV-LINE.
014480     ADD 1 TO DV-EDLV-LINE-NO.
014490     MOVE SPACES TO EDELIVER-REC.
014500     SET ED-TEXT-LINE TO TRUE.
014510     MOVE DV-NTC-ACCOUNT-NO TO ED-ACCOUNT-NO.
014520     SET ED-DOC-NOTICE TO TRUE.
014530     MOVE DV-EDLV-DOC-COUNT TO ED-DOC-SEQ.
014540     MOVE DV-EDLV-LINE-NO   TO ED-LINE-NO.
014550     MOVE DV-OUT-TEXT       TO ED-PRINT-LINE.
014560     PERFORM 2980-PUT-EDELIVER THRU 2980-EXIT.
014570 2970-EXIT.
014580     EXIT.
014590*----------------------------------------------------------
014600* 2980-PUT-EDELIVER
014610*----------------------------------------------------------
014620 2980-PUT-EDELIVER.
014630     WRITE EDELIVER-REC.
014640     IF NOT DV-EDELIVER-OK
014650         DISPLAY 'DVNOTGEN - WRITE FAILED FOR EDELIVER - '
014660             DV-EDELIVER-STATUS
014670         MOVE 16 TO RETURN-CODE
014680         STOP RUN
014690     END-IF.
014700     ADD 1 TO DV-EDLV-REC-COUNT.
014710 2980-EXIT.
014720     EXIT.
014730*----------------------------------------------------------
014740* 2990-WRITE-STAGE-RECORD  -  STAGES A LINE JUST WRITTEN TO
014750* NOTICES FOR THE ZIPSORT PRESORT, KEYED BY ACCOUNT, NOTICE
014760* AND LINE SO THE NOTICE STAYS WHOLE WHEN IT IS SORTED.
014770*----------------------------------------------------------
014780 2990-WRITE-STAGE-RECORD.
014790     ADD 1 TO DV-STAGE-LINE-NO.
014800     MOVE SPACES TO PRTSTAGE-REC.
014810     MOVE DV-NTC-ACCOUNT-NO TO PG-ACCOUNT-NO.
014820     SET PG-FROM-DVNOTGEN TO TRUE.
014830     MOVE DV-RUN-DATE TO PG-RUN-DATE.
014840     MOVE DV-STAGE-DOC-COUNT TO PG-DOC-SEQ.
014850     MOVE DV-STAGE-LINE-NO TO PG-LINE-NO.
014860     MOVE ' ' TO PG-PRINT-CC.
014870     MOVE DV-OUT-TEXT TO PG-PRINT-LINE.
014880     WRITE PRTSTAGE-REC.
014890     IF NOT DV-NTCSTAGE-OK
014900         DISPLAY 'DVNOTGEN - WRITE FAILED FOR NTCSTAGE - '
014910             DV-NTCSTAGE-STATUS
014920         MOVE 16 TO RETURN-CODE
014930         STOP RUN
014940     END-IF.
014950 2990-EXIT.
014960     EXIT.
014970*----------------------------------------------------------
014980* 6550-LOOKUP-BALANCE  -  RESOLVES THE CURRENT DETAIL
014990* RECORD'S RUNNING BALANCE FROM THE ACCTBAL BALANCE MASTER.
015000* AN ACCOUNT NOT ON THE MASTER, OR A RUN WHERE THE MASTER
015010* COULD NOT BE OPENED, LEAVES THE BALANCE UNKNOWN AND THE
015020* &BALANCE TOKEN INSERTS NOTHING.
015030*----------------------------------------------------------
015040 6550-LOOKUP-BALANCE.
015050     MOVE 'N' TO DV-NTC-BALANCE-SW.
015060     MOVE ZERO TO DV-NTC-BALANCE-VAL.
015070     IF NOT DV-ACCTBAL-AVAILABLE
015080         GO TO 6550-EXIT
015090     END-IF.
015100     MOVE PD-ACCOUNT-NO TO AB-ACCOUNT-NO.
015110     READ ACCTBAL
015120         INVALID KEY
015130             GO TO 6550-EXIT
015140     END-READ.
015150     IF DV-ACCTBAL-REC-FOUND
015160         SET DV-NTC-BALANCE-KNOWN TO TRUE
015170         MOVE AB-CURRENT-BALANCE TO DV-NTC-BALANCE-VAL
015180     END-IF.
015190 6550-EXIT.
015200     EXIT.
015210*----------------------------------------------------------
015220* 8600-CLOSE-EDELIVER  -  CLOSES THE E-DELIVERY FILE WITH
015230* ITS *TRL* CONTROL AND THE EXCEPTIONS REPORT, WHICH SAYS
015240* SO WHEN THERE WERE NONE.
015250*----------------------------------------------------------
015260 8600-CLOSE-EDELIVER.
015270     MOVE SPACES TO EDELIVER-CTL-REC.
015280     SET ED-CTL-TRAILER TO TRUE.
015290     MOVE DV-EDLV-DOC-COUNT TO ED-TRL-DOC-COUNT.
015300     MOVE DV-EDLV-REC-COUNT TO ED-TRL-RECORD-COUNT.
015310     WRITE EDELIVER-CTL-REC.
015320     CLOSE EDELIVER.
015330     IF DV-EDLV-EXCP-COUNT = ZERO
015340         PERFORM 2760-PRINT-XRPT-HEADERS THRU 2760-EXIT
015350         MOVE ' ' TO PRT-CC
015360         MOVE 'NO EXCEPTIONS - EVERY E-DELIVERY ACCOUNT HAS AN '
015370             TO PRT-LINE
015380         MOVE 'EMAIL ADDRESS' TO PRT-LINE (49:13)
015390         WRITE EDLVXRPT-REC
015400     END-IF.
015410     CLOSE EDLVXRPT.
015420 8600-EXIT.
015430     EXIT.
015440*----------------------------------------------------------
015450* 8700-CLOSE-OPTWRPT  -  A RUN THAT WITHHELD NOTHING STILL
015460* PRINTS A PAGE SAYING SO.
015470*----------------------------------------------------------
015480 8700-CLOSE-OPTWRPT.
015490     IF DV-WITHHELD-COUNT = ZERO
015500         PERFORM 2840-PRINT-OWRPT-HEADERS THRU 2840-EXIT
015510         MOVE ' ' TO OWRPT-CC
015520         MOVE 'NO NOTICES WITHHELD - NO ACCOUNT IN THIS RUN IS '
015530             TO OWRPT-LINE
015540         MOVE 'OPTED OUT OF THE MESSAGE' TO OWRPT-LINE (49:24)
015550         WRITE OPTWRPT-REC
015560     END-IF.
015570     CLOSE OPTWRPT.
015580 8700-EXIT.
015590     EXIT.
015600 END PROGRAM DVNOTGEN.
