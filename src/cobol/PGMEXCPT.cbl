000480*                  NAME ON IT. A RECORD WITH NO ASSIGNMENT,
000490*                  OR A RUN WHERE PGMASGN CANNOT BE OPENED,
000500*                  SHOWS *NONE*.
000501* 2026-10-15  DV   THE MOST RECENT CASE NOTE KEYED THROUGH
000502*                  PGMMAINT FOR EACH RECORD (PGMNOTE, COPYBOOK
000503*                  PGMNTREC) NOW PRINTS UNDER ITS WARNING OR
000504*                  CRITICAL LINE. A RECORD WITH NO NOTE, OR A
000505*                  RUN WHERE PGMNOTE CANNOT BE OPENED, PRINTS
000506*                  THE LINE ALONE AS BEFORE.
000510*----------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS AS-RECORD-ID
000730         FILE STATUS IS DV-PGMASGN-STATUS.
000731     SELECT OPTIONAL PGMNOTE ASSIGN TO PGMNOTE
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS DYNAMIC
000734         RECORD KEY IS PN-KEY
000735         FILE STATUS IS DV-PGMNOTE-STATUS.
000740*----------------------------------------------------------
000750 DATA DIVISION.
000760 FILE SECTION.
000960 COPY SLARULREC.
000970 FD  PGMASGN.
000980 COPY PGMASGREC.
000983 FD  PGMNOTE.
000986 COPY PGMNTREC.
000990*----------------------------------------------------------
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------
001220     88  DV-PGMASGN-REC-FOUND    VALUES '00' '02'.
001230 01  DV-PGMASGN-AVAIL-SW         PIC X(01) VALUE 'N'.
001240     88  DV-PGMASGN-AVAILABLE    VALUE 'Y'.
001241 01  DV-PGMNOTE-STATUS           PIC X(02) VALUE '00'.
001242     88  DV-PGMNOTE-OK           VALUES '00' '02'.
001243 01  DV-PGMNOTE-AVAIL-SW         PIC X(01) VALUE 'N'.
001244     88  DV-PGMNOTE-AVAILABLE    VALUE 'Y'.
001245 01  DV-NOTE-FOUND-SW            PIC X(01) VALUE 'N'.
001246     88  DV-NOTE-FOUND           VALUE 'Y'.
001247 01  DV-NOTE-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
001248     88  DV-NOTE-SCAN-DONE       VALUE 'Y'.
001250 01  DV-WARN-DAYS                PIC 9(03).
001260 01  DV-CRIT-DAYS                PIC 9(03).
001270 01  DV-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
001640     05  DV-DTL-AGE-DAYS         PIC ZZZZ9.
001650     05  FILLER                  PIC X(06) VALUE SPACES.
001660     05  DV-DTL-OPERATOR-ID      PIC X(08).
001661 01  DV-NOTE-LINE.
001662     05  FILLER                  PIC X(04) VALUE SPACES.
001663     05  FILLER                  PIC X(06) VALUE 'NOTE: '.
001664     05  DV-NTL-NOTE-DATE        PIC 9(08).
001665     05  FILLER                  PIC X(01) VALUE SPACES.
001666     05  DV-NTL-OPERATOR-ID      PIC X(08).
001667     05  FILLER                  PIC X(01) VALUE SPACES.
001668     05  DV-NTL-NOTE-TEXT        PIC X(70).
001670*----------------------------------------------------------
001680 PROCEDURE DIVISION.
001690*----------------------------------------------------------
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002581     OPEN INPUT PGMNOTE.
002582     IF DV-PGMNOTE-OK
002583         SET DV-PGMNOTE-AVAILABLE TO TRUE
002584     ELSE
002585         DISPLAY 'PGMEXCPT - PGMNOTE UNAVAILABLE - STATUS '
002586             DV-PGMNOTE-STATUS ' - NOTES NOT PRINTED'
002587     END-IF.
002590     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
002600         UNTIL DV-EXCPTRPT-STATUS = '10'.
002610     IF DV-EXCEPTION-COUNT = ZERO
002660         WRITE EXCPTRPT-REC
002670     END-IF.
002680     CLOSE EXCPTRPT.
002682     IF DV-PGMNOTE-AVAILABLE
002684         CLOSE PGMNOTE
002686     END-IF.
002690 3000-EXIT.
002700     EXIT.
002710*----------------------------------------------------------
002770             MOVE '10' TO DV-EXCPTRPT-STATUS
002780             GO TO 3100-EXIT
002790     END-RETURN.
002795     PERFORM 5900-GET-LATEST-NOTE THRU 5900-EXIT.
002800     IF DV-LINE-COUNT >= DV-MAX-LINES-PER-PAGE
002803        OR (DV-NOTE-FOUND AND
002806            DV-LINE-COUNT + 1 >= DV-MAX-LINES-PER-PAGE)
002810         PERFORM 3200-PRINT-HEADERS THRU 3200-EXIT
002820     END-IF.
002830     IF SW-TIER-CRITICAL
002940     MOVE DV-DETAIL-LINE        TO PRT-LINE.
002950     WRITE EXCPTRPT-REC.
002960     ADD 1 TO DV-LINE-COUNT.
002961     IF DV-NOTE-FOUND
002962         MOVE ' '          TO PRT-CC
002963         MOVE DV-NOTE-LINE TO PRT-LINE
002964         WRITE EXCPTRPT-REC
002965         ADD 1 TO DV-LINE-COUNT
002966     END-IF.
002970     ADD 1 TO DV-EXCEPTION-COUNT.
002980 3100-EXIT.
002990     EXIT.
003760     END-IF.
003770 5800-EXIT.
003780     EXIT.
003790*----------------------------------------------------------
003800* 5900-GET-LATEST-NOTE  -  LOADS THE NOTE LINE WITH THE MOST
003810* RECENT PGMNOTE ENTRY FOR THE EXCEPTION BEING PRINTED - THE LAST
003820* ONE READ, SINCE A RECORD'S NOTES ARE KEYED IN SEQUENCE.
003830* NO NOTE, OR NO NOTES FILE, PRINTS NOTHING.
003840*----------------------------------------------------------
003850 5900-GET-LATEST-NOTE.
003860     MOVE 'N' TO DV-NOTE-FOUND-SW.
003870     IF NOT DV-PGMNOTE-AVAILABLE
003880         GO TO 5900-EXIT
003890     END-IF.
003900     MOVE SW-RECORD-ID TO PN-RECORD-ID.
003910     MOVE ZERO TO PN-NOTE-SEQ.
003920     START PGMNOTE KEY IS >= PN-KEY
003930         INVALID KEY
003940             GO TO 5900-EXIT
003950     END-START.
003960     MOVE 'N' TO DV-NOTE-SCAN-DONE-SW.
003970     PERFORM 5910-READ-ONE-NOTE THRU 5910-EXIT
003980         UNTIL DV-NOTE-SCAN-DONE.
003990 5900-EXIT.
004000     EXIT.
004010*----------------------------------------------------------
004020* 5910-READ-ONE-NOTE
004030*----------------------------------------------------------
004040 5910-READ-ONE-NOTE.
004050     READ PGMNOTE NEXT RECORD
004060         AT END
004070             SET DV-NOTE-SCAN-DONE TO TRUE
004080             GO TO 5910-EXIT
004090     END-READ.
004100     IF PN-RECORD-ID NOT = SW-RECORD-ID
004110         SET DV-NOTE-SCAN-DONE TO TRUE
004120         GO TO 5910-EXIT
004130     END-IF.
004140     SET DV-NOTE-FOUND TO TRUE.
004150     MOVE PN-NOTE-DATE   TO DV-NTL-NOTE-DATE.
004160     MOVE PN-OPERATOR-ID TO DV-NTL-OPERATOR-ID.
004170     MOVE PN-NOTE-TEXT   TO DV-NTL-NOTE-TEXT.
004180 5910-EXIT.
004190     EXIT.
004200 END PROGRAM PGMEXCPT.
