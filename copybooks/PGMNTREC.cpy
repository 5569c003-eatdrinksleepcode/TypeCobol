000010*----------------------------------------------------------
000020* PGMNTREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR PGMNOTE, THE KEYED CASE-NOTES FILE.
000050* PGMSTAT CARRIES ONLY A STATUS AND A TIMESTAMP, SO WHAT AN
000060* OPERATOR FOUND OUT WHILE WORKING A RECORD IS KEPT HERE AS
000070* FREE TEXT, ONE ROW PER NOTE, KEYED BY PS-RECORD-ID AND A
000080* SEQUENCE THAT RUNS UP WITHIN THE RECORD, SO A RECORD'S
000090* NOTES READ BACK OLDEST FIRST AND THE LAST ONE READ IS THE
000100* MOST RECENT. NOTES ARE KEYED IN THROUGH PGMMAINT UNDER
000110* THE OPERATOR'S SIGN-ON AND SHOWN THERE WHEN A RECORD IS
000120* VIEWED; PGMWRKAS AND PGMEXCPT PRINT THE MOST RECENT NOTE
000130* UNDER EACH RECORD. A NOTE IS NEVER DELETED IN PLACE -
000140* PGMARCHV MOVES NOTES OLDER THAN ITS RETENTION CUTOFF TO
000150* THE NOTES ARCHIVE GENERATION ALONGSIDE THE PGMAUDIT
000160* ENTRIES IT ARCHIVES.
000170*----------------------------------------------------------
000180 01  PGMNOTE-REC.
000190     05  PN-KEY.
000200         10  PN-RECORD-ID        PIC X(10).
000210         10  PN-NOTE-SEQ         PIC 9(05).
000220     05  PN-NOTE-DATE            PIC 9(08).
000230     05  PN-NOTE-TIME            PIC 9(06).
000240     05  PN-OPERATOR-ID          PIC X(08).
000250     05  PN-NOTE-TEXT            PIC X(70).
000260     05  FILLER                  PIC X(13).
