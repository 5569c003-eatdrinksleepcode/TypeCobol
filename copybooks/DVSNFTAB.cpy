000010*----------------------------------------------------------
000020* DVSNFTAB
000030*----------------------------------------------------------
000040* THE KEYED MASTERS THE NIGHTLY CYCLE UPDATES, BY DD NAME,
000050* IN THE ORDER DVSNAPSH COPIES THEM INTO THE PRE-CYCLE
000060* SNAPSHOT SET. DVSNAPSH AND DVROLLBK BOTH OPEN, READ AND
000070* WRITE THE MASTERS BY POSITION IN THIS TABLE, SO A MASTER
000080* ADDED TO THE CYCLE IS ADDED AT THE END HERE AND TO THE
000090* FILE DISPATCH IN BOTH PROGRAMS. THE DVSNPCAT CATALOG ROW
000100* HAS ROOM FOR 12.
000110*----------------------------------------------------------
000120 01  DV-SF-FILE-VALUES.
000130     05  FILLER                  PIC X(08) VALUE 'PGMSTAT '.
000140     05  FILLER                  PIC X(08) VALUE 'PGMSCHED'.
000150     05  FILLER                  PIC X(08) VALUE 'FEEDREG '.
000160     05  FILLER                  PIC X(08) VALUE 'DVCHKPT '.
000170     05  FILLER                  PIC X(08) VALUE 'DVCTLLDG'.
000180     05  FILLER                  PIC X(08) VALUE 'PERTOTAL'.
000190     05  FILLER                  PIC X(08) VALUE 'ACCTBAL '.
000200     05  FILLER                  PIC X(08) VALUE 'HELDMAIL'.
000210     05  FILLER                  PIC X(08) VALUE 'TXNHIST '.
000220     05  FILLER                  PIC X(08) VALUE 'NTCHIST '.
000230     05  FILLER                  PIC X(08) VALUE 'APRQUEUE'.
000240 01  DV-SF-FILE-TAB REDEFINES DV-SF-FILE-VALUES.
000250     05  DV-SF-FILE-ID           PIC X(08) OCCURS 11 TIMES.
000260 01  DV-SF-FILE-MAX               PIC 9(02) COMP VALUE 11.
