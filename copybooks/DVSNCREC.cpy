000010*----------------------------------------------------------
000020* DVSNCREC
000030*----------------------------------------------------------
000040* SNAPSHOT CATALOG RECORD FOR DVSNPCAT. ONE ROW PER CYCLE
000050* DATE, WRITTEN BY DVSNAPSH WHEN THE PRE-CYCLE SNAPSHOT IS
000060* COMPLETE; A SECOND CYCLE ON THE SAME DATE REPLACES IT.
000070* SN-SNAP-TIME PICKS THAT SNAPSHOT'S RECORDS OUT OF THE
000080* SNAPSHOT SET. ONE ENTRY PER MASTER GIVES THE FILE, WHETHER
000090* IT COULD BE COPIED, AND HOW MANY RECORDS WERE. DVROLLBK
000100* MARKS THE ROW ROLLED BACK WHEN IT RESTORES THE SET.
000110*----------------------------------------------------------
000120 01  DVSNPCAT-REC.
000130     05  SN-CYCLE-DATE              PIC 9(08).
000140     05  SN-SNAP-TIME               PIC 9(06).
000150     05  SN-SET-STATUS              PIC X(01).
000160         88  SN-SET-COMPLETE        VALUE 'C'.
000170         88  SN-SET-ROLLED-BACK     VALUE 'R'.
000180     05  SN-ROLLBACK-DATE           PIC 9(08).
000190     05  SN-ROLLBACK-TIME           PIC 9(06).
000200     05  SN-TOTAL-COUNT             PIC 9(09).
000210     05  SN-FILE-ENTRY              OCCURS 12 TIMES.
000220         10  SN-FILE-ID             PIC X(08).
000230         10  SN-FILE-TAKEN-SW       PIC X(01).
000240             88  SN-FILE-TAKEN      VALUE 'Y'.
000250         10  SN-FILE-COUNT          PIC 9(09).
000260     05  FILLER                     PIC X(20).
