000010*----------------------------------------------------------
000020* DVSNPREC
000030*----------------------------------------------------------
000040* PRE-CYCLE SNAPSHOT IMAGE RECORD. DVSNAPSH COPIES EVERY
000050* KEYED MASTER THE NIGHTLY CYCLE UPDATES, ONE FILE AFTER
000060* ANOTHER IN KEY ORDER, INTO A NEW GENERATION OF THE
000070* SNAPSHOT SET BEFORE THE FIRST STEP RUNS. EACH RECORD IS
000080* ONE MASTER RECORD, TAGGED WITH THE CYCLE DATE AND TIME
000090* OF THE SNAPSHOT AND THE DD NAME OF THE FILE IT CAME FROM;
000100* THE IMAGE IS THE MASTER RECORD PADDED WITH SPACES. THE
000110* DVSNPCAT CATALOG ROW FOR THE CYCLE DATE HOLDS THE COUNT
000120* PER FILE, AND DVROLLBK RELOADS THE MASTERS FROM HERE
000130* ONLY WHEN EVERY COUNT AGREES.
000140*----------------------------------------------------------
000150 01  DVSNAP-REC.
000160     05  SI-CYCLE-DATE              PIC 9(08).
000170     05  SI-SNAP-TIME               PIC 9(06).
000180     05  SI-FILE-ID                 PIC X(08).
000190     05  SI-IMAGE                   PIC X(478).
