000010*----------------------------------------------------------
000020* APRQREC
000030*----------------------------------------------------------
000040* RECORD LAYOUT FOR APRQUEUE, THE KEYED DUAL-CONTROL QUEUE.
000050* A HIGH-IMPACT CHANGE - A PGMMAINT OVERRIDE THAT CLOSES,
000060* REJECTS OR REVERSES A PGMSTAT RECORD, A NEW TRANSITION
000070* KEYED IN TRNMAINT, OR A CHANGE TO AN SLARULES ESCALATION
000080* IN SLAMAINT - IS NOT APPLIED BY THE OPERATOR WHO KEYS IT.
000090* IT IS WRITTEN HERE AS A PENDING REQUEST, KEYED BY REQUEST
000100* DATE AND A SEQUENCE WITHIN THE DATE, CARRYING THE TARGET
000110* FILE AND KEY, THE TARGET RECORD AS IT STOOD WHEN THE
000120* REQUEST WAS KEYED (BEFORE IMAGE, SPACES FOR A NEW RECORD)
000130* AND AS IT WILL STAND ONCE APPLIED (AFTER IMAGE). A SECOND
000140* OPERATOR HOLDING OP-PERM-APRMAINT APPROVES IT IN APRMAINT,
000150* WHICH APPLIES THE AFTER IMAGE ONLY IF THE TARGET STILL
000160* MATCHES THE BEFORE IMAGE, OR REJECTS IT WITH A REASON. A
000170* REQUEST NOT DECIDED WITHIN THE APRCTL NUMBER OF BUSINESS
000180* DAYS IS EXPIRED BY THE NIGHTLY APRQRPT STEP. DECIDED
000190* REQUESTS STAY ON FILE AS THE RECORD OF WHO ASKED FOR A
000200* CHANGE AND WHO ALLOWED IT. THE ROW WITH AN ALL-ZERO KEY
000210* IS THE QUEUE CONTROL ROW (APRQUEUE-CONTROL), WHERE APRQRPT
000220* KEEPS THE WINDOW ITS DAILY REPORT COVERS.
000230*----------------------------------------------------------
000240 01  APRQUEUE-REC.
000250     05  AQ-KEY.
000260         10  AQ-REQUEST-DATE        PIC 9(08).
000270         10  AQ-REQUEST-SEQ         PIC 9(04).
000280     05  AQ-REQUEST-TIME            PIC 9(06).
000290     05  AQ-TARGET-FILE             PIC X(08).
000300         88  AQ-FOR-PGMSTAT         VALUE 'PGMSTAT'.
000310         88  AQ-FOR-PGMTRANS        VALUE 'PGMTRANS'.
000320         88  AQ-FOR-SLARULES        VALUE 'SLARULES'.
000330     05  AQ-TARGET-KEY              PIC X(20).
000340     05  AQ-ACTION                  PIC X(01).
000350         88  AQ-ACTION-ADD          VALUE 'A'.
000360         88  AQ-ACTION-CHANGE       VALUE 'C'.
000370     05  AQ-REQUESTER-ID            PIC X(08).
000380     05  AQ-REQUEST-REASON          PIC X(30).
000390     05  AQ-REQUEST-STATUS          PIC X(01).
000400         88  AQ-PENDING             VALUE 'P'.
000410         88  AQ-APPROVED            VALUE 'A'.
000420         88  AQ-REJECTED            VALUE 'R'.
000430         88  AQ-EXPIRED             VALUE 'X'.
000440     05  AQ-DECIDED-BY              PIC X(08).
000450     05  AQ-DECISION-DATE           PIC 9(08).
000460     05  AQ-DECISION-TIME           PIC 9(06).
000470     05  AQ-DECISION-NOTE           PIC X(30).
000480     05  AQ-BEFORE-IMAGE            PIC X(132).
000490     05  AQ-AFTER-IMAGE             PIC X(132).
000500     05  FILLER                     PIC X(20).
000510 01  APRQUEUE-CONTROL.
000520     05  AQC-KEY                    PIC 9(12).
000530     05  AQC-LAST-REPORT-DATE       PIC 9(08).
000540     05  AQC-WINDOW-FROM-DATE       PIC 9(08).
000550     05  FILLER                     PIC X(394).
