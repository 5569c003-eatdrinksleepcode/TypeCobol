000050* DRIVEN BY THE BATCH PARAGRAPH StrtPgm OR BY THE ONLINE
000060* MAINTENANCE TRANSACTION. LETS A WRONG STATUS BE TRACED
000070* BACK TO THE RUN / OPERATOR THAT SET IT.
000071* A CLOSE, REJECT OR REVERSE OVERRIDE KEYED IN PGMMAINT IS
000072* HELD ON THE APRQUEUE DUAL-CONTROL QUEUE AND ONLY APPLIED
000073* WHEN A SECOND OPERATOR APPROVES IT IN APRMAINT. ITS ENTRY
000074* CARRIES THE REQUESTER IN PA-SOURCE AND THE APPROVER IN
000075* PA-APPROVER-ID; EVERY OTHER ENTRY LEAVES PA-APPROVER-ID
000076* BLANK. THE FIELD TOOK THE RECORD FROM 36 TO 44 BYTES.
000077* THE ACCTCONV JOB PADS OLDER ENTRIES WITH SPACES ONCE -
000078* STEPS 110-120 THE LIVE FILE, STEPS 130-150 THE ARCHIVE
000079* GENERATIONS (ROLLED INTO ONE NEW GENERATION).
000080*----------------------------------------------------------
000090 01  PGMAUDIT-REC.
000100     05  PA-RECORD-ID            PIC X(10).
000150     05  PA-SOURCE               PIC X(08).
000160         88  PA-SOURCE-BATCH     VALUE 'BATCH'.
000170         88  PA-SOURCE-ONLINE    VALUE 'ONLINE'.
000180     05  PA-APPROVER-ID          PIC X(08).
