000130* DATE/TIME AND THE SIGNED-ON OPERATOR. REVIEWED WITH THE
000140* REFAUDRP REPORT BY FILE AND DATE RANGE. THE FILE IS
000150* OPENED EXTEND AND ONLY EVER GROWS.
000151* A NEW PGMTRANS TRANSITION OR A CHANGED SLARULES
000152* ESCALATION IS HELD ON THE APRQUEUE DUAL-CONTROL QUEUE
000153* AND ONLY APPLIED WHEN A SECOND OPERATOR APPROVES IT IN
000154* APRMAINT. ITS RECORD HERE CARRIES THE REQUESTER IN
000155* RA-OPERATOR-ID AND THE APPROVER IN RA-APPROVER-ID; EVERY
000156* OTHER RECORD LEAVES RA-APPROVER-ID BLANK. THE FIELD TOOK
000157* THE RECORD FROM 315 TO 323 BYTES.
000158* THE IMAGES WERE WIDENED FROM 132 TO 202 BYTES FOR ACCTMST,
000159* TAKING THE RECORD TO 463 (CONVERTED ONCE BY ACCTCONV).
000160*----------------------------------------------------------
000170 01  DVREFAUD-REC.
000180     05  RA-FILE-ID              PIC X(08).
000240     05  RA-CHANGE-DATE          PIC 9(08).
000250     05  RA-CHANGE-TIME          PIC 9(06).
000260     05  RA-OPERATOR-ID          PIC X(08).
000270     05  RA-BEFORE-IMAGE         PIC X(202).
000280     05  RA-AFTER-IMAGE          PIC X(202).
000290     05  RA-APPROVER-ID          PIC X(08).
