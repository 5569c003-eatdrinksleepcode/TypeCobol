000095* LEAVES SKIPPED STEPS OUT OF ITS ELAPSED-TIME AVERAGES.
000096* THE RECORD GREW BY THIS ONE BYTE - START A FRESH LOG
000097* GENERATION WHEN PICKING UP THIS LAYOUT.
000098* DVROLLBK ALSO WRITES HERE WHEN IT ROLLS A CYCLE BACK TO
000099* ITS PRE-CYCLE SNAPSHOT - ONE RECORD, DISPOSITION B, STEP
000100* ZERO, CARRYING THE CYCLE DATE THAT WAS REVERSED - SO THE
000101* TREND REPORT AND THE NEXT DVDRIVER RUN CAN SEE IT.
000102*----------------------------------------------------------
000110 01  DVRUNHST-REC.
000120     05  RH-CYCLE-DATE           PIC 9(08).
000130     05  RH-STEP-NO              PIC 9(02).
000200     05  RH-STEP-DISP            PIC X(01).
000210         88  RH-DISP-RAN         VALUE 'R'.
000220         88  RH-DISP-SKIPPED     VALUE 'S'.
000230         88  RH-DISP-ROLLED-BACK VALUE 'B'.
