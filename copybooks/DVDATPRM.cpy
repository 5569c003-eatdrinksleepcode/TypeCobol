000194*   DW  DAY OF WEEK OF INPUT-DATE IN
000195*       DVDAT-DAY-DIFFERENCE, 0=SUNDAY THROUGH
000196*       6=SATURDAY, THE SAME NUMBERING DVHOLMST USES
000197*   CD  THE DATE DVDAT-DAY-COUNT CALENDAR DAYS FROM
000198*       INPUT-DATE IN DVDAT-DIRECTION (F/B), WEEKENDS AND
000199*       HOLIDAYS INCLUDED, IN DVDAT-RESULT-DATE
000200*
000210* HOLIDAYS COME FROM THE KEYED DVHOLMST CALENDAR MASTER
000220* (FIXED DATES AND NTH-WEEKDAY-OF-MONTH FLOATING RULES)
000310         88  DVDAT-FUNC-ADD-BUSDAYS VALUE 'BD'.
000311         88  DVDAT-FUNC-BUSDAY-CHECK VALUE 'BC'.
000312         88  DVDAT-FUNC-DAY-OF-WEEK VALUE 'DW'.
000316         88  DVDAT-FUNC-ADD-CALDAYS VALUE 'CD'.
000320     05  DVDAT-INPUT-DATE           PIC 9(08).
000330     05  DVDAT-INPUT-DATE-2         PIC 9(08).
000340     05  DVDAT-DAY-COUNT            PIC S9(04).
