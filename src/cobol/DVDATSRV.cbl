000350*                  THROUGH 6=SATURDAY IN DVDAT-DAY-
000360*                  DIFFERENCE) FOR THE DVDRIVER STEP
000370*                  SCHEDULE'S WEEKLY RULES.
000371* 2026-10-15  DV   ADDED FUNCTION CD (ADD OR SUBTRACT
000372*                  CALENDAR DAYS) SO THE PGMTHRPT WEEKLY
000373*                  REPORT CAN FIND THE START OF ITS WINDOW
000374*                  WITHOUT CARRYING ITS OWN MONTH-END AND
000375*                  LEAP-YEAR ARITHMETIC.
000380*----------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
002150             PERFORM 4500-FUNC-BUSDAY-CHECK THRU 4500-EXIT
002160         WHEN DVDAT-FUNC-DAY-OF-WEEK
002170             PERFORM 4600-FUNC-DAY-OF-WEEK THRU 4600-EXIT
002173         WHEN DVDAT-FUNC-ADD-CALDAYS
002176             PERFORM 4700-FUNC-ADD-CALDAYS THRU 4700-EXIT
002180         WHEN OTHER
002190             SET DVDAT-RC-BAD-FUNCTION TO TRUE
002200     END-EVALUATE.
003660     MOVE DV-BD-DOW TO DVDAT-DAY-DIFFERENCE.
003670 4600-EXIT.
003680     EXIT.
003681*----------------------------------------------------------
003682* 4700-FUNC-ADD-CALDAYS  -  THE DATE DVDAT-DAY-COUNT
003683* CALENDAR DAYS FROM INPUT-DATE, FORWARD OR BACKWARD PER
003684* DVDAT-DIRECTION, WEEKENDS AND HOLIDAYS INCLUDED. A ZERO OR
003685* NEGATIVE DAY COUNT ANSWERS THE INPUT DATE ITSELF.
003686*----------------------------------------------------------
003687 4700-FUNC-ADD-CALDAYS.
003688     PERFORM 1000-FUNC-VALIDATE THRU 1000-EXIT.
003689     IF NOT DVDAT-RC-OK
003690         GO TO 4700-EXIT
003691     END-IF.
003692     IF NOT DVDAT-DIR-FORWARD AND NOT DVDAT-DIR-BACKWARD
003693         SET DVDAT-RC-BAD-FUNCTION TO TRUE
003694         GO TO 4700-EXIT
003695     END-IF.
003696     MOVE DVDAT-INPUT-DATE TO DV-BD-DATE-NUM.
003697     MOVE ZERO TO DV-BD-BUSDAYS-COUNTED.
003698     PERFORM 4710-STEP-ONE-CALDAY THRU 4710-EXIT
003699         UNTIL DV-BD-BUSDAYS-COUNTED >= DVDAT-DAY-COUNT.
003700     MOVE DV-BD-DATE-NUM TO DVDAT-RESULT-DATE.
003701 4700-EXIT.
003702     EXIT.
003703*----------------------------------------------------------
003704* 4710-STEP-ONE-CALDAY  -  MOVES ONE CALENDAR DAY IN THE
003705* REQUESTED DIRECTION AND COUNTS EVERY MOVE.
003706*----------------------------------------------------------
003707 4710-STEP-ONE-CALDAY.
003708     IF DVDAT-DIR-FORWARD
003709         PERFORM 5300-INCREMENT-CALENDAR-DAY THRU 5300-EXIT
003710     ELSE
003711         PERFORM 5600-DECREMENT-CALENDAR-DAY THRU 5600-EXIT
003712     END-IF.
003713     ADD 1 TO DV-BD-BUSDAYS-COUNTED.
003714 4710-EXIT.
003715     EXIT.
003716*----------------------------------------------------------
003717* 5000-VALIDATE-DATE  -  EXPECTS DV-VAL-DATE-NUM TO HOLD THE
003718* CCYYMMDD VALUE TO BE CHECKED. REJECTS NON-NUMERIC CONTENT
003720* AND IMPOSSIBLE CALENDAR VALUES (BAD MONTH, BAD DAY, DAY
003730* OUT OF RANGE FOR THE MONTH INCLUDING LEAP-YEAR FEBRUARY).
003740*----------------------------------------------------------
