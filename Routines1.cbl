002930*                         SEPARATE) TO THE DATE VALUE, CLAMPING
002940*                         THE DAY TO THE TARGET MONTH'S LENGTH,
002950*                         RETURNING THE NEW DATE IN PLACE.
002952*                CYCDAT - BILLING-CYCLE DATE FOR THE DATE VALUE.
002956*                         MESSAGE VALUE BYTE 1 IS THE CYCLE (D
002960*                         DAILY - ALSO SPACE - W WEEKLY, M
002964*                         MONTHLY), BYTES 2-3 THE CYCLE DAY (1-7,
002968*                         1 = MONDAY, FOR WEEKLY; 1-31 FOR
002972*                         MONTHLY, CLAMPED TO SHORT MONTHS) AND
002976*                         BYTE 4 THE DIRECTION - L FOR THE LATEST
002980*                         CYCLE DATE ON OR BEFORE THE DATE VALUE,
002984*                         N FOR THE NEXT ONE ON OR AFTER IT. THE
002988*                         CYCLE DATE IS RETURNED IN PLACE (RC 8 ON
002992*                         A BAD DATE OR CYCLE).
003000*              ONE CORRECT LEAP-YEAR RULE IN ONE PLACE, INSTEAD
003100*              OF A DIFFERENT APPROXIMATION PER PROGRAM.
003200* TECTONICS:   cobc
003300*
003325* MODIFICATION HISTORY
003350*   2026-10-15 DO  ADDED CYCDAT - ONE RULE FOR WHEN A DAILY,
003375*                  WEEKLY OR MONTHLY BILLING CYCLE FALLS, SHARED
003400*                  BY THE BILLING EXTRACT AND THE CYCLE CALENDAR.
003402*   2026-09-02 DO  ADDED ACCTCK - THE ACCOUNT CHECK-DIGIT RULE
003403*                  IN ONE PLACE, SO A MISKEYED ACCOUNT IS
003404*                  REFUSED AT EVERY ENTRY POINT THE SAME WAY.
006830 01  WS-LEAPS-BY-4                   PIC 9(04) VALUE ZERO.
006840 01  WS-LEAPS-BY-100                 PIC 9(02) VALUE ZERO.
006850 01  WS-LEAPS-BY-400                 PIC 9(02) VALUE ZERO.
006852 01  WS-CYCLE-TYPE                   PIC X(01) VALUE SPACE.
006856     88  WS-CYCLE-DAILY              VALUE "D" SPACE.
006860     88  WS-CYCLE-WEEKLY             VALUE "W".
006864     88  WS-CYCLE-MONTHLY            VALUE "M".
006868 01  WS-CYCLE-DAY-X                  PIC X(02) VALUE SPACES.
006872 01  WS-CYCLE-DAY REDEFINES WS-CYCLE-DAY-X
006876                                     PIC 9(02).
006880 01  WS-CYCLE-DIRECTION              PIC X(01) VALUE SPACE.
006884     88  WS-CYCLE-LAST               VALUE "L".
006888     88  WS-CYCLE-NEXT               VALUE "N".
006892 01  WS-CYCLE-STEPS                  PIC S9(02) VALUE ZERO.
006900 01  MONTH-DAYS-TABLE.
007000     05  FILLER                      PIC 9(02) VALUE 31.
007100     05  FILLER                      PIC 9(02) VALUE 28.
014510         WHEN "MTHADD"
014520             PERFORM 7500-ADD-MONTHS
014530                 THRU 7500-EXIT
014532         WHEN "CYCDAT"
014534             PERFORM 7300-CYCLE-DATE
014536                 THRU 7300-EXIT
014540         WHEN "PINHSH"
014550             PERFORM 7800-HASH-PIN
014560                 THRU 7800-EXIT
032972 7700-EXIT.
032973     EXIT.
032974******************************************************************
032975* 7300-CYCLE-DATE - THE LATEST CYCLE DATE ON OR BEFORE, OR THE
032976*                   NEXT ONE ON OR AFTER, THE DATE VALUE FOR THE
032977*                   CYCLE AND CYCLE DAY IN THE MESSAGE VALUE.
032978******************************************************************
032979 7300-CYCLE-DATE.
032980     MOVE LK-MSG-VALUE (1:1) TO WS-CYCLE-TYPE.
032981     MOVE LK-MSG-VALUE (2:2) TO WS-CYCLE-DAY-X.
032982     MOVE LK-MSG-VALUE (4:1) TO WS-CYCLE-DIRECTION.
032983     MOVE LK-DATE-VALUE TO WS-WORK-DATE.
032984     PERFORM 8100-CHECK-CALENDAR-DATE
032985         THRU 8100-EXIT.
032986     IF NOT WS-DATE-VALID
032987         MOVE 08 TO LK-RETURN-CODE
032988         MOVE "DATE VALUE IS NOT A REAL CALENDAR DATE"
032989             TO LK-MSG-TEXT
032990         GO TO 7300-EXIT
032991     END-IF.
032992     IF NOT WS-CYCLE-LAST AND NOT WS-CYCLE-NEXT
032993         MOVE 08 TO LK-RETURN-CODE
032994         MOVE "CYCLE DIRECTION MUST BE L OR N"
032995             TO LK-MSG-TEXT
032996         GO TO 7300-EXIT
032997     END-IF.
032998     IF WS-CYCLE-DAILY
032999         GO TO 7300-EXIT
033000     END-IF.
033001     IF WS-CYCLE-DAY-X NOT NUMERIC OR WS-CYCLE-DAY < 01
033002         MOVE 08 TO LK-RETURN-CODE
033003         MOVE "CYCLE DAY IS NOT VALID FOR THE CYCLE"
033004             TO LK-MSG-TEXT
033005         GO TO 7300-EXIT
033006     END-IF.
033007     EVALUATE TRUE
033008         WHEN WS-CYCLE-WEEKLY AND WS-CYCLE-DAY NOT > 07
033009             PERFORM 7310-WEEKLY-CYCLE-DATE
033010                 THRU 7310-EXIT
033011         WHEN WS-CYCLE-MONTHLY AND WS-CYCLE-DAY NOT > 31
033012             PERFORM 7320-MONTHLY-CYCLE-DATE
033013                 THRU 7320-EXIT
033014         WHEN OTHER
033015             MOVE 08 TO LK-RETURN-CODE
033016             MOVE "CYCLE DAY IS NOT VALID FOR THE CYCLE"
033017                 TO LK-MSG-TEXT
033018             GO TO 7300-EXIT
033019     END-EVALUATE.
033020     MOVE WS-WORK-DATE TO LK-DATE-VALUE.
033021 7300-EXIT.
033022     EXIT.
033023******************************************************************
033024* 7310-WEEKLY-CYCLE-DATE - STEP BACK OR FORWARD FROM THE WORK
033025*                  DATE'S WEEKDAY TO THE CYCLE WEEKDAY, AT MOST
033026*                  SIX DAYS EITHER WAY.
033027******************************************************************
033028 7310-WEEKLY-CYCLE-DATE.
033029     PERFORM 8000-DATE-TO-JULIAN
033030         THRU 8000-EXIT.
033031     DIVIDE WS-CONVERT-JULIAN BY 7 GIVING WS-MOD-QUOTIENT
033032         REMAINDER WS-DOW-REMAINDER.
033033     SUBTRACT 1 FROM WS-DOW-REMAINDER.
033034     IF WS-DOW-REMAINDER < 1
033035         ADD 7 TO WS-DOW-REMAINDER
033036     END-IF.
033037     IF WS-CYCLE-LAST
033038         COMPUTE WS-CYCLE-STEPS = WS-DOW-REMAINDER - WS-CYCLE-DAY
033039         IF WS-CYCLE-STEPS < ZERO
033040             ADD 7 TO WS-CYCLE-STEPS
033041         END-IF
033042         COMPUTE WS-DAYS-LEFT = ZERO - WS-CYCLE-STEPS
033043         PERFORM 5200-STEP-ONE-DAY-BACKWARD
033044             THRU 5200-EXIT
033045             UNTIL WS-DAYS-LEFT NOT < ZERO
033046     ELSE
033047         COMPUTE WS-CYCLE-STEPS = WS-CYCLE-DAY - WS-DOW-REMAINDER
033048         IF WS-CYCLE-STEPS < ZERO
033049             ADD 7 TO WS-CYCLE-STEPS
033050         END-IF
033051         MOVE WS-CYCLE-STEPS TO WS-DAYS-LEFT
033052         PERFORM 5100-STEP-ONE-DAY-FORWARD
033053             THRU 5100-EXIT
033054             UNTIL WS-DAYS-LEFT NOT > ZERO
033055     END-IF.
033056 7310-EXIT.
033057     EXIT.
033058******************************************************************
033059* 7320-MONTHLY-CYCLE-DATE - THE CYCLE DAY IN THE WORK DATE'S OWN
033060*                  MONTH, OR IN THE MONTH BEFORE OR AFTER WHEN THE
033061*                  OWN-MONTH CYCLE DAY FALLS ON THE WRONG SIDE.
033062*                  A CYCLE DAY PAST A SHORT MONTH'S END BILLS ON
033063*                  THAT MONTH'S LAST DAY.
033064******************************************************************
033065 7320-MONTHLY-CYCLE-DATE.
033066     PERFORM 8200-GET-MONTH-LENGTH
033067         THRU 8200-EXIT.
033068     IF WS-CYCLE-DAY < WS-MONTH-LENGTH
033069         MOVE WS-CYCLE-DAY TO WS-MONTH-LENGTH
033070     END-IF.
033071     IF WS-CYCLE-LAST AND WS-MONTH-LENGTH > WS-WORK-DAY
033072         PERFORM 7700-STEP-ONE-MONTH-BACKWARD
033073             THRU 7700-EXIT
033074     END-IF.
033075     IF WS-CYCLE-NEXT AND WS-MONTH-LENGTH < WS-WORK-DAY
033076         PERFORM 7600-STEP-ONE-MONTH-FORWARD
033077             THRU 7600-EXIT
033078     END-IF.
033079     PERFORM 8200-GET-MONTH-LENGTH
033080         THRU 8200-EXIT.
033081     IF WS-CYCLE-DAY < WS-MONTH-LENGTH
033082         MOVE WS-CYCLE-DAY TO WS-MONTH-LENGTH
033083     END-IF.
033084     MOVE WS-MONTH-LENGTH TO WS-WORK-DAY.
033085 7320-EXIT.
033086     EXIT.
033087******************************************************************
033088* 8000-DATE-TO-JULIAN - CONVERT WS-WORK-DATE INTO A COMPARABLE
033100*                  JULIAN DAY NUMBER IN WS-CONVERT-JULIAN - THE
033200*                  SAME CONVERSION THE FLEET USED TO CARRY A COPY
033300*                  OF PER PROGRAM.
