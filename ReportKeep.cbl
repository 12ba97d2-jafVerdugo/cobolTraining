002170*                  THE DURATION - SET AND LIFTED BY THE
002180*                  REGRESSION HARNESS SO TEST OUTPUT NEVER
002190*                  REPLACES A REAL KEPT GENERATION.
002191*   2026-10-15 DO  A GENERATION DUE FOR PURGE IS NOW FIRST PUT TO
002192*                  LEGALHOLDCHECK WITH ITS REPORT NAME AND
002193*                  BUSINESS DATE; ONE COVERED BY A LEGAL HOLD IN
002194*                  FORCE KEEPS ITS FILE AND CATALOG ROW, IS LOGGED
002195*                  TO LHSKIP, AND STILL TAKES ITS PLACE IN THE
002196*                  PURGE COUNT SO THE HELD GENERATIONS ARE KEPT
002197*                  OVER AND ABOVE THE CTLPARM COUNT.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ReportKeep.
008820     88  WS-SAME-DAY-RERUN           VALUE "Y".
008830 01  WS-HOLD-FILE-STATUS             PIC X(02).
008840     88  WS-HOLD-FILE-OK            VALUE "00".
008842 01  WS-HELD-COUNT                   PIC 9(04) COMP VALUE ZERO.
008844 01  WS-LH-FUNCTION                  PIC X(01) VALUE "C".
008846 01  WS-LH-REQUEST.
008848     05  WS-LH-CALLER                PIC X(08) VALUE "RPTKEEP".
008850     05  WS-LH-ITEM-DATE             PIC 9(08) VALUE ZERO.
008852     05  WS-LH-ACCOUNT-ID            PIC X(08) VALUE SPACES.
008854     05  WS-LH-GL-ACCOUNT            PIC X(08) VALUE SPACES.
008856     05  WS-LH-REPORT-NAME           PIC X(08) VALUE SPACES.
008858     05  WS-LH-ITEM-REF.
008860         10  WS-LH-REF-GEN-NAME      PIC X(16) VALUE SPACES.
008862         10  FILLER                  PIC X(14) VALUE SPACES.
008864 01  WS-LH-RESULT.
008866     05  WS-LH-HELD-SWITCH           PIC X(01) VALUE "N".
008868         88  WS-LH-ITEM-HELD         VALUE "Y".
008870     05  WS-LH-HOLD-ID               PIC 9(06) VALUE ZERO.
008872     05  WS-LH-MATTER-REF            PIC X(20) VALUE SPACES.
008900     COPY CTLPARM.
009000 LINKAGE SECTION.
009100 01  RK-REPORT-NAME                  PIC X(08).
017000*                  OLDEST GENERATION FILES (CATALOG ORDER IS
017100*                  APPEND ORDER, SO THE FIRST ROWS FOR A NAME ARE
017200*                  THE OLDEST) AND REWRITE THE CATALOG WITHOUT
017300*                  THEIR ROWS. A GENERATION UNDER LEGAL HOLD IS
017350*                  LEFT IN PLACE.
017400******************************************************************
017500 3000-PURGE-OLD-GENERATIONS.
017600     MOVE ZERO TO WS-THIS-NAME-COUNT.
018900     COMPUTE WS-PURGE-COUNT = WS-THIS-NAME-COUNT
019000         - CTL-REPORT-GENERATIONS.
019100     MOVE ZERO TO WS-PURGED-SO-FAR.
019150     MOVE ZERO TO WS-HELD-COUNT.
019200     MOVE "N" TO WS-CAT-EOF-SWITCH.
019300     OPEN INPUT CATALOG-FILE.
019400     OPEN OUTPUT CATALOG-WORK-FILE.
019900           CATALOG-WORK-FILE.
020000     PERFORM 3400-COPY-WORK-BACK
020100         THRU 3400-EXIT.
020110     MOVE "E" TO WS-LH-FUNCTION.
020120     CALL "LegalHoldCheck" USING WS-LH-FUNCTION, WS-LH-REQUEST,
020130         WS-LH-RESULT.
020140     IF WS-HELD-COUNT > ZERO
020150         DISPLAY RK-REPORT-NAME " GENERATIONS HELD UNDER LEGAL "
020160             "HOLD: " WS-HELD-COUNT
020170     END-IF.
020200 3000-EXIT.
020300     EXIT.
020400******************************************************************
022000******************************************************************
022100* 3200-SIFT-ONE-CATALOG-ROW - DROP (AND DELETE THE FILE BEHIND)
022200*                  EACH OF THE OLDEST ROWS BEING PURGED; EVERY
022300*                  OTHER ROW IS CARRIED TO THE WORK FILE. A ROW
022310*                  DUE FOR PURGE THAT A LEGAL HOLD COVERS IS
022320*                  CARRIED TOO, BUT STILL COUNTS AGAINST THE
022330*                  PURGE, SO THE HELD GENERATIONS ARE KEPT ON TOP
022340*                  OF THE CTLPARM COUNT RATHER THAN IN PLACE OF
022350*                  NEWER ONES.
022400******************************************************************
022500 3200-SIFT-ONE-CATALOG-ROW.
022600     READ CATALOG-FILE
023300     IF RC-REPORT-NAME = RK-REPORT-NAME
023400         AND WS-PURGED-SO-FAR < WS-PURGE-COUNT
023500         ADD 1 TO WS-PURGED-SO-FAR
023600         PERFORM 3300-CHECK-LEGAL-HOLD
023700             THRU 3300-EXIT
023800         IF NOT WS-LH-ITEM-HELD
023900             MOVE RC-GEN-NAME TO WS-PURGE-NAME
024000             DELETE FILE PURGE-GEN-FILE
024025             GO TO 3200-EXIT
024050         END-IF
024075         ADD 1 TO WS-HELD-COUNT
024100     END-IF.
024125     MOVE CATALOG-RECORD TO CATALOG-WORK-RECORD.
024150     WRITE CATALOG-WORK-RECORD.
024200 3200-EXIT.
024205     EXIT.
024210******************************************************************
024215* 3300-CHECK-LEGAL-HOLD - A GENERATION DUE FOR PURGE IS PUT TO
024220*                  LEGALHOLDCHECK BY ITS REPORT NAME AND BUSINESS
024225*                  DATE.
024230******************************************************************
024235 3300-CHECK-LEGAL-HOLD.
024240     MOVE RC-REPORT-NAME   TO WS-LH-REPORT-NAME.
024245     MOVE RC-BUSINESS-DATE TO WS-LH-ITEM-DATE.
024250     MOVE RC-GEN-NAME      TO WS-LH-REF-GEN-NAME.
024255     MOVE "C" TO WS-LH-FUNCTION.
024260     CALL "LegalHoldCheck" USING WS-LH-FUNCTION, WS-LH-REQUEST,
024265         WS-LH-RESULT.
024270 3300-EXIT.
024300     EXIT.
024400******************************************************************
024500* 3400-COPY-WORK-BACK - THE SIFTED CATALOG BECOMES THE CATALOG.
