002086*                  TAKES EFFECT INSTEAD OF IN A SPREADSHEET.
002089*                  AVAILABLE AT THE OPERATOR PROMPT AND AS RUN
002092*                  MODE F ON A PUPARM WORKLOAD RECORD.
002093*   2026-10-15 DO  EVERY ERRLOG ENTRY WRITTEN IS NOW ALSO PASSED
002094*                  TO ALERTWRITER AS AN ERRLOG ALERT FOR THE
002095*                  ON-CALL ROTA.
002096******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PerformUntil.
002300 ENVIRONMENT DIVISION.
007447     05  FILLER                     PIC X(52) VALUE SPACES.
007450 COPY CUEDIT.
007460 COPY CTLPARM.
007475 COPY ALERTREQ.
007500 PROCEDURE DIVISION.
007600******************************************************************
007700* 0000-MAINLINE - RESUME FROM ANY CHECKPOINT, RUN THE TABLE,
016952     MOVE ZERO TO EL-ACK-DATE.
016954     MOVE SPACES TO EL-ACK-DISPOSITION.
016956     WRITE ERRLOG-RECORD.
016957     PERFORM 5900-RAISE-ERRLOG-ALERT
016958         THRU 5900-EXIT.
016960 5100-EXIT.
016970     EXIT.
017000******************************************************************
017100* 5900-RAISE-ERRLOG-ALERT - PASS THE ENTRY JUST WRITTEN TO ERRLOG
017200*                  TO ALERTWRITER AS AN ERRLOG ALERT. THE RULE'S
017300*                  MINIMUM SEVERITY DECIDES WHETHER ANYONE IS
017400*                  PAGED; THE PROGRAM, ERROR TYPE AND DATE IN THE
017500*                  DEDUPE KEY KEEP A RUN OF THE SAME ERROR TO ONE
017600*                  PAGE.
017700******************************************************************
017800 5900-RAISE-ERRLOG-ALERT.
017900     MOVE "ERRLOG" TO AQ-CONDITION.
018000     MOVE EL-PROGRAM-ID TO AQ-SOURCE.
018100     MOVE EL-SEVERITY TO AQ-SOURCE-SEVERITY.
018200     MOVE ZERO TO AQ-MEASURE.
018300     MOVE SPACES TO AQ-DEDUPE-KEY.
018400     STRING "ERRLOG " DELIMITED BY SIZE
018500         EL-PROGRAM-ID DELIMITED BY SIZE
018600         " " DELIMITED BY SIZE
018700         EL-ERROR-TYPE DELIMITED BY SIZE
018800         " " DELIMITED BY SIZE
018900         EL-ERROR-DATE DELIMITED BY SIZE
019000         INTO AQ-DEDUPE-KEY.
019100     MOVE EL-ERROR-TEXT TO AQ-ALERT-TEXT.
019200     CALL "AlertWriter" USING ALERT-REQUEST, ALERT-RESULT.
019300 5900-EXIT.
019400     EXIT.
019500 END PROGRAM PerformUntil.
