004894*                  THE CALCULATOR CALLS CANNOT REPLACE THE
004896*                  BUSINESS DATE'S REAL KEPT GENERATION OR
004898*                  CATALOG ROW.
004900*   2026-10-15 DO  EVERY ERRLOG ENTRY WRITTEN IS NOW ALSO PASSED
004925*                  TO ALERTWRITER AS AN ERRLOG ALERT FOR THE
004950*                  ON-CALL ROTA.
004975******************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID. CobolCheck.
005200 ENVIRONMENT DIVISION.
012856     05  WS-OP-ENTRY OCCURS 50 TIMES.
012858         10  WS-OP-NOTED-ID          PIC X(08).
012860         10  WS-OP-HIGH-SEQ          PIC 9(06).
012875     COPY ALERTREQ.
012900 PROCEDURE DIVISION.
013000******************************************************************
013100* 0000-MAINLINE - RUN EVERY TEST CASE THROUGH THE REAL
037094     MOVE ZERO TO EL-ACK-DATE.
037096     MOVE SPACES TO EL-ACK-DISPOSITION.
037100     WRITE ERRLOG-RECORD.
037125     PERFORM 5900-RAISE-ERRLOG-ALERT
037150         THRU 5900-EXIT.
037200 5100-EXIT.
037202     EXIT.
037204******************************************************************
037206* 5900-RAISE-ERRLOG-ALERT - PASS THE ENTRY JUST WRITTEN TO ERRLOG
037208*                  TO ALERTWRITER AS AN ERRLOG ALERT. THE RULE'S
037210*                  MINIMUM SEVERITY DECIDES WHETHER ANYONE IS
037212*                  PAGED; THE PROGRAM, ERROR TYPE AND DATE IN THE
037214*                  DEDUPE KEY KEEP A RUN OF THE SAME ERROR TO ONE
037216*                  PAGE.
037218******************************************************************
037220 5900-RAISE-ERRLOG-ALERT.
037222     MOVE "ERRLOG" TO AQ-CONDITION.
037224     MOVE EL-PROGRAM-ID TO AQ-SOURCE.
037226     MOVE EL-SEVERITY TO AQ-SOURCE-SEVERITY.
037228     MOVE ZERO TO AQ-MEASURE.
037230     MOVE SPACES TO AQ-DEDUPE-KEY.
037232     STRING "ERRLOG " DELIMITED BY SIZE
037234         EL-PROGRAM-ID DELIMITED BY SIZE
037236         " " DELIMITED BY SIZE
037238         EL-ERROR-TYPE DELIMITED BY SIZE
037240         " " DELIMITED BY SIZE
037242         EL-ERROR-DATE DELIMITED BY SIZE
037244         INTO AQ-DEDUPE-KEY.
037246     MOVE EL-ERROR-TEXT TO AQ-ALERT-TEXT.
037248     CALL "AlertWriter" USING ALERT-REQUEST, ALERT-RESULT.
037250 5900-EXIT.
037300     EXIT.
037400******************************************************************
037402* 0050-REFUSE-IF-STAGED - THE SAME HARD PRE-CHECK THE REGRESSION
