002000*
002100* MODIFICATION HISTORY
002200*   2026-09-02 DO  INITIAL VERSION.
002220*   2026-10-15 DO  RATELOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002240*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002260*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002280*                  TRAIL WHOLE.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. RateBulkLoad.
007300 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
007400 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
007500 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
007550 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
007600 01  WS-ROW-COUNT                    PIC 9(06) COMP VALUE ZERO.
007700 01  WS-CLEAN-COUNT                  PIC 9(06) COMP VALUE ZERO.
007800 01  WS-REJECT-COUNT                 PIC 9(06) COMP VALUE ZERO.
031300     MOVE WS-LATEST-VALUE TO RA-OLD-VALUE.
031400     MOVE WS-SHEET-VALUE  TO RA-NEW-VALUE.
031450     MOVE SPACES          TO RA-APPROVED-BY.
031460     MOVE "RATELOG" TO WS-AUDIT-TRAIL-NAME.
031470     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
031480         RATE-AUDIT-RECORD.
031500     WRITE RATE-AUDIT-RECORD.
031600     MOVE "LOADED  " TO DL-ACTION.
031700     PERFORM 2900-WRITE-REPORT-LINE
