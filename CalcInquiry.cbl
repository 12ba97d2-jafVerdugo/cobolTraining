002060*                  (ACCOUNT PLUS DATE) AND READS THE LOG RANDOMLY
002070*                  BY THE EMBEDDED KEY - ONE ACCOUNT'S RECORDS NO
002080*                  LONGER COST A FULL SEQUENTIAL SWEEP OF THE LOG.
002084*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002088*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002092*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002096*                  TRAIL WHOLE.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CalcInquiry.
003580     05  SA-ADMIN-ID                 PIC X(08).
003590     05  SA-ACTION                   PIC X(08).
003591     05  SA-TARGET-ID                PIC X(08).
003592     05  SA-CHAIN-SEQ                PIC 9(09).
003596     05  SA-CHAIN-VALUE              PIC 9(08).
003600 WORKING-STORAGE SECTION.
003700 01  WS-LOG-FILE-STATUS              PIC X(02).
003800     88  WS-LOG-FILE-OK              VALUE "00".
005096 01  WS-VIEWER-ID                    PIC X(08) VALUE SPACES.
005097 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
005098 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
005099 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
005100     COPY CUEDIT.
005200 SCREEN SECTION.
005300******************************************************************
017393     MOVE WS-TODAYS-DATE  TO SA-LOG-DATE.
017394     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
017395     MOVE WS-VIEWER-ID    TO SA-ADMIN-ID.
017400     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
017410     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
017420         SEC-AUDIT-RECORD.
017430     WRITE SEC-AUDIT-RECORD.
017440 8000-EXIT.
017450     EXIT.
017460******************************************************************
017470* 9999-EXIT - COMMON PROGRAM EXIT POINT.
017480******************************************************************
017500 9999-EXIT.
017600     GOBACK.
017700 END PROGRAM CalcInquiry.
