000100******************************************************************
000200* COPYBOOK:    ACCTFREG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER CUSTOMER MASTER FEED GENERATION EVER
000600*              SENT TO BILLING (ACCTFREG). ACCTFEEDEXTRACT APPENDS
000700*              THE ROW, STATUS "S", WHEN IT WRITES THE FEED;
000800*              ACCTFEEDACK MARKS IT LOADED OR REJECTED AS BILLING
000900*              ANSWERS, SO THE NIGHT KNOWS BEFORE CALCBILL GOES
001000*              OUT WHETHER BILLING HOLDS THE LATEST ACCOUNTS.
001100*
001200* MODIFICATION HISTORY
001300*   2026-10-15 DO  INITIAL VERSION.
001400******************************************************************
001500 01  FEED-REGISTER-RECORD.
001600     05  FR-FEED-GEN                 PIC 9(04).
001700     05  FR-FEED-DATE                PIC 9(08).
001800     05  FR-FEED-TYPE                PIC X(01).
001900         88  FR-DELTA-FEED           VALUE "D".
002000         88  FR-FULL-FEED            VALUE "F".
002100     05  FR-DETAIL-COUNT             PIC 9(06).
002200     05  FR-ACK-STATUS               PIC X(01).
002300         88  FR-SENT                 VALUE "S".
002400         88  FR-LOADED               VALUE "L".
002500         88  FR-REJECTED             VALUE "R".
002600     05  FR-ACK-DATE                 PIC 9(08).
002700     05  FR-REASON-CODE              PIC X(04).
