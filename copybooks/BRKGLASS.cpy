000100******************************************************************
000200* COPYBOOK:    BRKGLASS
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER EMERGENCY-ACCESS (BREAK-GLASS) GRANT
000600*              TAKEN FROM THE GOTO MENU, KEYED BY OPERATOR AND
000700*              THE DATE AND TIME IT STARTED. THE GRANT LIVES
000800*              UNTIL ITS EXPIRY STAMP (START PLUS THE CTLPARM
000900*              BREAK-GLASS HOURS) OR UNTIL THE OPERATOR ENDS IT
001000*              EARLY. EVERY GRANT ARRIVES PENDING REVIEW AND
001100*              STAYS ON THE REVIEW QUEUE UNTIL A SECOND
001200*              ADMINISTRATOR CLOSES IT OUT WITH AN OUTCOME.
001300*
001400* MODIFICATION HISTORY
001500*   2026-10-15 DO  INITIAL VERSION.
001600******************************************************************
001700 01  BREAK-GLASS-RECORD.
001800     05  BG-KEY.
001900         10  BG-OPERATOR-ID          PIC X(08).
002000         10  BG-START-DATE           PIC 9(08).
002100         10  BG-START-TIME           PIC 9(08).
002200     05  BG-REASON-CODE              PIC X(02).
002300         88  BG-REASON-RUN-LOCK      VALUE "RL".
002400         88  BG-REASON-APPROVAL      VALUE "AQ".
002500         88  BG-REASON-POSTING       VALUE "PO".
002600         88  BG-REASON-OTHER         VALUE "OT".
002700         88  BG-REASON-VALID         VALUE "RL" "AQ" "PO" "OT".
002800     05  BG-REASON-TEXT              PIC X(40).
002900     05  BG-EXPIRY-STAMP.
003000         10  BG-EXPIRY-DATE          PIC 9(08).
003100         10  BG-EXPIRY-TIME          PIC 9(08).
003200     05  BG-ENDED-STAMP.
003300         10  BG-ENDED-DATE           PIC 9(08).
003400         10  BG-ENDED-TIME           PIC 9(08).
003500     05  BG-ACTION-COUNT             PIC 9(04).
003600     05  BG-REVIEW-STATUS            PIC X(01).
003700         88  BG-REVIEW-PENDING       VALUE "P".
003800         88  BG-REVIEW-CLOSED        VALUE "C".
003900     05  BG-REVIEWER-ID              PIC X(08).
004000     05  BG-REVIEW-DATE              PIC 9(08).
004100     05  BG-REVIEW-OUTCOME           PIC X(01).
004200         88  BG-USE-JUSTIFIED        VALUE "J".
004300         88  BG-USE-NOT-JUSTIFIED    VALUE "N".
004400     05  BG-REVIEW-NOTE              PIC X(40).
004500     05  FILLER                      PIC X(20).
