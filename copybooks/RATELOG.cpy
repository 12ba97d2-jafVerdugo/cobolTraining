001320*                  APPLIED A PENDING ADD OR CHANGE UNDER DUAL
001330*                  CONTROL, SPACES FOR ACTIONS THAT DID NOT PASS
001340*                  THROUGH THE APPROVAL QUEUE.
001350*   2026-10-15 DO  ADDED RA-CHAIN-SEQ AND RA-CHAIN-VALUE,
001360*                  STAMPED BY AUDITCHAIN AHEAD OF EVERY WRITE SO
001370*                  AUDITVERIFY CAN PROVE THE TRAIL WHOLE.
001400******************************************************************
001500 01  RATE-AUDIT-RECORD.
001600     05  RA-LOG-DATE                 PIC 9(08).
002200     05  RA-OLD-VALUE                PIC S9(5)V99.
002300     05  RA-NEW-VALUE                PIC S9(5)V99.
002400     05  RA-APPROVED-BY              PIC X(08).
002500     05  RA-CHAIN-SEQ                PIC 9(09).
002600     05  RA-CHAIN-VALUE              PIC 9(08).
