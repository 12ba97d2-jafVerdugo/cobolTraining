000100******************************************************************
000200* COPYBOOK:    AUDSEAL
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE DAILY SEAL ON EACH CHAINED AUDIT TRAIL
000600*              (AUDSEAL), APPENDED BY AUDITVERIFY ONCE THE TRAIL
000700*              HAS VERIFIED CLEAN - HOW MANY CHAINED ROWS IT HELD
000800*              AND THE SEQUENCE AND CHAIN VALUE OF ITS LAST ROW.
000900*              THE SEAL ROWS ARE THEMSELVES CHAINED: AS-SEAL-VALUE
001000*              FOLDS THE ROW'S FIRST 50 BYTES WITH THE PREVIOUS
001100*              SEAL ROW'S VALUE, SO A SEAL CANNOT BE REWRITTEN TO
001200*              MATCH A REWRITTEN TRAIL WITHOUT BREAKING EVERY SEAL
001300*              AFTER IT.
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15 DO  INITIAL VERSION.
001700******************************************************************
001800 01  AUDIT-SEAL-RECORD.
001900     05  AS-SEAL-DATE                PIC 9(08).
002000     05  AS-SEAL-TIME                PIC 9(08).
002100     05  AS-TRAIL-NAME               PIC X(08).
002200     05  AS-ROW-COUNT                PIC 9(09).
002300     05  AS-LAST-SEQ                 PIC 9(09).
002400     05  AS-LAST-CHAIN               PIC 9(08).
002500     05  AS-SEAL-VALUE               PIC 9(08).
