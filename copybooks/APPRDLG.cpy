000100******************************************************************
000200* COPYBOOK:    APPRDLG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER APPROVAL DELEGATION - AN ADMINISTRATOR
000600*              (THE DELEGATOR) LENDING THEIR APPROVAL AUTHORITY ON
000700*              THE CALC AND/OR RATE APPROVAL QUEUES TO A NAMED
000800*              OPERATOR (THE DELEGATE) FOR A DATE RANGE,
000900*              OPTIONALLY CAPPED AT AN AMOUNT. KEYED DELEGATE
001000*              FIRST SO THE QUEUES FIND EVERY DELEGATION HELD BY
001100*              THE OPERATOR SIGNING ON IN ONE START. A REVOKED
001200*              ROW IS KEPT FOR THE AUDIT TRAIL, NEVER DELETED.
001300*
001400* MODIFICATION HISTORY
001500*   2026-10-15 DO  INITIAL VERSION.
001600******************************************************************
001700 01  APPROVAL-DELEGATION-RECORD.
001800     05  AD-KEY.
001900         10  AD-DELEGATE-ID          PIC X(08).
002000         10  AD-DELEGATOR-ID         PIC X(08).
002100         10  AD-FROM-DATE            PIC 9(08).
002200     05  AD-TO-DATE                  PIC 9(08).
002300     05  AD-QUEUE                    PIC X(01).
002400         88  AD-QUEUE-CALC           VALUE "C".
002500         88  AD-QUEUE-RATE           VALUE "R".
002600         88  AD-QUEUE-BOTH           VALUE "B".
002700         88  AD-QUEUE-VALID          VALUE "C" "R" "B".
002800     05  AD-AMOUNT-CAP               PIC S9(11)V99.
002900     05  AD-STATUS                   PIC X(01).
003000         88  AD-STATUS-ACTIVE        VALUE "A".
003100         88  AD-STATUS-REVOKED       VALUE "R".
003200     05  AD-REASON                   PIC X(30).
003300     05  AD-CREATED-DATE             PIC 9(08).
003400     05  AD-REVOKED-BY               PIC X(08).
003500     05  AD-REVOKED-DATE             PIC 9(08).
003600     05  FILLER                      PIC X(20).
