000100******************************************************************
000200* COPYBOOK:    ERRCAT
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER CATALOGUED ERROR ON THE ERRCATM ERROR
000600*              CATALOG MASTER, KEYED BY THE PROGRAM AND THE
000700*              FOUR-CHARACTER ERROR CODE IT LOGS TO ERRLOG
000800*              (EL-ERROR-TYPE). EACH ROW CARRIES THE DEFAULT
000900*              SEVERITY, THE TEAM THAT OWNS THE ERROR, A SHORT
001000*              EXPLANATION AND UP TO THREE STANDARD REMEDIATION
001100*              STEPS, SO THE REVIEWER AND THE NIGHT OPERATOR READ
001200*              THE SAME GUIDANCE WHATEVER WORDING THE PROGRAM
001300*              PUT IN EL-ERROR-TEXT. A ROW WHOSE PROGRAM IS "*"
001400*              COVERS THE CODE FOR EVERY PROGRAM THAT HAS NO ROW
001500*              OF ITS OWN.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 01  ERROR-CATALOG-RECORD.
002100     05  EC-CATALOG-KEY.
002200         10  EC-PROGRAM-ID           PIC X(08).
002300             88  EC-FLEET-WIDE       VALUE "*".
002400         10  EC-ERROR-CODE           PIC X(04).
002500     05  EC-DEFAULT-SEVERITY         PIC X(01).
002600         88  EC-SEV-INFO             VALUE "I".
002700         88  EC-SEV-WARNING          VALUE "W".
002800         88  EC-SEV-SEVERE           VALUE "S".
002900         88  EC-SEV-VALID            VALUE "I" "W" "S".
003000     05  EC-OWNING-TEAM              PIC X(12).
003100     05  EC-EXPLANATION              PIC X(50).
003200     05  EC-REMEDIATION-STEP         OCCURS 3 TIMES
003300                                     PIC X(60).
003400     05  EC-CHANGED-BY               PIC X(08).
003500     05  EC-CHANGED-DATE             PIC 9(08).
