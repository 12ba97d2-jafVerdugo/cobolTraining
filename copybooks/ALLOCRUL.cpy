000100******************************************************************
000200* COPYBOOK:    ALLOCRUL
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER SHARED-COST POOL AND TARGET
000600*              DEPARTMENT ON THE ALLOCRUL ALLOCATION RULES
000700*              MASTER. THE POOL IS A GL ACCOUNT SHARED COSTS
000800*              (FACILITIES, IT) ARE POSTED TO; EACH ROW NAMES A
000900*              DEPARTMENT THAT CARRIES A SHARE OF IT AND THE GL
001000*              ACCOUNT THE SHARE IS CHARGED TO. THE METHOD IS
001100*              THE SAME ON EVERY ROW OF A POOL - A FIXED
001200*              PERCENTAGE, OR A DRIVER: THE DEPARTMENT'S CALCLOG
001300*              TRANSACTION COUNT (CL-SOURCE-DEPT) OR ITS PNLEDG
001400*              POSTING COUNT FOR THE PERIOD. ONE ROW OF A POOL
001500*              IS MARKED TO TAKE THE ROUNDING RESIDUE.
001600*              MAINTAINED BY ALLOCRULEMAINT, READ BY
001700*              COSTALLOCATION.
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15 DO  INITIAL VERSION.
002100******************************************************************
002200 01  ALLOC-RULE-RECORD.
002300     05  AO-RULE-KEY.
002400         10  AO-POOL-ACCOUNT         PIC X(08).
002500         10  AO-TARGET-DEPT          PIC X(04).
002600     05  AO-TARGET-ACCOUNT           PIC X(08).
002700     05  AO-METHOD                   PIC X(01).
002800         88  AO-METHOD-PERCENT       VALUE "P".
002900         88  AO-METHOD-CALC-COUNT    VALUE "C".
003000         88  AO-METHOD-POST-COUNT    VALUE "L".
003100         88  AO-METHOD-VALID         VALUE "P" "C" "L".
003200     05  AO-PERCENT                  PIC 9(03)V99.
003300     05  AO-RESIDUE-FLAG             PIC X(01).
003400         88  AO-TAKES-RESIDUE        VALUE "Y".
003500     05  AO-CHANGED-BY               PIC X(08).
003600     05  AO-CHANGED-DATE             PIC 9(08).
