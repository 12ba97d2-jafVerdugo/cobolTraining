000100******************************************************************
000200* COPYBOOK:    CRHOLD
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER CALCULATION HELD ON THE CALCCHLD
000600*              CREDIT-HOLD QUEUE. CALCULATOR PUTS A SUCCESSFUL
000700*              CHARGE HERE INSTEAD OF ON THE LOG WHEN IT WOULD
000800*              TAKE THE ACCOUNT'S EXPOSURE (UNBILLED CALCLOG
000900*              RESULTS PLUS UNACKNOWLEDGED BILLSENT AMOUNTS) PAST
001000*              ITS ACCTMSTR CREDIT LIMIT. CH-LOG-IMAGE IS THE
001100*              WHOLE LOG RECORD, MOVED BACK INTO A CALCLOG RECORD
001200*              WHEN CREDIT CONTROL RELEASES IT, THE SAME WAY THE
001300*              CALCPEND APPROVAL QUEUE CARRIES ITS HELD WORK.
001400*              CH-EXPOSURE IS THE ACCOUNT'S EXPOSURE BEFORE THIS
001500*              CHARGE, AT THE TIME IT WAS HELD.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 01  CREDIT-HOLD-RECORD.
002100     05  CH-HOLD-DATE                PIC 9(08).
002200     05  CH-HOLD-TIME                PIC 9(08).
002300     05  CH-HOLD-SOURCE              PIC X(01).
002400         88  CH-HELD-AT-PANEL        VALUE "I".
002500         88  CH-HELD-IN-BATCH        VALUE "B".
002600     05  CH-CREDIT-LIMIT             PIC S9(11)V99.
002700     05  CH-EXPOSURE                 PIC S9(11)V99.
002800     05  CH-LOG-IMAGE                PIC X(300).
