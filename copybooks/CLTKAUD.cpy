000100******************************************************************
000200* COPYBOOK:    CLTKAUD
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     AUDIT ROW WRITTEN TO CLTKAUD FOR EVERY CLTASK ROW
000600*              CLOSETASKMAINT ADDS, CHANGES OR DELETES, WITH THE
000700*              TASK AS IT STANDS AFTER THE CHANGE (BEFORE IT, FOR
000800*              A DELETE).
000900*
001000* MODIFICATION HISTORY
001100*   2026-10-15 DO  INITIAL VERSION.
001200******************************************************************
001300 01  CLOSE-TASK-AUDIT-RECORD.
001400     05  KU-LOG-DATE                 PIC 9(08).
001500     05  KU-LOG-TIME                 PIC 9(08).
001600     05  KU-OPERATOR-ID              PIC X(08).
001700     05  KU-ACTION                   PIC X(06).
001800     05  KU-TASK-ID                  PIC X(08).
001900     05  KU-OWNER-ID                 PIC X(08).
002000     05  KU-SEQUENCE                 PIC 9(03).
002100     05  KU-MANDATORY                PIC X(01).
002200     05  KU-STATUS                   PIC X(01).
002300     05  KU-PREREQUISITES            PIC X(40).
