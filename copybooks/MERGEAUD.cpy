000100******************************************************************
000200* COPYBOOK:    MERGEAUD
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     BEFORE/AFTER AUDIT OF AN ACCOUNT MERGE. ONE ROW
000600*              PER RECORD ACCOUNTMERGE CHANGED, CARRYING THE
000700*              FILE, THE RECORD'S KEY, THE ACCOUNT ID BEFORE AND
000800*              AFTER, AND THE WHOLE RECORD AS IT STOOD BEFORE
000900*              THE CHANGE, SO ANY MERGE CAN BE TRACED OR UNDONE
001000*              BY HAND RECORD FOR RECORD.
001100*
001200* MODIFICATION HISTORY
001300*   2026-10-15 DO  INITIAL VERSION.
001400******************************************************************
001500 01  MERGE-AUDIT-RECORD.
001600     05  MA-MERGE-DATE               PIC 9(08).
001700     05  MA-MERGE-TIME               PIC 9(08).
001800     05  MA-ADMIN-ID                 PIC X(08).
001900     05  MA-FILE-NAME                PIC X(08).
002000     05  MA-ACTION                   PIC X(01).
002100         88  MA-REPOINTED            VALUE "R".
002200         88  MA-CLOSED               VALUE "C".
002300         88  MA-KEPT-SURVIVOR        VALUE "K".
002400     05  MA-RECORD-KEY               PIC X(30).
002500     05  MA-BEFORE-ACCOUNT           PIC X(08).
002600     05  MA-AFTER-ACCOUNT            PIC X(08).
002700     05  MA-BEFORE-IMAGE             PIC X(300).
