000100******************************************************************
000200* COPYBOOK:    ALLOCLOG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     AUDIT ROW WRITTEN TO ALLOCLOG FOR EVERY ALLOCRUL
000600*              ROW ALLOCRULEMAINT ADDS, CHANGES OR DELETES, WITH
000700*              THE PERCENTAGE BEFORE AND AFTER.
000800*
000900* MODIFICATION HISTORY
001000*   2026-10-15 DO  INITIAL VERSION.
001100******************************************************************
001200 01  ALLOC-AUDIT-RECORD.
001300     05  AG-LOG-DATE                 PIC 9(08).
001400     05  AG-LOG-TIME                 PIC 9(08).
001500     05  AG-OPERATOR-ID              PIC X(08).
001600     05  AG-ACTION                   PIC X(06).
001700     05  AG-POOL-ACCOUNT             PIC X(08).
001800     05  AG-TARGET-DEPT              PIC X(04).
001900     05  AG-TARGET-ACCOUNT           PIC X(08).
002000     05  AG-METHOD                   PIC X(01).
002100     05  AG-OLD-PERCENT              PIC 9(03)V99.
002200     05  AG-NEW-PERCENT              PIC 9(03)V99.
002300     05  AG-RESIDUE-FLAG             PIC X(01).
