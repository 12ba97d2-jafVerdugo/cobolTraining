000100******************************************************************
000200* COPYBOOK:    POSTRLOG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     AUDIT ROW WRITTEN TO POSTRLOG FOR EVERY POSTRULE
000600*              ROW POSTRULEMAINT ADDS, CHANGES OR DELETES, WITH
000700*              THE GL ACCOUNT AND STATUS BEFORE AND AFTER.
000800*
000900* MODIFICATION HISTORY
001000*   2026-10-15 DO  INITIAL VERSION.
001100******************************************************************
001200 01  POST-RULE-AUDIT-RECORD.
001300     05  PG-LOG-DATE                 PIC 9(08).
001400     05  PG-LOG-TIME                 PIC 9(08).
001500     05  PG-OPERATOR-ID              PIC X(08).
001600     05  PG-ACTION                   PIC X(06).
001700     05  PG-TRANS-TYPE               PIC X(01).
001800     05  PG-DEPT-CODE                PIC X(04).
001900     05  PG-ADJ-SIGN                 PIC X(01).
002000     05  PG-OLD-GL-ACCOUNT           PIC X(08).
002100     05  PG-NEW-GL-ACCOUNT           PIC X(08).
002200     05  PG-OLD-STATUS               PIC X(01).
002300     05  PG-NEW-STATUS               PIC X(01).
