000100******************************************************************
000200* COPYBOOK:    ALERTRLG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     AUDIT ROW WRITTEN TO ALERTRLG FOR EVERY ALERTRUL
000600*              ROW ALERTRULEMAINT ADDS, CHANGES OR DELETES, WITH
000700*              THE ROUTING, SEVERITY AND STATUS BEFORE AND AFTER.
000800*
000900* MODIFICATION HISTORY
001000*   2026-10-15 DO  INITIAL VERSION.
001100******************************************************************
001200 01  ALERT-RULE-AUDIT-RECORD.
001300     05  RG-LOG-DATE                 PIC 9(08).
001400     05  RG-LOG-TIME                 PIC 9(08).
001500     05  RG-OPERATOR-ID              PIC X(08).
001600     05  RG-ACTION                   PIC X(06).
001700     05  RG-CONDITION                PIC X(08).
001800     05  RG-OLD-SETTINGS.
001900         10  RG-OLD-MIN-SOURCE-SEV   PIC X(01).
002000         10  RG-OLD-ALERT-SEVERITY   PIC X(01).
002100         10  RG-OLD-ROUTE            PIC X(01).
002200         10  RG-OLD-RECIPIENT        PIC X(20).
002300         10  RG-OLD-LIMIT            PIC 9(05).
002400         10  RG-OLD-STATUS           PIC X(01).
002500     05  RG-NEW-SETTINGS.
002600         10  RG-NEW-MIN-SOURCE-SEV   PIC X(01).
002700         10  RG-NEW-ALERT-SEVERITY   PIC X(01).
002800         10  RG-NEW-ROUTE            PIC X(01).
002900         10  RG-NEW-RECIPIENT        PIC X(20).
003000         10  RG-NEW-LIMIT            PIC 9(05).
003100         10  RG-NEW-STATUS           PIC X(01).
