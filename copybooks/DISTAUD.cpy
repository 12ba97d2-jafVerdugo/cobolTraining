000100******************************************************************
000200* COPYBOOK:    DISTAUD
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     AUDIT ROW WRITTEN TO DISTAUD FOR EVERY DISTMSTR
000600*              ROW DISTMAINT ADDS, CHANGES OR DELETES, WITH THE
000700*              ACCESS AND SECTION KEYS AS THEY STAND AFTER THE
000800*              CHANGE (BEFORE IT, FOR A DELETE).
000900*
001000* MODIFICATION HISTORY
001100*   2026-10-15 DO  INITIAL VERSION.
001200******************************************************************
001300 01  DIST-AUDIT-RECORD.
001400     05  DU-LOG-DATE                 PIC 9(08).
001500     05  DU-LOG-TIME                 PIC 9(08).
001600     05  DU-OPERATOR-ID              PIC X(08).
001700     05  DU-ACTION                   PIC X(06).
001800     05  DU-REPORT-NAME              PIC X(08).
001900     05  DU-RECIPIENT-ID             PIC X(08).
002000     05  DU-DEPT-CODE                PIC X(04).
002100     05  DU-STATUS                   PIC X(01).
002200     05  DU-ACCESS                   PIC X(01).
002300     05  DU-KEY-START                PIC 9(02).
002400     05  DU-KEY-LENGTH               PIC 9(02).
002500     05  DU-SECTION-KEYS             PIC X(60).
