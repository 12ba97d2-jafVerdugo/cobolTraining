000100******************************************************************
000200* COPYBOOK:    DISTMSTR
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER REPORT AND RECIPIENT ON THE DISTMSTR
000600*              REPORT DISTRIBUTION MASTER. A RECIPIENT IS A
000700*              DEPARTMENT MANAGER OR OTHER READER WHO GETS THEIR
000800*              OWN CUT OF A KEPT REPORT FROM REPORTBURST. A REPORT
000900*              IS CUT INTO SECTIONS BY THE KEY FOUND IN A FIXED
001000*              COLUMN RANGE OF ITS DETAIL LINES (THE SAME RANGE ON
001100*              EVERY ROW OF THE REPORT; NO RANGE MEANS THE REPORT
001200*              IS NOT CUT). A RECIPIENT WITH ACCESS "A" SEES THE
001300*              WHOLE REPORT, TOTALS INCLUDED; ACCESS "S" SEES ONLY
001400*              THE SECTIONS WHOSE KEYS ARE LISTED ON THE ROW.
001500*              MAINTAINED BY DISTMAINT, READ BY REPORTBURST.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 01  DIST-MASTER-RECORD.
002100     05  DM-DIST-KEY.
002200         10  DM-REPORT-NAME          PIC X(08).
002300         10  DM-RECIPIENT-ID         PIC X(08).
002400     05  DM-RECIPIENT-NAME           PIC X(30).
002500     05  DM-DEPT-CODE                PIC X(04).
002600     05  DM-STATUS                   PIC X(01).
002700         88  DM-STATUS-ACTIVE        VALUE "A".
002800         88  DM-STATUS-INACTIVE      VALUE "I".
002900     05  DM-ACCESS                   PIC X(01).
003000         88  DM-ACCESS-ALL           VALUE "A".
003100         88  DM-ACCESS-SELECTED      VALUE "S".
003200         88  DM-ACCESS-VALID         VALUE "A" "S".
003300     05  DM-KEY-START                PIC 9(02).
003400     05  DM-KEY-LENGTH               PIC 9(02).
003500         88  DM-REPORT-NOT-CUT       VALUE ZERO.
003600     05  DM-SECTION-KEYS.
003700         10  DM-SECTION-KEY          PIC X(10) OCCURS 6 TIMES.
003800     05  DM-CHANGED-BY               PIC X(08).
003900     05  DM-CHANGED-DATE             PIC 9(08).
