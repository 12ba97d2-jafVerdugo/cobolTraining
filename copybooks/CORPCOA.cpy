000100******************************************************************
000200* COPYBOOK:    CORPCOA
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER ACCOUNT ON THE CHART-OF-ACCOUNTS FILE
000600*              CORPORATE GL SENDS (CORPCOA), IN ACCOUNT-CODE
000700*              ORDER. THE FILE IS CORPORATE'S WHOLE CHART - AN
000800*              ACCOUNT IT NO LONGER CARRIES IS TREATED AS CLOSED.
000900*              GLCHARTSYNC COMPARES IT AGAINST THE GLACCTM MASTER.
001000*
001100* MODIFICATION HISTORY
001200*   2026-10-15 DO  INITIAL VERSION.
001300******************************************************************
001400 01  CORP-CHART-RECORD.
001500     05  CC-ACCOUNT-CODE             PIC X(08).
001600     05  CC-DESCRIPTION              PIC X(30).
001700     05  CC-STATUS                   PIC X(01).
001800         88  CC-STATUS-ACTIVE        VALUE "A".
001900         88  CC-STATUS-CLOSED        VALUE "C".
002000     05  CC-PARENT-ACCOUNT           PIC X(08).
