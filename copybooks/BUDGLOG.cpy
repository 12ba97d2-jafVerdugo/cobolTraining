000100******************************************************************
000200* COPYBOOK:    BUDGLOG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     AUDIT ROW WRITTEN TO BUDGLOG FOR EVERY BUDGMSTR
000600*              ROW BUDGETLOAD OR BUDGETMAINT ADDS, CHANGES OR
000700*              DELETES, WITH THE AMOUNT BEFORE AND AFTER.
000800*
000900* MODIFICATION HISTORY
001000*   2026-10-15 DO  INITIAL VERSION.
001100******************************************************************
001200 01  BUDGET-AUDIT-RECORD.
001300     05  BA-LOG-DATE                 PIC 9(08).
001400     05  BA-LOG-TIME                 PIC 9(08).
001500     05  BA-OPERATOR-ID              PIC X(08).
001600     05  BA-ACTION                   PIC X(06).
001700     05  BA-GL-ACCOUNT               PIC X(08).
001800     05  BA-DEPT-CODE                PIC X(04).
001900     05  BA-FISCAL-PERIOD            PIC 9(06).
002000     05  BA-OLD-AMOUNT               PIC S9(11)V99.
002100     05  BA-NEW-AMOUNT               PIC S9(11)V99.
