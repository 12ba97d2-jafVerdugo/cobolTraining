000100******************************************************************
000200* COPYBOOK:    BUDGSHT
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW OF FINANCE'S ANNUAL BUDGET SHEET AS IT IS
000600*              SAVED FOR BUDGETLOAD - THE FISCAL YEAR, THE GL
000700*              ACCOUNT AND DEPARTMENT, AND TWELVE MONTHLY
000800*              AMOUNTS IN FISCAL MONTH ORDER. EACH MONTH BECOMES
000900*              ONE BUDGMSTR ROW.
001000*
001100* MODIFICATION HISTORY
001200*   2026-10-15 DO  INITIAL VERSION.
001300******************************************************************
001400 01  BUDGET-SHEET-RECORD.
001500     05  SH-FISCAL-YEAR              PIC 9(04).
001600     05  SH-GL-ACCOUNT               PIC X(08).
001700     05  SH-DEPT-CODE                PIC X(04).
001800     05  SH-MONTH-AMOUNT OCCURS 12 TIMES
001900                                     PIC S9(11)V99.
