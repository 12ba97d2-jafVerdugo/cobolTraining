000100******************************************************************
000200* COPYBOOK:    BUDGET
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER GL ACCOUNT, ORIGINATING DEPARTMENT AND
000600*              FISCAL PERIOD ON THE BUDGMSTR BUDGET MASTER. THE
000700*              ROWS ARE LOADED FROM FINANCE'S ANNUAL BUDGET SHEET
000800*              BY BUDGETLOAD AND MAINTAINED AFTERWARD THROUGH
000900*              BUDGETMAINT. THE AMOUNT IS THE NET LR-ADJ-NUM2
001000*              MOVEMENT EXPECTED ON THE ACCOUNT FOR THE PERIOD -
001100*              THE FIGURE THE TRIAL BALANCE CARRIES FORWARD - SO
001200*              BUDGETREPORT COMPARES LIKE WITH LIKE. A BLANK
001300*              DEPARTMENT BUDGETS THE HOUSE POSTINGS THAT CARRY
001400*              NO DEPARTMENT CODE.
001500*
001600* MODIFICATION HISTORY
001700*   2026-10-15 DO  INITIAL VERSION.
001800******************************************************************
001900 01  BUDGET-RECORD.
002000     05  BG-BUDGET-KEY.
002100         10  BG-GL-ACCOUNT           PIC X(08).
002200         10  BG-DEPT-CODE            PIC X(04).
002300         10  BG-FISCAL-PERIOD.
002400             15  BG-FISCAL-YEAR      PIC 9(04).
002500             15  BG-FISCAL-MONTH     PIC 9(02).
002600     05  BG-BUDGET-AMOUNT            PIC S9(11)V99.
002700     05  BG-SOURCE                   PIC X(01).
002800         88  BG-FROM-SHEET           VALUE "S".
002900         88  BG-KEYED                VALUE "M".
003000     05  BG-CHANGED-BY               PIC X(08).
003100     05  BG-CHANGED-DATE             PIC 9(08).
