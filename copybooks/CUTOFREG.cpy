000100******************************************************************
000200* COPYBOOK:    CUTOFREG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER CALCULATION CALCULATOR LOGGED UNDER THE
000600*              NEXT PROCESSING DATE BECAUSE IT WAS KEYED OR RUN
000700*              AFTER THE CTLPARM DAILY CUT-OFF TIME (THE CALCCUTR
000800*              CUT-OFF REGISTER). CR-LOG-KEY IS THE KEY THE ITEM
000900*              CARRIES ON CALCLOG; CR-KEYED-DATE AND CR-KEYED-TIME
001000*              ARE THE CLOCK DATE AND TIME IT WAS ACTUALLY
001100*              ENTERED. CUTOFFREPORT LISTS THE ROWS ROLLED INTO
001200*              EACH BUSINESS DATE FOR RECONCILIATION.
001300*
001400* MODIFICATION HISTORY
001500*   2026-10-15 DO  INITIAL VERSION.
001600******************************************************************
001700 01  CUTOFF-REGISTER-RECORD.
001800     05  CR-LOG-KEY.
001900         10  CR-LOG-DATE             PIC 9(08).
002000         10  CR-OPERATOR-ID          PIC X(08).
002100         10  CR-SEQUENCE-NO          PIC 9(06).
002200     05  CR-KEYED-DATE               PIC 9(08).
002300     05  CR-KEYED-TIME               PIC 9(08).
002400     05  CR-RUN-SOURCE               PIC X(01).
002500         88  CR-KEYED-AT-PANEL       VALUE "I".
002600         88  CR-FROM-BATCH           VALUE "B".
002700     05  CR-ACCOUNT-ID               PIC X(08).
002800     05  CR-RATE-CODE                PIC X(04).
002900     05  CR-OPTION                   PIC 9(01).
003000     05  CR-RESULT                   PIC S9(11)V99.
003100     05  CR-STATUS                   PIC X(01).
