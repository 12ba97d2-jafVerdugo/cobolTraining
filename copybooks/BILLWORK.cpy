000100******************************************************************
000200* COPYBOOK:    BILLWORK
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE BILLING EXTRACT'S INVOICE WORK FILE - ONE ROW
000600*              PER ITEM RELEASED INTO THE GENERATION, KEYED BY
000700*              THE ACCOUNT THE ITEM IS BILLED TO, THEN THE LOG
000800*              KEY, THEN THE KIND OF ITEM (CHARGE OR LATE-VOID
000900*              CREDIT). READ BACK IN KEY ORDER IT GIVES EACH
001000*              ACCOUNT'S ITEMS TOGETHER, SO THE EXTRACT CAN WRITE
001100*              THEM AS ONE INVOICE GROUP WITH ITS SUBTOTAL. THE
001200*              EXTRACT CREATES THE FILE FRESH EVERY RUN.
001300*
001400* MODIFICATION HISTORY
001500*   2026-10-15 DO  INITIAL VERSION.
001533*   2026-10-15 DO  BW-COMPANY-CODE CARRIES THE ITEM'S LEGAL ENTITY
001566*                  THROUGH TO THE EXTRACT DETAIL.
001600******************************************************************
001700 01  BILL-WORK-RECORD.
001800     05  BW-WORK-KEY.
001900         10  BW-BILL-ACCOUNT         PIC X(08).
002000         10  BW-LOG-DATE             PIC 9(08).
002100         10  BW-OPERATOR-ID          PIC X(08).
002200         10  BW-SEQUENCE-NO          PIC 9(06).
002300         10  BW-ITEM-KIND            PIC X(01).
002400             88  BW-CHARGE-ITEM      VALUE "C".
002500             88  BW-CREDIT-ITEM      VALUE "R".
002600     05  BW-SUBSIDIARY-ID            PIC X(08).
002700     05  BW-BILL-CYCLE               PIC X(01).
002800     05  BW-CYCLE-DATE               PIC 9(08).
002900     05  BW-LOG-TIME                 PIC 9(08).
003000     05  BW-AMOUNT                   PIC S9(11)V99.
003100     05  BW-CURRENCY-CODE            PIC X(03).
003200     05  BW-ORIG-AMOUNT              PIC S9(9)V99.
003300     05  BW-TAX-AMOUNT               PIC S9(11)V99.
003400     05  BW-COMPANY-CODE             PIC X(04).
003500     05  FILLER                      PIC X(06).
