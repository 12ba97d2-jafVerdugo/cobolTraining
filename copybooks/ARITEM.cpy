000100******************************************************************
000200* COPYBOOK:    ARITEM
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ACCOUNTS RECEIVABLE OPEN-ITEM SUBLEDGER. ONE ROW
000600*              PER RECEIVABLE OR CASH ITEM, KEYED BY ACCOUNT AND
000700*              REFERENCE. BILLACKMATCH OPENS AN INVOICE ITEM
000800*              ("I") FOR EVERY BILLSENT DETAIL BILLING
000900*              ACKNOWLEDGES, FOR THE AMOUNT PLUS TAX, UNDER THE
001000*              DETAIL'S DATE/OPERATOR/SEQUENCE REFERENCE - A
001100*              VOID CREDIT OPENS A NEGATIVE ITEM. ARCASHAPPLY
001200*              REDUCES THE OPEN AMOUNT AS REMITTANCES ARE
001300*              APPLIED AND OPENS A CASH ITEM ("C") WITH A
001400*              NEGATIVE OPEN AMOUNT FOR UNAPPLIED CASH AND
001500*              OVERPAYMENTS; A CASH ITEM'S REFERENCE IS THE
001600*              PAYMENT DATE AND PAYMENT REFERENCE, AND
001700*              AI-APPLY-TO HOLDS THE ITEM THE CUSTOMER QUOTED,
001800*              IF ANY, SO IT CAN BE APPLIED ONCE THAT ITEM
001900*              OPENS. AN ITEM IS CLOSED WHEN ITS OPEN AMOUNT
002000*              REACHES ZERO. AI-ITEM-DATE IS THE DATE AGING
002100*              COUNTS FROM.
002200*
002300* MODIFICATION HISTORY
002400*   2026-10-15 DO  INITIAL VERSION.
002500******************************************************************
002600 01  AR-OPEN-ITEM-RECORD.
002700     05  AI-ITEM-KEY.
002800         10  AI-ACCOUNT-ID           PIC X(08).
002900         10  AI-REFERENCE.
003000             15  AI-REF-DATE         PIC 9(08).
003100             15  AI-REF-OPERATOR     PIC X(08).
003200             15  AI-REF-SEQUENCE     PIC 9(06).
003300     05  AI-ITEM-TYPE                PIC X(01).
003400         88  AI-INVOICE-ITEM         VALUE "I".
003500         88  AI-CASH-ITEM            VALUE "C".
003600     05  AI-ITEM-STATUS              PIC X(01).
003700         88  AI-ITEM-OPEN            VALUE "O".
003800         88  AI-ITEM-CLOSED          VALUE "C".
003900     05  AI-ITEM-DATE                PIC 9(08).
004000     05  AI-EXTRACT-GEN              PIC 9(04).
004100     05  AI-ORIGINAL-AMOUNT          PIC S9(11)V99.
004200     05  AI-OPEN-AMOUNT              PIC S9(11)V99.
004300     05  AI-LAST-ACTIVITY            PIC 9(08).
004400     05  AI-APPLY-TO.
004500         10  AI-APPLY-DATE           PIC 9(08).
004600         10  AI-APPLY-OPERATOR       PIC X(08).
004700         10  AI-APPLY-SEQUENCE       PIC 9(06).
004800     05  FILLER                      PIC X(10).
