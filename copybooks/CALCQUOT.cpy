000100******************************************************************
000200* COPYBOOK:    CALCQUOT
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER CALCULATOR PRICE QUOTATION. A QUOTE IS
000600*              PRICED ON THE CALCULATOR PANEL THROUGH THE SAME
000700*              ACCOUNT-OVERRIDE, TIER, RATE-MASTER AND CURRENCY
000800*              LOOKUPS AS A REAL CHARGE, BUT IS WRITTEN HERE
000900*              RATHER THAN TO CALCLOG. A LATER CHARGE - KEYED OR
001000*              FROM CALCIN - THAT QUOTES THE NUMBER IS CHARGED THE
001100*              QUOTED RATE WHILE THE QUOTE IS STILL ISSUED, FOR
001200*              THE SAME ACCOUNT AND NOT PAST ITS EXPIRY DATE; THE
001300*              ROW IS THEN MARKED CONVERTED WITH THE LOG KEY OF
001400*              THE CHARGE. AN ISSUED QUOTE PAST ITS EXPIRY IS
001500*              SIMPLY EXPIRED - NOTHING REWRITES IT. ROWS ARE KEPT
001600*              FOR THE QUOTE REPORT, NEVER DELETED.
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DO  INITIAL VERSION.
002000******************************************************************
002100 01  QUOTE-RECORD.
002200     05  QT-QUOTE-NO                 PIC 9(08).
002300     05  QT-STATUS                   PIC X(01).
002400         88  QT-STATUS-ISSUED        VALUE "I".
002500         88  QT-STATUS-CONVERTED     VALUE "C".
002600     05  QT-ISSUE-DATE               PIC 9(08).
002700     05  QT-ISSUE-TIME               PIC 9(08).
002800     05  QT-ISSUED-BY                PIC X(08).
002900     05  QT-EXPIRY-DATE              PIC 9(08).
003000     05  QT-ACCOUNT-ID               PIC X(08).
003100     05  QT-RATE-CODE                PIC X(04).
003200     05  QT-RATE-SOURCE              PIC X(01).
003300     05  QT-RATE-TIER                PIC 9(02).
003400     05  QT-QUOTED-RATE              PIC S9(5)V99.
003500     05  QT-OPTION                   PIC 9(01).
003600     05  QT-NUM1                     PIC S9(9)V99.
003700     05  QT-CURRENCY-CODE            PIC X(03).
003800     05  QT-ORIG-AMOUNT              PIC S9(9)V99.
003900     05  QT-QUOTED-RESULT            PIC S9(11)V99.
004000     05  QT-CONVERTED-DATE           PIC 9(08).
004100     05  QT-CONVERTED-BY             PIC X(08).
004200     05  QT-CONVERTED-LOG-KEY        PIC X(22).
004300     05  FILLER                      PIC X(20).
