000100******************************************************************
000200* COPYBOOK:    CALCWHSE
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER FUTURE-DATED (WAREHOUSED) CALCULATOR
000600*              TRANSACTION. AN ITEM WHOSE VALUE DATE IS LATER THAN
000700*              THE BUSINESS DATE IS HELD HERE - FROM THE CALCIN
000800*              BATCH OR THE ENTRY PANEL - INSTEAD OF BEING PRICED
000900*              AND LOGGED, UNTIL WAREHOUSERELEASE FEEDS IT TO THE
001000*              OVERNIGHT RUN ON ITS VALUE DATE. KEYED VALUE DATE
001100*              FIRST SO THE RELEASE STOPS AT THE FIRST ROW NOT YET
001200*              DUE. THE OPERANDS ARE KEPT AS ENTERED - FOREIGN
001300*              AMOUNT AND CURRENCY, RATE CODE RATHER THAN RATE -
001400*              SO CONVERSION AND PRICING HAPPEN ON THE VALUE DATE.
001500*              A RELEASED OR CANCELLED ROW IS KEPT FOR THE AUDIT
001600*              TRAIL, NEVER DELETED.
001700*
001800* MODIFICATION HISTORY
001900*   2026-10-15 DO  INITIAL VERSION.
001925*   2026-10-15 DO  ADDED THE QUOTATION NUMBER AN ITEM WAS ENTERED
001950*                  AGAINST, TAKEN FROM THE FILLER, SO THE QUOTE IS
001975*                  CHECKED AND CHARGED ON THE VALUE DATE.
002000******************************************************************
002100 01  WAREHOUSE-RECORD.
002200     05  WH-WAREHOUSE-KEY.
002300         10  WH-VALUE-DATE           PIC 9(08).
002400         10  WH-ENTRY-DATE           PIC 9(08).
002500         10  WH-ENTRY-TIME           PIC 9(08).
002600         10  WH-ENTERED-BY           PIC X(08).
002700         10  WH-ENTRY-SEQ            PIC 9(06).
002800     05  WH-STATUS                   PIC X(01).
002900         88  WH-STATUS-WAREHOUSED    VALUE "W".
003000         88  WH-STATUS-RELEASED      VALUE "R".
003100         88  WH-STATUS-CANCELLED     VALUE "C".
003200     05  WH-ORIGIN                   PIC X(01).
003300         88  WH-FROM-PANEL           VALUE "P".
003400         88  WH-FROM-BATCH           VALUE "B".
003500     05  WH-NUM1                     PIC S9(9)V99.
003600     05  WH-NUM2                     PIC S9(9)V99.
003700     05  WH-OPTION                   PIC 9(01).
003800     05  WH-ACCOUNT-ID               PIC X(08).
003900     05  WH-RATE-CODE                PIC X(04).
004000     05  WH-CURRENCY-CODE            PIC X(03).
004100     05  WH-BATCH-ID                 PIC X(08).
004200     05  WH-SOURCE-DEPT              PIC X(04).
004300     05  WH-RELEASED-DATE            PIC 9(08).
004400     05  WH-RELEASE-BATCH            PIC X(08).
004500     05  WH-CANCELLED-BY             PIC X(08).
004600     05  WH-CANCELLED-DATE           PIC 9(08).
004700     05  WH-CANCEL-REASON            PIC X(30).
004800     05  WH-QUOTE-NO                 PIC 9(08).
004900     05  FILLER                      PIC X(12).
