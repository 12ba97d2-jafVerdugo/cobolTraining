001360*   2026-09-02 DO  THE DETAIL AMOUNT WIDENED TO S9(11)V99 AND
001370*                  THE TRAILER TOTAL TO S9(13)V99, IN STEP WITH
001380*                  THE WIDENED CALCULATION PIPELINE.
001385*   2026-10-15 DO  THE DETAIL NOW CARRIES THE SALES TAX / VAT
001390*                  AS ITS OWN AMOUNT AND THE TRAILER A TAX
001395*                  TOTAL, SO BILLING STOPS ADDING TAX BY HAND.
001400*   2026-10-15 DO  THE DETAIL NOW CARRIES BX-SUBSIDIARY-ID. ON A
001405*                  GROUP-LEVEL EXTRACT BX-ACCOUNT-ID IS THE
001410*                  GROUP'S ULTIMATE PARENT AND BX-SUBSIDIARY-ID
001415*                  THE ACCOUNT THE WORK WAS DONE FOR; ON AN
001420*                  ACCOUNT-LEVEL EXTRACT IT IS BLANK.
001425*   2026-10-15 DO  THE HEADER NOW CARRIES THE EXTRACT GENERATION
001430*                  NUMBER (BX-EXTRACT-GEN) SO A DOWNSTREAM JOB
001435*                  CAN TELL WHICH GENERATION THE FILE HOLDS.
001440*   2026-10-15 DO  DETAILS NOW ARRIVE IN INVOICE GROUPS, ONE PER
001445*                  BILLED ACCOUNT WHOSE BILLING CYCLE HAS COME
001450*                  ROUND, EACH CLOSED BY AN IS INVOICE SUBTOTAL
001455*                  RECORD (BX-INVOICE-LAYOUT) AHEAD OF THE
001460*                  TRAILER. THE TRAILER NOW CARRIES THE INVOICE
001465*                  COUNT; ITS RECORD COUNT IS STILL DETAILS ONLY.
001470*   2026-10-15 DO  ADDED BX-COMPANY-CODE TO THE DETAIL - THE LEGAL
001475*                  ENTITY THE CHARGE IS BILLED BY - AND
001480*                  BX-EXTRACT-COMPANY TO THE HEADER, THE ONE
001485*                  COMPANY A PER-COMPANY EXTRACT WAS CUT FOR
001490*                  (BLANK WHEN THE EXTRACT COVERS EVERY COMPANY).
001495******************************************************************
001500 01  BILLING-EXTRACT-RECORD.
001600     05  BX-RECORD-TYPE              PIC X(02).
001700         88  BX-HEADER-RECORD        VALUE "HD".
001800         88  BX-DETAIL-RECORD        VALUE "DT".
001900         88  BX-TRAILER-RECORD       VALUE "TL".
001950         88  BX-INVOICE-RECORD       VALUE "IS".
002000     05  BX-DETAIL-LAYOUT.
002100         10  BX-ACCOUNT-ID           PIC X(08).
002200         10  BX-TRANSACTION-DATE     PIC 9(08).
002550         10  BX-OPERATOR-ID          PIC X(08).
002560         10  BX-CURRENCY-CODE        PIC X(03).
002570         10  BX-ORIG-AMOUNT          PIC S9(9)V99.
002600         10  BX-TAX-AMOUNT           PIC S9(11)V99.
002625         10  BX-SUBSIDIARY-ID        PIC X(08).
002650         10  BX-COMPANY-CODE         PIC X(04).
002700     05  BX-HEADER-LAYOUT REDEFINES BX-DETAIL-LAYOUT.
002800         10  BX-EXTRACT-DATE         PIC 9(08).
002900         10  BX-EXTRACT-GEN          PIC 9(04).
002925         10  BX-EXTRACT-COMPANY      PIC X(04).
002950         10  FILLER                  PIC X(52).
003000     05  BX-TRAILER-LAYOUT REDEFINES BX-DETAIL-LAYOUT.
003100         10  BX-RECORD-COUNT         PIC 9(06).
003200         10  BX-TOTAL-AMOUNT         PIC S9(13)V99.
003300         10  BX-TOTAL-TAX            PIC S9(13)V99.
003400         10  BX-INVOICE-COUNT        PIC 9(06).
003500         10  FILLER                  PIC X(27).
003600     05  BX-INVOICE-LAYOUT REDEFINES BX-DETAIL-LAYOUT.
003700         10  BX-INV-ACCOUNT-ID       PIC X(08).
003800         10  BX-INV-BILL-CYCLE       PIC X(01).
003900         10  BX-INV-CYCLE-DATE       PIC 9(08).
004000         10  BX-INV-DETAIL-COUNT     PIC 9(06).
004100         10  BX-INV-AMOUNT           PIC S9(13)V99.
004200         10  BX-INV-TAX              PIC S9(13)V99.
004300         10  FILLER                  PIC X(15).
