001600*   2026-08-22 DO  INITIAL VERSION.
001650*   2026-09-02 DO  THE AMOUNT WIDENED TO S9(11)V99 IN STEP
001660*                  WITH THE WIDENED CALCULATION PIPELINE.
001665*   2026-10-15 DO  ADDED BS-ACCOUNT-ID (THE ACCOUNT THE DETAIL
001670*                  WAS BILLED TO - THE GROUP PARENT ON A
001675*                  GROUP-LEVEL EXTRACT) AND BS-TAX-AMOUNT, SO AN
001680*                  ACKNOWLEDGED DETAIL CAN OPEN AN ARITEM
001685*                  RECEIVABLE FOR THE FULL AMOUNT BILLED.
001700******************************************************************
001800 01  SENT-REGISTER-RECORD.
001900     05  BS-LOG-DATE                 PIC 9(08).
002600         88  BS-ACKNOWLEDGED         VALUE "A".
002700         88  BS-REJECTED             VALUE "R".
002800     05  BS-REASON-CODE              PIC X(04).
002900     05  BS-ACCOUNT-ID               PIC X(08).
003000     05  BS-TAX-AMOUNT               PIC S9(11)V99.
