001300*
001400* MODIFICATION HISTORY
001500*   2026-09-02 DO  INITIAL VERSION.
001510*   2026-10-15 DO  ADDED SI-RUNS-REMAINING - HOW MANY MORE TIMES
001520*                  AN INSTALLMENT INSTRUCTION (PAYMENTPLAN) IS TO
001530*                  BILL. STANDINGORDERGEN COUNTS IT DOWN AND MAKES
001540*                  THE INSTRUCTION INACTIVE AFTER THE LAST RUN.
001550*                  ZERO, OR BLANK ON AN OLDER ROW, MEANS
001560*                  OPEN-ENDED.
001600******************************************************************
001700 01  STANDING-INSTRUCTION-RECORD.
001800     05  SI-ACCOUNT-ID               PIC X(08).
002700     05  SI-STATUS                   PIC X(01).
002800         88  SI-STATUS-ACTIVE        VALUE "A".
002900         88  SI-STATUS-INACTIVE      VALUE "I".
003000     05  SI-RUNS-REMAINING           PIC 9(03).
003100         88  SI-OPEN-ENDED           VALUE ZERO.
