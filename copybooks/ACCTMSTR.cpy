001200*
001300* MODIFICATION HISTORY
001400*   2026-09-02 DO  INITIAL VERSION.
001402*   2026-10-15 DO  ADDED AM-TAX-JURISDICTION AND AM-TAX-CODE -
001404*                  THE TAXMSTR ROW CALCULATOR PRICES THE
001406*                  ACCOUNT'S SALES TAX / VAT FROM. CODE EXMT
001408*                  MARKS AN EXEMPT CUSTOMER; A BLANK CODE MEANS
001410*                  NO TAX HAS BEEN ASSIGNED AND NONE IS CHARGED.
001412*   2026-10-15 DO  ADDED AM-CREDIT-LIMIT - THE MOST UNBILLED AND
001414*                  UNACKNOWLEDGED WORK THE ACCOUNT MAY CARRY
001416*                  BEFORE CALCULATOR HOLDS NEW CHARGES FOR CREDIT
001418*                  CONTROL. ZERO MEANS NO LIMIT IS SET.
001420*   2026-10-15 DO  ADDED AM-PARENT-ACCOUNT - THE CORPORATE
001422*                  PARENT OF A SUBSIDIARY ACCOUNT, BLANK FOR A
001424*                  STAND-ALONE OR TOP-OF-GROUP ACCOUNT. THE
001426*                  CUSTOMER-SIDE COUNTERPART OF GA-PARENT-ACCOUNT
001428*                  ON THE GL. ACCOUNTMAINTENANCE REFUSES A
001430*                  CYCLE OR AN INACTIVE PARENT.
001432*   2026-10-15 DO  ADDED AM-MINIMUM-CHARGE AND AM-MINIMUM-RATE -
001434*                  THE CONTRACTUAL MONTHLY MINIMUM BILLED
001436*                  ACTIVITY AND THE RATE CODE THE MONTH-END
001438*                  TOP-UP IS PRICED UNDER (MINCHARGEGEN). ZERO
001440*                  MEANS THE ACCOUNT HAS NO MINIMUM.
001442*   2026-10-15 DO  ADDED AM-BILL-CYCLE AND AM-CYCLE-DAY - WHEN THE
001444*                  BILLING EXTRACT RELEASES THE ACCOUNT'S UNBILLED
001446*                  ITEMS AS AN INVOICE: DAILY (ALSO BLANK, SO
001448*                  EXISTING ACCOUNTS BILL NIGHTLY AS BEFORE),
001450*                  WEEKLY ON CYCLE DAY 1-7 (1 = MONDAY) OR MONTHLY
001452*                  ON CYCLE DAY 1-31 (A DAY PAST A SHORT MONTH'S
001454*                  END BILLS ON ITS LAST DAY).
001456*   2026-10-15 DO  ADDED AM-COMPANY-CODE - THE LEGAL ENTITY THAT
001458*                  OWNS THE ACCOUNT. BLANK MEANS THE HOME COMPANY.
001500******************************************************************
001600 01  ACCOUNT-MASTER-RECORD.
001700     05  AM-ACCOUNT-ID               PIC X(08).
002000         88  AM-STATUS-ACTIVE        VALUE "A".
002100         88  AM-STATUS-INACTIVE      VALUE "I".
002200     05  AM-BILL-DEPT                PIC X(04).
002300     05  AM-TAX-JURISDICTION         PIC X(04).
002400     05  AM-TAX-CODE                 PIC X(04).
002500         88  AM-TAX-EXEMPT           VALUE "EXMT".
002600         88  AM-TAX-NOT-ASSIGNED     VALUE SPACES.
002700     05  AM-CREDIT-LIMIT             PIC S9(11)V99.
002800         88  AM-NO-CREDIT-LIMIT      VALUE ZERO.
002900     05  AM-PARENT-ACCOUNT           PIC X(08).
003000         88  AM-NO-PARENT            VALUE SPACES.
003100     05  AM-MINIMUM-CHARGE           PIC S9(11)V99.
003200         88  AM-NO-MINIMUM-CHARGE    VALUE ZERO.
003300     05  AM-MINIMUM-RATE             PIC X(04).
003400     05  AM-BILL-CYCLE               PIC X(01).
003500         88  AM-CYCLE-DAILY          VALUE "D" SPACE.
003600         88  AM-CYCLE-WEEKLY         VALUE "W".
003700         88  AM-CYCLE-MONTHLY        VALUE "M".
003800     05  AM-CYCLE-DAY                PIC 9(02).
003900     05  AM-COMPANY-CODE             PIC X(04).
