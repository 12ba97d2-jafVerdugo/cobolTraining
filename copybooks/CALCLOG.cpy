001535*                  UNTIL EXTRACTED - SO EACH TRANSACTION GOES TO
001540*                  BILLING EXACTLY ONCE AND A LOST TRANSMISSION
001550*                  CAN BE REPRODUCED BY GENERATION NUMBER.
001551*   2026-10-15 DO  ADDED CL-TAX-JURISDICTION, CL-TAX-CODE AND
001552*                  CL-TAX-AMOUNT - THE SALES TAX / VAT PRICED ON
001553*                  CL-RESULT AT CALCULATION TIME FROM THE
001554*                  ACCOUNT'S TAXMSTR ROW, BLANK/ZERO FOR AN
001555*                  EXEMPT OR UNTAXED ACCOUNT.
001556*   2026-10-15 DO  ADDED CL-RATE-TIER - THE RATETIER VOLUME BAND
001557*                  THAT PRICED THE OPERAND (RATE SOURCE "T"),
001558*                  ZERO WHEN THE RATE WAS NOT TIERED.
001559*   2026-10-15 DO  ADDED CL-SOURCE-DEPT - THE DEPARTMENT THAT SENT
001560*                  THE WORK, FROM THE CALCIN BATCH HEADER. BLANK
001561*                  FOR INTERACTIVE WORK AND ON OLDER RECORDS.
001562*   2026-10-15 DO  ADDED CL-VALUE-DATE - THE DATE THE ITEM WAS
001563*                  PRICED FOR, WHICH DIFFERS FROM CL-LOG-DATE
001564*                  WHEN A WAREHOUSED ITEM IS RELEASED LATE.
001565*                  ZERO ON OLDER RECORDS.
001566*   2026-10-15 DO  ADDED RATE SOURCE "Q" - THE OPERAND WAS THE
001567*                  RATE OF A PRICE QUOTATION THE CHARGE WAS MADE
001568*                  AGAINST.
001569*   2026-10-15 DO  ADDED CL-PROMO-CODE AND CL-PROMO-DISCOUNT - THE
001570*                  PROMMSTR PROMOTION TAKEN OFF THE CHARGE AND THE
001571*                  AMOUNT IT TOOK. CL-RESULT IS THE CHARGE AFTER
001572*                  THE DISCOUNT. BLANK/ZERO WHEN NO PROMOTION
001573*                  APPLIED.
001574*   2026-10-15 DO  ADDED CL-COMPANY-CODE - THE LEGAL ENTITY THE
001575*                  CALCULATION BELONGS TO, TAKEN FROM THE ACCOUNT
001576*                  MASTER. BLANK MEANS THE HOME COMPANY.
001600******************************************************************
001700 01  CALC-LOG-RECORD.
001800     05  CL-LOG-KEY.
003700     05  CL-RATE-SOURCE              PIC X(01).
003800         88  CL-RATE-FROM-MASTER     VALUE "M".
003900         88  CL-RATE-FROM-OVERRIDE   VALUE "O".
003925         88  CL-RATE-FROM-TIER       VALUE "T".
003950         88  CL-RATE-FROM-QUOTE      VALUE "Q".
004000     05  CL-CURRENCY-CODE            PIC X(03).
004100     05  CL-ORIG-AMOUNT              PIC S9(9)V99.
004200     05  CL-TAX-JURISDICTION         PIC X(04).
004300     05  CL-TAX-CODE                 PIC X(04).
004400     05  CL-TAX-AMOUNT               PIC S9(11)V99.
004500     05  CL-RATE-TIER                PIC 9(02).
004600     05  CL-SOURCE-DEPT              PIC X(04).
004700     05  CL-VALUE-DATE               PIC 9(08).
004800     05  CL-PROMO-CODE               PIC X(04).
004900     05  CL-PROMO-DISCOUNT           PIC S9(11)V99.
005000     05  CL-COMPANY-CODE             PIC X(04).
