000100******************************************************************
000200* COPYBOOK:    PROMMSTR
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER PROMOTIONAL DISCOUNT CODE. MARKETING
000600*              RUNS CAMPAIGNS AS A PERCENTAGE OFF OR A FLAT AMOUNT
000700*              OFF A CHARGE, LIMITED TO CERTAIN RATE CODES AND/OR
000800*              ACCOUNTS, FOR A DATE RANGE, AGAINST A FIXED TOTAL
000900*              DISCOUNT BUDGET. CALCULATOR APPLIES THE FIRST
001000*              ELIGIBLE ACTIVE PROMOTION (IN CODE ORDER) TO A
001100*              RATE-PRICED CHARGE, AND THE DISCOUNT IS ADDED TO
001200*              PM-DISCOUNT-GIVEN WHEN THE CHARGE REACHES THE LOG -
001300*              ONCE THE BUDGET IS SPENT THE PROMOTION STOPS
001400*              APPLYING, AND THE LAST USE IS CUT DOWN TO WHAT WAS
001500*              LEFT. A BLANK RATE CODE OR ACCOUNT LIST MEANS THE
001600*              PROMOTION IS NOT LIMITED THAT WAY. PM-DISCOUNT-PCT
001700*              IS A PERCENTAGE (12.50 IS 12.5 PERCENT). AN
001750*              OPEN-ENDED PROMOTION CARRIES 99991231 IN
001800*              EFFECTIVE-TO, THE SAME CONVENTION AS RATEMSTR.
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 01  PROMO-MASTER-RECORD.
002400     05  PM-PROMO-CODE               PIC X(04).
002500     05  PM-DESCRIPTION              PIC X(30).
002600     05  PM-STATUS                   PIC X(01).
002700         88  PM-ACTIVE               VALUE "A".
002800         88  PM-SUSPENDED            VALUE "S".
002900     05  PM-DISCOUNT-TYPE            PIC X(01).
003000         88  PM-PERCENT-OFF          VALUE "P".
003100         88  PM-FLAT-AMOUNT-OFF      VALUE "F".
003200     05  PM-DISCOUNT-PCT             PIC 9(03)V99.
003300     05  PM-DISCOUNT-AMOUNT          PIC 9(09)V99.
003400     05  PM-EFFECTIVE-FROM           PIC 9(08).
003500     05  PM-EFFECTIVE-TO             PIC 9(08).
003600     05  PM-RATE-CODE-LIST.
003700         10  PM-RATE-CODE            PIC X(04) OCCURS 5 TIMES.
003800     05  PM-ACCOUNT-LIST.
003900         10  PM-ACCOUNT-ID           PIC X(08) OCCURS 5 TIMES.
004000     05  PM-BUDGET                   PIC S9(11)V99.
004100     05  PM-DISCOUNT-GIVEN           PIC S9(11)V99.
004200     05  PM-USE-COUNT                PIC 9(07).
004300     05  PM-LAST-USED-DATE           PIC 9(08).
004400     05  FILLER                      PIC X(20).
