001330*                  THE TRIAL BALANCE PRINTS THE GROUPING THE
001340*                  CONTROLLER USED TO BUILD IN PENCIL. SPACES
001350*                  MEANS THE ACCOUNT STANDS ALONE AT TOP LEVEL.
001352*   2026-10-15 DO  ADDED GA-FX-ROLE - MARKS THE ACCOUNTS THE
001354*                  MONTH-END FOREIGN CURRENCY REVALUATION POSTS
001356*                  TO: UNREALIZED FX GAIN, UNREALIZED FX LOSS, AND
001358*                  THE REVALUATION OFFSET THAT BALANCES THEM.
001360*                  SPACE OR "N" MEANS NO FX ROLE.
001362*   2026-10-15 DO  ADDED GA-ACCOUNT-TYPE (ASSET, LIABILITY,
001364*                  EQUITY, REVENUE, EXPENSE) AND GA-NORMAL-BALANCE
001366*                  (DEBIT OR CREDIT) FOR THE FINANCIAL STATEMENTS.
001368*                  A SPACE TYPE PRINTS AS UNCLASSIFIED.
001370*   2026-10-15 DO  ADDED GA-COMPANY-CODE, THE LEGAL ENTITY WHOSE
001372*                  CHART THE ACCOUNT BELONGS TO (BLANK MEANS THE
001374*                  HOME COMPANY), AND GA-INTERCO-COMPANY - SET ON
001376*                  A DUE-TO OR DUE-FROM ACCOUNT TO THE COMPANY ON
001378*                  THE OTHER SIDE, SO EVERY POSTING TO IT IS
001380*                  FLAGGED INTERCOMPANY.
001400******************************************************************
001500 01  GL-ACCOUNT-RECORD.
001600     05  GA-ACCOUNT-CODE             PIC X(08).
002100     05  GA-PARENT-ACCOUNT           PIC X(08).
002200     05  GA-SUSPENSE-FLAG            PIC X(01).
002300         88  GA-IS-SUSPENSE          VALUE "Y".
002400     05  GA-FX-ROLE                  PIC X(01).
002500         88  GA-IS-FX-GAIN           VALUE "G".
002600         88  GA-IS-FX-LOSS           VALUE "L".
002700         88  GA-IS-FX-OFFSET         VALUE "R".
002800     05  GA-ACCOUNT-TYPE             PIC X(01).
002900         88  GA-TYPE-ASSET           VALUE "A".
003000         88  GA-TYPE-LIABILITY       VALUE "L".
003100         88  GA-TYPE-EQUITY          VALUE "E".
003200         88  GA-TYPE-REVENUE         VALUE "R".
003300         88  GA-TYPE-EXPENSE         VALUE "X".
003400         88  GA-TYPE-VALID           VALUE "A" "L" "E" "R" "X".
003500     05  GA-NORMAL-BALANCE           PIC X(01).
003600         88  GA-NORMAL-DEBIT         VALUE "D".
003700         88  GA-NORMAL-CREDIT        VALUE "C".
003800     05  GA-COMPANY-CODE             PIC X(04).
003900     05  GA-INTERCO-COMPANY          PIC X(04).
004000         88  GA-NOT-INTERCOMPANY     VALUE SPACES.
