002050*   2026-09-02 DO  ADDED THE ORIGINATING DEPARTMENT CODE FROM
002060*                  THE PNDAILY DETAIL, SO LEDGER HISTORY SAYS
002070*                  WHOSE RECORDS MOVED WHAT.
002071*   2026-10-15 DO  ADDED LR-POST-AMOUNT - THE MONEY AMOUNT OF A
002072*                  REVENUE ("R") POSTING FROM PNDAILY. ZERO ON
002073*                  EVERY OTHER POSTING.
002074*   2026-10-15 DO  ADDED LR-TRANS-TYPE - THE PNDAILY TRANSACTION
002075*                  TYPE THE POSTING CAME IN AS. "Y" MARKS AN
002076*                  AUTO-REVERSING ACCRUAL; ITS "V" OFFSET CARRIES
002077*                  THE SAME TYPE SO THE ACCRUAL LISTING CAN PAIR
002078*                  THEM. SPACES ON RECORDS WRITTEN BEFORE THIS.
002079*   2026-10-15 DO  THE YEAR-END CLOSE NOW MARKS ITS DEC 31
002080*                  CLOSING ENTRIES "Z" AND ITS JAN 1 OPENING
002081*                  CARRY-FORWARDS "O" IN LR-TRANS-TYPE, SO THE
002082*                  FINANCIAL STATEMENTS CAN LEAVE THEM OUT.
002083*   2026-10-15 DO  ADDED LR-COMPANY-CODE - THE LEGAL ENTITY WHOSE
002084*                  BOOKS THE POSTING IS IN, TAKEN FROM THE GL
002085*                  ACCOUNT - AND LR-INTERCO-COMPANY, THE OTHER
002086*                  COMPANY ON AN INTERCOMPANY POSTING (BLANK ON AN
002087*                  ORDINARY ONE). A BLANK COMPANY MEANS THE HOME
002088*                  COMPANY.
002100******************************************************************
002200 01  LEDGER-RECORD.
002300     05  LR-LEDGER-KEY.
003700     05  LR-REVERSAL-REF.
003800         10  LR-REF-POST-DATE        PIC 9(08).
003900         10  LR-REF-SEQUENCE-NO      PIC 9(06).
004000     05  LR-POST-AMOUNT              PIC S9(13)V99.
004100     05  LR-TRANS-TYPE               PIC X(01).
004200         88  LR-TYPE-ACCRUAL         VALUE "Y".
004300         88  LR-TYPE-YEAR-CLOSE      VALUE "Z".
004400         88  LR-TYPE-YEAR-OPEN       VALUE "O".
004500     05  LR-COMPANY-CODE             PIC X(04).
004600     05  LR-INTERCO-COMPANY          PIC X(04).
004700         88  LR-NOT-INTERCOMPANY     VALUE SPACES.
