001780*                  RECORD, SO A BALANCING QUESTION GOES TO THE
001790*                  RIGHT DESK THE SAME MORNING. BLANK ON AN OLDER
001795*                  FILE MEANS THE HOUSE DEPARTMENT.
001800*   2026-10-15 DO  ADDED TRANSACTION TYPE "R" (REVENUE) AND
001805*                  DT-POST-AMOUNT - THE MONEY AMOUNT OF A REVENUE
001810*                  POSTING, TOO WIDE FOR THE ADJUSTMENT FIELDS.
001815*                  ON THE TRAILER IT IS THE TOTAL OF THE BATCH'S
001820*                  POST AMOUNTS. SPACES ON AN OLDER FILE OR A
001825*                  NON-REVENUE DETAIL MEAN ZERO.
001830*   2026-10-15 DO  ADDED TRANSACTION TYPE "Y" - AN AUTO-REVERSING
001835*                  ACCRUAL. IT MOVES ALL THREE BALANCES LIKE A
001840*                  COMBINED POSTING, AND THE FIRST POSTING RUN OF
001845*                  THE NEXT OPEN PERIOD BOOKS ITS REVERSAL.
001850******************************************************************
001900 01  DAILY-TRANS-RECORD.
002000     05  DT-RECORD-TYPE              PIC X(02).
002100         88  DT-HEADER-RECORD        VALUE "HD".
002820             88  DT-TYPE-SIGNED      VALUE "S".
002830             88  DT-TYPE-AMOUNT      VALUE "A".
002840             88  DT-TYPE-COMBINED    VALUE "B" " ".
002850             88  DT-TYPE-REVENUE     VALUE "R".
002875             88  DT-TYPE-ACCRUAL     VALUE "Y".
002900     05  DT-HEADER-LAYOUT REDEFINES DT-DETAIL-LAYOUT.
003000         10  DT-BATCH-DATE           PIC 9(08).
003100         10  FILLER                  PIC X(16).
003300         10  DT-RECORD-COUNT         PIC 9(06).
003400         10  DT-HASH-TOTAL           PIC S9(09).
003500         10  FILLER                  PIC X(09).
003600     05  DT-POST-AMOUNT              PIC S9(13)V99.
