000100******************************************************************
000200* COPYBOOK:    FILESTAT
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE NIGHT'S INBOUND FILE ARRIVAL STATUS - ONE ROW
000600*              PER EXPFILES ROW, REWRITTEN BY FILEARRIVALMONITOR
000700*              EACH TIME IT RUNS. ENDOFDAYBATCH HOLDS A NETWORK
000800*              STEP WHOSE INPUT FILE IS NOT ARRIVED OR LATE, AND
000900*              OPSDASHBOARD COUNTS THE LATE AND MISSING ROWS.
001000*              ARRIVED - IN PLACE BY ITS DEADLINE; LATE - FOUND
001100*              ONLY AFTER ITS DEADLINE PASSED (A RERUN); MISSING
001200*              - NOT IN PLACE AT THE DEADLINE; STALE - THE FILE ON
001300*              HAND CARRIES A BATCH ALREADY PROCESSED ON AN
001400*              EARLIER BUSINESS DATE, SO IT IS A LEFTOVER OR A
001500*              DUPLICATE.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15 DO  INITIAL VERSION.
001900******************************************************************
002000 01  FILE-STATUS-RECORD.
002100     05  FS-BUSINESS-DATE            PIC 9(08).
002200     05  FS-FILE-NAME                PIC X(08).
002300     05  FS-SOURCE                   PIC X(20).
002400     05  FS-DEADLINE-TIME            PIC 9(04).
002500     05  FS-MANDATORY                PIC X(01).
002600         88  FS-IS-MANDATORY         VALUE "Y".
002700     05  FS-ARRIVAL-STATUS           PIC X(01).
002800         88  FS-ARRIVED              VALUE "A".
002900         88  FS-ARRIVED-LATE         VALUE "L".
003000         88  FS-MISSING              VALUE "M".
003100         88  FS-STALE                VALUE "S".
003200         88  FS-FILE-USABLE          VALUE "A" "L".
003300     05  FS-ARRIVAL-TIME             PIC 9(04).
003400     05  FS-BATCH-ID                 PIC X(20).
003500     05  FS-BATCH-DATE               PIC 9(08).
