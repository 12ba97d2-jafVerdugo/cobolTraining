000100******************************************************************
000200* COPYBOOK:    SNAPCAT
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     MASTER SNAPSHOT CATALOG ROW. MASTERSNAPSHOT ADDS
000600*              ONE ROW PER MASTER PER RUN NAMING THE DATED
000700*              GENERATION FILE IT WROTE, WITH THE RECORD COUNT
000800*              AND HASH TOTAL COPIED; MASTERRESTORE CHECKS A
000900*              GENERATION AGAINST ITS ROW BEFORE TRUSTING IT. A
001000*              SAME-DAY RERUN OVERWRITES THE GENERATION, SO THE
001100*              LAST ROW FOR A MASTER AND DATE IS THE ONE THAT
001200*              DESCRIBES IT.
001300*
001400* MODIFICATION HISTORY
001500*   2026-10-15 DO  INITIAL VERSION.
001600******************************************************************
001700 01  SNAPSHOT-CATALOG-RECORD.
001800     05  SC-SNAP-DATE                PIC 9(08).
001900     05  SC-SNAP-TIME                PIC 9(08).
002000     05  SC-MASTER-NAME              PIC X(08).
002100     05  SC-GEN-NAME                 PIC X(13).
002200     05  SC-RECORD-COUNT             PIC 9(09).
002300     05  SC-HASH-TOTAL               PIC 9(15).
002400     05  SC-SNAP-STATUS              PIC X(01).
002500         88  SC-SNAP-COMPLETE        VALUE "C".
002600         88  SC-MASTER-ABSENT        VALUE "A".
