000100******************************************************************
000200* COPYBOOK:    FCALAUD
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     AUDIT ROW WRITTEN TO FCALAUD FOR EVERY FISCCAL
000600*              PERIOD FISCALCALMAINT ADDS, CHANGES OR DELETES,
000700*              WITH THE PERIOD AS IT STANDS AFTER THE CHANGE
000800*              (BEFORE IT, FOR A DELETE).
000900*
001000* MODIFICATION HISTORY
001100*   2026-10-15 DO  INITIAL VERSION.
001200******************************************************************
001300 01  FISCAL-AUDIT-RECORD.
001400     05  FU-LOG-DATE                 PIC 9(08).
001500     05  FU-LOG-TIME                 PIC 9(08).
001600     05  FU-OPERATOR-ID              PIC X(08).
001700     05  FU-ACTION                   PIC X(06).
001800     05  FU-PERIOD-ID                PIC 9(06).
001900     05  FU-START-DATE               PIC 9(08).
002000     05  FU-END-DATE                 PIC 9(08).
002100     05  FU-WEEKS                    PIC 9(02).
002200     05  FU-DESCRIPTION              PIC X(20).
