000100******************************************************************
000200* COPYBOOK:    FISCCAL
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER FISCAL PERIOD ON THE FISCCAL FISCAL
000600*              CALENDAR MASTER - THE PERIOD'S FIRST AND LAST DAY
000700*              AND THE FISCAL YEAR IT BELONGS TO, SO A 4-4-5 WEEK
000800*              YEAR (OR ANY OTHER) CAN BE KEPT INDEPENDENTLY OF
000900*              CALENDAR MONTHS. THE KEY IS FISCAL YEAR AND PERIOD
001000*              NUMBER, READ AS ONE YYYYPP PERIOD ID WHEREVER THE
001100*              SYSTEM HOLDS A PERIOD (PNPCLS, CALCPCLS, CLTRACK,
001200*              BUDGMSTR), SO THOSE SIX-DIGIT FIELDS NEED NO
001300*              CHANGE. THE PERIODS RUN BACK TO BACK WITH NO GAP OR
001400*              OVERLAP - FISCALCALMAINT REFUSES ANYTHING ELSE.
001500*              WITH NO CALENDAR ON FILE, PERIODS ARE CALENDAR
001600*              MONTHS AS THEY ALWAYS WERE. MAINTAINED BY
001700*              FISCALCALMAINT; READ THROUGH THE FISCALPERIOD
001800*              SERVICE.
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 01  FISCAL-CALENDAR-RECORD.
002400     05  FC-PERIOD-KEY.
002500         10  FC-FISCAL-YEAR          PIC 9(04).
002600         10  FC-PERIOD-NO            PIC 9(02).
002700     05  FC-PERIOD-ID REDEFINES FC-PERIOD-KEY
002800                                     PIC 9(06).
002900     05  FC-START-DATE               PIC 9(08).
003000     05  FC-END-DATE                 PIC 9(08).
003100     05  FC-WEEKS                    PIC 9(02).
003200     05  FC-DESCRIPTION              PIC X(20).
003300     05  FC-CHANGED-BY               PIC X(08).
003400     05  FC-CHANGED-DATE             PIC 9(08).
003500     05  FILLER                      PIC X(20).
