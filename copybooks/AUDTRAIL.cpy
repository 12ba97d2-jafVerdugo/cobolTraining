000100******************************************************************
000200* COPYBOOK:    AUDTRAIL
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE AUDIT TRAILS THAT CARRY A CHAINED CHECK VALUE,
000600*              WITH THE LENGTH OF EACH TRAIL'S ROW CONTENT - THE
000700*              BYTES AHEAD OF THE TWO CHAIN FIELDS EVERY WRITER
000800*              APPENDS (CHAIN SEQUENCE 9(09), CHAIN VALUE 9(08)).
000900*              AUDITCHAIN STAMPS A ROW AND AUDITVERIFY WALKS A
001000*              TRAIL FROM THIS ONE TABLE, SO A TRAIL WHOSE LAYOUT
001100*              GROWS IS CHANGED HERE AND IN ITS WRITERS TOGETHER.
001200*
001300* MODIFICATION HISTORY
001400*   2026-10-15 DO  INITIAL VERSION.
001500******************************************************************
001600 01  AUDIT-TRAIL-VALUES.
001700     05  FILLER                      PIC X(11)
001800                                     VALUE "GOTOLOG 044".
001900     05  FILLER                      PIC X(11)
002000                                     VALUE "SECLOG  040".
002100     05  FILLER                      PIC X(11)
002200                                     VALUE "RATELOG 064".
002300     05  FILLER                      PIC X(11)
002400                                     VALUE "ACCTLOG 038".
002500     05  FILLER                      PIC X(11)
002600                                     VALUE "PNREVAUD050".
002700     05  FILLER                      PIC X(11)
002800                                     VALUE "PNENTLOG037".
002900 01  AUDIT-TRAIL-TABLE REDEFINES AUDIT-TRAIL-VALUES.
003000     05  TT-TRAIL-ENTRY OCCURS 6 TIMES INDEXED BY TT-IDX.
003100         10  TT-TRAIL-NAME           PIC X(08).
003200         10  TT-CONTENT-LENGTH       PIC 9(03).
003300 01  TT-TRAIL-COUNT                  PIC 9(02) COMP VALUE 6.
