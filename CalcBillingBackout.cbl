001800*
001900* MODIFICATION HISTORY
002000*   2026-09-02 DO  INITIAL VERSION.
002025*   2026-10-15 DO  REGISTER ROW IMAGE WIDENED TO X(80) FOR THE
002050*                  LONGER BILLSENT ROW.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CalcBillingBackout.
007900 01  WS-DROPPED-ROW-COUNT            PIC 9(06) VALUE ZERO.
008000 01  WS-SENT-TABLE.
008100     05  WS-SENT-ENTRY OCCURS 500 TIMES INDEXED BY SR-IDX.
008200         10  SR-ROW-IMAGE            PIC X(80).
008300 01  WS-SENT-COUNT                   PIC 9(03) COMP VALUE ZERO.
008400 01  WS-OVERFLOW-COUNT               PIC 9(06) COMP VALUE ZERO.
008500 PROCEDURE DIVISION.
