001700*
001800* MODIFICATION HISTORY
001900*   2026-08-22 DO  INITIAL VERSION.
001925*   2026-10-15 DO  GOTOLOG LAYOUT CARRIES THE CHAIN SEQUENCE AND
001950*                  CHAIN VALUE THE WRITERS NOW STAMP ON EVERY ROW.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. GoToSecurityReport.
004300     05  AL-LOG-TIME                 PIC 9(08).
004400     05  AL-OPERATOR-ID              PIC X(08).
004500     05  AL-MENU-CHOICE              PIC X(20).
004525     05  AL-CHAIN-SEQ                PIC 9(09).
004550     05  AL-CHAIN-VALUE              PIC 9(08).
004600 FD  OPERATOR-PIN-FILE.
004700     COPY GOTOPIN.
004800 FD  SEC-RPT-FILE
