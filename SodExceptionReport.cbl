001900*
002000* MODIFICATION HISTORY
002100*   2026-09-02 DO  INITIAL VERSION.
002125*   2026-10-15 DO  PNREVAUD AND GOTOLOG LAYOUTS CARRY THE CHAIN
002150*                  SEQUENCE AND CHAIN VALUE THE WRITERS NOW STAMP
002175*                  ON EVERY ROW.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SodExceptionReport.
005900     05  RV-SEQ-FROM                 PIC 9(06).
006000     05  RV-SEQ-TO                   PIC 9(06).
006100     05  RV-REVERSED-COUNT           PIC 9(06).
006125     05  RV-CHAIN-SEQ                PIC 9(09).
006150     05  RV-CHAIN-VALUE              PIC 9(08).
006200 FD  GOTO-LOG-FILE
006300     RECORDING MODE IS F.
006400 01  AUDIT-LOG-RECORD.
006600     05  AL-LOG-TIME                 PIC 9(08).
006700     05  AL-OPERATOR-ID              PIC X(08).
006800     05  AL-MENU-CHOICE              PIC X(20).
006825     05  AL-CHAIN-SEQ                PIC 9(09).
006850     05  AL-CHAIN-VALUE              PIC 9(08).
006900 FD  SOD-RPT-FILE
007000     RECORDING MODE IS F.
007100 01  SOD-RPT-LINE                    PIC X(80).
