002000*
002100* MODIFICATION HISTORY
002200*   2026-09-02 DO  INITIAL VERSION.
002225*   2026-10-15 DO  GOTOLOG, SECLOG AND PNREVAUD LAYOUTS CARRY THE
002250*                  CHAIN SEQUENCE AND CHAIN VALUE THE WRITERS NOW
002275*                  STAMP ON EVERY ROW.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. AuditConsolidate.
005300     05  AL-LOG-TIME                 PIC 9(08).
005400     05  AL-OPERATOR-ID              PIC X(08).
005500     05  AL-MENU-CHOICE              PIC X(20).
005525     05  AL-CHAIN-SEQ                PIC 9(09).
005550     05  AL-CHAIN-VALUE              PIC 9(08).
005600 FD  SEC-AUDIT-FILE
005700     RECORDING MODE IS F.
005800 01  SEC-AUDIT-RECORD.
006100     05  SA-ADMIN-ID                 PIC X(08).
006200     05  SA-ACTION                   PIC X(08).
006300     05  SA-TARGET-ID                PIC X(08).
006325     05  SA-CHAIN-SEQ                PIC 9(09).
006350     05  SA-CHAIN-VALUE              PIC 9(08).
006400 FD  RATE-AUDIT-FILE
006500     RECORDING MODE IS F.
006600     COPY RATELOG.
008200     05  RV-SEQ-FROM                 PIC 9(06).
008300     05  RV-SEQ-TO                   PIC 9(06).
008400     05  RV-REVERSED-COUNT           PIC 9(06).
008425     05  RV-CHAIN-SEQ                PIC 9(09).
008450     05  RV-CHAIN-VALUE              PIC 9(08).
008500 FD  AUDIT-EXTRACT-FILE
008600     RECORDING MODE IS F.
008700 01  AUDIT-EXTRACT-RECORD.
