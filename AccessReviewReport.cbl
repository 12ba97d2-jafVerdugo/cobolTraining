001400*
001500* MODIFICATION HISTORY
001600*   2026-09-02 DO  INITIAL VERSION.
001625*   2026-10-15 DO  SECLOG LAYOUT CARRIES THE CHAIN SEQUENCE AND
001650*                  CHAIN VALUE THE WRITERS NOW STAMP ON EVERY ROW.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. AccessReviewReport.
003600     05  SA-ADMIN-ID                 PIC X(08).
003700     05  SA-ACTION                   PIC X(08).
003800     05  SA-TARGET-ID                PIC X(08).
003825     05  SA-CHAIN-SEQ                PIC 9(09).
003850     05  SA-CHAIN-VALUE              PIC 9(08).
003900 FD  ACCESS-RPT-FILE
004000     RECORDING MODE IS F.
004100 01  ACCESS-RPT-LINE                 PIC X(80).
