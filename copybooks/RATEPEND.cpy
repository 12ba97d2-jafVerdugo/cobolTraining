001400*
001500* MODIFICATION HISTORY
001600*   2026-09-02 DO  INITIAL VERSION.
001625*   2026-10-15 DO  RP-COMPANY-CODE CARRIES THE COMPANY A QUEUED
001650*                  ADD IS PRICED FOR - SPACES FOR A RATE SHARED BY
001675*                  EVERY COMPANY.
001700******************************************************************
001800 01  RATE-PENDING-RECORD.
001900     05  RP-ACTION                   PIC X(06).
002700     05  RP-OLD-VALUE                PIC S9(5)V99.
002800     05  RP-REQUESTED-BY             PIC X(08).
002900     05  RP-REQUEST-DATE             PIC 9(08).
003000     05  RP-COMPANY-CODE             PIC X(04).
