000100******************************************************************
000200* COPYBOOK:    FILEREG
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     THE INBOUND FILE REGISTER - ONE ROW APPENDED BY
000600*              FILEARRIVALMONITOR FOR EACH FILE IT ACCEPTS, WITH
000700*              THE BATCH ID AND BATCH DATE FROM THE FILE'S HEADER
000800*              AND THE BUSINESS DATE IT WAS ACCEPTED FOR. THE SAME
000900*              FILE, BATCH ID AND BATCH DATE TURNING UP AGAIN ON A
001000*              LATER BUSINESS DATE IS A FILE ALREADY PROCESSED.
001100*
001200* MODIFICATION HISTORY
001300*   2026-10-15 DO  INITIAL VERSION.
001400******************************************************************
001500 01  FILE-REGISTER-RECORD.
001600     05  FR-FILE-NAME                PIC X(08).
001700     05  FR-BATCH-ID                 PIC X(20).
001800     05  FR-BATCH-DATE               PIC 9(08).
001900     05  FR-BUSINESS-DATE            PIC 9(08).
002000     05  FR-ACCEPT-TIME              PIC 9(08).
