000100******************************************************************
000200* COPYBOOK:    CLOSETSK
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER MONTH-END CLOSE TASK ON THE CLTASK
000600*              MASTER - THE CHECKLIST THE CONTROLLER USED TO KEEP
000700*              ON PAPER. EACH TASK NAMES THE OPERATOR WHO OWNS IT,
000800*              THE ORDER IT FALLS IN ON THE CHECKLIST, WHETHER THE
000900*              LEDGER PERIOD MAY CLOSE WITHOUT IT, AND UP TO FIVE
001000*              OTHER TASKS THAT MUST BE SIGNED OFF FOR THE PERIOD
001100*              BEFORE IT MAY BE. MAINTAINED BY CLOSETASKMAINT;
001200*              READ BY CLOSETRACKER, CLOSESTATUSREPORT AND THE
001300*              MONTH MODE OF LEDGERYEARENDCLOSE.
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15 DO  INITIAL VERSION.
001700******************************************************************
001800 01  CLOSE-TASK-RECORD.
001900     05  TK-TASK-ID                  PIC X(08).
002000     05  TK-DESCRIPTION              PIC X(30).
002100     05  TK-OWNER-ID                 PIC X(08).
002200     05  TK-SEQUENCE                 PIC 9(03).
002300     05  TK-MANDATORY                PIC X(01).
002400         88  TK-IS-MANDATORY         VALUE "Y".
002500         88  TK-MANDATORY-VALID      VALUE "Y" "N".
002600     05  TK-STATUS                   PIC X(01).
002700         88  TK-STATUS-ACTIVE        VALUE "A".
002800         88  TK-STATUS-VALID         VALUE "A" "I".
002900     05  TK-PREREQUISITES.
003000         10  TK-PREREQ-ID OCCURS 5 TIMES
003100                                     PIC X(08).
003200     05  TK-CHANGED-BY               PIC X(08).
003300     05  TK-CHANGED-DATE             PIC 9(08).
003400     05  FILLER                      PIC X(20).
