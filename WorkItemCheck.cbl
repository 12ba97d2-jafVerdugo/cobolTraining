000100******************************************************************
000200* PROGRAM-ID: WORKITEMCHECK
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     WORK-ITEM OWNERSHIP LOOKUP SERVICE. GIVEN AN ITEM
000800*              TYPE, THE ITEM'S KEY ON ITS QUEUE AND THE OPERATOR
000900*              ABOUT TO WORK IT, READS THE ITEM'S ROW ON THE
001000*              WORKITEM REGISTER AND SAYS WHETHER THE OPERATOR MAY
001100*              TAKE IT - YES WHEN IT IS UNASSIGNED, ASSIGNED TO A
001200*              TEAM OR ASSIGNED TO THIS OPERATOR; NO WHEN ANOTHER
001300*              OPERATOR OWNS IT. AN ITEM NOT YET REGISTERED, OR NO
001400*              REGISTER AT ALL, IS FREE TO WORK. CALLED BY
001500*              REJECTREPAIR, BILLDISPUTEWORKBENCH, ERRACKREVIEW,
001600*              CALCAPPROVALQUEUE AND RATEAPPROVAL AS EACH ITEM IS
001700*              OFFERED, SO TWO OPERATORS STOP WORKING THE SAME
001800*              ITEM.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15 DO  INITIAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. WorkItemCheck.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT WORK-ITEM-FILE ASSIGN TO "WORKITEM"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS WI-ITEM-KEY
003300         FILE STATUS IS WS-WI-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  WORK-ITEM-FILE.
003700     COPY WORKITEM.
003800 WORKING-STORAGE SECTION.
003900 01  WS-WI-FILE-STATUS               PIC X(02).
004000     88  WS-WI-FILE-OK               VALUE "00".
004100 LINKAGE SECTION.
004200 01  WK-ITEM-TYPE                    PIC X(04).
004300 01  WK-SOURCE-KEY                   PIC X(70).
004400 01  WK-OPERATOR-ID                  PIC X(08).
004500 01  WK-RESULT.
004600     05  WK-MAY-WORK-SWITCH          PIC X(01).
004700         88  WK-MAY-WORK             VALUE "Y".
004800     05  WK-ASSIGNEE-TYPE            PIC X(01).
004900     05  WK-ASSIGNEE-ID              PIC X(12).
005000     05  WK-TARGET-DATE              PIC 9(08).
005100 PROCEDURE DIVISION USING WK-ITEM-TYPE, WK-SOURCE-KEY,
005200     WK-OPERATOR-ID, WK-RESULT.
005300******************************************************************
005400* 0000-MAINLINE - ONE RANDOM READ OF THE REGISTER.
005500******************************************************************
005600 0000-MAINLINE.
005700     MOVE "Y" TO WK-MAY-WORK-SWITCH.
005800     MOVE SPACES TO WK-ASSIGNEE-TYPE WK-ASSIGNEE-ID.
005900     MOVE ZERO TO WK-TARGET-DATE.
006000     OPEN INPUT WORK-ITEM-FILE.
006100     IF NOT WS-WI-FILE-OK
006200         GOBACK
006300     END-IF.
006400     MOVE WK-ITEM-TYPE TO WI-ITEM-TYPE.
006500     MOVE WK-SOURCE-KEY TO WI-SOURCE-KEY.
006600     READ WORK-ITEM-FILE
006700         INVALID KEY
006800             CLOSE WORK-ITEM-FILE
006900             GOBACK
007000     END-READ.
007100     CLOSE WORK-ITEM-FILE.
007200     MOVE WI-ASSIGNEE-TYPE TO WK-ASSIGNEE-TYPE.
007300     MOVE WI-ASSIGNEE-ID TO WK-ASSIGNEE-ID.
007400     MOVE WI-TARGET-DATE TO WK-TARGET-DATE.
007500     IF WI-TO-OPERATOR
007600         AND WI-ASSIGNEE-ID NOT = WK-OPERATOR-ID
007700         MOVE "N" TO WK-MAY-WORK-SWITCH
007800     END-IF.
007900     GOBACK.
008000 END PROGRAM WorkItemCheck.
