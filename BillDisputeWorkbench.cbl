002040*                  FROM BILLDISP FOR GOOD, RECREATING THE
002050*                  UNWORKED-REJECTS PROBLEM THIS PROGRAM WAS
002060*                  BUILT TO FIX.
002070*   2026-10-15 DO  EACH OPEN DISPUTE IS CHECKED AGAINST THE
002080*                  WORKITEM REGISTER BEFORE IT IS OFFERED - ONE
002090*                  ASSIGNED TO ANOTHER OPERATOR IS LEFT FOR THEM.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. BillDisputeWorkbench.
007200 01  WS-DAYS-RESULT                  PIC S9(07)
007300                                     SIGN LEADING SEPARATE.
007400 01  WS-AGE-DAYS                     PIC S9(07) VALUE ZERO.
007410 01  WS-WI-ITEM-TYPE                 PIC X(04) VALUE "DISP".
007420 01  WS-WI-SOURCE-KEY                PIC X(70) VALUE SPACES.
007430 01  WS-WI-RESULT.
007440     05  WS-WI-MAY-WORK-SWITCH       PIC X(01).
007450         88  WS-WI-MAY-WORK          VALUE "Y".
007460     05  WS-WI-ASSIGNEE-TYPE         PIC X(01).
007470     05  WS-WI-ASSIGNEE-ID           PIC X(12).
007480     05  WS-WI-TARGET-DATE           PIC 9(08).
007500 01  WS-HEADER-LINE                  PIC X(80) VALUE
007600     "OPEN BILLING DISPUTES BY AGE".
007700 01  WS-AGING-DETAIL.
016100******************************************************************
016200* 2000-WORK-ONE-DISPUTE - SHOW ONE OPEN DISPUTE AND TAKE THE
016300*                  OPERATOR'S DISPOSITION. SETTLED ROWS PASS
016400*                  STRAIGHT THROUGH, AS DOES ONE THE WORKITEM
016450*                  REGISTER HAS ASSIGNED TO ANOTHER OPERATOR.
016500******************************************************************
016600 2000-WORK-ONE-DISPUTE.
016700     MOVE DT-RECORD-IMAGE (DQ-IDX) TO BILLING-DISPUTE-RECORD.
016800     IF NOT DQ-OPEN
016805         GO TO 2000-EXIT
016810     END-IF.
016815     MOVE SPACES TO WS-WI-SOURCE-KEY.
016820     MOVE BILLING-DISPUTE-RECORD (1:26) TO WS-WI-SOURCE-KEY.
016825     CALL "WorkItemCheck" USING WS-WI-ITEM-TYPE, WS-WI-SOURCE-KEY,
016830         WS-OPERATOR-ID, WS-WI-RESULT.
016835     IF NOT WS-WI-MAY-WORK
016840         DISPLAY "DISPUTE " DQ-LOG-DATE "/" DQ-OPERATOR-ID "/"
016845             DQ-SEQUENCE-NO " ASSIGNED TO OPERATOR "
016850             WS-WI-ASSIGNEE-ID
016855         DISPLAY "LEFT FOR THEM, SKIPPED"
016900         GO TO 2000-EXIT
017000     END-IF.
017100     DISPLAY "DISPUTE: " DQ-LOG-DATE "/" DQ-OPERATOR-ID "/"
