002194*                  APPLY OR REJECT THROUGH RATEAPPROVAL, CLOSING
002195*                  THE ONE-PERSON CONTROL GAP AUDIT FLAGGED.
002196*                  DELETES REMAIN DIRECT AND AUDITED AS BEFORE.
002200*   2026-10-15 DO  RATELOG ROWS NOW CARRY A CHAIN SEQUENCE AND
002210*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
002220*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
002230*                  TRAIL WHOLE.
002240*   2026-10-15 DO  A NEW RATE ROW MAY BE PRICED FOR ONE COMPANY OR
002250*                  SHARED BY EVERY COMPANY; CHANGES AND DELETES
002260*                  ARE REFUSED ON A ROW FOR A COMPANY THE OPERATOR
002270*                  IS NOT PERMITTED TO WORK (COMPANYCHECK).
002280******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. RateMaintenance.
002500 ENVIRONMENT DIVISION.
005500 01  WS-OPERATOR-ID                  PIC X(08).
005600 01  WS-TODAYS-DATE                  PIC 9(08).
005700 01  WS-CURRENT-TIME                 PIC 9(08).
005750 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
005800 01  WS-MAINT-OPTION                 PIC X(01).
005900     88  WS-MAINT-ADD                VALUE "A" "a".
006000     88  WS-MAINT-CHANGE             VALUE "C" "c".
006900 01  WS-WORK-RATE-CODE               PIC X(04) VALUE SPACES.
006910 01  WS-WORK-EFFECTIVE-FROM          PIC 9(08) VALUE ZERO.
006920 01  WS-WORK-EFFECTIVE-TO            PIC 9(08) VALUE ZERO.
006925 01  WS-NEW-COMPANY                  PIC X(04) VALUE SPACES.
006930 01  WS-CO-RESULT.
006935     05  WS-CO-KNOWN-SWITCH          PIC X(01).
006940         88  WS-CO-KNOWN             VALUE "Y".
006945     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
006950         88  WS-CO-PERMITTED         VALUE "Y".
006955     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
006960     05  WS-CO-COMPANY-NAME          PIC X(30).
007000 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
007100     COPY CUEDIT.
007200 PROCEDURE DIVISION.
015100     ACCEPT WS-NEW-RATE-VALUE.
015200     DISPLAY "Description: "
015300     ACCEPT WS-NEW-DESCRIPTION.
015305     DISPLAY "Company (Enter for a shared rate): "
015310     MOVE SPACES TO WS-NEW-COMPANY.
015315     ACCEPT WS-NEW-COMPANY.
015320     IF WS-NEW-COMPANY NOT = SPACES
015325         CALL "CompanyCheck" USING WS-OPERATOR-ID, WS-NEW-COMPANY,
015330             WS-CO-RESULT
015335         IF NOT WS-CO-KNOWN
015340             DISPLAY "COMPANY " WS-NEW-COMPANY " NOT KNOWN - NOT "
015345                 "QUEUED"
015350             GO TO 3000-EXIT
015355         END-IF
015360         IF NOT WS-CO-PERMITTED
015365             DISPLAY "NOT PERMITTED FOR COMPANY " WS-NEW-COMPANY
015370                 " - NOT QUEUED"
015375             GO TO 3000-EXIT
015380         END-IF
015385     END-IF.
015400     MOVE WS-WORK-RATE-CODE  TO RM-RATE-CODE.
015410     MOVE WS-WORK-EFFECTIVE-FROM TO RM-EFFECTIVE-FROM.
015500     READ RATE-MASTER-FILE
018000             DISPLAY "RATE ROW NOT FOUND"
018100             GO TO 4000-EXIT
018200     END-READ.
018210     PERFORM 7400-CHECK-ROW-COMPANY
018220         THRU 7400-EXIT.
018230     IF NOT WS-CO-PERMITTED
018240         GO TO 4000-EXIT
018250     END-IF.
018260     MOVE RM-COMPANY-CODE TO WS-NEW-COMPANY.
018300     MOVE RM-RATE-VALUE TO WS-OLD-RATE-VALUE.
018400     MOVE RM-RATE-VALUE TO CU-EDIT-MONEY-FIELD.
018500     DISPLAY "Current value is " CU-EDIT-MONEY-FIELD
021800             DISPLAY "RATE ROW NOT FOUND"
021900             GO TO 5000-EXIT
022000     END-READ.
022010     PERFORM 7400-CHECK-ROW-COMPANY
022020         THRU 7400-EXIT.
022030     IF NOT WS-CO-PERMITTED
022040         GO TO 5000-EXIT
022050     END-IF.
022100     MOVE RM-RATE-VALUE TO WS-OLD-RATE-VALUE.
022200     DELETE RATE-MASTER-FILE RECORD
022300         INVALID KEY
026200         MOVE RM-RATE-VALUE TO CU-EDIT-MONEY-FIELD
026300         DISPLAY RM-RATE-CODE " " RM-EFFECTIVE-FROM "-"
026350             RM-EFFECTIVE-TO " " CU-EDIT-MONEY-FIELD
026400             "  " RM-RATE-DESCRIPTION "  " RM-COMPANY-CODE
026500         ADD 1 TO WS-BROWSE-COUNT
026600     END-IF.
026700 6100-EXIT.
026705     EXIT.
026710******************************************************************
026715* 7400-CHECK-ROW-COMPANY - A ROW PRICED FOR ONE COMPANY MAY ONLY
026720*                  BE CHANGED OR DELETED BY AN OPERATOR PERMITTED
026725*                  TO WORK THAT COMPANY. A SHARED ROW IS OPEN TO
026730*                  ALL.
026735******************************************************************
026740 7400-CHECK-ROW-COMPANY.
026745     MOVE "Y" TO WS-CO-PERMITTED-SWITCH.
026750     IF RM-SHARED-RATE
026755         GO TO 7400-EXIT
026760     END-IF.
026765     CALL "CompanyCheck" USING WS-OPERATOR-ID, RM-COMPANY-CODE,
026770         WS-CO-RESULT.
026775     IF NOT WS-CO-PERMITTED
026780         DISPLAY "RATE ROW BELONGS TO COMPANY " RM-COMPANY-CODE
026785             " - NOT PERMITTED FOR THIS OPERATOR"
026790     END-IF.
026795 7400-EXIT.
026800     EXIT.
026900******************************************************************
026901* 7500-QUEUE-PENDING-CHANGE - ONE ROW TO THE RATEPEND APPROVAL
026917     MOVE WS-OLD-RATE-VALUE      TO RP-OLD-VALUE.
026918     MOVE WS-OPERATOR-ID         TO RP-REQUESTED-BY.
026919     MOVE WS-TODAYS-DATE         TO RP-REQUEST-DATE.
026920     MOVE WS-NEW-COMPANY         TO RP-COMPANY-CODE.
026924     WRITE RATE-PENDING-RECORD.
026928     CLOSE RATE-PENDING-FILE.
026932     DISPLAY "QUEUED FOR APPROVAL - A SECOND OPERATOR APPLIES "
026936         "OR REJECTS IT THROUGH RATEAPPROVAL".
026940 7500-EXIT.
026944     EXIT.
026950******************************************************************
027000* 8000-WRITE-AUDIT-RECORD - APPEND ONE ROW TO THE RATE AUDIT LOG -
027100*                           WHO, WHEN, WHICH CODE, OLD VALUE, NEW
028100     MOVE WS-OLD-RATE-VALUE  TO RA-OLD-VALUE.
028200     MOVE WS-NEW-RATE-VALUE  TO RA-NEW-VALUE.
028250     MOVE SPACES             TO RA-APPROVED-BY.
028260     MOVE "RATELOG" TO WS-AUDIT-TRAIL-NAME.
028270     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
028280         RATE-AUDIT-RECORD.
028300     WRITE RATE-AUDIT-RECORD.
028400 8000-EXIT.
028500     EXIT.
