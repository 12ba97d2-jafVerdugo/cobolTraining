002596*                  OLDER THAN THE EARLIEST CATALOGUED GENERATION,
002597*                  STOPPING SHORT OF THE CATALOG FLOOR SO NO
002598*                  MATCH REPORTS TWICE.
002600*   2026-10-15 DO  A POSTING OLD ENOUGH TO ARCHIVE IS NOW FIRST
002610*                  PUT TO LEGALHOLDCHECK WITH ITS GL ACCOUNT AND
002620*                  POST DATE; ONE COVERED BY A LEGAL HOLD IN FORCE
002630*                  STAYS ON PNLEDG, IS LOGGED TO LHSKIP AND IS
002640*                  COUNTED SEPARATELY IN THE RUN TOTALS.
002650******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. PosNegDecArchive.
002900 ENVIRONMENT DIVISION.
006600 01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
006700 01  WS-ARCHIVED-COUNT               PIC 9(06) COMP VALUE ZERO.
006800 01  WS-RETAINED-COUNT               PIC 9(06) COMP VALUE ZERO.
006804 01  WS-HELD-COUNT                   PIC 9(06) COMP VALUE ZERO.
006808 01  WS-LH-FUNCTION                  PIC X(01) VALUE "C".
006812 01  WS-LH-REQUEST.
006816     05  WS-LH-CALLER                PIC X(08) VALUE "PNARCH".
006820     05  WS-LH-ITEM-DATE             PIC 9(08) VALUE ZERO.
006824     05  WS-LH-ACCOUNT-ID            PIC X(08) VALUE SPACES.
006828     05  WS-LH-GL-ACCOUNT            PIC X(08) VALUE SPACES.
006832     05  WS-LH-REPORT-NAME           PIC X(08) VALUE SPACES.
006836     05  WS-LH-ITEM-REF.
006840         10  WS-LH-REF-POST-DATE     PIC 9(08) VALUE ZERO.
006844         10  FILLER                  PIC X(01) VALUE SPACE.
006848         10  WS-LH-REF-SEQUENCE      PIC 9(06) VALUE ZERO.
006852         10  FILLER                  PIC X(01) VALUE SPACE.
006856         10  WS-LH-REF-GL-ACCOUNT    PIC X(08) VALUE SPACES.
006860         10  FILLER                  PIC X(06) VALUE SPACES.
006864 01  WS-LH-RESULT.
006868     05  WS-LH-HELD-SWITCH           PIC X(01) VALUE "N".
006872         88  WS-LH-ITEM-HELD         VALUE "Y".
006876     05  WS-LH-HOLD-ID               PIC 9(06) VALUE ZERO.
006880     05  WS-LH-MATTER-REF            PIC X(20) VALUE SPACES.
006900 01  WS-FROM-DATE                    PIC 9(08).
007000 01  WS-TO-DATE                      PIC 9(08).
007100 01  WS-MATCH-COUNT                  PIC 9(06) COMP VALUE ZERO.
010500******************************************************************
010600 0100-INITIALIZE-WORKING-STORAGE.
010700     INITIALIZE WS-ARCHIVED-COUNT WS-RETAINED-COUNT
010800         WS-MATCH-COUNT WS-HELD-COUNT.
010900     MOVE "N" TO WS-EOF-SWITCH.
011000 0100-EXIT.
011100     EXIT.
015952     EXIT.
015976******************************************************************
016000* 2100-PROCESS-LEDGER-RECORD - ARCHIVE THE CURRENT RECORD IF IT
016100*                  WAS POSTED BEFORE THE CUTOFF AND NO LEGAL HOLD
016200*                  COVERS IT, OTHERWISE LEAVE IT IN PLACE, THEN
016250*                  MOVE ON TO THE NEXT ONE.
016300******************************************************************
016400 2100-PROCESS-LEDGER-RECORD.
016410     MOVE "N" TO WS-LH-HELD-SWITCH.
016420     IF LR-POST-DATE OF LEDGER-RECORD < WS-CUTOFF-DATE
016430         PERFORM 2300-CHECK-LEGAL-HOLD
016440             THRU 2300-EXIT
016450     END-IF.
016460     IF WS-LH-ITEM-HELD
016470         ADD 1 TO WS-HELD-COUNT
016480         GO TO 2100-READ-NEXT
016490     END-IF.
016500     IF LR-POST-DATE OF LEDGER-RECORD < WS-CUTOFF-DATE
016600         MOVE LEDGER-RECORD TO ARCHIVE-LEDGER-RECORD
016700         WRITE ARCHIVE-LEDGER-RECORD
017000     ELSE
017100         ADD 1 TO WS-RETAINED-COUNT
017200     END-IF.
017250 2100-READ-NEXT.
017300     PERFORM 2200-READ-LEDGER-RECORD
017400         THRU 2200-EXIT.
017500 2100-EXIT.
018300             SET WS-END-OF-LEDGER TO TRUE
018400     END-READ.
018500 2200-EXIT.
018505     EXIT.
018510******************************************************************
018515* 2300-CHECK-LEGAL-HOLD - A POSTING OLD ENOUGH TO ARCHIVE IS LEFT
018520*                  ON PNLEDG WHILE A LEGAL HOLD COVERS ITS GL
018525*                  ACCOUNT OR ITS POST DATE. THE LEDGER CARRIES NO
018530*                  CUSTOMER ACCOUNT, SO ACCOUNT HOLDS DO NOT APPLY
018535*                  HERE.
018540******************************************************************
018545 2300-CHECK-LEGAL-HOLD.
018550     MOVE LR-POST-DATE OF LEDGER-RECORD   TO WS-LH-ITEM-DATE
018555                                             WS-LH-REF-POST-DATE.
018560     MOVE LR-SEQUENCE-NO OF LEDGER-RECORD TO WS-LH-REF-SEQUENCE.
018565     MOVE LR-GL-ACCOUNT OF LEDGER-RECORD  TO WS-LH-GL-ACCOUNT
018570                                             WS-LH-REF-GL-ACCOUNT.
018575     MOVE "C" TO WS-LH-FUNCTION.
018580     CALL "LegalHoldCheck" USING WS-LH-FUNCTION, WS-LH-REQUEST,
018585         WS-LH-RESULT.
018590 2300-EXIT.
018600     EXIT.
018700******************************************************************
018800* 3000-CLOSE-AND-REPORT - CLOSE THE FILES AND SHOW HOW MANY
019370     END-IF.
019400     DISPLAY "RECORDS ARCHIVED: " WS-ARCHIVED-COUNT.
019500     DISPLAY "RECORDS RETAINED: " WS-RETAINED-COUNT.
019510     IF WS-HELD-COUNT > ZERO
019520         DISPLAY "RECORDS HELD UNDER LEGAL HOLD: " WS-HELD-COUNT
019530     END-IF.
019540     MOVE "E" TO WS-LH-FUNCTION.
019550     CALL "LegalHoldCheck" USING WS-LH-FUNCTION, WS-LH-REQUEST,
019560         WS-LH-RESULT.
019600 3000-EXIT.
019700     EXIT.
019702******************************************************************
