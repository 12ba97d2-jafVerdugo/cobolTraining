002068*                  AS A PLAIN YYYYMMDD DATE, AND OPERATOR-KEYED
002071*                  QUERY/RESTORE DATES ARE CHECKED THROUGH DATVAL
002074*                  - THE LOCAL JULIAN-DAY APPROXIMATION IS GONE.
002076*   2026-10-15 DO  A RECORD OLD ENOUGH TO ARCHIVE IS NOW FIRST PUT
002080*                  TO LEGALHOLDCHECK WITH ITS ACCOUNT AND DATE;
002084*                  ONE COVERED BY A LEGAL HOLD IN FORCE STAYS IN
002088*                  THE ACTIVE LOG, IS LOGGED TO LHSKIP AND IS
002092*                  COUNTED SEPARATELY IN THE RUN TOTALS.
002096******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CalcArchive.
002300 ENVIRONMENT DIVISION.
006100 01  WS-RETENTION-INPUT              PIC 9(03) VALUE ZERO.
006200 01  WS-ARCHIVED-COUNT               PIC 9(06) COMP VALUE ZERO.
006300 01  WS-RETAINED-COUNT               PIC 9(06) COMP VALUE ZERO.
006304 01  WS-HELD-COUNT                   PIC 9(06) COMP VALUE ZERO.
006308 01  WS-LH-FUNCTION                  PIC X(01) VALUE "C".
006312 01  WS-LH-REQUEST.
006316     05  WS-LH-CALLER                PIC X(08) VALUE "CALCARCH".
006320     05  WS-LH-ITEM-DATE             PIC 9(08) VALUE ZERO.
006324     05  WS-LH-ACCOUNT-ID            PIC X(08) VALUE SPACES.
006328     05  WS-LH-GL-ACCOUNT            PIC X(08) VALUE SPACES.
006332     05  WS-LH-REPORT-NAME           PIC X(08) VALUE SPACES.
006336     05  WS-LH-ITEM-REF.
006340         10  WS-LH-REF-OPERATOR      PIC X(08) VALUE SPACES.
006344         10  FILLER                  PIC X(01) VALUE SPACE.
006348         10  WS-LH-REF-SEQUENCE      PIC 9(06) VALUE ZERO.
006352         10  FILLER                  PIC X(01) VALUE SPACE.
006356         10  WS-LH-REF-ACCOUNT       PIC X(08) VALUE SPACES.
006360         10  FILLER                  PIC X(06) VALUE SPACES.
006364 01  WS-LH-RESULT.
006368     05  WS-LH-HELD-SWITCH           PIC X(01) VALUE "N".
006372         88  WS-LH-ITEM-HELD         VALUE "Y".
006376     05  WS-LH-HOLD-ID               PIC 9(06) VALUE ZERO.
006380     05  WS-LH-MATTER-REF            PIC X(20) VALUE SPACES.
006400 01  WS-TODAYS-DATE                  PIC 9(08).
006500 01  WS-LIB-FUNCTION                 PIC X(06).
006600 01  WS-LIB-RETURN-CODE              PIC 9(02).
013600******************************************************************
013700 0100-INITIALIZE-WORKING-STORAGE.
013800     INITIALIZE WS-ARCHIVED-COUNT WS-RETAINED-COUNT
013900         WS-MATCH-COUNT WS-HELD-COUNT.
014000     MOVE "N" TO WS-EOF-SWITCH.
014100 0100-EXIT.
014200     EXIT.
022240         GO TO 2100-READ-NEXT
022250     END-IF.
022400     IF CL-LOG-DATE OF CALC-LOG-RECORD < WS-CUTOFF-DATE
022410         PERFORM 2400-CHECK-LEGAL-HOLD
022420             THRU 2400-EXIT
022430         IF WS-LH-ITEM-HELD
022440             ADD 1 TO WS-HELD-COUNT
022450             GO TO 2100-READ-NEXT
022460         END-IF
022470     END-IF.
022480     IF CL-LOG-DATE OF CALC-LOG-RECORD < WS-CUTOFF-DATE
022500         MOVE CALC-LOG-RECORD TO ARCHIVE-LOG-RECORD
022600         WRITE ARCHIVE-LOG-RECORD
022610         MOVE CALC-LOG-RECORD TO GEN-LOG-RECORD
024574 2350-EXIT.
024576     EXIT.
024600******************************************************************
024605* 2400-CHECK-LEGAL-HOLD - A RECORD OLD ENOUGH TO ARCHIVE IS LEFT
024610*                  IN THE ACTIVE LOG WHILE A LEGAL HOLD COVERS ITS
024615*                  ACCOUNT OR ITS DATE. THE LOG CARRIES NO GL
024620*                  ACCOUNT, SO GL HOLDS DO NOT APPLY HERE.
024625******************************************************************
024630 2400-CHECK-LEGAL-HOLD.
024635     MOVE CL-LOG-DATE OF CALC-LOG-RECORD    TO WS-LH-ITEM-DATE.
024640     MOVE CL-ACCOUNT-ID OF CALC-LOG-RECORD  TO WS-LH-ACCOUNT-ID
024645                                               WS-LH-REF-ACCOUNT.
024650     MOVE CL-OPERATOR-ID OF CALC-LOG-RECORD TO WS-LH-REF-OPERATOR.
024655     MOVE CL-SEQUENCE-NO OF CALC-LOG-RECORD TO WS-LH-REF-SEQUENCE.
024660     MOVE "C" TO WS-LH-FUNCTION.
024665     CALL "LegalHoldCheck" USING WS-LH-FUNCTION, WS-LH-REQUEST,
024670         WS-LH-RESULT.
024675 2400-EXIT.
024680     EXIT.
024685******************************************************************
024700* 3000-CLOSE-AND-REPORT - CLOSE THE FILES AND SHOW HOW MANY
024800*                  RECORDS MOVED.
024900******************************************************************
025290     END-IF.
025300     DISPLAY "RECORDS ARCHIVED: " WS-ARCHIVED-COUNT.
025400     DISPLAY "RECORDS RETAINED: " WS-RETAINED-COUNT.
025401     IF WS-HELD-COUNT > ZERO
025402         DISPLAY "RECORDS HELD UNDER LEGAL HOLD: " WS-HELD-COUNT
025403     END-IF.
025404     MOVE "E" TO WS-LH-FUNCTION.
025405     CALL "LegalHoldCheck" USING WS-LH-FUNCTION, WS-LH-REQUEST,
025406         WS-LH-RESULT.
025410     IF WS-RESKIP-COUNT > ZERO
025420         DISPLAY "RESTORED RECORDS RETIRED WITHOUT "
025430             "RE-ARCHIVING: " WS-RESKIP-COUNT
