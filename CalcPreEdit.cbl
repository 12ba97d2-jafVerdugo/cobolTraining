002385*   2026-09-02 DO  DROPPED THE LEFTOVER TRAILING FILLER FROM THE
002386*                  FIXED REDEFINITION - THE WIDENED FIELDS FILL
002387*                  ALL 38 BYTES AND NO WRITER PRODUCES MORE.
002388*   2026-10-15 DO  THE BATCH RECORD NOW CARRIES AN OPTIONAL VALUE
002392*                  DATE (SEVENTH COLUMN / DELIMITED PIECE) AND THE
002396*                  ACCEPTED COPY MOVES ALL 46 BYTES. A VALUE DATE
002400*                  THAT IS NOT A CALENDAR DATE IS REJECTED UNDER
002404*                  REASON VD. THE REJECT IMAGE STAYS AT 38 BYTES
002408*                  FOR THE REPAIR WORKBENCH, SO A RECYCLED RECORD
002412*                  COMES BACK FOR THE PROCESSING DATE.
002416*   2026-10-15 DO  THE BATCH RECORD NOW ALSO CARRIES AN OPTIONAL
002420*                  QUOTATION NUMBER (EIGHTH COLUMN / DELIMITED
002424*                  PIECE) AND THE ACCEPTED COPY MOVES ALL 54
002428*                  BYTES. A QUOTE NUMBER THAT IS NOT NUMERIC IS
002432*                  REJECTED UNDER REASON QN; WHETHER THE QUOTE IS
002436*                  STILL GOOD IS THE CALCULATOR'S DECISION ON THE
002440*                  NIGHT.
002444*   2026-10-15 DO  DEPARTMENT RETURNS - THE RECORD NOW CARRIES THE
002448*                  INTAKE REFERENCE CALCINTAKEMERGE STAMPS ON IT
002452*                  (SOURCE AND RECORD POSITION, 61 BYTES IN ALL),
002456*                  PASSED THROUGH ON THE ACCEPTED COPY. A REJECTED
002460*                  RECORD THAT CARRIES ONE HAS ITS ROW ON THE
002464*                  CALCRTW RETURN WORK FILE REWRITTEN AS REJECTED
002468*                  AT PRE-EDIT, WITH ITS REASON.
002469*   2026-10-15 DO  THE CALCREJ REJECT IMAGE WIDENED TO THE FULL
002470*                  61-BYTE RECORD, SO A REPAIRED AND RECYCLED
002471*                  RECORD KEEPS ITS VALUE DATE, QUOTATION NUMBER
002472*                  AND INTAKE REFERENCE.
002473******************************************************************
002476 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CalcPreEdit.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS AM-ACCOUNT-ID
004050         FILE STATUS IS WS-ACCT-FILE-STATUS.
004055     SELECT RETURN-WORK-FILE ASSIGN TO "CALCRTW"
004060         ORGANIZATION IS INDEXED
004065         ACCESS MODE IS RANDOM
004070         RECORD KEY IS RW-RETURN-KEY
004075         FILE STATUS IS WS-RTW-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  EDIT-IN-FILE
004400     RECORDING MODE IS F.
004500 01  EDIT-IN-RECORD                  PIC X(61).
004550 01  EDIT-IN-FIXED.
004600     05  EI-NUM1                     PIC S9(9)V99.
004700     05  EI-NUM2                     PIC S9(9)V99.
004805     05  EI-ACCOUNT-ID               PIC X(08).
004807     05  EI-RATE-CODE                PIC X(04).
004808     05  EI-CURRENCY-CODE            PIC X(03).
004810     05  EI-VALUE-DATE               PIC X(08).
004820     05  EI-QUOTE-NO                 PIC X(08).
004830     05  EI-INTAKE-REF.
004840         10  EI-INTAKE-SOURCE        PIC X(01).
004850         10  EI-INTAKE-RECORD-NO     PIC X(06).
004900 FD  ACCEPTED-FILE
005000     RECORDING MODE IS F.
005100 01  ACCEPTED-RECORD.
005450     05  AC-ACCOUNT-ID               PIC X(08).
005460     05  AC-RATE-CODE                PIC X(04).
005470     05  AC-CURRENCY-CODE            PIC X(03).
005475     05  AC-VALUE-DATE               PIC X(08).
005480     05  AC-QUOTE-NO                 PIC X(08).
005485     05  AC-INTAKE-REF               PIC X(07).
005500 FD  REJECT-FILE
005600     RECORDING MODE IS F.
005700 01  REJECT-RECORD.
005800     05  RJ-REASON-CODE              PIC X(02).
005900     05  FILLER                      PIC X(01).
006000     05  RJ-RECORD-IMAGE             PIC X(61).
006010     05  FILLER                      PIC X(01).
006020     05  RJ-REJECT-DATE              PIC 9(08).
006100 FD  EDIT-RPT-FILE
006300 01  EDIT-RPT-LINE                   PIC X(80).
006310 FD  ACCOUNT-MASTER-FILE.
006320     COPY ACCTMSTR.
006325 FD  RETURN-WORK-FILE.
006350     COPY CALCRTW.
006400 WORKING-STORAGE SECTION.
006500 01  WS-IN-FILE-STATUS               PIC X(02).
006600     88  WS-IN-FILE-OK               VALUE "00".
007220     88  WS-ACCT-FILE-OK             VALUE "00".
007230 01  WS-ACCT-MASTER-SWITCH           PIC X(01) VALUE "N".
007240     88  WS-ACCT-MASTER-OPEN        VALUE "Y".
007242 01  WS-RTW-FILE-STATUS              PIC X(02).
007244     88  WS-RTW-FILE-OK             VALUE "00".
007246 01  WS-RTW-OPEN-SWITCH              PIC X(01) VALUE "N".
007248     88  WS-RTW-OPEN                VALUE "Y".
007250 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
007300 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
007400     88  WS-END-OF-FILE              VALUE "Y".
007900     88  WS-RECORD-CLEAN             VALUE SPACES.
007902 01  WS-COMMA-COUNT                  PIC 9(02) COMP VALUE ZERO.
007904 01  WS-PIECE-1                      PIC X(13) VALUE SPACES.
007905 01  WS-PIECE-2                      PIC X(13) VALUE SPACES.
007906 01  WS-PIECE-3                      PIC X(13) VALUE SPACES.
007907 01  WS-PIECE-4                      PIC X(13) VALUE SPACES.
007908 01  WS-PIECE-5                      PIC X(13) VALUE SPACES.
007909 01  WS-PIECE-6                      PIC X(13) VALUE SPACES.
007910 01  WS-PIECE-7                      PIC X(13) VALUE SPACES.
007911 01  WS-PIECE-8                      PIC X(13) VALUE SPACES.
007912 01  WS-PIECE-IN                     PIC X(13) VALUE SPACES.
007913 01  WS-PIECE-WORK                   PIC X(13) VALUE SPACES.
007914 01  WS-PIECE-VALUE                  PIC S9(9)V99 VALUE ZERO.
013650         DISPLAY "ACCTMSTR OPEN FAILED - ACCOUNT VALIDATION "
013660             "NOT AVAILABLE THIS RUN"
013670     END-IF.
013675     OPEN I-O RETURN-WORK-FILE.
013680     IF WS-RTW-FILE-OK
013685         SET WS-RTW-OPEN TO TRUE
013690     END-IF.
013700     MOVE WS-HEADER-LINE TO EDIT-RPT-LINE.
013800     WRITE EDIT-RPT-LINE.
013900     PERFORM 1500-READ-EDIT-RECORD
016140     IF WS-COMMA-COUNT > ZERO
016150         PERFORM 2050-PARSE-DELIMITED-RECORD
016160             THRU 2050-EXIT
016165         MOVE SPACES TO EI-INTAKE-REF
016170     END-IF.
016180     IF WS-RECORD-CLEAN
016200         PERFORM 2100-APPLY-FIELD-EDITS
016310     END-IF.
016400     IF WS-RECORD-CLEAN
016500         ADD 1 TO WS-ACCEPT-COUNT
016600         MOVE EDIT-IN-FIXED (1:61) TO ACCEPTED-RECORD
016700         WRITE ACCEPTED-RECORD
016800     ELSE
016900         ADD 1 TO WS-REJECT-COUNT
017300         WRITE REJECT-RECORD
017400         PERFORM 2500-REPORT-REJECT
017500             THRU 2500-EXIT
017525         PERFORM 2600-FILE-DEPARTMENT-RETURN
017550             THRU 2600-EXIT
017600     END-IF.
017700     PERFORM 1500-READ-EDIT-RECORD
017800         THRU 1500-EXIT.
018516*                  FIELD EDITS AND ACCEPTED FILE APPLY TO BOTH
018518*                  INTAKE FORMATS.
018520******************************************************************
018521 2050-PARSE-DELIMITED-RECORD.
018522     MOVE SPACES TO WS-PIECE-1 WS-PIECE-2 WS-PIECE-3.
018523     MOVE SPACES TO WS-PIECE-4.
018524     MOVE SPACES TO WS-PIECE-5.
018525     MOVE SPACES TO WS-PIECE-6.
018526     MOVE SPACES TO WS-PIECE-7.
018527     MOVE SPACES TO WS-PIECE-8.
018528     UNSTRING EDIT-IN-RECORD DELIMITED BY ","
018529         INTO WS-PIECE-1 WS-PIECE-2 WS-PIECE-3 WS-PIECE-4
018530             WS-PIECE-5 WS-PIECE-6 WS-PIECE-7 WS-PIECE-8
018531     END-UNSTRING.
018532*    A BLANK SECOND PIECE IS ONLY A MISSING OPERAND WHEN NO RATE
018533*    CODE RIDES IN PIECE 5 - SENDERS USING THE RATE MASTER SEND
018595     MOVE WS-PIECE-4 (1:8) TO EI-ACCOUNT-ID.
018596     MOVE WS-PIECE-5 (1:4) TO EI-RATE-CODE.
018597     MOVE WS-PIECE-6 (1:3) TO EI-CURRENCY-CODE.
018598     MOVE WS-PIECE-7 (1:8) TO EI-VALUE-DATE.
018599     MOVE WS-PIECE-8 (1:8) TO EI-QUOTE-NO.
018600 2050-EXIT.
018601     EXIT.
018602******************************************************************
018603* 2060-PARSE-ONE-PIECE - HAND-PARSE ONE DELIMITED PIECE INTO A
018604*                  SIGNED TWO-DECIMAL VALUE. ACCEPTS A LEADING
018606*                  MINUS SIGN, DIGITS AND ONE DECIMAL POINT WITH
018608*                  UP TO TWO DECIMALS; ANYTHING ELSE FAILS THE
020600         OR EI-NUM2 > CTL-RANGE-MAXIMUM)
020700         MOVE "R2" TO WS-REASON-CODE
020750         GO TO 2100-EXIT
020752     END-IF.
020754     IF EI-VALUE-DATE NOT = SPACES
020756         AND EI-VALUE-DATE NOT = ZERO
020758         IF EI-VALUE-DATE NOT NUMERIC
020760             MOVE "VD" TO WS-REASON-CODE
020762             GO TO 2100-EXIT
020764         END-IF
020766         MOVE "DATVAL" TO WS-LIB-FUNCTION
020768         CALL "Routines1" USING WS-LIB-FUNCTION,
020770             WS-LIB-RETURN-CODE, EI-VALUE-DATE, WS-LIB-MSG-PREFIX,
020772             WS-LIB-MSG-VALUE, WS-LIB-MSG-TEXT
020774         IF WS-LIB-RETURN-CODE NOT = ZERO
020776             MOVE "VD" TO WS-REASON-CODE
020778             GO TO 2100-EXIT
020780         END-IF
020782     END-IF.
020784     IF EI-QUOTE-NO NOT = SPACES AND EI-QUOTE-NO NOT NUMERIC
020786         MOVE "QN" TO WS-REASON-CODE
020788         GO TO 2100-EXIT
020790     END-IF.
020810     IF EI-ACCOUNT-ID = SPACES
020820         MOVE "AC" TO WS-REASON-CODE
020825         GO TO 2100-EXIT
022888             MOVE "ACCOUNT NOT ON MASTER" TO PD-REASON-TEXT
022890         WHEN "AI"
022892             MOVE "ACCOUNT NOT ACTIVE" TO PD-REASON-TEXT
022893         WHEN "VD"
022894             MOVE "VALUE DATE INVALID" TO PD-REASON-TEXT
022895         WHEN "QN"
022896             MOVE "QUOTE NUMBER NOT NUMERIC" TO PD-REASON-TEXT
022900         WHEN OTHER
023000             MOVE "UNKNOWN EDIT FAILURE" TO PD-REASON-TEXT
023100     END-EVALUATE.
023200     WRITE EDIT-RPT-LINE FROM WS-DETAIL-LINE.
023300 2500-EXIT.
023302     EXIT.
023304******************************************************************
023306* 2600-FILE-DEPARTMENT-RETURN - A REJECT THAT CAME IN THROUGH
023308*                  CALCINTAKEMERGE GOES BACK TO ITS DEPARTMENT AS
023310*                  REJECTED AT PRE-EDIT - ITS ROW ON THE RETURN
023312*                  WORK FILE IS REWRITTEN WITH THE REASON.
023314******************************************************************
023316 2600-FILE-DEPARTMENT-RETURN.
023318     IF NOT WS-RTW-OPEN
023320         GO TO 2600-EXIT
023322     END-IF.
023324     IF EI-INTAKE-SOURCE NOT NUMERIC OR EI-INTAKE-SOURCE = "0"
023326         OR EI-INTAKE-RECORD-NO NOT NUMERIC
023328         GO TO 2600-EXIT
023330     END-IF.
023332     MOVE EI-INTAKE-SOURCE TO RW-SOURCE-NO.
023334     MOVE EI-INTAKE-RECORD-NO TO RW-RECORD-NO.
023336     READ RETURN-WORK-FILE
023338         INVALID KEY
023340             GO TO 2600-EXIT
023342     END-READ.
023344     SET RW-PRE-EDIT-REJECT TO TRUE.
023346     MOVE WS-REASON-CODE TO RW-REASON-CODE.
023348     MOVE PD-REASON-TEXT TO RW-ERROR-REASON.
023350     REWRITE RETURN-WORK-RECORD
023352         INVALID KEY
023354             CONTINUE
023356     END-REWRITE.
023358 2600-EXIT.
023400     EXIT.
023500******************************************************************
023600* 3000-CLOSE-AND-REPORT - WRITE THE RUN TOTALS AND CLOSE UP. A
025110     IF WS-ACCT-MASTER-OPEN
025120         CLOSE ACCOUNT-MASTER-FILE
025130     END-IF.
025140     IF WS-RTW-OPEN
025160         CLOSE RETURN-WORK-FILE
025180     END-IF.
025200     DISPLAY "RECORDS READ:     " WS-RECORD-COUNT.
025300     DISPLAY "RECORDS ACCEPTED: " WS-ACCEPT-COUNT.
025400     DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT.
