001950*                  OF THE THREE PRIOR HASHES KEPT ON THE RECORD,
001960*                  AND THE PRIOR-HASH HISTORY ROLLS ON EVERY
001970*                  SUCCESSFUL RESET.
001972*   2026-10-15 DO  SECLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
001974*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
001976*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
001978*                  TRAIL WHOLE.
001980*   2026-10-15 DO  THE AUTHORITY PROMPTS NOW ALSO TAKE THE
001982*                  COMPANIES AN OPERATOR MAY WORK FOR - UP TO FOUR
001984*                  CODES, "*" FOR EVERY COMPANY OR ENTER FOR THE
001986*                  HOME COMPANY ONLY. AN UNKNOWN CODE IS DROPPED.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. SecurityAdmin.
004300     05  SA-ADMIN-ID                 PIC X(08).
004400     05  SA-ACTION                   PIC X(08).
004500     05  SA-TARGET-ID                PIC X(08).
004502     05  SA-CHAIN-SEQ                PIC 9(09).
004504     05  SA-CHAIN-VALUE              PIC 9(08).
004505 FD  BULLETIN-FILE
004506     RECORDING MODE IS F.
004507     COPY GOTOBLTN.
005100 01  WS-ADMIN-ID                     PIC X(08).
005200 01  WS-TODAYS-DATE                  PIC 9(08).
005300 01  WS-CURRENT-TIME                 PIC 9(08).
005350 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
005400 01  WS-ADMIN-OPTION                 PIC X(01).
005500     88  WS-ADMIN-ADD                VALUE "A" "a".
005600     88  WS-ADMIN-DISABLE            VALUE "D" "d".
006460     88  WS-CLEAR-CONFIRMED         VALUE "Y" "y".
006470 01  WS-FLAG-REPLY                   PIC X(01) VALUE SPACE.
006480     88  WS-FLAG-GRANTED            VALUE "Y" "y".
006481 01  WS-COMPANY-REPLY                PIC X(16) VALUE SPACES.
006482 01  WS-CO-IDX                       PIC 9(01) COMP VALUE ZERO.
006483 01  WS-NO-OPERATOR                  PIC X(08) VALUE SPACES.
006484 01  WS-CO-RESULT.
006485     05  WS-CO-KNOWN-SWITCH          PIC X(01).
006486         88  WS-CO-KNOWN             VALUE "Y".
006487     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
006488         88  WS-CO-PERMITTED         VALUE "Y".
006489     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
006490     05  WS-CO-COMPANY-NAME          PIC X(30).
006500 PROCEDURE DIVISION.
006600******************************************************************
006700* 0000-MAINLINE - SIGN ON, OPEN THE PIN MASTER AND AUDIT LOG,
025676     PERFORM 5650-FOLD-FLAG
025677         THRU 5650-EXIT.
025678     MOVE WS-FLAG-REPLY TO OP-TRAINEE.
025679     DISPLAY "Permitted companies (up to 4 codes run together, "
025680         "* = all, Enter = home only): "
025681     MOVE SPACES TO WS-COMPANY-REPLY.
025682     ACCEPT WS-COMPANY-REPLY.
025683     MOVE WS-COMPANY-REPLY TO OP-COMPANY-ACCESS.
025684     IF NOT OP-ALL-COMPANIES (1)
025685         PERFORM 5700-CHECK-ONE-COMPANY
025686             THRU 5700-EXIT
025687             VARYING WS-CO-IDX FROM 1 BY 1
025688             UNTIL WS-CO-IDX > 4
025689     END-IF.
025690 5600-EXIT.
025691     EXIT.
025692******************************************************************
025693* 5650-FOLD-FLAG - ANYTHING BUT A Y IS STORED AS N, SO A STRAY
025694*                  KEYSTROKE NEVER GRANTS AN AUTHORITY.
025695******************************************************************
025696 5650-FOLD-FLAG.
025697     IF WS-FLAG-GRANTED
025698         MOVE "Y" TO WS-FLAG-REPLY
025699     ELSE
025700         MOVE "N" TO WS-FLAG-REPLY
025701     END-IF.
025702 5650-EXIT.
025703     EXIT.
025704******************************************************************
025705* 5700-CHECK-ONE-COMPANY - EACH PERMITTED COMPANY MUST BE ON THE
025706*                  COMPANY TABLE; AN UNKNOWN CODE IS BLANKED SO IT
025707*                  NEVER GRANTS ANYTHING.
025708******************************************************************
025709 5700-CHECK-ONE-COMPANY.
025710     IF OP-PERMITTED-COMPANY (WS-CO-IDX) = SPACES
025711         GO TO 5700-EXIT
025712     END-IF.
025713     CALL "CompanyCheck" USING WS-NO-OPERATOR,
025714         OP-PERMITTED-COMPANY (WS-CO-IDX), WS-CO-RESULT.
025715     IF NOT WS-CO-KNOWN
025716         DISPLAY "COMPANY " OP-PERMITTED-COMPANY (WS-CO-IDX)
025717             " NOT KNOWN - DROPPED"
025718         MOVE SPACES TO OP-PERMITTED-COMPANY (WS-CO-IDX)
025719     END-IF.
025720 5700-EXIT.
025721     EXIT.
025722******************************************************************
025723* 7000-CLEAR-RUN-LOCKS - SHOW THE HOLDER OF EACH RUN LOCK AND,
025724*                  ON CONFIRMATION, EMPTY IT. THIS IS THE
025725*                  ADMINISTRATOR ESCAPE FOR A STALE LOCK LEFT
025726*                  BEHIND BY A CRASHED RUN - CLEARING A LOCK
025727*                  WHOSE HOLDER IS STILL RUNNING PUTS TWO RUNS ON
025728*                  THE SAME FILE, SO LOOK BEFORE CONFIRMING.
025729******************************************************************
025730 7000-CLEAR-RUN-LOCKS.
025731     PERFORM 7100-CLEAR-CALC-LOCK
025732         THRU 7100-EXIT.
025733     PERFORM 7200-CLEAR-PN-LOCK
025734         THRU 7200-EXIT.
025735 7000-EXIT.
025736     EXIT.
025737******************************************************************
025738* 7100-CLEAR-CALC-LOCK - THE CALCULATOR LOG LOCK.
025739******************************************************************
025740 7100-CLEAR-CALC-LOCK.
025741     OPEN INPUT CALC-LOCK-FILE.
025742     IF NOT WS-CLOCK-FILE-OK
025743         DISPLAY "CALCLOCK - NO LOCK FILE ON HAND"
025744         GO TO 7100-EXIT
025745     END-IF.
025746     READ CALC-LOCK-FILE
025747         AT END
025748             CONTINUE
025749     END-READ.
025750     IF NOT WS-CLOCK-FILE-OK
025751         DISPLAY "CALCLOCK - NOT HELD"
025752         CLOSE CALC-LOCK-FILE
025753         GO TO 7100-EXIT
025754     END-IF.
025755     DISPLAY "CALCLOCK HELD BY "
025756         RL-PROGRAM-ID OF RUN-LOCK-RECORD " OPERATOR "
025757         RL-OPERATOR-ID OF RUN-LOCK-RECORD " SINCE "
025758         RL-START-DATE OF RUN-LOCK-RECORD " "
025759         RL-START-TIME OF RUN-LOCK-RECORD.
025760     CLOSE CALC-LOCK-FILE.
025761     DISPLAY "Clear this lock? (Y/N): "
025762     ACCEPT WS-CLEAR-REPLY.
025763     IF WS-CLEAR-CONFIRMED
025764         OPEN OUTPUT CALC-LOCK-FILE
025765         CLOSE CALC-LOCK-FILE
025766         MOVE "LOCKCLR " TO SA-ACTION
025767         MOVE "CALCLOCK" TO WS-TARGET-ID
025768         PERFORM 8000-WRITE-AUDIT-RECORD
025769             THRU 8000-EXIT
025770         DISPLAY "CALCLOCK CLEARED"
025771     END-IF.
025772 7100-EXIT.
025773     EXIT.
025774******************************************************************
025775* 7200-CLEAR-PN-LOCK - THE POSTING LEDGER LOCK.
025776******************************************************************
025777 7200-CLEAR-PN-LOCK.
025778     OPEN INPUT PN-LOCK-FILE.
025779     IF NOT WS-PLOCK-FILE-OK
025780         DISPLAY "PNLOCK - NO LOCK FILE ON HAND"
025781         GO TO 7200-EXIT
025782     END-IF.
025783     READ PN-LOCK-FILE
025784         AT END
025785             CONTINUE
025786     END-READ.
025787     IF NOT WS-PLOCK-FILE-OK
025788         DISPLAY "PNLOCK - NOT HELD"
025789         CLOSE PN-LOCK-FILE
025790         GO TO 7200-EXIT
025791     END-IF.
025792     DISPLAY "PNLOCK HELD BY "
025793         RL-PROGRAM-ID OF PN-LOCK-RECORD " OPERATOR "
025794         RL-OPERATOR-ID OF PN-LOCK-RECORD " SINCE "
025795         RL-START-DATE OF PN-LOCK-RECORD " "
025796         RL-START-TIME OF PN-LOCK-RECORD.
025797     CLOSE PN-LOCK-FILE.
025798     DISPLAY "Clear this lock? (Y/N): "
025799     ACCEPT WS-CLEAR-REPLY.
025800     IF WS-CLEAR-CONFIRMED
025801         OPEN OUTPUT PN-LOCK-FILE
025802         CLOSE PN-LOCK-FILE
025803         MOVE "LOCKCLR " TO SA-ACTION
025804         MOVE "PNLOCK  " TO WS-TARGET-ID
025805         PERFORM 8000-WRITE-AUDIT-RECORD
025806             THRU 8000-EXIT
025807         DISPLAY "PNLOCK CLEARED"
025808     END-IF.
025809 7200-EXIT.
025810     EXIT.
025811******************************************************************
025812* 8000-WRITE-AUDIT-RECORD - APPEND ONE ROW TO THE SECURITY AUDIT
025813*                           LOG - WHICH ADMINISTRATOR DID WHAT TO
025900*                           WHICH OPERATOR, AND WHEN.
026000******************************************************************
026100 8000-WRITE-AUDIT-RECORD.
026400     MOVE WS-CURRENT-TIME TO SA-LOG-TIME.
026500     MOVE WS-ADMIN-ID     TO SA-ADMIN-ID.
026600     MOVE WS-TARGET-ID    TO SA-TARGET-ID.
026625     MOVE "SECLOG" TO WS-AUDIT-TRAIL-NAME.
026650     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
026675         SEC-AUDIT-RECORD.
026700     WRITE SEC-AUDIT-RECORD.
026800 8000-EXIT.
026900     EXIT.
