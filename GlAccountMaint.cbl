001610*   2026-09-02 DO  ADD AND CHANGE NOW ALSO TAKE THE PARENT
001620*                  (SUMMARY-LEVEL) ACCOUNT THE TRIAL BALANCE
001630*                  ROLLS THIS ACCOUNT UP TO, AND BROWSE SHOWS IT.
001632*   2026-10-15 DO  ADD AND CHANGE NOW ALSO TAKE THE FX ROLE - FX
001636*                  GAIN, FX LOSS OR REVALUATION OFFSET - THAT THE
001640*                  MONTH-END CURRENCY REVALUATION POSTS TO, AND
001644*                  BROWSE SHOWS IT.
001648*   2026-10-15 DO  ADD AND CHANGE NOW ALSO TAKE THE ACCOUNT TYPE
001652*                  AND NORMAL-BALANCE SIDE THE FINANCIAL
001656*                  STATEMENTS CLASSIFY THE ACCOUNT BY, AND BROWSE
001660*                  SHOWS THEM.
001664*   2026-10-15 DO  ADD AND CHANGE NOW ALSO TAKE THE COMPANY WHOSE
001668*                  CHART THE ACCOUNT BELONGS TO - ONE THE OPERATOR
001672*                  IS PERMITTED ON GOTOPIN - AND, FOR A DUE-TO OR
001676*                  DUE-FROM ACCOUNT, THE COMPANY ON THE OTHER
001680*                  SIDE, WHICH FLAGS EVERY POSTING TO IT
001684*                  INTERCOMPANY. BROWSE SHOWS BOTH.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. GlAccountMaint.
006010 01  WS-NEW-PARENT                   PIC X(08) VALUE SPACES.
006020 01  WS-SUSPENSE-REPLY               PIC X(01) VALUE SPACE.
006030     88  WS-SUSPENSE-GRANTED         VALUE "Y" "y".
006035 01  WS-FX-ROLE-REPLY                PIC X(01) VALUE SPACE.
006040     88  WS-FX-ROLE-GAIN             VALUE "G" "g".
006045     88  WS-FX-ROLE-LOSS             VALUE "L" "l".
006050     88  WS-FX-ROLE-OFFSET           VALUE "R" "r".
006055     88  WS-FX-ROLE-NONE             VALUE "N" "n".
006060 01  WS-TYPE-REPLY                   PIC X(01) VALUE SPACE.
006065 01  WS-NORMAL-REPLY                 PIC X(01) VALUE SPACE.
006070     88  WS-NORMAL-DEBIT             VALUE "D" "d".
006075     88  WS-NORMAL-CREDIT            VALUE "C" "c".
006100 01  WS-BROWSE-COUNT                 PIC 9(04) COMP VALUE ZERO.
006105 01  WS-NEW-COMPANY                  PIC X(04) VALUE SPACES.
006110 01  WS-NEW-INTERCO                  PIC X(04) VALUE SPACES.
006115     88  WS-INTERCO-CLEARED          VALUE "NONE" "none".
006120 01  WS-NO-OPERATOR                  PIC X(08) VALUE SPACES.
006125 01  WS-COMPANY-VALID-SWITCH         PIC X(01) VALUE "N".
006130     88  WS-COMPANY-VALID            VALUE "Y".
006135 01  WS-CO-RESULT.
006140     05  WS-CO-KNOWN-SWITCH          PIC X(01).
006145         88  WS-CO-KNOWN             VALUE "Y".
006150     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
006155         88  WS-CO-PERMITTED         VALUE "Y".
006160     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
006165     05  WS-CO-COMPANY-NAME          PIC X(30).
006200 PROCEDURE DIVISION.
006300******************************************************************
006400* 0000-MAINLINE - SIGN ON, OPEN THE MASTER AND AUDIT FILES, THEN
013860     ELSE
013870         MOVE "N" TO GA-SUSPENSE-FLAG
013880     END-IF.
013881     MOVE "N" TO GA-FX-ROLE.
013882     PERFORM 3500-GET-FX-ROLE
013883         THRU 3500-EXIT.
013884     MOVE SPACE TO GA-ACCOUNT-TYPE
013885                   GA-NORMAL-BALANCE.
013886     PERFORM 3600-GET-ACCOUNT-TYPE
013887         THRU 3600-EXIT.
013888     IF NOT GA-TYPE-VALID
013889         DISPLAY "NO ACCOUNT TYPE - THE ACCOUNT PRINTS AS "
013890             "UNCLASSIFIED ON THE STATEMENTS"
013891     END-IF.
013892     MOVE SPACES TO GA-COMPANY-CODE
013893                    GA-INTERCO-COMPANY.
013894     PERFORM 3700-GET-COMPANY
013895         THRU 3700-EXIT.
013896     IF NOT WS-COMPANY-VALID
013897         DISPLAY "ACCOUNT NOT ADDED"
013898         GO TO 3000-EXIT
013899     END-IF.
013900     SET GA-STATUS-ACTIVE TO TRUE.
014000     WRITE GL-ACCOUNT-RECORD
014100         INVALID KEY
014700             DISPLAY "ACCOUNT ADDED"
014800     END-WRITE.
014900 3000-EXIT.
014901     EXIT.
014902******************************************************************
014903* 3500-GET-FX-ROLE - G)AIN, L)OSS, R)EVALUATION OFFSET OR N)ONE.
014904*                  ENTER KEEPS WHAT THE RECORD ALREADY HOLDS.
014905******************************************************************
014906 3500-GET-FX-ROLE.
014907     DISPLAY "FX role - G)ain, L)oss, R)evaluation offset, "
014908         "N)one (Enter keeps current): "
014909     MOVE SPACE TO WS-FX-ROLE-REPLY.
014910     ACCEPT WS-FX-ROLE-REPLY.
014911     EVALUATE TRUE
014912         WHEN WS-FX-ROLE-GAIN
014913             SET GA-IS-FX-GAIN TO TRUE
014914         WHEN WS-FX-ROLE-LOSS
014915             SET GA-IS-FX-LOSS TO TRUE
014916         WHEN WS-FX-ROLE-OFFSET
014917             SET GA-IS-FX-OFFSET TO TRUE
014918         WHEN WS-FX-ROLE-NONE
014919             MOVE "N" TO GA-FX-ROLE
014920         WHEN OTHER
014921             CONTINUE
014922     END-EVALUATE.
014923 3500-EXIT.
014924     EXIT.
014925******************************************************************
014926* 3600-GET-ACCOUNT-TYPE - A)SSET, L)IABILITY, E)QUITY, R)EVENUE
014927*                  OR X) EXPENSE, THEN THE NORMAL-BALANCE SIDE.
014928*                  A NEW TYPE DEFAULTS THE SIDE - DEBIT FOR ASSETS
014929*                  AND EXPENSES, CREDIT FOR THE REST - WHICH THE
014930*                  OPERATOR CAN OVERRIDE FOR A CONTRA ACCOUNT.
014931*                  ENTER KEEPS WHAT THE RECORD ALREADY HOLDS.
014932******************************************************************
014933 3600-GET-ACCOUNT-TYPE.
014934     DISPLAY "Account type - A)sset, L)iability, E)quity, "
014935         "R)evenue, X) expense (Enter keeps current): "
014936     MOVE SPACE TO WS-TYPE-REPLY.
014937     ACCEPT WS-TYPE-REPLY.
014938     INSPECT WS-TYPE-REPLY CONVERTING "alerx" TO "ALERX".
014939     IF WS-TYPE-REPLY NOT = SPACE
014940         MOVE WS-TYPE-REPLY TO GA-ACCOUNT-TYPE
014941         IF NOT GA-TYPE-VALID
014942             DISPLAY "TYPE MUST BE A, L, E, R OR X - LEFT BLANK"
014943             MOVE SPACE TO GA-ACCOUNT-TYPE
014944                           GA-NORMAL-BALANCE
014945             GO TO 3600-EXIT
014946         END-IF
014947         IF GA-TYPE-ASSET OR GA-TYPE-EXPENSE
014948             SET GA-NORMAL-DEBIT TO TRUE
014949         ELSE
014950             SET GA-NORMAL-CREDIT TO TRUE
014951         END-IF
014952     END-IF.
014953     IF NOT GA-TYPE-VALID
014954         GO TO 3600-EXIT
014955     END-IF.
014956     DISPLAY "Normal balance - D)ebit, C)redit (Enter keeps "
014957         GA-NORMAL-BALANCE "): "
014958     MOVE SPACE TO WS-NORMAL-REPLY.
014959     ACCEPT WS-NORMAL-REPLY.
014960     EVALUATE TRUE
014961         WHEN WS-NORMAL-DEBIT
014962             SET GA-NORMAL-DEBIT TO TRUE
014963         WHEN WS-NORMAL-CREDIT
014964             SET GA-NORMAL-CREDIT TO TRUE
014965         WHEN OTHER
014966             CONTINUE
014967     END-EVALUATE.
014968 3600-EXIT.
014969     EXIT.
014970******************************************************************
014971* 3700-GET-COMPANY - THE OWNING COMPANY, WHICH MUST BE ON THE
014972*                  COMPANY TABLE AND PERMITTED FOR THE OPERATOR,
014973*                  THEN THE INTERCOMPANY COUNTERPARTY - ANOTHER
014974*                  COMPANY ON THE TABLE, OR NONE. ENTER KEEPS WHAT
014975*                  THE RECORD ALREADY HOLDS (THE HOME COMPANY AND
014976*                  NO COUNTERPARTY ON A NEW ACCOUNT); NONE CLEARS
014977*                  THE COUNTERPARTY.
014978******************************************************************
014979 3700-GET-COMPANY.
014980     MOVE "N" TO WS-COMPANY-VALID-SWITCH.
014981     DISPLAY "Company code (Enter keeps " GA-COMPANY-CODE
014982         ", blank is the home company): "
014983     MOVE SPACES TO WS-NEW-COMPANY.
014984     ACCEPT WS-NEW-COMPANY.
014985     IF WS-NEW-COMPANY = SPACES
014986         MOVE GA-COMPANY-CODE TO WS-NEW-COMPANY
014987     END-IF.
014988     CALL "CompanyCheck" USING WS-OPERATOR-ID, WS-NEW-COMPANY,
014989         WS-CO-RESULT.
014990     IF NOT WS-CO-KNOWN
014991         DISPLAY "COMPANY " WS-CO-EFFECTIVE-COMPANY " IS NOT ON "
014992             "THE COMPANY TABLE"
014993         GO TO 3700-EXIT
014994     END-IF.
014995     IF NOT WS-CO-PERMITTED
014996         DISPLAY "COMPANY " WS-CO-EFFECTIVE-COMPANY " IS NOT "
014997             "PERMITTED FOR THIS OPERATOR"
014998         GO TO 3700-EXIT
014999     END-IF.
015000     MOVE WS-CO-EFFECTIVE-COMPANY TO WS-NEW-COMPANY.
015001     DISPLAY "Intercompany counterparty (Enter keeps "
015002         GA-INTERCO-COMPANY ", NONE clears): "
015003     MOVE SPACES TO WS-NEW-INTERCO.
015004     ACCEPT WS-NEW-INTERCO.
015005     EVALUATE TRUE
015006         WHEN WS-INTERCO-CLEARED
015007             MOVE SPACES TO WS-NEW-INTERCO
015008         WHEN WS-NEW-INTERCO = SPACES
015009             MOVE GA-INTERCO-COMPANY TO WS-NEW-INTERCO
015010     END-EVALUATE.
015011     IF WS-NEW-INTERCO NOT = SPACES
015012         CALL "CompanyCheck" USING WS-NO-OPERATOR, WS-NEW-INTERCO,
015013             WS-CO-RESULT
015014         IF NOT WS-CO-KNOWN
015015             DISPLAY "COUNTERPARTY " WS-NEW-INTERCO " IS NOT ON "
015016                 "THE COMPANY TABLE"
015017             GO TO 3700-EXIT
015018         END-IF
015019         IF WS-NEW-INTERCO = WS-NEW-COMPANY
015020             DISPLAY "AN ACCOUNT CANNOT BE INTERCOMPANY WITH ITS "
015021                 "OWN COMPANY"
015022             GO TO 3700-EXIT
015023         END-IF
015024     END-IF.
015025     MOVE WS-NEW-COMPANY TO GA-COMPANY-CODE.
015026     MOVE WS-NEW-INTERCO TO GA-INTERCO-COMPANY.
015027     SET WS-COMPANY-VALID TO TRUE.
015028 3700-EXIT.
015029     EXIT.
015100******************************************************************
015200* 4000-CHANGE-ACCOUNT - REWRITE AN ACCOUNT'S DESCRIPTION.
015300******************************************************************
016694     END-IF.
016695     IF WS-SUSPENSE-REPLY = "N" OR WS-SUSPENSE-REPLY = "n"
016696         MOVE "N" TO GA-SUSPENSE-FLAG
016700     END-IF.
016705     DISPLAY "Current FX role is " GA-FX-ROLE.
016710     PERFORM 3500-GET-FX-ROLE
016715         THRU 3500-EXIT.
016720     DISPLAY "Current account type is " GA-ACCOUNT-TYPE
016725         ", normal balance " GA-NORMAL-BALANCE.
016730     PERFORM 3600-GET-ACCOUNT-TYPE
016735         THRU 3600-EXIT.
016740     PERFORM 3700-GET-COMPANY
016745         THRU 3700-EXIT.
016750     IF NOT WS-COMPANY-VALID
016755         DISPLAY "ACCOUNT NOT CHANGED"
016760         GO TO 4000-EXIT
016765     END-IF.
016770     REWRITE GL-ACCOUNT-RECORD
016800         INVALID KEY
016900             DISPLAY "REWRITE FAILED, STATUS "
017000                 WS-ACCT-FILE-STATUS
023200     END-READ.
023300     IF NOT WS-END-OF-MASTER
023400         DISPLAY GA-ACCOUNT-CODE " " GA-STATUS " PARENT "
023450             GA-PARENT-ACCOUNT " " GA-DESCRIPTION " FX "
023460             GA-FX-ROLE " TYPE " GA-ACCOUNT-TYPE GA-NORMAL-BALANCE
023480         IF GA-COMPANY-CODE NOT = SPACES
023500             OR NOT GA-NOT-INTERCOMPANY
023520             DISPLAY "         COMPANY " GA-COMPANY-CODE
023540                 " INTERCOMPANY WITH " GA-INTERCO-COMPANY
023560         END-IF
023600         ADD 1 TO WS-BROWSE-COUNT
023700     END-IF.
023800 6100-EXIT.
