001930*                  THE ACCTRATE FILE CALCULATOR'S LOOKUP CHECKS
001940*                  AHEAD OF THE PUBLISHED RATE MASTER, AUDITED TO
001950*                  ACCTLOG LIKE EVERY OTHER CHANGE HERE.
001951*   2026-10-15 DO  ADD AND CHANGE NOW TAKE THE ACCOUNT'S SALES
001952*                  TAX JURISDICTION AND TAX CODE. A CODE OTHER
001953*                  THAN EXMT (EXEMPT) OR BLANK MUST HAVE A ROW ON
001954*                  THE TAXMSTR TABLE. BROWSE SHOWS BOTH.
001955*   2026-10-15 DO  ADD AND CHANGE NOW TAKE THE ACCOUNT'S CREDIT
001956*                  LIMIT (ZERO FOR NONE) THAT CALCULATOR HOLDS
001957*                  NEW CHARGES AGAINST. A LIMIT CHANGE WRITES ITS
001958*                  OWN CRDLIM AUDIT ROW; BROWSE SHOWS THE LIMIT.
001959*   2026-10-15 DO  ADD AND CHANGE NOW TAKE THE CORPORATE PARENT
001960*                  ACCOUNT. THE PARENT MUST BE ON FILE AND
001961*                  ACTIVE, AND ITS OWN CHAIN OF PARENTS MAY NOT
001962*                  LEAD BACK TO THE ACCOUNT (NO CYCLES). A PARENT
001963*                  CHANGE WRITES ITS OWN PARENT AUDIT ROW, AN
001964*                  ACCOUNT WITH ACTIVE SUBSIDIARIES CANNOT BE
001965*                  DEACTIVATED, AND BROWSE SHOWS THE PARENT.
001966*   2026-10-15 DO  ADD AND CHANGE NOW TAKE THE MONTHLY MINIMUM
001967*                  CHARGE (ZERO FOR NONE) AND THE RATE CODE ITS
001968*                  TOP-UP IS PRICED UNDER, REQUIRED WITH ANY
001969*                  MINIMUM. A CHANGE WRITES ITS OWN MINCHG AUDIT
001970*                  ROW; BROWSE SHOWS THE MINIMUM.
001971*   2026-10-15 DO  ADD AND CHANGE NOW TAKE THE BILLING CYCLE -
001972*                  DAILY, WEEKLY ON A WEEKDAY OR MONTHLY ON A DAY
001973*                  OF THE MONTH. A CHANGE WRITES ITS OWN BILCYC
001974*                  AUDIT ROW; BROWSE SHOWS A NON-DAILY CYCLE.
001975*   2026-10-15 DO  ACCTLOG ROWS NOW CARRY A CHAIN SEQUENCE AND
001976*                  CHAIN VALUE, STAMPED BY AUDITCHAIN JUST AHEAD
001977*                  OF EACH WRITE, SO AUDITVERIFY CAN PROVE THE
001978*                  TRAIL WHOLE.
001979*   2026-10-15 DO  ADD AND CHANGE NOW TAKE THE COMPANY THAT OWNS
001980*                  THE ACCOUNT, WHICH MUST BE ON THE COMPANY TABLE
001981*                  AND ONE THE OPERATOR IS PERMITTED ON GOTOPIN.
001982*                  AN ACCOUNT OF A COMPANY THE OPERATOR IS NOT
001983*                  PERMITTED CANNOT BE CHANGED. A CHANGE WRITES
001984*                  ITS OWN COMPNY AUDIT ROW; BROWSE SHOWS THE
001985*                  COMPANY.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. AccountMaintenance.
003330         ACCESS MODE IS DYNAMIC
003340         RECORD KEY IS AR-OVERRIDE-KEY
003350         FILE STATUS IS WS-ARATE-FILE-STATUS.
003355     SELECT TAX-MASTER-FILE ASSIGN TO "TAXMSTR"
003360         ORGANIZATION IS INDEXED
003365         ACCESS MODE IS DYNAMIC
003370         RECORD KEY IS TX-TAX-KEY
003375         FILE STATUS IS WS-TAX-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ACCOUNT-MASTER-FILE.
004300     05  AU-OPERATOR-ID              PIC X(08).
004400     05  AU-ACTION                   PIC X(06).
004500     05  AU-ACCOUNT-ID               PIC X(08).
004520     05  AU-CHAIN-SEQ                PIC 9(09).
004540     05  AU-CHAIN-VALUE              PIC 9(08).
004550 FD  ACCT-RATE-FILE.
004560     COPY ACCTRATE.
004570 FD  TAX-MASTER-FILE.
004580     COPY TAXMSTR.
004600 WORKING-STORAGE SECTION.
004700 01  WS-ACCT-FILE-STATUS             PIC X(02).
004800     88  WS-ACCT-FILE-OK             VALUE "00".
005100 01  WS-OPERATOR-ID                  PIC X(08).
005200 01  WS-TODAYS-DATE                  PIC 9(08).
005300 01  WS-CURRENT-TIME                 PIC 9(08).
005350 01  WS-AUDIT-TRAIL-NAME             PIC X(08) VALUE SPACES.
005400 01  WS-MAINT-OPTION                 PIC X(01).
005500     88  WS-MAINT-ADD                VALUE "A" "a".
005600     88  WS-MAINT-CHANGE             VALUE "C" "c".
006594 01  WS-WORK-RATE-VALUE              PIC S9(5)V99 VALUE ZERO.
006595 01  WS-OVR-EOF-SWITCH               PIC X(01) VALUE "N".
006596     88  WS-END-OF-OVERRIDES        VALUE "Y".
006597 01  WS-TAX-FILE-STATUS              PIC X(02).
006598     88  WS-TAX-FILE-OK             VALUE "00".
006599 01  WS-TAX-OPEN-SWITCH              PIC X(01) VALUE "N".
006600     88  WS-TAX-OPEN                VALUE "Y".
006601 01  WS-TAX-VALID-SWITCH             PIC X(01) VALUE "N".
006602     88  WS-TAX-CODE-VALID          VALUE "Y".
006603 01  WS-NEW-TAX-JURISDICTION         PIC X(04) VALUE SPACES.
006604 01  WS-NEW-TAX-CODE                 PIC X(04) VALUE SPACES.
006605 01  WS-NEW-CREDIT-LIMIT             PIC S9(11)V99 VALUE ZERO.
006606 01  WS-LIMIT-REPLY                  PIC X(01) VALUE SPACE.
006607     88  WS-CHANGE-LIMIT            VALUE "Y" "y".
006608 01  WS-LIMIT-CHANGED-SWITCH         PIC X(01) VALUE "N".
006609     88  WS-LIMIT-CHANGED           VALUE "Y".
006610 01  WS-NEW-PARENT                   PIC X(08) VALUE SPACES.
006611 01  WS-CHAIN-ACCOUNT                PIC X(08) VALUE SPACES.
006612 01  WS-CHAIN-HOPS                   PIC 9(03) COMP VALUE ZERO.
006613 01  WS-PARENT-VALID-SWITCH          PIC X(01) VALUE "N".
006614     88  WS-PARENT-VALID            VALUE "Y".
006615 01  WS-PARENT-CHANGED-SWITCH        PIC X(01) VALUE "N".
006616     88  WS-PARENT-CHANGED          VALUE "Y".
006617 01  WS-CHILD-FOUND-SWITCH           PIC X(01) VALUE "N".
006618     88  WS-ACTIVE-CHILD-FOUND      VALUE "Y".
006619 01  WS-CHILD-ACCOUNT-ID             PIC X(08) VALUE SPACES.
006620 01  WS-NEW-MINIMUM-CHARGE           PIC S9(11)V99 VALUE ZERO.
006621 01  WS-NEW-MINIMUM-RATE             PIC X(04) VALUE SPACES.
006622 01  WS-MINIMUM-REPLY                PIC X(01) VALUE SPACE.
006623     88  WS-CHANGE-MINIMUM          VALUE "Y" "y".
006624 01  WS-MINIMUM-VALID-SWITCH         PIC X(01) VALUE "N".
006625     88  WS-MINIMUM-VALID           VALUE "Y".
006626 01  WS-MINIMUM-CHANGED-SWITCH       PIC X(01) VALUE "N".
006627     88  WS-MINIMUM-CHANGED         VALUE "Y".
006628 01  WS-NEW-BILL-CYCLE               PIC X(01) VALUE SPACE.
006629     88  WS-NEW-CYCLE-DAILY         VALUE "D" "d" SPACE.
006630     88  WS-NEW-CYCLE-WEEKLY        VALUE "W" "w".
006631     88  WS-NEW-CYCLE-MONTHLY       VALUE "M" "m".
006632 01  WS-NEW-CYCLE-DAY               PIC 9(02) VALUE ZERO.
006633 01  WS-CYCLE-REPLY                 PIC X(01) VALUE SPACE.
006634     88  WS-CHANGE-CYCLE            VALUE "Y" "y".
006635 01  WS-CYCLE-VALID-SWITCH          PIC X(01) VALUE "N".
006636     88  WS-CYCLE-VALID             VALUE "Y".
006637 01  WS-CYCLE-CHANGED-SWITCH        PIC X(01) VALUE "N".
006638     88  WS-CYCLE-CHANGED           VALUE "Y".
006639 01  WS-SAVE-ACCOUNT-RECORD          PIC X(100) VALUE SPACES.
006640 01  WS-NEW-COMPANY                  PIC X(04) VALUE SPACES.
006641 01  WS-COMPANY-VALID-SWITCH         PIC X(01) VALUE "N".
006642     88  WS-COMPANY-VALID            VALUE "Y".
006643 01  WS-COMPANY-CHANGED-SWITCH       PIC X(01) VALUE "N".
006644     88  WS-COMPANY-CHANGED          VALUE "Y".
006645 01  WS-CO-RESULT.
006646     05  WS-CO-KNOWN-SWITCH          PIC X(01).
006647         88  WS-CO-KNOWN             VALUE "Y".
006648     05  WS-CO-PERMITTED-SWITCH      PIC X(01).
006649         88  WS-CO-PERMITTED         VALUE "Y".
006650     05  WS-CO-EFFECTIVE-COMPANY     PIC X(04).
006651     05  WS-CO-COMPANY-NAME          PIC X(30).
006652     COPY CUEDIT.
006653 PROCEDURE DIVISION.
006700******************************************************************
006800* 0000-MAINLINE - SIGN ON, OPEN THE MASTER AND AUDIT FILES, THEN
006900*                 LOOP ON THE MAINTENANCE MENU UNTIL THE OPERATOR
008200           ACCT-AUDIT-FILE.
008210     IF WS-ARATE-OPEN
008220         CLOSE ACCT-RATE-FILE
008222     END-IF.
008224     IF WS-TAX-OPEN
008226         CLOSE TAX-MASTER-FILE
008230     END-IF.
008300     GO TO 9999-EXIT.
008400******************************************************************
011591         DISPLAY "ACCTRATE OPEN FAILED - OVERRIDE MAINTENANCE "
011592             "NOT AVAILABLE THIS SESSION"
011593     END-IF.
011594     OPEN INPUT TAX-MASTER-FILE.
011595     IF WS-TAX-FILE-OK
011596         SET WS-TAX-OPEN TO TRUE
011597     END-IF.
011600 0500-EXIT.
011700     EXIT.
011800******************************************************************
015600     ACCEPT WS-NEW-NAME.
015700     DISPLAY "Billing department code: "
015800     ACCEPT WS-NEW-BILL-DEPT.
015801     DISPLAY "Tax jurisdiction (Enter for none): "
015802     MOVE SPACES TO WS-NEW-TAX-JURISDICTION.
015803     ACCEPT WS-NEW-TAX-JURISDICTION.
015804     DISPLAY "Tax code (EXMT for exempt, Enter for none): "
015805     MOVE SPACES TO WS-NEW-TAX-CODE.
015806     ACCEPT WS-NEW-TAX-CODE.
015807     PERFORM 3100-VALIDATE-TAX-CODE
015808         THRU 3100-EXIT.
015809     IF NOT WS-TAX-CODE-VALID
015810         GO TO 3000-EXIT
015811     END-IF.
015812     DISPLAY "Credit limit (Enter for no limit): "
015813     MOVE ZERO TO WS-NEW-CREDIT-LIMIT.
015814     ACCEPT WS-NEW-CREDIT-LIMIT.
015815     IF WS-NEW-CREDIT-LIMIT < ZERO
015816         DISPLAY "A CREDIT LIMIT CANNOT BE NEGATIVE - NOT ADDED"
015817         GO TO 3000-EXIT
015818     END-IF.
015819     DISPLAY "Parent account (Enter for none): "
015820     MOVE SPACES TO WS-NEW-PARENT.
015821     ACCEPT WS-NEW-PARENT.
015822     PERFORM 3200-VALIDATE-PARENT
015823         THRU 3200-EXIT.
015824     IF NOT WS-PARENT-VALID
015825         GO TO 3000-EXIT
015826     END-IF.
015827     DISPLAY "Monthly minimum charge (Enter for none): "
015828     MOVE ZERO TO WS-NEW-MINIMUM-CHARGE.
015829     ACCEPT WS-NEW-MINIMUM-CHARGE.
015830     MOVE SPACES TO WS-NEW-MINIMUM-RATE.
015831     IF WS-NEW-MINIMUM-CHARGE NOT = ZERO
015832         DISPLAY "Rate code to bill the minimum under: "
015833         ACCEPT WS-NEW-MINIMUM-RATE
015834     END-IF.
015835     PERFORM 3400-VALIDATE-MINIMUM
015836         THRU 3400-EXIT.
015837     IF NOT WS-MINIMUM-VALID
015838         GO TO 3000-EXIT
015839     END-IF.
015840     PERFORM 3500-ACCEPT-BILL-CYCLE
015841         THRU 3500-EXIT.
015842     IF NOT WS-CYCLE-VALID
015843         GO TO 3000-EXIT
015844     END-IF.
015845     DISPLAY "Company code (Enter for the home company): "
015846     MOVE SPACES TO WS-NEW-COMPANY.
015847     ACCEPT WS-NEW-COMPANY.
015848     PERFORM 3600-VALIDATE-COMPANY
015849         THRU 3600-EXIT.
015850     IF NOT WS-COMPANY-VALID
015851         GO TO 3000-EXIT
015852     END-IF.
015900     MOVE WS-WORK-ACCOUNT-ID TO AM-ACCOUNT-ID.
016000     MOVE WS-NEW-NAME        TO AM-CUSTOMER-NAME.
016100     MOVE WS-NEW-BILL-DEPT   TO AM-BILL-DEPT.
016110     MOVE WS-NEW-TAX-JURISDICTION TO AM-TAX-JURISDICTION.
016120     MOVE WS-NEW-TAX-CODE    TO AM-TAX-CODE.
016130     MOVE WS-NEW-CREDIT-LIMIT TO AM-CREDIT-LIMIT.
016140     MOVE WS-NEW-PARENT      TO AM-PARENT-ACCOUNT.
016150     MOVE WS-NEW-MINIMUM-CHARGE TO AM-MINIMUM-CHARGE.
016160     MOVE WS-NEW-MINIMUM-RATE TO AM-MINIMUM-RATE.
016170     MOVE WS-NEW-BILL-CYCLE  TO AM-BILL-CYCLE.
016180     MOVE WS-NEW-CYCLE-DAY   TO AM-CYCLE-DAY.
016190     MOVE WS-NEW-COMPANY     TO AM-COMPANY-CODE.
016200     SET AM-STATUS-ACTIVE TO TRUE.
016300     WRITE ACCOUNT-MASTER-RECORD
016400         INVALID KEY
017000             DISPLAY "ACCOUNT ADDED"
017100     END-WRITE.
017200 3000-EXIT.
017201     EXIT.
017202******************************************************************
017203* 3100-VALIDATE-TAX-CODE - A TAX CODE OTHER THAN EXMT OR BLANK
017204*                  MUST HAVE AT LEAST ONE ROW ON THE TAXMSTR
017205*                  TABLE FOR THE JURISDICTION, OR EVERY
017206*                  CALCULATION FOR THE ACCOUNT WOULD FAIL TAX
017207*                  PRICING. A JURISDICTION IS REQUIRED WITH ANY
017208*                  CODE, EXEMPT INCLUDED, SO THE LIABILITY REPORT
017209*                  KNOWS WHERE THE EXEMPT BASE BELONGS.
017210******************************************************************
017211 3100-VALIDATE-TAX-CODE.
017212     SET WS-TAX-CODE-VALID TO TRUE.
017213     IF WS-NEW-TAX-CODE = SPACES
017214         MOVE SPACES TO WS-NEW-TAX-JURISDICTION
017215         GO TO 3100-EXIT
017216     END-IF.
017217     IF WS-NEW-TAX-JURISDICTION = SPACES
017218         DISPLAY "A TAX CODE NEEDS A JURISDICTION - NOT SAVED"
017219         MOVE "N" TO WS-TAX-VALID-SWITCH
017220         GO TO 3100-EXIT
017221     END-IF.
017222     IF WS-NEW-TAX-CODE = "EXMT"
017223         GO TO 3100-EXIT
017224     END-IF.
017225     IF NOT WS-TAX-OPEN
017226         DISPLAY "TAXMSTR NOT AVAILABLE - TAX CODE CANNOT BE "
017227             "CHECKED, NOT SAVED"
017228         MOVE "N" TO WS-TAX-VALID-SWITCH
017229         GO TO 3100-EXIT
017230     END-IF.
017231     MOVE WS-NEW-TAX-JURISDICTION TO TX-JURISDICTION.
017232     MOVE WS-NEW-TAX-CODE TO TX-TAX-CODE.
017233     MOVE ZERO TO TX-EFFECTIVE-FROM.
017234     START TAX-MASTER-FILE KEY IS NOT LESS THAN TX-TAX-KEY
017235         INVALID KEY
017236             MOVE "N" TO WS-TAX-VALID-SWITCH
017237     END-START.
017238     IF WS-TAX-CODE-VALID
017239         READ TAX-MASTER-FILE NEXT RECORD
017240             AT END
017241                 MOVE "N" TO WS-TAX-VALID-SWITCH
017242         END-READ
017243     END-IF.
017244     IF WS-TAX-CODE-VALID
017245         IF TX-JURISDICTION NOT = WS-NEW-TAX-JURISDICTION
017246             OR TX-TAX-CODE NOT = WS-NEW-TAX-CODE
017247             MOVE "N" TO WS-TAX-VALID-SWITCH
017248         END-IF
017249     END-IF.
017250     IF NOT WS-TAX-CODE-VALID
017251         DISPLAY "TAX CODE " WS-NEW-TAX-JURISDICTION "/"
017252             WS-NEW-TAX-CODE " NOT ON TAXMSTR - NOT SAVED"
017253     END-IF.
017254 3100-EXIT.
017255     EXIT.
017256******************************************************************
017257* 3200-VALIDATE-PARENT - A PARENT MUST BE ON FILE AND ACTIVE,
017258*                  MAY NOT BE THE ACCOUNT ITSELF, AND WALKING UP
017259*                  FROM IT THROUGH ITS OWN PARENTS MUST NEVER
017260*                  REACH THE ACCOUNT BEING MAINTAINED - THAT
017261*                  WOULD MAKE THE GROUP A CYCLE WITH NO ULTIMATE
017262*                  PARENT TO BILL. THE WALK READS THE MASTER, SO
017263*                  THE RECORD IN HAND IS SAVED AND PUT BACK.
017264******************************************************************
017265 3200-VALIDATE-PARENT.
017266     SET WS-PARENT-VALID TO TRUE.
017267     IF WS-NEW-PARENT = SPACES
017268         GO TO 3200-EXIT
017269     END-IF.
017270     IF WS-NEW-PARENT = WS-WORK-ACCOUNT-ID
017271         DISPLAY "AN ACCOUNT CANNOT BE ITS OWN PARENT - "
017272             "NOT SAVED"
017273         MOVE "N" TO WS-PARENT-VALID-SWITCH
017274         GO TO 3200-EXIT
017275     END-IF.
017276     MOVE ACCOUNT-MASTER-RECORD TO WS-SAVE-ACCOUNT-RECORD.
017277     MOVE WS-NEW-PARENT TO AM-ACCOUNT-ID.
017278     READ ACCOUNT-MASTER-FILE
017279         INVALID KEY
017280             DISPLAY "PARENT ACCOUNT " WS-NEW-PARENT
017281                 " NOT ON FILE - NOT SAVED"
017282             MOVE "N" TO WS-PARENT-VALID-SWITCH
017283     END-READ.
017284     IF WS-PARENT-VALID AND NOT AM-STATUS-ACTIVE
017285         DISPLAY "PARENT ACCOUNT " WS-NEW-PARENT
017286             " IS NOT ACTIVE - NOT SAVED"
017287         MOVE "N" TO WS-PARENT-VALID-SWITCH
017288     END-IF.
017289     IF WS-PARENT-VALID
017290         MOVE AM-PARENT-ACCOUNT TO WS-CHAIN-ACCOUNT
017291         MOVE ZERO TO WS-CHAIN-HOPS
017292         PERFORM 3250-WALK-ONE-PARENT
017293             THRU 3250-EXIT
017294             UNTIL WS-CHAIN-ACCOUNT = SPACES
017295                 OR NOT WS-PARENT-VALID
017296     END-IF.
017297     MOVE WS-SAVE-ACCOUNT-RECORD TO ACCOUNT-MASTER-RECORD.
017298 3200-EXIT.
017299     EXIT.
017300******************************************************************
017301* 3250-WALK-ONE-PARENT - ONE STEP UP THE PARENT CHAIN. A CHAIN
017302*                  THAT REACHES THE ACCOUNT, OR RUNS PAST TWENTY
017303*                  LEVELS, IS REFUSED; A MISSING ANCESTOR SIMPLY
017304*                  ENDS THE WALK.
017305******************************************************************
017306 3250-WALK-ONE-PARENT.
017307     ADD 1 TO WS-CHAIN-HOPS.
017308     IF WS-CHAIN-ACCOUNT = WS-WORK-ACCOUNT-ID
017309         DISPLAY "PARENT " WS-NEW-PARENT " IS ALREADY BELOW "
017310             WS-WORK-ACCOUNT-ID " IN ITS GROUP - A CYCLE, "
017311             "NOT SAVED"
017312         MOVE "N" TO WS-PARENT-VALID-SWITCH
017313         GO TO 3250-EXIT
017314     END-IF.
017315     IF WS-CHAIN-HOPS > 20
017316         DISPLAY "PARENT CHAIN DEEPER THAN 20 LEVELS - "
017317             "NOT SAVED"
017318         MOVE "N" TO WS-PARENT-VALID-SWITCH
017319         GO TO 3250-EXIT
017320     END-IF.
017321     MOVE WS-CHAIN-ACCOUNT TO AM-ACCOUNT-ID.
017322     READ ACCOUNT-MASTER-FILE
017323         INVALID KEY
017324             MOVE SPACES TO WS-CHAIN-ACCOUNT
017325             GO TO 3250-EXIT
017326     END-READ.
017327     MOVE AM-PARENT-ACCOUNT TO WS-CHAIN-ACCOUNT.
017328 3250-EXIT.
017329     EXIT.
017330******************************************************************
017331* 3300-CHECK-ACTIVE-CHILDREN - ONE PASS OVER THE MASTER LOOKING
017332*                  FOR AN ACTIVE ACCOUNT WHOSE PARENT IS
017333*                  WS-WORK-ACCOUNT-ID. THE RECORD IN HAND IS
017334*                  SAVED AND PUT BACK.
017335******************************************************************
017336 3300-CHECK-ACTIVE-CHILDREN.
017337     MOVE "N" TO WS-CHILD-FOUND-SWITCH.
017338     MOVE ACCOUNT-MASTER-RECORD TO WS-SAVE-ACCOUNT-RECORD.
017339     MOVE "N" TO WS-EOF-SWITCH.
017340     MOVE LOW-VALUES TO AM-ACCOUNT-ID.
017341     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AM-ACCOUNT-ID
017342         INVALID KEY
017343             SET WS-END-OF-MASTER TO TRUE
017344     END-START.
017345     PERFORM 3350-CHECK-ONE-CHILD
017346         THRU 3350-EXIT
017347         UNTIL WS-END-OF-MASTER OR WS-ACTIVE-CHILD-FOUND.
017348     MOVE WS-SAVE-ACCOUNT-RECORD TO ACCOUNT-MASTER-RECORD.
017349 3300-EXIT.
017350     EXIT.
017351******************************************************************
017352* 3400-VALIDATE-MINIMUM - A MINIMUM CANNOT BE NEGATIVE, AND ANY
017353*                  MINIMUM NEEDS THE RATE CODE ITS MONTH-END
017354*                  TOP-UP IS PRICED UNDER, OR THE TOP-UP WOULD
017355*                  FAIL IN THE CALCULATOR RUN. NO MINIMUM CLEARS
017356*                  THE RATE CODE.
017357******************************************************************
017358 3400-VALIDATE-MINIMUM.
017359     SET WS-MINIMUM-VALID TO TRUE.
017360     IF WS-NEW-MINIMUM-CHARGE < ZERO
017361         DISPLAY "A MINIMUM CHARGE CANNOT BE NEGATIVE - "
017362             "NOT SAVED"
017363         MOVE "N" TO WS-MINIMUM-VALID-SWITCH
017364         GO TO 3400-EXIT
017365     END-IF.
017366     IF WS-NEW-MINIMUM-CHARGE = ZERO
017367         MOVE SPACES TO WS-NEW-MINIMUM-RATE
017368         GO TO 3400-EXIT
017369     END-IF.
017370     IF WS-NEW-MINIMUM-RATE = SPACES
017371         DISPLAY "A MINIMUM CHARGE NEEDS A RATE CODE - "
017372             "NOT SAVED"
017373         MOVE "N" TO WS-MINIMUM-VALID-SWITCH
017374     END-IF.
017375 3400-EXIT.
017376     EXIT.
017377******************************************************************
017378* 3500-ACCEPT-BILL-CYCLE - THE BILLING CYCLE AND, FOR A WEEKLY OR
017379*                  MONTHLY CYCLE, ITS CYCLE DAY. A DAILY CYCLE
017380*                  CARRIES NO DAY. THE CYCLE IS STORED UPPER CASE.
017381******************************************************************
017382 3500-ACCEPT-BILL-CYCLE.
017383     SET WS-CYCLE-VALID TO TRUE.
017384     DISPLAY "Billing cycle (D daily, W weekly, M monthly; "
017385         "Enter for daily): "
017386     MOVE SPACE TO WS-NEW-BILL-CYCLE.
017387     ACCEPT WS-NEW-BILL-CYCLE.
017388     MOVE ZERO TO WS-NEW-CYCLE-DAY.
017389     EVALUATE TRUE
017390         WHEN WS-NEW-CYCLE-DAILY
017391             MOVE "D" TO WS-NEW-BILL-CYCLE
017392         WHEN WS-NEW-CYCLE-WEEKLY
017393             MOVE "W" TO WS-NEW-BILL-CYCLE
017394             DISPLAY "Cycle weekday (1 Monday through 7 Sunday): "
017395             ACCEPT WS-NEW-CYCLE-DAY
017396             IF WS-NEW-CYCLE-DAY < 01 OR WS-NEW-CYCLE-DAY > 07
017397                 DISPLAY "A WEEKLY CYCLE DAY MUST BE 1 TO 7 - "
017398                     "NOT SAVED"
017399                 MOVE "N" TO WS-CYCLE-VALID-SWITCH
017400             END-IF
017401         WHEN WS-NEW-CYCLE-MONTHLY
017402             MOVE "M" TO WS-NEW-BILL-CYCLE
017403             DISPLAY "Cycle day of the month (1-31): "
017404             ACCEPT WS-NEW-CYCLE-DAY
017405             IF WS-NEW-CYCLE-DAY < 01 OR WS-NEW-CYCLE-DAY > 31
017406                 DISPLAY "A MONTHLY CYCLE DAY MUST BE 1 TO 31 - "
017407                     "NOT SAVED"
017408                 MOVE "N" TO WS-CYCLE-VALID-SWITCH
017409             END-IF
017410         WHEN OTHER
017411             DISPLAY "BILLING CYCLE MUST BE D, W OR M - NOT SAVED"
017412             MOVE "N" TO WS-CYCLE-VALID-SWITCH
017413     END-EVALUATE.
017414 3500-EXIT.
017415     EXIT.
017416******************************************************************
017417* 3600-VALIDATE-COMPANY - THE KEYED COMPANY (BLANK FOR THE HOME
017418*                  COMPANY) MUST BE ON THE COMPANY TABLE AND ONE
017419*                  THE OPERATOR IS PERMITTED. THE RESOLVED CODE IS
017420*                  WHAT IS STORED, SO A NEW ACCOUNT NEVER CARRIES
017421*                  A BLANK.
017422******************************************************************
017423 3600-VALIDATE-COMPANY.
017424     MOVE "N" TO WS-COMPANY-VALID-SWITCH.
017425     CALL "CompanyCheck" USING WS-OPERATOR-ID, WS-NEW-COMPANY,
017426         WS-CO-RESULT.
017427     IF NOT WS-CO-KNOWN
017428         DISPLAY "COMPANY " WS-CO-EFFECTIVE-COMPANY " IS NOT ON "
017429             "THE COMPANY TABLE - NOT SAVED"
017430         GO TO 3600-EXIT
017431     END-IF.
017432     IF NOT WS-CO-PERMITTED
017433         DISPLAY "COMPANY " WS-CO-EFFECTIVE-COMPANY " IS NOT "
017434             "PERMITTED FOR THIS OPERATOR - NOT SAVED"
017435         GO TO 3600-EXIT
017436     END-IF.
017437     MOVE WS-CO-EFFECTIVE-COMPANY TO WS-NEW-COMPANY.
017438     SET WS-COMPANY-VALID TO TRUE.
017439 3600-EXIT.
017440     EXIT.
017441******************************************************************
017442* 3350-CHECK-ONE-CHILD - THE NEXT MASTER ROW.
017443******************************************************************
017444 3350-CHECK-ONE-CHILD.
017445     READ ACCOUNT-MASTER-FILE NEXT RECORD
017446         AT END
017447             SET WS-END-OF-MASTER TO TRUE
017448     END-READ.
017449     IF NOT WS-END-OF-MASTER
017450         IF AM-PARENT-ACCOUNT = WS-WORK-ACCOUNT-ID
017451             AND AM-STATUS-ACTIVE
017452             SET WS-ACTIVE-CHILD-FOUND TO TRUE
017453             MOVE AM-ACCOUNT-ID TO WS-CHILD-ACCOUNT-ID
017454         END-IF
017455     END-IF.
017456 3350-EXIT.
017457     EXIT.
017458******************************************************************
017500* 4000-CHANGE-ACCOUNT - REWRITE AN ACCOUNT'S NAME AND BILLING
017600*                       DEPARTMENT, AND REACTIVATE A DEACTIVATED
017700*                       ROW ON REQUEST.
018500             DISPLAY "ACCOUNT NOT FOUND"
018600             GO TO 4000-EXIT
018700     END-READ.
018710     MOVE AM-COMPANY-CODE TO WS-NEW-COMPANY.
018720     PERFORM 3600-VALIDATE-COMPANY
018730         THRU 3600-EXIT.
018740     IF NOT WS-COMPANY-VALID
018750         GO TO 4000-EXIT
018760     END-IF.
018800     DISPLAY "Current name is " AM-CUSTOMER-NAME.
018900     DISPLAY "New customer name (Enter keeps current): "
019000     MOVE SPACES TO WS-NEW-NAME.
019900     IF WS-NEW-BILL-DEPT NOT = SPACES
020000         MOVE WS-NEW-BILL-DEPT TO AM-BILL-DEPT
020100     END-IF.
020101     DISPLAY "Current tax jurisdiction/code is "
020102         AM-TAX-JURISDICTION "/" AM-TAX-CODE.
020103     DISPLAY "New tax jurisdiction (Enter keeps current): "
020104     MOVE SPACES TO WS-NEW-TAX-JURISDICTION.
020105     ACCEPT WS-NEW-TAX-JURISDICTION.
020106     DISPLAY "New tax code (EXMT for exempt, Enter keeps "
020107         "current): "
020108     MOVE SPACES TO WS-NEW-TAX-CODE.
020109     ACCEPT WS-NEW-TAX-CODE.
020110     IF WS-NEW-TAX-JURISDICTION NOT = SPACES
020111         OR WS-NEW-TAX-CODE NOT = SPACES
020112         IF WS-NEW-TAX-JURISDICTION = SPACES
020113             MOVE AM-TAX-JURISDICTION TO WS-NEW-TAX-JURISDICTION
020114         END-IF
020115         IF WS-NEW-TAX-CODE = SPACES
020116             MOVE AM-TAX-CODE TO WS-NEW-TAX-CODE
020117         END-IF
020118         PERFORM 3100-VALIDATE-TAX-CODE
020119             THRU 3100-EXIT
020120         IF NOT WS-TAX-CODE-VALID
020121             GO TO 4000-EXIT
020122         END-IF
020123         MOVE WS-NEW-TAX-JURISDICTION TO AM-TAX-JURISDICTION
020124         MOVE WS-NEW-TAX-CODE TO AM-TAX-CODE
020125     END-IF.
020126     MOVE "N" TO WS-LIMIT-CHANGED-SWITCH.
020127     MOVE AM-CREDIT-LIMIT TO CU-EDIT-MONEY-FIELD.
020128     IF AM-NO-CREDIT-LIMIT
020129         DISPLAY "No credit limit is set"
020130     ELSE
020131         DISPLAY "Current credit limit is " CU-EDIT-MONEY-FIELD
020132     END-IF.
020133     DISPLAY "Change the credit limit (Y/N)? "
020134     MOVE SPACE TO WS-LIMIT-REPLY.
020135     ACCEPT WS-LIMIT-REPLY.
020136     IF WS-CHANGE-LIMIT
020137         DISPLAY "New credit limit (zero for no limit): "
020138         MOVE ZERO TO WS-NEW-CREDIT-LIMIT
020139         ACCEPT WS-NEW-CREDIT-LIMIT
020140         IF WS-NEW-CREDIT-LIMIT < ZERO
020141             DISPLAY "A CREDIT LIMIT CANNOT BE NEGATIVE - "
020142                 "NOT SAVED"
020143             GO TO 4000-EXIT
020144         END-IF
020145         IF WS-NEW-CREDIT-LIMIT NOT = AM-CREDIT-LIMIT
020146             MOVE WS-NEW-CREDIT-LIMIT TO AM-CREDIT-LIMIT
020147             SET WS-LIMIT-CHANGED TO TRUE
020148         END-IF
020149     END-IF.
020150     MOVE "N" TO WS-PARENT-CHANGED-SWITCH.
020151     IF AM-NO-PARENT
020152         DISPLAY "No parent account is set"
020153     ELSE
020154         DISPLAY "Current parent account is " AM-PARENT-ACCOUNT
020155     END-IF.
020156     DISPLAY "New parent (Enter keeps current, NONE clears): "
020157     MOVE SPACES TO WS-NEW-PARENT.
020158     ACCEPT WS-NEW-PARENT.
020159     IF WS-NEW-PARENT = "NONE" OR WS-NEW-PARENT = "none"
020160         IF NOT AM-NO-PARENT
020161             MOVE SPACES TO AM-PARENT-ACCOUNT
020162             SET WS-PARENT-CHANGED TO TRUE
020163         END-IF
020164     ELSE
020165         IF WS-NEW-PARENT NOT = SPACES
020166             AND WS-NEW-PARENT NOT = AM-PARENT-ACCOUNT
020167             PERFORM 3200-VALIDATE-PARENT
020168                 THRU 3200-EXIT
020169             IF NOT WS-PARENT-VALID
020170                 GO TO 4000-EXIT
020171             END-IF
020172             MOVE WS-NEW-PARENT TO AM-PARENT-ACCOUNT
020173             SET WS-PARENT-CHANGED TO TRUE
020174         END-IF
020175     END-IF.
020176     MOVE "N" TO WS-MINIMUM-CHANGED-SWITCH.
020177     MOVE AM-MINIMUM-CHARGE TO CU-EDIT-MONEY-FIELD.
020178     IF AM-NO-MINIMUM-CHARGE
020179         DISPLAY "No monthly minimum charge is set"
020180     ELSE
020181         DISPLAY "Current monthly minimum is " CU-EDIT-MONEY-FIELD
020182             " under rate " AM-MINIMUM-RATE
020183     END-IF.
020184     DISPLAY "Change the monthly minimum (Y/N)? "
020185     MOVE SPACE TO WS-MINIMUM-REPLY.
020186     ACCEPT WS-MINIMUM-REPLY.
020187     IF WS-CHANGE-MINIMUM
020188         DISPLAY "New monthly minimum (zero for none): "
020189         MOVE ZERO TO WS-NEW-MINIMUM-CHARGE
020190         ACCEPT WS-NEW-MINIMUM-CHARGE
020191         MOVE SPACES TO WS-NEW-MINIMUM-RATE
020192         IF WS-NEW-MINIMUM-CHARGE NOT = ZERO
020193             DISPLAY "Rate code to bill the minimum under: "
020194             ACCEPT WS-NEW-MINIMUM-RATE
020195         END-IF
020196         PERFORM 3400-VALIDATE-MINIMUM
020197             THRU 3400-EXIT
020198         IF NOT WS-MINIMUM-VALID
020199             GO TO 4000-EXIT
020200         END-IF
020201         IF WS-NEW-MINIMUM-CHARGE NOT = AM-MINIMUM-CHARGE
020202             OR WS-NEW-MINIMUM-RATE NOT = AM-MINIMUM-RATE
020203             MOVE WS-NEW-MINIMUM-CHARGE TO AM-MINIMUM-CHARGE
020204             MOVE WS-NEW-MINIMUM-RATE TO AM-MINIMUM-RATE
020205             SET WS-MINIMUM-CHANGED TO TRUE
020206         END-IF
020207     END-IF.
020208     MOVE "N" TO WS-CYCLE-CHANGED-SWITCH.
020209     EVALUATE TRUE
020210         WHEN AM-CYCLE-WEEKLY
020211             DISPLAY "Current billing cycle is weekly on day "
020212                 AM-CYCLE-DAY " (1 = Monday)"
020213         WHEN AM-CYCLE-MONTHLY
020214             DISPLAY "Current billing cycle is monthly on day "
020215                 AM-CYCLE-DAY
020216         WHEN OTHER
020217             DISPLAY "Current billing cycle is daily"
020218     END-EVALUATE.
020219     DISPLAY "Change the billing cycle (Y/N)? "
020220     MOVE SPACE TO WS-CYCLE-REPLY.
020221     ACCEPT WS-CYCLE-REPLY.
020222     IF WS-CHANGE-CYCLE
020223         PERFORM 3500-ACCEPT-BILL-CYCLE
020224             THRU 3500-EXIT
020225         IF NOT WS-CYCLE-VALID
020226             GO TO 4000-EXIT
020227         END-IF
020228         IF WS-NEW-BILL-CYCLE NOT = AM-BILL-CYCLE
020229             OR WS-NEW-CYCLE-DAY NOT = AM-CYCLE-DAY
020230             MOVE WS-NEW-BILL-CYCLE TO AM-BILL-CYCLE
020231             MOVE WS-NEW-CYCLE-DAY TO AM-CYCLE-DAY
020232             SET WS-CYCLE-CHANGED TO TRUE
020233         END-IF
020234     END-IF.
020235     MOVE "N" TO WS-COMPANY-CHANGED-SWITCH.
020236     DISPLAY "Current company is " WS-CO-EFFECTIVE-COMPANY " "
020237         WS-CO-COMPANY-NAME.
020238     DISPLAY "New company (Enter keeps current): "
020239     MOVE SPACES TO WS-NEW-COMPANY.
020240     ACCEPT WS-NEW-COMPANY.
020241     IF WS-NEW-COMPANY NOT = SPACES
020242         PERFORM 3600-VALIDATE-COMPANY
020243             THRU 3600-EXIT
020244         IF NOT WS-COMPANY-VALID
020245             GO TO 4000-EXIT
020246         END-IF
020247         IF WS-NEW-COMPANY NOT = AM-COMPANY-CODE
020248             MOVE WS-NEW-COMPANY TO AM-COMPANY-CODE
020249             SET WS-COMPANY-CHANGED TO TRUE
020250         END-IF
020251     END-IF.
020252     IF AM-STATUS-INACTIVE
020300         DISPLAY "ACCOUNT IS INACTIVE - REACTIVATED BY THIS "
020400             "CHANGE"
020500         SET AM-STATUS-ACTIVE TO TRUE
021200             MOVE "CHANGE" TO AU-ACTION
021300             PERFORM 8000-WRITE-AUDIT-RECORD
021400                 THRU 8000-EXIT
021402            IF WS-LIMIT-CHANGED
021404                MOVE "CRDLIM" TO AU-ACTION
021406                PERFORM 8000-WRITE-AUDIT-RECORD
021408                    THRU 8000-EXIT
021410            END-IF
021412            IF WS-PARENT-CHANGED
021414                MOVE "PARENT" TO AU-ACTION
021416                PERFORM 8000-WRITE-AUDIT-RECORD
021418                    THRU 8000-EXIT
021420            END-IF
021422            IF WS-MINIMUM-CHANGED
021424                MOVE "MINCHG" TO AU-ACTION
021426                PERFORM 8000-WRITE-AUDIT-RECORD
021428                    THRU 8000-EXIT
021430            END-IF
021432            IF WS-CYCLE-CHANGED
021434                MOVE "BILCYC" TO AU-ACTION
021436                PERFORM 8000-WRITE-AUDIT-RECORD
021438                    THRU 8000-EXIT
021440            END-IF
021442            IF WS-COMPANY-CHANGED
021444                MOVE "COMPNY" TO AU-ACTION
021446                PERFORM 8000-WRITE-AUDIT-RECORD
021448                    THRU 8000-EXIT
021450            END-IF
021500             DISPLAY "ACCOUNT CHANGED"
021600     END-REWRITE.
021700 4000-EXIT.
023100             DISPLAY "ACCOUNT NOT FOUND"
023200             GO TO 5000-EXIT
023300     END-READ.
023310     PERFORM 3300-CHECK-ACTIVE-CHILDREN
023320         THRU 3300-EXIT.
023330     IF WS-ACTIVE-CHILD-FOUND
023340         DISPLAY "ACCOUNT IS PARENT TO ACTIVE SUBSIDIARY "
023350             WS-CHILD-ACCOUNT-ID " - RE-PARENT OR DEACTIVATE "
023360             "ITS SUBSIDIARIES FIRST"
023370         GO TO 5000-EXIT
023380     END-IF.
023400     SET AM-STATUS-INACTIVE TO TRUE.
023500     REWRITE ACCOUNT-MASTER-RECORD
023600         INVALID KEY
027200     END-READ.
027300     IF NOT WS-END-OF-MASTER
027400         DISPLAY AM-ACCOUNT-ID " " AM-STATUS " DEPT "
027500             AM-BILL-DEPT " TAX " AM-TAX-JURISDICTION "/"
027502             AM-TAX-CODE " " AM-CUSTOMER-NAME
027504             IF NOT AM-NO-CREDIT-LIMIT
027506                 MOVE AM-CREDIT-LIMIT TO CU-EDIT-MONEY-FIELD
027508                 DISPLAY "         CREDIT LIMIT "
027510                     CU-EDIT-MONEY-FIELD
027512             END-IF
027514             IF NOT AM-NO-PARENT
027516                 DISPLAY "         PARENT ACCOUNT "
027518                     AM-PARENT-ACCOUNT
027520             END-IF
027522             IF NOT AM-NO-MINIMUM-CHARGE
027524                 MOVE AM-MINIMUM-CHARGE TO CU-EDIT-MONEY-FIELD
027526                 DISPLAY "         MONTHLY MINIMUM "
027528                     CU-EDIT-MONEY-FIELD " RATE " AM-MINIMUM-RATE
027530             END-IF
027532             IF AM-CYCLE-WEEKLY
027534                 DISPLAY "         BILLS WEEKLY ON DAY "
027536                     AM-CYCLE-DAY
027538             END-IF
027540             IF AM-CYCLE-MONTHLY
027542                 DISPLAY "         BILLS MONTHLY ON DAY "
027544                     AM-CYCLE-DAY
027546             END-IF
027548             IF AM-COMPANY-CODE NOT = SPACES
027550                 DISPLAY "         COMPANY " AM-COMPANY-CODE
027552             END-IF
027600         ADD 1 TO WS-BROWSE-COUNT
027700     END-IF.
027800 6100-EXIT.
028900     MOVE WS-CURRENT-TIME    TO AU-LOG-TIME.
029000     MOVE WS-OPERATOR-ID     TO AU-OPERATOR-ID.
029100     MOVE WS-WORK-ACCOUNT-ID TO AU-ACCOUNT-ID.
029125     MOVE "ACCTLOG" TO WS-AUDIT-TRAIL-NAME.
029150     CALL "AuditChain" USING WS-AUDIT-TRAIL-NAME,
029175         ACCT-AUDIT-RECORD.
029200     WRITE ACCT-AUDIT-RECORD.
029300 8000-EXIT.
029400     EXIT.
