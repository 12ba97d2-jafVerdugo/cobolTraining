001911*                  UPLOAD CARRYING ACCOUNT NUMBERS REFUSES A
001912*                  TRANSPOSED ID WITH THE SAME RULE EVERY OTHER
001913*                  ENTRY POINT APPLIES.
001915*   2026-10-15 DO  ANY INBOUND FILE DESCRIBED ON THE LAYDICT
001920*                  RECORD-LAYOUT DICTIONARY CAN NOW BE EDITED -
001925*                  THE RUN TAKES A LAYOUT NAME (ENTER KEEPS THE
001930*                  FOUR-FIELD MULTIIN SHAPE EXACTLY AS BEFORE),
001935*                  CUTS EACH RECORD INTO THE NAMED FIELDS OF ITS
001940*                  RECORD TYPE, REFUSES A NUMERIC FIELD THAT IS
001945*                  NOT NUMERIC OR A RECORD TYPE THE LAYOUT DOES
001950*                  NOT DESCRIBE, AND APPLIES THE MVRULES ROWS
001955*                  CARRYING THAT LAYOUT NAME - THE SAME RANGE,
001960*                  CROSS-FIELD, LOOKUP AND CHECK-DIGIT RULE TYPES,
001965*                  BY FIELD NAME, WITH WIDER LIMITS. ACCEPTED
001970*                  RECORDS GO TO MULTIACC AS SENT, REJECTS TO
001975*                  MULTIREJ WITH THE FIELD NAME AND RULE, AND THE
001980*                  REPORT BALANCES AS BEFORE.
001985******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. MultiValueValidate.
002200 ENVIRONMENT DIVISION.
003098         ACCESS MODE IS RANDOM
003099         RECORD KEY IS GA-ACCOUNT-CODE
003100         FILE STATUS IS WS-GL-FILE-STATUS.
003102     SELECT LAYOUT-DICT-FILE ASSIGN TO "LAYDICT"
003104         ORGANIZATION IS LINE SEQUENTIAL
003106         FILE STATUS IS WS-DICT-FILE-STATUS.
003110 DATA DIVISION.
003200 FILE SECTION.
003300 FD  MULTI-VALUE-FILE
003500 01  MULTI-VALUE-RECORD.
003600     05  MV-FIELD                    OCCURS 4 TIMES
003700                                     PIC S9(5)V99.
003750 01  MULTI-VALUE-IMAGE               PIC X(256).
003800 FD  VALIDATION-RPT-FILE
003900     RECORDING MODE IS F.
004000 01  VALIDATION-RPT-LINE             PIC X(80).
004001 FD  ACCEPTED-FILE
004002     RECORDING MODE IS F.
004003     COPY PNDAILY REPLACING DAILY-TRANS-RECORD BY
004004         ACCEPTED-RECORD.
004005 01  ACCEPTED-IMAGE                  PIC X(256).
004006 FD  REJECT-FILE
004007     RECORDING MODE IS F.
004008 01  REJECT-RECORD.
004011     05  RJ-RULE-TEXT                PIC X(20).
004012     05  FILLER                      PIC X(01).
004013     05  RJ-RECORD-IMAGE             PIC X(28).
004014 01  LAYOUT-REJECT-RECORD.
004016     05  RL-FIELD-NAME               PIC X(16).
004018     05  FILLER                      PIC X(01).
004020     05  RL-RULE-TEXT                PIC X(20).
004022     05  FILLER                      PIC X(01).
004024     05  RL-RECORD-IMAGE             PIC X(256).
004026 FD  RULES-FILE
004028     RECORDING MODE IS F.
004030 01  RULES-RECORD.
004040     05  MR-FIELD-NO                 PIC 9(01).
004050     05  MR-LOW-LIMIT                PIC S9(5)V99.
004086     05  MR-COMPARE-FIELD-NO         PIC 9(01).
004087     05  MR-RELATION                 PIC X(02).
004088     05  MR-LOOKUP-MASTER            PIC X(08).
004090     05  MR-LAYOUT-NAME              PIC X(08).
004095     05  MR-FIELD-NAME               PIC X(16).
004100     05  MR-COMPARE-FIELD-NAME       PIC X(16).
004105     05  MR-WIDE-LOW-LIMIT           PIC S9(11)V99.
004110     05  MR-WIDE-HIGH-LIMIT          PIC S9(11)V99.
004115 FD  RATE-MASTER-FILE.
004120     COPY RATEMSTR.
004125 FD  GL-ACCOUNT-FILE.
004130     COPY GLACCT.
004135 FD  LAYOUT-DICT-FILE
004140     RECORDING MODE IS F.
004145     COPY LAYDICT.
004150 WORKING-STORAGE SECTION.
004200 01  WS-IN-FILE-STATUS               PIC X(02).
004300     88  WS-IN-FILE-OK               VALUE "00".
004400 01  WS-RPT-FILE-STATUS              PIC X(02).
007288 01  WS-LIB-MSG-PREFIX               PIC X(10).
007290 01  WS-LIB-MSG-VALUE                PIC X(40).
007292 01  WS-LIB-MSG-TEXT                 PIC X(60).
007293*
007294*    THE LAYOUT RUN - THE LAYDICT FIELDS OF THE LAYOUT NAMED AT
007295*    RUN START AND THE MVRULES ROWS CARRYING ITS NAME.
007296*
007297 01  WS-LAYOUT-NAME                  PIC X(08) VALUE SPACES.
007298     88  WS-CLASSIC-SHAPE            VALUE SPACES.
007299 01  WS-DICT-FILE-STATUS             PIC X(02).
007300     88  WS-DICT-FILE-OK             VALUE "00".
007301 01  WS-DICT-EOF-SWITCH              PIC X(01) VALUE "N".
007302     88  WS-END-OF-DICT              VALUE "Y".
007303 01  WS-LAYOUT-SWITCH                PIC X(01) VALUE "N".
007304     88  WS-LAYOUT-MODE              VALUE "Y".
007305 01  WS-TYPE-CODE-START              PIC 9(03) VALUE ZERO.
007306 01  WS-TYPE-CODE-LENGTH             PIC 9(03) VALUE ZERO.
007307 01  WS-RECORD-TYPE                  PIC X(04) VALUE SPACES.
007308 01  WS-LAYOUT-FIELD-TABLE.
007309     05  WS-LAYOUT-FIELD-COUNT       PIC 9(02) COMP VALUE ZERO.
007310     05  WS-LAYOUT-FIELD OCCURS 60 TIMES.
007311         10  LF-RECORD-TYPE          PIC X(04).
007312         10  LF-FIELD-NAME           PIC X(16).
007313         10  LF-START                PIC 9(03).
007314         10  LF-LENGTH               PIC 9(03).
007315         10  LF-TYPE                 PIC X(01).
007316             88  LF-UNSIGNED         VALUE "N".
007317             88  LF-SIGNED           VALUE "S".
007318             88  LF-NUMERIC-TYPE     VALUE "N" "S".
007319         10  LF-DECIMALS             PIC 9(01).
007320         10  LF-PRESENT-SWITCH       PIC X(01).
007321             88  LF-PRESENT          VALUE "Y".
007322         10  LF-VALUE                PIC S9(13)V9(05).
007323         10  LF-TEXT                 PIC X(40).
007324 01  LFD-IDX                         PIC 9(02) COMP.
007325 01  WS-LRULE-TABLE.
007326     05  WS-LRULE-COUNT              PIC 9(02) COMP VALUE ZERO.
007327     05  WS-LRULE-ENTRY OCCURS 50 TIMES.
007328         10  LR-RULE-TYPE            PIC X(01).
007329             88  LR-TYPE-CROSS       VALUE "C".
007330             88  LR-TYPE-LOOKUP      VALUE "L".
007331             88  LR-TYPE-ACCTCK      VALUE "A".
007332         10  LR-FIELD-NAME           PIC X(16).
007333         10  LR-COMPARE-NAME         PIC X(16).
007334         10  LR-RELATION             PIC X(02).
007335         10  LR-LOOKUP-MASTER        PIC X(08).
007336         10  LR-LOW-LIMIT            PIC S9(11)V99.
007337         10  LR-HIGH-LIMIT           PIC S9(11)V99.
007338         10  LR-REQUIRED             PIC X(01).
007339             88  LR-FIELD-REQUIRED   VALUE "Y".
007340         10  LR-SIGN-ALLOWED         PIC X(01).
007341             88  LR-SIGN-OK          VALUE "Y".
007342 01  LRL-IDX                         PIC 9(02) COMP.
007343 01  WS-RULE-FIELD-IDX               PIC 9(02) COMP VALUE ZERO.
007344 01  WS-COMPARE-FIELD-IDX            PIC 9(02) COMP VALUE ZERO.
007345 01  WS-FIND-NAME                    PIC X(16) VALUE SPACES.
007346 01  WS-FOUND-FIELD-IDX              PIC 9(02) COMP VALUE ZERO.
007347 01  WS-FIND-PRESENT-SWITCH          PIC X(01) VALUE "N".
007348     88  WS-FIND-PRESENT-ONLY        VALUE "Y".
007349 01  WS-FIELDS-CUT                   PIC 9(02) COMP VALUE ZERO.
007350 01  WS-FIRST-FAIL-NAME              PIC X(16) VALUE SPACES.
007351 01  WS-UNSIGNED-WORK                PIC 9(18) VALUE ZERO.
007352 01  WS-UNSIGNED-WORK-X REDEFINES WS-UNSIGNED-WORK
007353                                     PIC X(18).
007354 01  WS-SIGNED-WORK                  PIC S9(18) VALUE ZERO.
007355 01  WS-SIGNED-WORK-X REDEFINES WS-SIGNED-WORK
007356                                     PIC X(18).
007357 01  WS-CUT-POSITION                 PIC 9(03) VALUE ZERO.
007358 01  WS-LAYOUT-HEADER-LINE.
007359     05  FILLER                      PIC X(08) VALUE "LAYOUT: ".
007360     05  LH-LAYOUT-NAME              PIC X(08).
007361     05  FILLER                      PIC X(10) VALUE "  FIELDS: ".
007362     05  LH-FIELD-COUNT              PIC Z9.
007363     05  FILLER                      PIC X(09) VALUE "  RULES: ".
007364     05  LH-RULE-COUNT               PIC Z9.
007365     05  FILLER                      PIC X(41) VALUE SPACES.
007366 01  WS-LAYOUT-DETAIL-LINE.
007367     05  FILLER                      PIC X(08) VALUE "RECORD:".
007368     05  LV-RECORD-NO                PIC ZZZ,ZZ9.
007369     05  FILLER                      PIC X(02) VALUE SPACES.
007370     05  FILLER                      PIC X(07) VALUE "FIELD:".
007371     05  LV-FIELD-NAME               PIC X(16).
007372     05  FILLER                      PIC X(01) VALUE SPACE.
007373     05  FILLER                      PIC X(07) VALUE "VALUE:".
007374     05  LV-FIELD-TEXT               PIC X(11).
007375     05  FILLER                      PIC X(01) VALUE SPACE.
007376     05  LV-RULE-TEXT                PIC X(20).
007377 01  WS-LAYOUT-CROSS-TEXT.
007378     05  FILLER                      PIC X(04) VALUE "NOT ".
007379     05  LX-RELATION                 PIC X(02).
007380     05  FILLER                      PIC X(01) VALUE SPACE.
007381     05  LX-COMPARE-NAME             PIC X(13).
007382 PROCEDURE DIVISION.
007400******************************************************************
007500* 0000-MAINLINE - LOAD EACH RECORD'S FIELDS AND RANGE-CHECK EVERY
007600*                 ONE OF THEM.
007700******************************************************************
007800 0000-MAINLINE.
007801     DISPLAY "Layout name (Enter for the MULTIIN four-field "
007802         "shape): "
007803     MOVE SPACES TO WS-LAYOUT-NAME.
007804     ACCEPT WS-LAYOUT-NAME.
007805     IF NOT WS-CLASSIC-SHAPE
007806         PERFORM 0600-LOAD-LAYOUT
007807             THRU 0600-EXIT
007808         IF WS-LAYOUT-FIELD-COUNT = ZERO
007809             DISPLAY "LAYOUT " WS-LAYOUT-NAME " HAS NO USABLE "
007810                 "LAYDICT FIELDS - NOTHING VALIDATED"
007811             MOVE 8 TO RETURN-CODE
007812             GO TO 9999-EXIT
007813         END-IF
007814         SET WS-LAYOUT-MODE TO TRUE
007815     END-IF.
007816     PERFORM 0500-LOAD-VALIDATION-RULES
007820         THRU 0500-EXIT.
007900     PERFORM 1000-OPEN-FILES
008000         THRU 1000-EXIT.
008691     IF WS-END-OF-RULES
008692         GO TO 0560-EXIT
008693     END-IF.
008694     IF MR-LAYOUT-NAME NOT = SPACES
008695         IF WS-LAYOUT-MODE AND MR-LAYOUT-NAME = WS-LAYOUT-NAME
008696             PERFORM 0580-LOAD-ONE-LAYOUT-RULE
008697                 THRU 0580-EXIT
008698         END-IF
008699         GO TO 0560-EXIT
008700     END-IF.
008701     IF WS-LAYOUT-MODE
008702         GO TO 0560-EXIT
008703     END-IF.
008704     IF MR-FIELD-NO < 1 OR MR-FIELD-NO > 4
008705         DISPLAY "MVRULES ROW FOR FIELD " MR-FIELD-NO
008706             " IGNORED - ONLY FIELDS 1-4 EXIST"
008707         GO TO 0560-EXIT
008708     END-IF.
008709     IF MR-TYPE-CROSS OR MR-TYPE-LOOKUP OR MR-TYPE-ACCTCK
008710         PERFORM 0570-LOAD-ONE-EXTRA-RULE
008711             THRU 0570-EXIT
008712         GO TO 0560-EXIT
008713     END-IF.
008714     MOVE MR-LOW-LIMIT TO RT-LOW-LIMIT (MR-FIELD-NO).
008715     MOVE MR-HIGH-LIMIT TO RT-HIGH-LIMIT (MR-FIELD-NO).
008716     MOVE MR-REQUIRED TO RT-REQUIRED (MR-FIELD-NO).
008717     MOVE MR-SIGN-ALLOWED TO RT-SIGN-ALLOWED (MR-FIELD-NO).
008718     ADD 1 TO WS-RULES-LOADED-COUNT.
008719 0560-EXIT.
008720     EXIT.
008722******************************************************************
008724* 0570-LOAD-ONE-EXTRA-RULE - VET AND TABLE ONE CROSS-FIELD,
008822 0570-EXIT.
008824     EXIT.
008830******************************************************************
008831* 0580-LOAD-ONE-LAYOUT-RULE - VET AND TABLE ONE MVRULES ROW FOR
008832*                  THE LAYOUT BEING RUN. ITS FIELD (AND A CROSS
008833*                  RULE'S COMPARE FIELD) MUST BE NAMED ON THE
008834*                  LAYOUT; THE RELATION AND LOOKUP MASTER ARE
008835*                  VETTED AS FOR A MULTIIN ROW. A RANGE ROW TAKES
008836*                  THE WIDE LIMITS, OR THE ORIGINAL ONES WHEN THE
008837*                  WIDE ONES ARE BLANK.
008838******************************************************************
008839 0580-LOAD-ONE-LAYOUT-RULE.
008840     MOVE MR-FIELD-NAME TO WS-FIND-NAME.
008841     MOVE "N" TO WS-FIND-PRESENT-SWITCH.
008842     PERFORM 4800-FIND-FIELD-BY-NAME
008843         THRU 4800-EXIT.
008844     IF WS-FOUND-FIELD-IDX = ZERO
008845         DISPLAY "MVRULES ROW FOR " MR-FIELD-NAME
008846             " IGNORED - NOT A FIELD OF LAYOUT " WS-LAYOUT-NAME
008847         GO TO 0580-EXIT
008848     END-IF.
008849     IF MR-TYPE-CROSS
008850         MOVE MR-COMPARE-FIELD-NAME TO WS-FIND-NAME
008851         PERFORM 4800-FIND-FIELD-BY-NAME
008852             THRU 4800-EXIT
008853         IF WS-FOUND-FIELD-IDX = ZERO
008854             OR MR-COMPARE-FIELD-NAME = MR-FIELD-NAME
008855             DISPLAY "MVRULES CROSS RULE FOR " MR-FIELD-NAME
008856                 " IGNORED - BAD COMPARE FIELD "
008857                 MR-COMPARE-FIELD-NAME
008858             GO TO 0580-EXIT
008859         END-IF
008860         IF MR-RELATION NOT = "LT" AND "LE" AND "EQ"
008861             AND "GE" AND "GT" AND "NE"
008862             DISPLAY "MVRULES CROSS RULE FOR " MR-FIELD-NAME
008863                 " IGNORED - BAD RELATION " MR-RELATION
008864             GO TO 0580-EXIT
008865         END-IF
008866     END-IF.
008867     IF MR-TYPE-LOOKUP
008868         IF MR-LOOKUP-MASTER = "RATEMSTR"
008869             SET WS-RATE-MASTER-NEEDED TO TRUE
008870         ELSE
008871             IF MR-LOOKUP-MASTER = "GLACCTM"
008872                 SET WS-GL-MASTER-NEEDED TO TRUE
008873             ELSE
008874                 DISPLAY "MVRULES LOOKUP RULE FOR " MR-FIELD-NAME
008875                     " IGNORED - UNKNOWN MASTER " MR-LOOKUP-MASTER
008876                 GO TO 0580-EXIT
008877             END-IF
008878         END-IF
008879     END-IF.
008880     IF WS-LRULE-COUNT >= 50
008881         DISPLAY "MVRULES LAYOUT RULE TABLE FULL - ROW FOR "
008882             MR-FIELD-NAME " IGNORED"
008883         GO TO 0580-EXIT
008884     END-IF.
008885     ADD 1 TO WS-LRULE-COUNT.
008886     MOVE WS-LRULE-COUNT TO LRL-IDX.
008887     MOVE MR-RULE-TYPE TO LR-RULE-TYPE (LRL-IDX).
008888     MOVE MR-FIELD-NAME TO LR-FIELD-NAME (LRL-IDX).
008889     MOVE MR-COMPARE-FIELD-NAME TO LR-COMPARE-NAME (LRL-IDX).
008890     MOVE MR-RELATION TO LR-RELATION (LRL-IDX).
008891     MOVE MR-LOOKUP-MASTER TO LR-LOOKUP-MASTER (LRL-IDX).
008892     MOVE MR-REQUIRED TO LR-REQUIRED (LRL-IDX).
008893     MOVE MR-SIGN-ALLOWED TO LR-SIGN-ALLOWED (LRL-IDX).
008894     IF MR-WIDE-LOW-LIMIT NUMERIC AND MR-WIDE-HIGH-LIMIT NUMERIC
008895         MOVE MR-WIDE-LOW-LIMIT TO LR-LOW-LIMIT (LRL-IDX)
008896         MOVE MR-WIDE-HIGH-LIMIT TO LR-HIGH-LIMIT (LRL-IDX)
008897     ELSE
008898         MOVE MR-LOW-LIMIT TO LR-LOW-LIMIT (LRL-IDX)
008899         MOVE MR-HIGH-LIMIT TO LR-HIGH-LIMIT (LRL-IDX)
008900     END-IF.
008901     ADD 1 TO WS-RULES-LOADED-COUNT.
008902 0580-EXIT.
008903     EXIT.
008904******************************************************************
008905* 0600-LOAD-LAYOUT - THE LAYDICT ROWS OF THE LAYOUT NAMED AT RUN
008906*                  START INTO THE FIELD TABLE. THE FIELD 00 ROW,
008907*                  IF ANY, PLACES THE RECORD-TYPE CODE.
008908******************************************************************
008909 0600-LOAD-LAYOUT.
008910     MOVE ZERO TO WS-LAYOUT-FIELD-COUNT.
008911     MOVE ZERO TO WS-TYPE-CODE-START WS-TYPE-CODE-LENGTH.
008912     OPEN INPUT LAYOUT-DICT-FILE.
008913     IF NOT WS-DICT-FILE-OK
008914         DISPLAY "LAYDICT OPEN FAILED, STATUS "
008915             WS-DICT-FILE-STATUS
008916         GO TO 0600-EXIT
008917     END-IF.
008918     PERFORM 0650-LOAD-ONE-LAYOUT-ROW
008919         THRU 0650-EXIT
008920         UNTIL WS-END-OF-DICT.
008921     CLOSE LAYOUT-DICT-FILE.
008922     DISPLAY "LAYOUT " WS-LAYOUT-NAME " FIELDS LOADED: "
008923         WS-LAYOUT-FIELD-COUNT.
008924 0600-EXIT.
008925     EXIT.
008926******************************************************************
008927* 0650-LOAD-ONE-LAYOUT-ROW - ONE DICTIONARY ROW, VETTED: THE FIELD
008928*                  MUST LIE INSIDE THE 256-BYTE RECORD, HAVE A
008929*                  KNOWN TYPE, AND A NUMERIC FIELD MUST FIT THE
008930*                  18-DIGIT WORK AREA WITH NO MORE THAN FIVE
008931*                  DECIMALS AND THIRTEEN WHOLE DIGITS.
008932******************************************************************
008933 0650-LOAD-ONE-LAYOUT-ROW.
008934     READ LAYOUT-DICT-FILE
008935         AT END
008936             SET WS-END-OF-DICT TO TRUE
008937             GO TO 0650-EXIT
008938     END-READ.
008939     IF LD-LAYOUT-NAME NOT = WS-LAYOUT-NAME
008940         GO TO 0650-EXIT
008941     END-IF.
008942     IF LD-START-POS NOT NUMERIC OR LD-LENGTH NOT NUMERIC
008943         OR LD-START-POS < 1 OR LD-LENGTH < 1
008944         OR LD-START-POS + LD-LENGTH > 257
008945         DISPLAY "LAYDICT ROW " LD-FIELD-NAME
008946             " IGNORED - POSITION OUTSIDE THE RECORD"
008947         GO TO 0650-EXIT
008948     END-IF.
008949     IF LD-TYPE-CODE-ROW
008950         IF LD-LENGTH > 4
008951             DISPLAY "LAYDICT RECORD-TYPE ROW IGNORED -"
008952                 "TYPE CODE LONGER THAN 4"
008953         ELSE
008954             MOVE LD-START-POS TO WS-TYPE-CODE-START
008955             MOVE LD-LENGTH TO WS-TYPE-CODE-LENGTH
008956         END-IF
008957         GO TO 0650-EXIT
008958     END-IF.
008959     IF NOT LD-FIELD-TYPE-VALID
008960         DISPLAY "LAYDICT ROW " LD-FIELD-NAME
008961             " IGNORED - TYPE MUST BE N, S OR X"
008962         GO TO 0650-EXIT
008963     END-IF.
008964     IF NOT LD-TYPE-ALPHANUMERIC
008965         IF LD-DECIMALS NOT NUMERIC OR LD-DECIMALS > 5
008966             OR LD-LENGTH > 18 OR LD-LENGTH - LD-DECIMALS > 13
008967             DISPLAY "LAYDICT ROW " LD-FIELD-NAME
008968                 " IGNORED - NUMERIC FIELD TOO LONG"
008969             GO TO 0650-EXIT
008970         END-IF
008971     END-IF.
008972     IF WS-LAYOUT-FIELD-COUNT >= 60
008973         DISPLAY "LAYDICT FIELD TABLE FULL - ROW " LD-FIELD-NAME
008974             " IGNORED"
008975         GO TO 0650-EXIT
008976     END-IF.
008977     ADD 1 TO WS-LAYOUT-FIELD-COUNT.
008978     MOVE WS-LAYOUT-FIELD-COUNT TO LFD-IDX.
008979     MOVE LD-RECORD-TYPE TO LF-RECORD-TYPE (LFD-IDX).
008980     MOVE LD-FIELD-NAME TO LF-FIELD-NAME (LFD-IDX).
008981     MOVE LD-START-POS TO LF-START (LFD-IDX).
008982     MOVE LD-LENGTH TO LF-LENGTH (LFD-IDX).
008983     MOVE LD-FIELD-TYPE TO LF-TYPE (LFD-IDX).
008984     MOVE ZERO TO LF-DECIMALS (LFD-IDX).
008985     IF NOT LD-TYPE-ALPHANUMERIC
008986         MOVE LD-DECIMALS TO LF-DECIMALS (LFD-IDX)
008987     END-IF.
008988 0650-EXIT.
008989     EXIT.
008990******************************************************************
008991* 1000-OPEN-FILES - OPEN THE INPUT AND THE VALIDATION REPORT
008992*                   AND ANY LOOKUP MASTERS THE RULES NEED,
008993*                   PRIME THE FIRST READ.
009000******************************************************************
009100 1000-OPEN-FILES.
009200     OPEN INPUT MULTI-VALUE-FILE.
009900     OPEN OUTPUT VALIDATION-RPT-FILE.
010000     MOVE WS-HEADER-LINE TO VALIDATION-RPT-LINE.
010100     WRITE VALIDATION-RPT-LINE.
010101     IF WS-LAYOUT-MODE
010102         MOVE WS-LAYOUT-NAME TO LH-LAYOUT-NAME
010103         MOVE WS-LAYOUT-FIELD-COUNT TO LH-FIELD-COUNT
010104         MOVE WS-LRULE-COUNT TO LH-RULE-COUNT
010105         WRITE VALIDATION-RPT-LINE FROM WS-LAYOUT-HEADER-LINE
010106     END-IF.
010110     OPEN OUTPUT ACCEPTED-FILE.
010120     OPEN OUTPUT REJECT-FILE.
010122     IF WS-RATE-MASTER-NEEDED
010140         END-IF
010141     END-IF.
010144     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
010147     IF NOT WS-LAYOUT-MODE
010150         MOVE SPACES TO ACCEPTED-RECORD
010160         MOVE "HD" TO DT-RECORD-TYPE
010170         MOVE WS-TODAYS-DATE TO DT-BATCH-DATE
010180         WRITE ACCEPTED-RECORD
010190     END-IF.
010200     PERFORM 1500-READ-VALUE-RECORD
010300         THRU 1500-EXIT.
010400 1000-EXIT.
012110     MOVE "N" TO WS-RECORD-ERROR-SWITCH.
012120     MOVE ZERO TO WS-FIRST-FAIL-FIELD.
012130     MOVE SPACES TO WS-FIRST-FAIL-RULE.
012200     IF WS-LAYOUT-MODE
012300         PERFORM 4000-VALIDATE-LAYOUT-RECORD
012400             THRU 4000-EXIT
012500     ELSE
012502         PERFORM 2100-VALIDATE-ONE-FIELD
012504             THRU 2100-EXIT
012506             VARYING FLD-IDX FROM 1 BY 1
012508             UNTIL FLD-IDX > 4
012509         PERFORM 2500-APPLY-ONE-EXTRA-RULE
012510             THRU 2500-EXIT
012511             VARYING XRL-IDX FROM 1 BY 1
012512             UNTIL XRL-IDX > WS-XRULE-COUNT
012513     END-IF.
012514     IF WS-RECORD-IN-ERROR
012520         PERFORM 2400-WRITE-REJECT-RECORD
012530             THRU 2400-EXIT
012540     ELSE
012920******************************************************************
012922 2300-WRITE-ACCEPTED-RECORD.
012924     ADD 1 TO WS-ACCEPT-COUNT.
012925     IF WS-LAYOUT-MODE
012926         WRITE ACCEPTED-IMAGE FROM MULTI-VALUE-IMAGE
012927         GO TO 2300-EXIT
012928     END-IF.
012929     MOVE SPACES TO ACCEPTED-RECORD.
012930     MOVE "DT" TO DT-RECORD-TYPE.
012931     MOVE MV-FIELD (1) TO DT-NUM1-ADJ.
012932     MOVE MV-FIELD (3) TO DT-NUM2-ADJ.
012934     MOVE MV-FIELD (4) TO DT-NUM3-ADJ.
012936     MOVE SPACES TO DT-GL-ACCOUNT.
012956******************************************************************
012958 2400-WRITE-REJECT-RECORD.
012960     ADD 1 TO WS-REJECT-COUNT.
012962     IF WS-LAYOUT-MODE
012964         MOVE SPACES TO LAYOUT-REJECT-RECORD
012966         MOVE WS-FIRST-FAIL-NAME TO RL-FIELD-NAME
012968         MOVE WS-FIRST-FAIL-RULE TO RL-RULE-TEXT
012970         MOVE MULTI-VALUE-IMAGE  TO RL-RECORD-IMAGE
012972         WRITE LAYOUT-REJECT-RECORD
012974         GO TO 2400-EXIT
012976     END-IF.
012978     MOVE SPACES TO REJECT-RECORD.
012980     MOVE WS-FIRST-FAIL-FIELD TO RJ-FIELD-NO.
012982     MOVE WS-FIRST-FAIL-RULE  TO RJ-RULE-TEXT.
012984     MOVE MULTI-VALUE-RECORD  TO RJ-RECORD-IMAGE.
012986     WRITE REJECT-RECORD.
012988 2400-EXIT.
012990     EXIT.
013000******************************************************************
013100* 2100-VALIDATE-ONE-FIELD - IF THE FIELD AT THIS POSITION IS
013200*                           OUTSIDE THE ALLOWED RANGE, REPORT IT.
015020     MOVE WS-ACCEPT-COUNT TO BL-ACCEPT-COUNT.
015030     MOVE WS-REJECT-COUNT TO BL-REJECT-COUNT.
015040     WRITE VALIDATION-RPT-LINE FROM WS-BALANCE-LINE.
015050     IF NOT WS-LAYOUT-MODE
015060         MOVE SPACES TO ACCEPTED-RECORD
015070         MOVE "TL" TO DT-RECORD-TYPE
015080         MOVE WS-ACCEPT-COUNT TO DT-RECORD-COUNT
015090         MOVE WS-HASH-ACCUM TO DT-HASH-TOTAL
015092         WRITE ACCEPTED-RECORD
015096     END-IF.
015100     CLOSE MULTI-VALUE-FILE
015200           VALIDATION-RPT-FILE
015210           ACCEPTED-FILE
015500 3000-EXIT.
015600     EXIT.
015700******************************************************************
015701* 4000-VALIDATE-LAYOUT-RECORD - CUT THE RECORD INTO THE FIELDS OF
015702*                  ITS RECORD TYPE, THEN APPLY EVERY LAYOUT RULE.
015703*                  A RECORD TYPE WITH NO FIELDS ON THE LAYOUT IS
015704*                  REFUSED OUTRIGHT.
015705******************************************************************
015706 4000-VALIDATE-LAYOUT-RECORD.
015707     MOVE SPACES TO WS-FIRST-FAIL-NAME.
015708     MOVE SPACES TO WS-RECORD-TYPE.
015709     IF WS-TYPE-CODE-LENGTH > ZERO
015710         MOVE MULTI-VALUE-IMAGE (WS-TYPE-CODE-START:
015711             WS-TYPE-CODE-LENGTH) TO WS-RECORD-TYPE
015712     END-IF.
015713     MOVE ZERO TO WS-FIELDS-CUT.
015714     PERFORM 4100-CUT-ONE-FIELD
015715         THRU 4100-EXIT
015716         VARYING LFD-IDX FROM 1 BY 1
015717         UNTIL LFD-IDX > WS-LAYOUT-FIELD-COUNT.
015718     IF WS-FIELDS-CUT = ZERO
015719         MOVE "RECORD TYPE" TO LV-FIELD-NAME
015720         MOVE WS-RECORD-TYPE TO LV-FIELD-TEXT
015721         MOVE "UNKNOWN RECORD TYPE " TO LV-RULE-TEXT
015722         PERFORM 4900-REPORT-LAYOUT-FAILURE
015723             THRU 4900-EXIT
015724         GO TO 4000-EXIT
015725     END-IF.
015726     PERFORM 4200-APPLY-ONE-LAYOUT-RULE
015727         THRU 4200-EXIT
015728         VARYING LRL-IDX FROM 1 BY 1
015729         UNTIL LRL-IDX > WS-LRULE-COUNT.
015730 4000-EXIT.
015731     EXIT.
015732******************************************************************
015733* 4100-CUT-ONE-FIELD - A FIELD OF THIS RECORD'S TYPE (OR OF EVERY
015734*                  TYPE) IS CUT OUT AND, IF NUMERIC, CONVERTED
015735*                  THROUGH THE 18-DIGIT WORK AREA WITH ITS IMPLIED
015736*                  DECIMALS. A NUMERIC FIELD HOLDING ANYTHING BUT
015737*                  DIGITS FAILS THE RECORD.
015738******************************************************************
015739 4100-CUT-ONE-FIELD.
015740     MOVE "N" TO LF-PRESENT-SWITCH (LFD-IDX).
015741     IF LF-RECORD-TYPE (LFD-IDX) NOT = SPACES
015742         AND LF-RECORD-TYPE (LFD-IDX) NOT = WS-RECORD-TYPE
015743         GO TO 4100-EXIT
015744     END-IF.
015745     SET LF-PRESENT (LFD-IDX) TO TRUE.
015746     ADD 1 TO WS-FIELDS-CUT.
015747     MOVE MULTI-VALUE-IMAGE (LF-START (LFD-IDX):
015748         LF-LENGTH (LFD-IDX)) TO LF-TEXT (LFD-IDX).
015749     MOVE ZERO TO LF-VALUE (LFD-IDX).
015750     IF NOT LF-NUMERIC-TYPE (LFD-IDX)
015751         GO TO 4100-EXIT
015752     END-IF.
015753     COMPUTE WS-CUT-POSITION = 19 - LF-LENGTH (LFD-IDX).
015754     IF LF-UNSIGNED (LFD-IDX)
015755         IF MULTI-VALUE-IMAGE (LF-START (LFD-IDX):
015756             LF-LENGTH (LFD-IDX)) NOT NUMERIC
015757             PERFORM 4150-REPORT-NOT-NUMERIC
015758                 THRU 4150-EXIT
015759             GO TO 4100-EXIT
015760         END-IF
015761         MOVE ZERO TO WS-UNSIGNED-WORK
015762         MOVE MULTI-VALUE-IMAGE (LF-START (LFD-IDX):
015763             LF-LENGTH (LFD-IDX))
015764             TO WS-UNSIGNED-WORK-X (WS-CUT-POSITION:
015765             LF-LENGTH (LFD-IDX))
015766         COMPUTE LF-VALUE (LFD-IDX) =
015767             WS-UNSIGNED-WORK / 10 ** LF-DECIMALS (LFD-IDX)
015768         GO TO 4100-EXIT
015769     END-IF.
015770     MOVE ZERO TO WS-SIGNED-WORK.
015771     MOVE ALL "0" TO WS-SIGNED-WORK-X.
015772     MOVE MULTI-VALUE-IMAGE (LF-START (LFD-IDX):
015773         LF-LENGTH (LFD-IDX))
015774         TO WS-SIGNED-WORK-X (WS-CUT-POSITION:
015775         LF-LENGTH (LFD-IDX)).
015776     IF WS-SIGNED-WORK NOT NUMERIC
015777         PERFORM 4150-REPORT-NOT-NUMERIC
015778             THRU 4150-EXIT
015779         GO TO 4100-EXIT
015780     END-IF.
015781     COMPUTE LF-VALUE (LFD-IDX) =
015782         WS-SIGNED-WORK / 10 ** LF-DECIMALS (LFD-IDX).
015783 4100-EXIT.
015784     EXIT.
015785******************************************************************
015786* 4150-REPORT-NOT-NUMERIC - THE DICTIONARY'S OWN TYPE CHECK.
015787******************************************************************
015788 4150-REPORT-NOT-NUMERIC.
015789     MOVE LF-FIELD-NAME (LFD-IDX) TO LV-FIELD-NAME.
015790     MOVE LF-TEXT (LFD-IDX) TO LV-FIELD-TEXT.
015791     MOVE "NOT NUMERIC         " TO LV-RULE-TEXT.
015792     PERFORM 4900-REPORT-LAYOUT-FAILURE
015793         THRU 4900-EXIT.
015794 4150-EXIT.
015795     EXIT.
015796******************************************************************
015797* 4200-APPLY-ONE-LAYOUT-RULE - A RULE WHOSE FIELD IS NOT ON THIS
015798*                  RECORD'S TYPE DOES NOT APPLY TO IT. OTHERWISE
015799*                  DISPATCH BY RULE TYPE.
015800******************************************************************
015801 4200-APPLY-ONE-LAYOUT-RULE.
015802     MOVE LR-FIELD-NAME (LRL-IDX) TO WS-FIND-NAME.
015803     SET WS-FIND-PRESENT-ONLY TO TRUE.
015804     PERFORM 4800-FIND-FIELD-BY-NAME
015805         THRU 4800-EXIT.
015806     IF WS-FOUND-FIELD-IDX = ZERO
015807         GO TO 4200-EXIT
015808     END-IF.
015809     MOVE WS-FOUND-FIELD-IDX TO WS-RULE-FIELD-IDX.
015810     MOVE LF-FIELD-NAME (WS-RULE-FIELD-IDX) TO LV-FIELD-NAME.
015811     MOVE LF-TEXT (WS-RULE-FIELD-IDX) TO LV-FIELD-TEXT.
015812     EVALUATE TRUE
015813         WHEN LR-TYPE-CROSS (LRL-IDX)
015814             PERFORM 4400-CHECK-LAYOUT-CROSS-RULE
015815                 THRU 4400-EXIT
015816         WHEN LR-TYPE-LOOKUP (LRL-IDX)
015817             PERFORM 4500-CHECK-LAYOUT-LOOKUP-RULE
015818                 THRU 4500-EXIT
015819         WHEN LR-TYPE-ACCTCK (LRL-IDX)
015820             PERFORM 4600-CHECK-LAYOUT-ACCOUNT
015821                 THRU 4600-EXIT
015822         WHEN OTHER
015823             PERFORM 4300-CHECK-LAYOUT-RANGE-RULE
015824                 THRU 4300-EXIT
015825     END-EVALUATE.
015826 4200-EXIT.
015827     EXIT.
015828******************************************************************
015829* 4300-CHECK-LAYOUT-RANGE-RULE - REQUIRED, SIGN AND LOW/HIGH, IN
015830*                  THE SAME ORDER AS A MULTIIN FIELD. AN
015831*                  ALPHANUMERIC FIELD IS REQUIRED WHEN NOT BLANK
015832*                  AND TAKES NO SIGN OR RANGE TEST.
015833******************************************************************
015834 4300-CHECK-LAYOUT-RANGE-RULE.
015835     IF NOT LF-NUMERIC-TYPE (WS-RULE-FIELD-IDX)
015836         IF LR-FIELD-REQUIRED (LRL-IDX)
015837             AND LF-TEXT (WS-RULE-FIELD-IDX) = SPACES
015838             MOVE "REQUIRED, NOT GIVEN " TO LV-RULE-TEXT
015839             PERFORM 4900-REPORT-LAYOUT-FAILURE
015840                 THRU 4900-EXIT
015841         END-IF
015842         GO TO 4300-EXIT
015843     END-IF.
015844     IF LR-FIELD-REQUIRED (LRL-IDX)
015845         AND LF-VALUE (WS-RULE-FIELD-IDX) = ZERO
015846         MOVE "REQUIRED, NOT GIVEN " TO LV-RULE-TEXT
015847         PERFORM 4900-REPORT-LAYOUT-FAILURE
015848             THRU 4900-EXIT
015849         GO TO 4300-EXIT
015850     END-IF.
015851     IF NOT LR-SIGN-OK (LRL-IDX)
015852         AND LF-VALUE (WS-RULE-FIELD-IDX) < ZERO
015853         MOVE "SIGN NOT ALLOWED    " TO LV-RULE-TEXT
015854         PERFORM 4900-REPORT-LAYOUT-FAILURE
015855             THRU 4900-EXIT
015856         GO TO 4300-EXIT
015857     END-IF.
015858     IF LF-VALUE (WS-RULE-FIELD-IDX) < LR-LOW-LIMIT (LRL-IDX)
015859         OR LF-VALUE (WS-RULE-FIELD-IDX) > LR-HIGH-LIMIT (LRL-IDX)
015860         MOVE "OUT OF FIELD RANGE  " TO LV-RULE-TEXT
015861         PERFORM 4900-REPORT-LAYOUT-FAILURE
015862             THRU 4900-EXIT
015863     END-IF.
015864 4300-EXIT.
015865     EXIT.
015866******************************************************************
015867* 4400-CHECK-LAYOUT-CROSS-RULE - THE RULE'S FIELD AGAINST ITS
015868*                  COMPARE FIELD ON THE SAME RECORD - BY VALUE
015869*                  WHEN BOTH ARE NUMERIC, BY TEXT WHEN BOTH ARE
015870*                  ALPHANUMERIC. A RECORD WITHOUT THE COMPARE
015871*                  FIELD, OR A NUMERIC/TEXT MIX, IS NOT TESTED.
015872******************************************************************
015873 4400-CHECK-LAYOUT-CROSS-RULE.
015874     MOVE LR-COMPARE-NAME (LRL-IDX) TO WS-FIND-NAME.
015875     PERFORM 4800-FIND-FIELD-BY-NAME
015876         THRU 4800-EXIT.
015877     IF WS-FOUND-FIELD-IDX = ZERO
015878         GO TO 4400-EXIT
015879     END-IF.
015880     MOVE WS-FOUND-FIELD-IDX TO WS-COMPARE-FIELD-IDX.
015881     SET WS-RULE-HELD TO TRUE.
015882     IF LF-NUMERIC-TYPE (WS-RULE-FIELD-IDX)
015883         AND LF-NUMERIC-TYPE (WS-COMPARE-FIELD-IDX)
015884         PERFORM 4420-COMPARE-VALUES
015885             THRU 4420-EXIT
015886     END-IF.
015887     IF NOT LF-NUMERIC-TYPE (WS-RULE-FIELD-IDX)
015888         AND NOT LF-NUMERIC-TYPE (WS-COMPARE-FIELD-IDX)
015889         PERFORM 4440-COMPARE-TEXTS
015890             THRU 4440-EXIT
015891     END-IF.
015892     IF NOT WS-RULE-HELD
015893         MOVE LR-RELATION (LRL-IDX) TO LX-RELATION
015894         MOVE LR-COMPARE-NAME (LRL-IDX) TO LX-COMPARE-NAME
015895         MOVE WS-LAYOUT-CROSS-TEXT TO LV-RULE-TEXT
015896         PERFORM 4900-REPORT-LAYOUT-FAILURE
015897             THRU 4900-EXIT
015898     END-IF.
015899 4400-EXIT.
015900     EXIT.
015901******************************************************************
015902* 4420-COMPARE-VALUES - THE RELATION ON THE TWO NUMERIC VALUES.
015903******************************************************************
015904 4420-COMPARE-VALUES.
015905     EVALUATE LR-RELATION (LRL-IDX)
015906         WHEN "LT"
015907             IF LF-VALUE (WS-RULE-FIELD-IDX) NOT <
015908                 LF-VALUE (WS-COMPARE-FIELD-IDX)
015909                 MOVE "N" TO WS-RULE-HELD-SWITCH
015910             END-IF
015911         WHEN "LE"
015912             IF LF-VALUE (WS-RULE-FIELD-IDX) >
015913                 LF-VALUE (WS-COMPARE-FIELD-IDX)
015914                 MOVE "N" TO WS-RULE-HELD-SWITCH
015915             END-IF
015916         WHEN "EQ"
015917             IF LF-VALUE (WS-RULE-FIELD-IDX) NOT =
015918                 LF-VALUE (WS-COMPARE-FIELD-IDX)
015919                 MOVE "N" TO WS-RULE-HELD-SWITCH
015920             END-IF
015921         WHEN "GE"
015922             IF LF-VALUE (WS-RULE-FIELD-IDX) <
015923                 LF-VALUE (WS-COMPARE-FIELD-IDX)
015924                 MOVE "N" TO WS-RULE-HELD-SWITCH
015925             END-IF
015926         WHEN "GT"
015927             IF LF-VALUE (WS-RULE-FIELD-IDX) NOT >
015928                 LF-VALUE (WS-COMPARE-FIELD-IDX)
015929                 MOVE "N" TO WS-RULE-HELD-SWITCH
015930             END-IF
015931         WHEN "NE"
015932             IF LF-VALUE (WS-RULE-FIELD-IDX) =
015933                 LF-VALUE (WS-COMPARE-FIELD-IDX)
015934                 MOVE "N" TO WS-RULE-HELD-SWITCH
015935             END-IF
015936     END-EVALUATE.
015937 4420-EXIT.
015938     EXIT.
015939******************************************************************
015940* 4440-COMPARE-TEXTS - THE RELATION ON THE TWO TEXTS.
015941******************************************************************
015942 4440-COMPARE-TEXTS.
015943     EVALUATE LR-RELATION (LRL-IDX)
015944         WHEN "LT"
015945             IF LF-TEXT (WS-RULE-FIELD-IDX) NOT <
015946                 LF-TEXT (WS-COMPARE-FIELD-IDX)
015947                 MOVE "N" TO WS-RULE-HELD-SWITCH
015948             END-IF
015949         WHEN "LE"
015950             IF LF-TEXT (WS-RULE-FIELD-IDX) >
015951                 LF-TEXT (WS-COMPARE-FIELD-IDX)
015952                 MOVE "N" TO WS-RULE-HELD-SWITCH
015953             END-IF
015954         WHEN "EQ"
015955             IF LF-TEXT (WS-RULE-FIELD-IDX) NOT =
015956                 LF-TEXT (WS-COMPARE-FIELD-IDX)
015957                 MOVE "N" TO WS-RULE-HELD-SWITCH
015958             END-IF
015959         WHEN "GE"
015960             IF LF-TEXT (WS-RULE-FIELD-IDX) <
015961                 LF-TEXT (WS-COMPARE-FIELD-IDX)
015962                 MOVE "N" TO WS-RULE-HELD-SWITCH
015963             END-IF
015964         WHEN "GT"
015965             IF LF-TEXT (WS-RULE-FIELD-IDX) NOT >
015966                 LF-TEXT (WS-COMPARE-FIELD-IDX)
015967                 MOVE "N" TO WS-RULE-HELD-SWITCH
015968             END-IF
015969         WHEN "NE"
015970             IF LF-TEXT (WS-RULE-FIELD-IDX) =
015971                 LF-TEXT (WS-COMPARE-FIELD-IDX)
015972                 MOVE "N" TO WS-RULE-HELD-SWITCH
015973             END-IF
015974     END-EVALUATE.
015975 4440-EXIT.
015976     EXIT.
015977******************************************************************
015978* 4500-CHECK-LAYOUT-LOOKUP-RULE - THE FIELD MUST MATCH A ROW ON
015979*                  THE RULE'S MASTER. A NUMERIC FIELD IS KEYED BY
015980*                  ITS ZERO-FILLED WHOLE-NUMBER VALUE, AS A
015981*                  MULTIIN FIELD IS; AN ALPHANUMERIC ONE BY ITS
015982*                  TEXT.
015983******************************************************************
015984 4500-CHECK-LAYOUT-LOOKUP-RULE.
015985     PERFORM 4700-SET-LOOKUP-KEY
015986         THRU 4700-EXIT.
015987     IF LR-LOOKUP-MASTER (LRL-IDX) = "RATEMSTR"
015988         IF NOT WS-RATE-MASTER-AVAIL
015989             GO TO 4500-EXIT
015990         END-IF
015991         IF NOT LF-NUMERIC-TYPE (WS-RULE-FIELD-IDX)
015992             MOVE LF-TEXT (WS-RULE-FIELD-IDX) (1:4)
015993                 TO WS-LOOKUP-RATE-CODE
015994         END-IF
015995         PERFORM 2750-FIND-RATE-CODE
015996             THRU 2750-EXIT
015997         IF NOT WS-LOOKUP-FOUND
015998             MOVE "NO RATEMSTR RATE    " TO LV-RULE-TEXT
015999             PERFORM 4900-REPORT-LAYOUT-FAILURE
016000                 THRU 4900-EXIT
016001         END-IF
016002         GO TO 4500-EXIT
016003     END-IF.
016004     IF NOT WS-GL-MASTER-AVAIL
016005         GO TO 4500-EXIT
016006     END-IF.
016007     MOVE WS-LOOKUP-DIGITS-X TO GA-ACCOUNT-CODE.
016008     READ GL-ACCOUNT-FILE
016009         INVALID KEY
016010             MOVE "N" TO WS-LOOKUP-FOUND-SWITCH
016011         NOT INVALID KEY
016012             IF GA-STATUS-ACTIVE
016013                 SET WS-LOOKUP-FOUND TO TRUE
016014             ELSE
016015                 MOVE "N" TO WS-LOOKUP-FOUND-SWITCH
016016             END-IF
016017     END-READ.
016018     IF NOT WS-LOOKUP-FOUND
016019         MOVE "NO GLACCTM ACCOUNT  " TO LV-RULE-TEXT
016020         PERFORM 4900-REPORT-LAYOUT-FAILURE
016021             THRU 4900-EXIT
016022     END-IF.
016023 4500-EXIT.
016024     EXIT.
016025******************************************************************
016026* 4600-CHECK-LAYOUT-ACCOUNT - THE FIELD IS AN ACCOUNT ID, CHECKED
016027*                  THROUGH THE Routines1 ACCTCK SERVICE.
016028******************************************************************
016029 4600-CHECK-LAYOUT-ACCOUNT.
016030     PERFORM 4700-SET-LOOKUP-KEY
016031         THRU 4700-EXIT.
016032     MOVE SPACES TO WS-LIB-MSG-VALUE.
016033     MOVE WS-LOOKUP-DIGITS-X TO WS-LIB-MSG-VALUE (1:8).
016034     MOVE "ACCTCK" TO WS-LIB-FUNCTION.
016035     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
016036         WS-TODAYS-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
016037         WS-LIB-MSG-TEXT.
016038     IF WS-LIB-RETURN-CODE NOT = ZERO
016039         MOVE "ACCT CHECK DIGIT BAD" TO LV-RULE-TEXT
016040         PERFORM 4900-REPORT-LAYOUT-FAILURE
016041             THRU 4900-EXIT
016042     END-IF.
016043 4600-EXIT.
016044     EXIT.
016045******************************************************************
016046* 4700-SET-LOOKUP-KEY - THE EIGHT-BYTE KEY OF THE RULE'S FIELD -
016047*                  ITS WHOLE-NUMBER VALUE ZERO-FILLED, OR ITS
016048*                  FIRST EIGHT CHARACTERS.
016049******************************************************************
016050 4700-SET-LOOKUP-KEY.
016051     IF LF-NUMERIC-TYPE (WS-RULE-FIELD-IDX)
016052         MOVE LF-VALUE (WS-RULE-FIELD-IDX) TO WS-LOOKUP-DIGITS
016053     ELSE
016054         MOVE LF-TEXT (WS-RULE-FIELD-IDX) (1:8)
016055             TO WS-LOOKUP-DIGITS-X
016056     END-IF.
016057 4700-EXIT.
016058     EXIT.
016059******************************************************************
016060* 4800-FIND-FIELD-BY-NAME - THE TABLE POSITION OF THE FIELD NAMED
016061*                  IN WS-FIND-NAME (ZERO WHEN THERE IS NONE) -
016062*                  WHEN WS-FIND-PRESENT-ONLY IS SET, ONLY A FIELD
016063*                  CUT FROM THE CURRENT RECORD COUNTS.
016064******************************************************************
016065 4800-FIND-FIELD-BY-NAME.
016066     MOVE ZERO TO WS-FOUND-FIELD-IDX.
016067     PERFORM 4850-CONSIDER-ONE-FIELD
016068         THRU 4850-EXIT
016069         VARYING LFD-IDX FROM 1 BY 1
016070         UNTIL LFD-IDX > WS-LAYOUT-FIELD-COUNT
016071         OR WS-FOUND-FIELD-IDX > ZERO.
016072 4800-EXIT.
016073     EXIT.
016074******************************************************************
016075* 4850-CONSIDER-ONE-FIELD - ONE TABLE ENTRY AGAINST THE NAME.
016076******************************************************************
016077 4850-CONSIDER-ONE-FIELD.
016078     IF LF-FIELD-NAME (LFD-IDX) NOT = WS-FIND-NAME
016079         GO TO 4850-EXIT
016080     END-IF.
016081     IF WS-FIND-PRESENT-ONLY AND NOT LF-PRESENT (LFD-IDX)
016082         GO TO 4850-EXIT
016083     END-IF.
016084     MOVE LFD-IDX TO WS-FOUND-FIELD-IDX.
016085 4850-EXIT.
016086     EXIT.
016087******************************************************************
016088* 4900-REPORT-LAYOUT-FAILURE - ONE REPORT LINE NAMING THE FIELD,
016089*                  ITS TEXT AND THE RULE IT BROKE. THE FIRST
016090*                  FAILURE IS WHAT THE REJECT CARRIES BACK.
016091******************************************************************
016092 4900-REPORT-LAYOUT-FAILURE.
016093     IF NOT WS-RECORD-IN-ERROR
016094         SET WS-RECORD-IN-ERROR TO TRUE
016095         MOVE LV-FIELD-NAME TO WS-FIRST-FAIL-NAME
016096         MOVE LV-RULE-TEXT TO WS-FIRST-FAIL-RULE
016097     END-IF.
016098     ADD 1 TO WS-ERROR-COUNT.
016099     MOVE WS-RECORD-COUNT TO LV-RECORD-NO.
016100     WRITE VALIDATION-RPT-LINE FROM WS-LAYOUT-DETAIL-LINE.
016101 4900-EXIT.
016102     EXIT.
016103******************************************************************
016104* 9999-EXIT - COMMON PROGRAM EXIT POINT.
016105******************************************************************
016106 9999-EXIT.
016107     GOBACK.
016200 END PROGRAM MultiValueValidate.
