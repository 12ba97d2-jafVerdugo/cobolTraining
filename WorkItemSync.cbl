000100******************************************************************
000200* PROGRAM-ID: WORKITEMSYNC
000300* AUTHOR:      D. OKAFOR
000400* INSTALLATION: TRAINING DESK
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     KEEPS THE WORKITEM REGISTER IN STEP WITH THE SIX
000800*              QUEUE STREAMS OPERATORS WORK - CALCREJ AND PNEXCPD
000900*              (REJECTREPAIR), BILLDISP (BILLDISPUTEWORKBENCH),
001000*              THE UNREVIEWED SEVERE ERRLOG ENTRIES
001100*              (ERRACKREVIEW), CALCPEND (CALCAPPROVALQUEUE) AND
001200*              RATEPEND (RATEAPPROVAL). AN ITEM SEEN FOR THE FIRST
001300*              TIME IS REGISTERED UNASSIGNED WITH A TARGET DATE OF
001400*              ITS QUEUED DATE PLUS THE CTLPARM TARGET DAYS FOR
001500*              ITS TYPE - A SEVERE ERROR GOES STRAIGHT TO THE TEAM
001600*              THE ERRCATM CATALOG NAMES AS ITS OWNER. EVERY ITEM
001700*              STILL ON ITS QUEUE IS STAMPED WITH THIS RUN; AN
001800*              OPEN ROW NOT STAMPED HAS LEFT ITS QUEUE AND IS
001900*              CLOSED. RUNS AS THE END-OF-DAY WORKSYNC STEP AND IS
002000*              CALLED BY MYWORKQUEUE SO THE OPERATOR'S SCREEN IS
002100*              CURRENT.
002200* TECTONICS:   cobc
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15 DO  INITIAL VERSION.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. WorkItemSync.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT WORK-ITEM-FILE ASSIGN TO "WORKITEM"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS WI-ITEM-KEY
003600         FILE STATUS IS WS-WI-FILE-STATUS.
003700     SELECT CALC-REJECT-FILE ASSIGN TO "CALCREJ"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CREJ-FILE-STATUS.
004000     SELECT POST-EXCP-FILE ASSIGN TO "PNEXCPD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PEXC-FILE-STATUS.
004300     SELECT DISPUTE-QUEUE-FILE ASSIGN TO "BILLDISP"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DISP-FILE-STATUS.
004600     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ERRLOG-FILE-STATUS.
004900     SELECT PENDING-APPROVAL-FILE ASSIGN TO "CALCPEND"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PEND-FILE-STATUS.
005200     SELECT RATE-PENDING-FILE ASSIGN TO "RATEPEND"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RPND-FILE-STATUS.
005500     SELECT ERROR-CATALOG-FILE ASSIGN TO "ERRCATM"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS EC-CATALOG-KEY
005900         FILE STATUS IS WS-CAT-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  WORK-ITEM-FILE.
006300     COPY WORKITEM.
006400 FD  CALC-REJECT-FILE
006500     RECORDING MODE IS F.
006600 01  CALC-REJECT-RECORD.
006700     05  RJ-REASON-CODE              PIC X(02).
006800     05  FILLER                      PIC X(01).
006900     05  RJ-RECORD-IMAGE             PIC X(61).
007000     05  FILLER                      PIC X(01).
007100     05  RJ-REJECT-DATE              PIC 9(08).
007200 FD  POST-EXCP-FILE
007300     RECORDING MODE IS F.
007400 01  POST-EXCP-RECORD.
007500     05  XP-REJECT-DATE              PIC 9(08).
007600     05  FILLER                      PIC X(01).
007700     05  XP-REASON                   PIC X(30).
007800     05  FILLER                      PIC X(01).
007900     05  XP-DETAIL-IMAGE             PIC X(45).
008000 FD  DISPUTE-QUEUE-FILE
008100     RECORDING MODE IS F.
008200     COPY BILLDISP.
008300 FD  ERROR-LOG-FILE
008400     RECORDING MODE IS F.
008500     COPY CUERROR.
008600 FD  PENDING-APPROVAL-FILE
008700     RECORDING MODE IS F.
008800 01  PENDING-APPROVAL-RECORD         PIC X(300).
008900 FD  RATE-PENDING-FILE
009000     RECORDING MODE IS F.
009100     COPY RATEPEND.
009200 FD  ERROR-CATALOG-FILE.
009300     COPY ERRCAT.
009400 WORKING-STORAGE SECTION.
009500 01  WS-WI-FILE-STATUS               PIC X(02).
009600     88  WS-WI-FILE-OK               VALUE "00".
009700 01  WS-CREJ-FILE-STATUS             PIC X(02).
009800     88  WS-CREJ-FILE-OK             VALUE "00".
009900 01  WS-PEXC-FILE-STATUS             PIC X(02).
010000     88  WS-PEXC-FILE-OK             VALUE "00".
010100 01  WS-DISP-FILE-STATUS             PIC X(02).
010200     88  WS-DISP-FILE-OK             VALUE "00".
010300 01  WS-ERRLOG-FILE-STATUS           PIC X(02).
010400     88  WS-ERRLOG-FILE-OK           VALUE "00".
010500 01  WS-PEND-FILE-STATUS             PIC X(02).
010600     88  WS-PEND-FILE-OK             VALUE "00".
010700 01  WS-RPND-FILE-STATUS             PIC X(02).
010800     88  WS-RPND-FILE-OK             VALUE "00".
010900 01  WS-CAT-FILE-STATUS              PIC X(02).
011000     88  WS-CAT-FILE-OK              VALUE "00".
011100 01  WS-CAT-AVAIL-SWITCH             PIC X(01) VALUE "N".
011200     88  WS-CATALOG-AVAIL            VALUE "Y".
011300 01  WS-CAT-FOUND-SWITCH             PIC X(01) VALUE "N".
011400     88  WS-CATALOGUED               VALUE "Y".
011500 01  WS-EOF-SWITCH                   PIC X(01) VALUE "N".
011600     88  WS-END-OF-FILE              VALUE "Y".
011700 01  WS-TODAYS-DATE                  PIC 9(08) VALUE ZERO.
011800 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
011900 01  WS-RUN-STAMP.
012000     05  WS-STAMP-DATE               PIC 9(08).
012100     05  WS-STAMP-TIME               PIC 9(08).
012200 01  WS-NEW-ITEM.
012300     05  NI-ITEM-KEY.
012400         10  NI-ITEM-TYPE            PIC X(04).
012500         10  NI-SOURCE-KEY           PIC X(70).
012600     05  NI-DESCRIPTION              PIC X(40).
012700     05  NI-AMOUNT                   PIC S9(11)V99.
012800     05  NI-QUEUED-DATE              PIC 9(08).
012900     05  NI-TARGET-DAYS              PIC 9(03).
013000     05  NI-OWNING-TEAM              PIC X(12).
013100 01  WS-DAYS-PARM                    PIC S9(07)
013200                                     SIGN LEADING SEPARATE.
013300 01  WS-DAYS-PARM-X REDEFINES WS-DAYS-PARM
013400                                     PIC X(08).
013500 01  WS-LIB-FUNCTION                 PIC X(06).
013600 01  WS-LIB-RETURN-CODE              PIC 9(02).
013700 01  WS-LIB-MSG-PREFIX               PIC X(10) VALUE "WORKITEM".
013800 01  WS-LIB-MSG-VALUE                PIC X(40).
013900 01  WS-LIB-MSG-TEXT                 PIC X(60).
014000 01  WS-ADDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
014100 01  WS-REOPENED-COUNT               PIC 9(07) COMP VALUE ZERO.
014200 01  WS-OPEN-COUNT                   PIC 9(07) COMP VALUE ZERO.
014300 01  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
014400     COPY CTLPARM.
014500     COPY CALCLOG.
014600 PROCEDURE DIVISION.
014700******************************************************************
014800* 0000-MAINLINE - ONE PASS OF EACH QUEUE POSTS WHAT IS STILL ON
014900*                 IT; ONE PASS OF THE REGISTER CLOSES WHAT IS NOT.
015000******************************************************************
015100 0000-MAINLINE.
015200     MOVE ZERO TO WS-ADDED-COUNT WS-REOPENED-COUNT
015300         WS-OPEN-COUNT WS-CLOSED-COUNT.
015400     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
015500     ACCEPT WS-CURRENT-TIME FROM TIME.
015600     MOVE WS-TODAYS-DATE TO WS-STAMP-DATE.
015700     MOVE WS-CURRENT-TIME TO WS-STAMP-TIME.
015800     OPEN I-O WORK-ITEM-FILE.
015900     IF NOT WS-WI-FILE-OK
016000         OPEN OUTPUT WORK-ITEM-FILE
016100         CLOSE WORK-ITEM-FILE
016200         OPEN I-O WORK-ITEM-FILE
016300     END-IF.
016400     IF NOT WS-WI-FILE-OK
016500         DISPLAY "WORKITEM OPEN FAILED, STATUS " WS-WI-FILE-STATUS
016600         MOVE 8 TO RETURN-CODE
016700         GO TO 9999-EXIT
016800     END-IF.
016900     PERFORM 7000-OPEN-CATALOG
017000         THRU 7000-EXIT.
017100     PERFORM 1000-SYNC-CALC-REJECTS
017200         THRU 1000-EXIT.
017300     PERFORM 1100-SYNC-POST-EXCEPTIONS
017400         THRU 1100-EXIT.
017500     PERFORM 1200-SYNC-DISPUTES
017600         THRU 1200-EXIT.
017700     PERFORM 1300-SYNC-SEVERE-ERRORS
017800         THRU 1300-EXIT.
017900     PERFORM 1400-SYNC-HELD-CALCS
018000         THRU 1400-EXIT.
018100     PERFORM 1500-SYNC-RATE-CHANGES
018200         THRU 1500-EXIT.
018300     PERFORM 3000-CLOSE-DEPARTED
018400         THRU 3000-EXIT.
018500     CLOSE WORK-ITEM-FILE.
018600     IF WS-CATALOG-AVAIL
018700         CLOSE ERROR-CATALOG-FILE
018800     END-IF.
018900     DISPLAY "WORK ITEMS - " WS-OPEN-COUNT " OPEN, "
019000         WS-ADDED-COUNT " NEW, " WS-REOPENED-COUNT " REOPENED, "
019100         WS-CLOSED-COUNT " CLOSED".
019200     MOVE ZERO TO RETURN-CODE.
019300     GO TO 9999-EXIT.
019400******************************************************************
019500* 1000-SYNC-CALC-REJECTS - EVERY CALCREJ ROW IS OPEN WORK UNTIL
019600*                  REJECTREPAIR RECYCLES IT. NO FILE MEANS NO
019700*                  REJECTS.
019800******************************************************************
019900 1000-SYNC-CALC-REJECTS.
020000     MOVE "N" TO WS-EOF-SWITCH.
020100     OPEN INPUT CALC-REJECT-FILE.
020200     IF NOT WS-CREJ-FILE-OK
020300         GO TO 1000-EXIT
020400     END-IF.
020500     PERFORM 1010-TAKE-ONE-CALC-REJECT
020600         THRU 1010-EXIT
020700         UNTIL WS-END-OF-FILE.
020800     CLOSE CALC-REJECT-FILE.
020900 1000-EXIT.
021000     EXIT.
021100******************************************************************
021200* 1010-TAKE-ONE-CALC-REJECT - KEYED REJECT DATE AND RECORD IMAGE.
021300******************************************************************
021400 1010-TAKE-ONE-CALC-REJECT.
021500     READ CALC-REJECT-FILE
021600         AT END
021700             SET WS-END-OF-FILE TO TRUE
021800             GO TO 1010-EXIT
021900     END-READ.
022000     MOVE SPACES TO WS-NEW-ITEM.
022100     MOVE "CREJ" TO NI-ITEM-TYPE.
022200     MOVE RJ-REJECT-DATE TO NI-SOURCE-KEY (1:8).
022300     MOVE RJ-RECORD-IMAGE TO NI-SOURCE-KEY (9:61).
022400     STRING "CALC REJECT - REASON " DELIMITED BY SIZE
022500         RJ-REASON-CODE DELIMITED BY SIZE
022600         INTO NI-DESCRIPTION.
022700     MOVE ZERO TO NI-AMOUNT.
022800     MOVE RJ-REJECT-DATE TO NI-QUEUED-DATE.
022900     MOVE CTL-WORK-TARGET-CREJ TO NI-TARGET-DAYS.
023000     PERFORM 2000-POST-ITEM
023100         THRU 2000-EXIT.
023200 1010-EXIT.
023300     EXIT.
023400******************************************************************
023500* 1100-SYNC-POST-EXCEPTIONS - EVERY PNEXCPD ROW IS OPEN WORK UNTIL
023600*                  REJECTREPAIR RECYCLES IT.
023700******************************************************************
023800 1100-SYNC-POST-EXCEPTIONS.
023900     MOVE "N" TO WS-EOF-SWITCH.
024000     OPEN INPUT POST-EXCP-FILE.
024100     IF NOT WS-PEXC-FILE-OK
024200         GO TO 1100-EXIT
024300     END-IF.
024400     PERFORM 1110-TAKE-ONE-POST-EXCEPTION
024500         THRU 1110-EXIT
024600         UNTIL WS-END-OF-FILE.
024700     CLOSE POST-EXCP-FILE.
024800 1100-EXIT.
024900     EXIT.
025000******************************************************************
025100* 1110-TAKE-ONE-POST-EXCEPTION - KEYED REJECT DATE AND DETAIL
025200*                  IMAGE.
025300******************************************************************
025400 1110-TAKE-ONE-POST-EXCEPTION.
025500     READ POST-EXCP-FILE
025600         AT END
025700             SET WS-END-OF-FILE TO TRUE
025800             GO TO 1110-EXIT
025900     END-READ.
026000     MOVE SPACES TO WS-NEW-ITEM.
026100     MOVE "PEXC" TO NI-ITEM-TYPE.
026200     MOVE XP-REJECT-DATE TO NI-SOURCE-KEY (1:8).
026300     MOVE XP-DETAIL-IMAGE TO NI-SOURCE-KEY (9:45).
026400     STRING "POSTING - " DELIMITED BY SIZE
026500         XP-REASON DELIMITED BY SIZE
026600         INTO NI-DESCRIPTION.
026700     MOVE ZERO TO NI-AMOUNT.
026800     MOVE XP-REJECT-DATE TO NI-QUEUED-DATE.
026900     MOVE CTL-WORK-TARGET-PEXC TO NI-TARGET-DAYS.
027000     PERFORM 2000-POST-ITEM
027100         THRU 2000-EXIT.
027200 1110-EXIT.
027300     EXIT.
027400******************************************************************
027500* 1200-SYNC-DISPUTES - A BILLDISP ROW IS WORK WHILE IT IS OPEN;
027600*                  SETTLED ROWS STAY ON THE QUEUE AS HISTORY.
027700******************************************************************
027800 1200-SYNC-DISPUTES.
027900     MOVE "N" TO WS-EOF-SWITCH.
028000     OPEN INPUT DISPUTE-QUEUE-FILE.
028100     IF NOT WS-DISP-FILE-OK
028200         GO TO 1200-EXIT
028300     END-IF.
028400     PERFORM 1210-TAKE-ONE-DISPUTE
028500         THRU 1210-EXIT
028600         UNTIL WS-END-OF-FILE.
028700     CLOSE DISPUTE-QUEUE-FILE.
028800 1200-EXIT.
028900     EXIT.
029000******************************************************************
029100* 1210-TAKE-ONE-DISPUTE - KEYED BILLSENT KEY AND EXTRACT
029200*                  GENERATION.
029300******************************************************************
029400 1210-TAKE-ONE-DISPUTE.
029500     READ DISPUTE-QUEUE-FILE
029600         AT END
029700             SET WS-END-OF-FILE TO TRUE
029800             GO TO 1210-EXIT
029900     END-READ.
030000     IF NOT DQ-OPEN
030100         GO TO 1210-EXIT
030200     END-IF.
030300     MOVE SPACES TO WS-NEW-ITEM.
030400     MOVE "DISP" TO NI-ITEM-TYPE.
030500     MOVE BILLING-DISPUTE-RECORD (1:26) TO NI-SOURCE-KEY.
030600     STRING "BILLING DISPUTE - REASON " DELIMITED BY SIZE
030700         DQ-REASON-CODE DELIMITED BY SIZE
030800         INTO NI-DESCRIPTION.
030900     MOVE DQ-AMOUNT TO NI-AMOUNT.
031000     MOVE DQ-QUEUED-DATE TO NI-QUEUED-DATE.
031100     MOVE CTL-WORK-TARGET-DISP TO NI-TARGET-DAYS.
031200     PERFORM 2000-POST-ITEM
031300         THRU 2000-EXIT.
031400 1210-EXIT.
031500     EXIT.
031600******************************************************************
031700* 1300-SYNC-SEVERE-ERRORS - AN UNREVIEWED SEVERE ERRLOG ENTRY IS
031800*                  WORK UNTIL ERRACKREVIEW ACKNOWLEDGES IT.
031900******************************************************************
032000 1300-SYNC-SEVERE-ERRORS.
032100     MOVE "N" TO WS-EOF-SWITCH.
032200     OPEN INPUT ERROR-LOG-FILE.
032300     IF NOT WS-ERRLOG-FILE-OK
032400         GO TO 1300-EXIT
032500     END-IF.
032600     PERFORM 1310-TAKE-ONE-SEVERE-ERROR
032700         THRU 1310-EXIT
032800         UNTIL WS-END-OF-FILE.
032900     CLOSE ERROR-LOG-FILE.
033000 1300-EXIT.
033100     EXIT.
033200******************************************************************
033300* 1310-TAKE-ONE-SEVERE-ERROR - KEYED PROGRAM, DATE AND TIME PLUS
033400*                  THE UNIT OF WORK; THE CATALOG'S OWNING TEAM, IF
033500*                  ANY, TAKES IT ON ARRIVAL.
033600******************************************************************
033700 1310-TAKE-ONE-SEVERE-ERROR.
033800     READ ERROR-LOG-FILE
033900         AT END
034000             SET WS-END-OF-FILE TO TRUE
034100             GO TO 1310-EXIT
034200     END-READ.
034300     IF NOT EL-SEV-SEVERE OR NOT EL-UNREVIEWED
034400         GO TO 1310-EXIT
034500     END-IF.
034600     MOVE SPACES TO WS-NEW-ITEM.
034700     MOVE "EACK" TO NI-ITEM-TYPE.
034800     MOVE ERRLOG-RECORD (1:24) TO NI-SOURCE-KEY (1:24).
034900     MOVE EL-UNIT-OF-WORK TO NI-SOURCE-KEY (25:22).
035000     MOVE EL-ERROR-TEXT TO NI-DESCRIPTION.
035100     MOVE ZERO TO NI-AMOUNT.
035200     MOVE EL-ERROR-DATE TO NI-QUEUED-DATE.
035300     MOVE CTL-ERRACK-AGING-DAYS TO NI-TARGET-DAYS.
035400     PERFORM 7100-LOOK-UP-CATALOG
035500         THRU 7100-EXIT.
035600     IF WS-CATALOGUED
035700         MOVE EC-OWNING-TEAM TO NI-OWNING-TEAM
035800     END-IF.
035900     PERFORM 2000-POST-ITEM
036000         THRU 2000-EXIT.
036100 1310-EXIT.
036200     EXIT.
036300******************************************************************
036400* 1400-SYNC-HELD-CALCS - EVERY CALCPEND ROW IS WORK UNTIL A
036500*                  SUPERVISOR RELEASES OR REJECTS IT.
036600******************************************************************
036700 1400-SYNC-HELD-CALCS.
036800     MOVE "N" TO WS-EOF-SWITCH.
036900     OPEN INPUT PENDING-APPROVAL-FILE.
037000     IF NOT WS-PEND-FILE-OK
037100         GO TO 1400-EXIT
037200     END-IF.
037300     PERFORM 1410-TAKE-ONE-HELD-CALC
037400         THRU 1410-EXIT
037500         UNTIL WS-END-OF-FILE.
037600     CLOSE PENDING-APPROVAL-FILE.
037700 1400-EXIT.
037800     EXIT.
037900******************************************************************
038000* 1410-TAKE-ONE-HELD-CALC - KEYED THE HELD RECORD'S LOG KEY.
038100******************************************************************
038200 1410-TAKE-ONE-HELD-CALC.
038300     READ PENDING-APPROVAL-FILE
038400         AT END
038500             SET WS-END-OF-FILE TO TRUE
038600             GO TO 1410-EXIT
038700     END-READ.
038800     MOVE PENDING-APPROVAL-RECORD TO CALC-LOG-RECORD.
038900     MOVE SPACES TO WS-NEW-ITEM.
039000     MOVE "CAPP" TO NI-ITEM-TYPE.
039100     MOVE CL-LOG-KEY TO NI-SOURCE-KEY.
039200     STRING "HELD CALCULATION - ACCOUNT " DELIMITED BY SIZE
039300         CL-ACCOUNT-ID DELIMITED BY SIZE
039400         INTO NI-DESCRIPTION.
039500     MOVE CL-RESULT TO NI-AMOUNT.
039600     MOVE CL-LOG-DATE TO NI-QUEUED-DATE.
039700     MOVE CTL-WORK-TARGET-CAPP TO NI-TARGET-DAYS.
039800     PERFORM 2000-POST-ITEM
039900         THRU 2000-EXIT.
040000 1410-EXIT.
040100     EXIT.
040200******************************************************************
040300* 1500-SYNC-RATE-CHANGES - EVERY RATEPEND ROW IS WORK UNTIL AN
040400*                  APPROVER APPLIES OR REJECTS IT.
040500******************************************************************
040600 1500-SYNC-RATE-CHANGES.
040700     MOVE "N" TO WS-EOF-SWITCH.
040800     OPEN INPUT RATE-PENDING-FILE.
040900     IF NOT WS-RPND-FILE-OK
041000         GO TO 1500-EXIT
041100     END-IF.
041200     PERFORM 1510-TAKE-ONE-RATE-CHANGE
041300         THRU 1510-EXIT
041400         UNTIL WS-END-OF-FILE.
041500     CLOSE RATE-PENDING-FILE.
041600 1500-EXIT.
041700     EXIT.
041800******************************************************************
041900* 1510-TAKE-ONE-RATE-CHANGE - KEYED ACTION, RATE CODE, EFFECTIVE
042000*                  DATE, REQUESTER AND REQUEST DATE.
042100******************************************************************
042200 1510-TAKE-ONE-RATE-CHANGE.
042300     READ RATE-PENDING-FILE
042400         AT END
042500             SET WS-END-OF-FILE TO TRUE
042600             GO TO 1510-EXIT
042700     END-READ.
042800     MOVE SPACES TO WS-NEW-ITEM.
042900     MOVE "RAPP" TO NI-ITEM-TYPE.
043000     MOVE RATE-PENDING-RECORD (1:18) TO NI-SOURCE-KEY (1:18).
043100     MOVE RP-REQUESTED-BY TO NI-SOURCE-KEY (19:8).
043200     MOVE RP-REQUEST-DATE TO NI-SOURCE-KEY (27:8).
043300     STRING "RATE " DELIMITED BY SIZE
043400         RP-ACTION DELIMITED BY SPACE
043500         " - " DELIMITED BY SIZE
043600         RP-RATE-CODE DELIMITED BY SIZE
043700         " " DELIMITED BY SIZE
043800         RP-DESCRIPTION DELIMITED BY SIZE
043900         INTO NI-DESCRIPTION.
044000     MOVE RP-RATE-VALUE TO NI-AMOUNT.
044100     MOVE RP-REQUEST-DATE TO NI-QUEUED-DATE.
044200     MOVE CTL-WORK-TARGET-RAPP TO NI-TARGET-DAYS.
044300     PERFORM 2000-POST-ITEM
044400         THRU 2000-EXIT.
044500 1510-EXIT.
044600     EXIT.
044700******************************************************************
044800* 2000-POST-ITEM - A KNOWN ITEM IS RESTAMPED (AND REOPENED IF IT
044900*                  HAD LEFT AND COME BACK); ASSIGNMENT AND TARGET
045000*                  DATE ARE LEFT AS THE SUPERVISOR SET THEM.
045100******************************************************************
045200 2000-POST-ITEM.
045300     ADD 1 TO WS-OPEN-COUNT.
045400     MOVE NI-ITEM-KEY TO WI-ITEM-KEY.
045500     READ WORK-ITEM-FILE
045600         INVALID KEY
045700             PERFORM 2100-ADD-ITEM
045800                 THRU 2100-EXIT
045900             GO TO 2000-EXIT
046000     END-READ.
046100     IF WI-CLOSED
046200         SET WI-OPEN TO TRUE
046300         MOVE ZERO TO WI-CLOSED-DATE
046400         ADD 1 TO WS-REOPENED-COUNT
046500     END-IF.
046600     MOVE NI-DESCRIPTION TO WI-DESCRIPTION.
046700     MOVE NI-AMOUNT TO WI-AMOUNT.
046800     MOVE WS-RUN-STAMP TO WI-SYNC-STAMP.
046900     REWRITE WORK-ITEM-RECORD
047000         INVALID KEY
047100             DISPLAY "WORKITEM REWRITE FAILED " WI-ITEM-TYPE
047200                 " STATUS " WS-WI-FILE-STATUS
047300     END-REWRITE.
047400 2000-EXIT.
047500     EXIT.
047600******************************************************************
047700* 2100-ADD-ITEM - REGISTER A NEW ITEM WITH ITS TARGET DATE FROM
047800*                  THE LIBRARY'S DATADD DATE SERVICE.
047900******************************************************************
048000 2100-ADD-ITEM.
048100     MOVE SPACES TO WORK-ITEM-RECORD.
048200     MOVE NI-ITEM-KEY TO WI-ITEM-KEY.
048300     MOVE NI-DESCRIPTION TO WI-DESCRIPTION.
048400     MOVE NI-AMOUNT TO WI-AMOUNT.
048500     IF NI-QUEUED-DATE = ZERO
048600         MOVE WS-TODAYS-DATE TO NI-QUEUED-DATE
048700     END-IF.
048800     MOVE NI-QUEUED-DATE TO WI-QUEUED-DATE WI-TARGET-DATE.
048900     MOVE NI-TARGET-DAYS TO WS-DAYS-PARM.
049000     MOVE SPACES TO WS-LIB-MSG-VALUE.
049100     MOVE WS-DAYS-PARM-X TO WS-LIB-MSG-VALUE (1:8).
049200     MOVE "DATADD" TO WS-LIB-FUNCTION.
049300     CALL "Routines1" USING WS-LIB-FUNCTION, WS-LIB-RETURN-CODE,
049400         WI-TARGET-DATE, WS-LIB-MSG-PREFIX, WS-LIB-MSG-VALUE,
049500         WS-LIB-MSG-TEXT.
049600     SET WI-OPEN TO TRUE.
049700     MOVE ZERO TO WI-CLOSED-DATE WI-ASSIGNED-DATE
049800         WI-REASSIGN-COUNT.
049900     MOVE WS-RUN-STAMP TO WI-SYNC-STAMP.
050000     IF NI-OWNING-TEAM NOT = SPACES
050100         SET WI-TO-TEAM TO TRUE
050200         MOVE NI-OWNING-TEAM TO WI-ASSIGNEE-ID
050300         MOVE WS-TODAYS-DATE TO WI-ASSIGNED-DATE
050400         MOVE "ERRCATM" TO WI-ASSIGNED-BY
050500     END-IF.
050600     WRITE WORK-ITEM-RECORD
050700         INVALID KEY
050800             DISPLAY "WORKITEM WRITE FAILED " WI-ITEM-TYPE
050900                 " STATUS " WS-WI-FILE-STATUS
051000             GO TO 2100-EXIT
051100     END-WRITE.
051200     ADD 1 TO WS-ADDED-COUNT.
051300 2100-EXIT.
051400     EXIT.
051500******************************************************************
051600* 3000-CLOSE-DEPARTED - AN OPEN ROW THIS RUN DID NOT STAMP IS NO
051700*                  LONGER ON ITS QUEUE - IT WAS WORKED.
051800******************************************************************
051900 3000-CLOSE-DEPARTED.
052000     MOVE "N" TO WS-EOF-SWITCH.
052100     MOVE LOW-VALUES TO WI-ITEM-KEY.
052200     START WORK-ITEM-FILE KEY IS NOT LESS THAN WI-ITEM-KEY
052300         INVALID KEY
052400             GO TO 3000-EXIT
052500     END-START.
052600     PERFORM 3100-CHECK-ONE-ITEM
052700         THRU 3100-EXIT
052800         UNTIL WS-END-OF-FILE.
052900 3000-EXIT.
053000     EXIT.
053100******************************************************************
053200* 3100-CHECK-ONE-ITEM - CLOSE ONE DEPARTED ITEM.
053300******************************************************************
053400 3100-CHECK-ONE-ITEM.
053500     READ WORK-ITEM-FILE NEXT RECORD
053600         AT END
053700             SET WS-END-OF-FILE TO TRUE
053800             GO TO 3100-EXIT
053900     END-READ.
054000     IF NOT WI-OPEN OR WI-SYNC-STAMP = WS-RUN-STAMP
054100         GO TO 3100-EXIT
054200     END-IF.
054300     SET WI-CLOSED TO TRUE.
054400     MOVE WS-TODAYS-DATE TO WI-CLOSED-DATE.
054500     REWRITE WORK-ITEM-RECORD
054600         INVALID KEY
054700             DISPLAY "WORKITEM REWRITE FAILED " WI-ITEM-TYPE
054800                 " STATUS " WS-WI-FILE-STATUS
054900             GO TO 3100-EXIT
055000     END-REWRITE.
055100     ADD 1 TO WS-CLOSED-COUNT.
055200 3100-EXIT.
055300     EXIT.
055400******************************************************************
055500* 7000-OPEN-CATALOG - THE ERROR CATALOG FOR OWNING-TEAM LOOKUPS.
055600*                  WITHOUT ONE, SEVERE ERRORS ARRIVE UNASSIGNED.
055700******************************************************************
055800 7000-OPEN-CATALOG.
055900     MOVE "N" TO WS-CAT-AVAIL-SWITCH.
056000     OPEN INPUT ERROR-CATALOG-FILE.
056100     IF WS-CAT-FILE-OK
056200         SET WS-CATALOG-AVAIL TO TRUE
056300     END-IF.
056400 7000-EXIT.
056500     EXIT.
056600******************************************************************
056700* 7100-LOOK-UP-CATALOG - THE PROGRAM'S OWN ENTRY FOR THE ERROR
056800*                  TYPE FIRST, THEN THE FLEET-WIDE ONE.
056900******************************************************************
057000 7100-LOOK-UP-CATALOG.
057100     MOVE "N" TO WS-CAT-FOUND-SWITCH.
057200     IF NOT WS-CATALOG-AVAIL
057300         GO TO 7100-EXIT
057400     END-IF.
057500     MOVE EL-PROGRAM-ID TO EC-PROGRAM-ID.
057600     MOVE EL-ERROR-TYPE TO EC-ERROR-CODE.
057700     READ ERROR-CATALOG-FILE
057800         INVALID KEY
057900             CONTINUE
058000         NOT INVALID KEY
058100             SET WS-CATALOGUED TO TRUE
058200     END-READ.
058300     IF WS-CATALOGUED
058400         GO TO 7100-EXIT
058500     END-IF.
058600     MOVE "*" TO EC-PROGRAM-ID.
058700     MOVE EL-ERROR-TYPE TO EC-ERROR-CODE.
058800     READ ERROR-CATALOG-FILE
058900         INVALID KEY
059000             CONTINUE
059100         NOT INVALID KEY
059200             SET WS-CATALOGUED TO TRUE
059300     END-READ.
059400 7100-EXIT.
059500     EXIT.
059600******************************************************************
059700* 9999-EXIT - COMMON PROGRAM EXIT POINT.
059800******************************************************************
059900 9999-EXIT.
060000     GOBACK.
060100 END PROGRAM WorkItemSync.
