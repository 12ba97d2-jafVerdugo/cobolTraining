001763*                  ONCE AT START AND DERIVES ITS RESTART POINT
001766*                  FROM THE LEDGER ITSELF, SO NO INTERVAL EXISTS
001769*                  TO TUNE.
001770*   2026-10-15 DO  ADDED THE BUDGET VARIANCE TOLERANCE - A BUDGET
001772*                  LINE WHOSE ACTUAL MISSES BUDGET BY MORE THAN
001774*                  THIS PERCENTAGE IS FLAGGED ON BUDGETREPORT.
001776*   2026-10-15 DO  ADDED THE BREAK-GLASS LIFETIME IN HOURS AND THE
001778*                  NUMBER OF DAYS A SECOND ADMINISTRATOR HAS TO
001780*                  REVIEW A USE BEFORE IT IS REPORTED OVERDUE.
001782*   2026-10-15 DO  ADDED THE LONGEST WINDOW AN APPROVAL
001784*                  DELEGATION MAY BE GRANTED FOR.
001786*   2026-10-15 DO  ADDED THE FURTHEST AHEAD A TRANSACTION MAY BE
001788*                  VALUE-DATED FOR THE WAREHOUSE, AND THE AGE IN
001790*                  DAYS PAST WHICH A WAREHOUSED ITEM IS FLAGGED ON
001792*                  THE AGING REPORT.
001794*   2026-10-15 DO  ADDED THE NUMBER OF DAYS A CALCULATOR PRICE
001796*                  QUOTATION STAYS VALID FROM ITS ISSUE DATE.
001798*   2026-10-15 DO  ADDED THE ACCOUNT AMOUNT PROFILE CONTROLS - THE
001800*                  DAYS OF HISTORY A PROFILE IS BUILT FROM, THE
001802*                  FEWEST ITEMS A PROFILE NEEDS BEFORE IT IS
001804*                  TRUSTED, HOW MANY SPREADS FROM THE AVERAGE AN
001806*                  AMOUNT MAY FALL, HOW MANY TIMES ITS USUAL DAILY
001808*                  COUNT AN ACCOUNT MAY RUN, AND A SWITCH THAT
001810*                  HOLDS AN AMOUNT OUTSIDE ITS PROFILE ON THE
001812*                  CALCPEND APPROVAL QUEUE INSTEAD OF LOGGING IT.
001814*   2026-10-15 DO  ADDED THE DAILY CUT-OFF TIME (HHMM) -
001816*                  CALCULATOR WORK KEYED OR RUN AT OR AFTER IT,
001818*                  WITH NO BUSDATE CONTROL IN FORCE, IS LOGGED
001820*                  UNDER THE NEXT PROCESSING DATE. 2400 SWITCHES
001822*                  THE CUT-OFF OFF.
001824*   2026-10-15 DO  ADDED THE WORK-ITEM TARGET DAYS BY ITEM TYPE -
001826*                  A NEW ITEM ON THE WORK-ITEM REGISTER IS DUE
001828*                  THAT MANY DAYS AFTER IT QUEUED. AN
001830*                  UNACKNOWLEDGED SEVERE ERROR USES THE EXISTING
001832*                  ERRACK AGING PERIOD.
001834*   2026-10-15 DO  ADDED THE LEGAL ENTITIES THE SYSTEM KEEPS BOOKS
001836*                  FOR - THE HOME COMPANY CODE AND THE TABLE OF
001838*                  COMPANY CODES AND NAMES. A BLANK COMPANY CODE
001840*                  ON ANY MASTER, LOG OR LEDGER RECORD MEANS THE
001842*                  HOME COMPANY, SO RECORDS WRITTEN BEFORE THE
001844*                  CODE WAS CARRIED STAY WITH THE COMPANY THAT
001846*                  WROTE THEM.
001848*   2026-10-15 DO  ADDED THE RE-CHECK INTERVAL FILEARRIVALMONITOR
001850*                  WAITS BETWEEN LOOKS FOR A LATE INBOUND FILE.
001852******************************************************************
001854 01  CTL-DEFAULT-FIELD-VALUE         PIC 99      VALUE 99.
001900 01  CTL-LOOP-UPPER-BOUND-DEFAULT    PIC 99      VALUE 10.
002000 01  CTL-RANGE-MINIMUM               PIC S9(9)V99 VALUE 0.
002100 01  CTL-RANGE-MAXIMUM               PIC S9(9)V99
003800 01  CTL-IDLE-TIMEOUT-MINUTES        PIC 9(03)   VALUE 015.
003900 01  CTL-EXPORT-DELIMITED-SW         PIC X(01)   VALUE "Y".
004000     88  CTL-EXPORT-DELIMITED                    VALUE "Y".
004100 01  CTL-BUDGET-TOLERANCE-PCT        PIC 9(03)   VALUE 010.
004200 01  CTL-BREAKGLASS-HOURS            PIC 9(02)   VALUE 04.
004300 01  CTL-BREAKGLASS-REVIEW-DAYS      PIC 9(03)   VALUE 002.
004400 01  CTL-DELEGATION-MAX-DAYS         PIC 9(03)   VALUE 031.
004500 01  CTL-WAREHOUSE-MAX-DAYS          PIC 9(03)   VALUE 366.
004600 01  CTL-WAREHOUSE-AGING-DAYS        PIC 9(03)   VALUE 030.
004700 01  CTL-QUOTE-VALID-DAYS            PIC 9(03)   VALUE 030.
004800 01  CTL-PROFILE-WINDOW-DAYS         PIC 9(03)   VALUE 090.
004900 01  CTL-PROFILE-MIN-ITEMS           PIC 9(03)   VALUE 010.
005000 01  CTL-PROFILE-SPREAD-MULT         PIC 9(02)V9 VALUE 04.0.
005100 01  CTL-PROFILE-VOLUME-MULT         PIC 9(02)V9 VALUE 03.0.
005200 01  CTL-PROFILE-HOLD-SW             PIC X(01)   VALUE "N".
005300     88  CTL-PROFILE-HOLD                        VALUE "Y".
005400 01  CTL-CUTOFF-TIME                 PIC 9(04)   VALUE 1800.
005500 01  CTL-FILE-RECHECK-SECONDS        PIC 9(03)   VALUE 060.
005600 01  CTL-WORK-TARGET-CREJ            PIC 9(03)   VALUE 002.
005700 01  CTL-WORK-TARGET-PEXC            PIC 9(03)   VALUE 002.
005800 01  CTL-WORK-TARGET-DISP            PIC 9(03)   VALUE 010.
005900 01  CTL-WORK-TARGET-CAPP            PIC 9(03)   VALUE 001.
006000 01  CTL-WORK-TARGET-RAPP            PIC 9(03)   VALUE 005.
006100 01  CTL-HOME-COMPANY                PIC X(04)   VALUE "0001".
006200 01  CTL-COMPANY-VALUES.
006300     05  FILLER                      PIC X(04)   VALUE "0001".
006400     05  FILLER                      PIC X(30)
006500                                     VALUE "TRAINING DESK CO".
006600     05  FILLER                      PIC X(04)   VALUE "0002".
006700     05  FILLER                      PIC X(30)
006800                                     VALUE "ACQUIRED SUBSIDIARY".
006900 01  CTL-COMPANY-TABLE REDEFINES CTL-COMPANY-VALUES.
007000     05  CTL-COMPANY-ENTRY OCCURS 2 TIMES INDEXED BY CTL-CO-IDX.
007100         10  CTL-COMPANY-CODE        PIC X(04).
007200         10  CTL-COMPANY-NAME        PIC X(30).
007300 01  CTL-COMPANY-COUNT               PIC 9(02) COMP VALUE 2.
