001140*                  SECURITYADMIN PROGRAM CAN MANAGE THE PIN
001150*                  LIFECYCLE AND GOTO.CBL CAN LOCK AN OPERATOR
001160*                  OUT AFTER REPEATED WRONG PINS.
001164*   2026-10-15 DO  ADDED THE SUSPENDED STATUS - SET BY
001168*                  RECERTOVERDUE ON AN OPERATOR LEFT UNREVIEWED
001172*                  PAST A RECERTIFICATION DEADLINE, LIFTED BY A
001176*                  SECURITYADMIN PIN RESET.
001180*   2026-10-15 DO  ADDED OP-PERMITTED-COMPANY - UP TO FOUR LEGAL
001184*                  ENTITIES THE OPERATOR MAY WORK FOR. ALL BLANK
001188*                  MEANS THE HOME COMPANY ONLY; "*" IN THE FIRST
001192*                  ENTRY MEANS EVERY COMPANY.
001200******************************************************************
001300 01  OPERATOR-PIN-RECORD.
001400     05  OP-OPERATOR-ID              PIC X(08).
001520         88  OP-STATUS-ACTIVE        VALUE "A".
001530         88  OP-STATUS-DISABLED      VALUE "D".
001540         88  OP-STATUS-LOCKED        VALUE "L".
001545         88  OP-STATUS-SUSPENDED     VALUE "S".
001550     05  OP-PIN-SET-DATE             PIC 9(08).
001560     05  OP-FAILED-COUNT             PIC 9(01).
001570     05  OP-AUTH-FLAGS.
001700     05  OP-PRIOR-HASHES.
001710         10  OP-PRIOR-HASH OCCURS 3 TIMES
001720                                     PIC X(08).
001800     05  OP-COMPANY-ACCESS.
001900         10  OP-PERMITTED-COMPANY OCCURS 4 TIMES
002000                                     PIC X(04).
002100             88  OP-ALL-COMPANIES    VALUE "*".
