000100******************************************************************
000200* COPYBOOK:    ADHOCREQ
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE 80-COLUMN REQUEST CARD ON THE ADHOCREQ DECK
000600*              THAT DRIVES THE ADHOCREPORT REPORT WRITER. A SAVED
000700*              REQUEST IS ALL THE CARDS CARRYING ITS NAME:
000800*                H  ONE HEADER - THE SOURCE FILE (CALCLOG,
000900*                   CALCARCH, PNLEDG OR PNARCH), THE OUTPUT (R
001000*                   FORMATTED REPORT, C COMMA-DELIMITED FILE),
001100*                   WHETHER ADHOCBATCH RUNS IT EVERY NIGHT (D) OR
001200*                   ONLY ON REQUEST (N), AND THE REPORT TITLE.
001300*                S  A SELECTION - FIELD, OPERATOR (EQ NE LT LE GT
001400*                   GE) AND VALUE. EVERY SELECTION MUST HOLD. A
001500*                   VALUE OF BUSDATE MEANS THE NIGHT'S BUSINESS
001600*                   DATE, SO A SCHEDULED CARD NEEDS NO EDITING.
001700*                C  A COLUMN TO PRINT, IN CARD ORDER.
001800*                O  A SORT FIELD, MAJOR FIRST, ASCENDING.
001900*                B  A CONTROL-BREAK FIELD, MAJOR FIRST. BREAK
002000*                   FIELDS MUST LEAD THE SORT SEQUENCE; WITH NO O
002100*                   CARDS THE BREAK FIELDS ARE THE SORT.
002200*              FIELD NAMES ARE THOSE IN ADHOCREPORT'S FIELD
002300*              DICTIONARY FOR THE SOURCE. CARDS WITH AN ASTERISK
002400*              IN COLUMN 1 ARE COMMENTS.
002500*
002600* MODIFICATION HISTORY
002700*   2026-10-15 DO  INITIAL VERSION.
002800******************************************************************
002900 01  ADHOC-REQUEST-CARD.
003000     05  AQ-REQUEST-NAME             PIC X(06).
003100     05  FILLER                      PIC X(01).
003200     05  AQ-CARD-TYPE                PIC X(01).
003300         88  AQ-HEADER-CARD          VALUE "H".
003400         88  AQ-SELECT-CARD          VALUE "S".
003500         88  AQ-COLUMN-CARD          VALUE "C".
003600         88  AQ-SORT-CARD            VALUE "O".
003700         88  AQ-BREAK-CARD           VALUE "B".
003800     05  FILLER                      PIC X(01).
003900     05  AQ-CARD-BODY                PIC X(71).
004000     05  AQ-HEADER-BODY REDEFINES AQ-CARD-BODY.
004100         10  AQ-SOURCE               PIC X(08).
004200             88  AQ-SOURCE-CALCLOG   VALUE "CALCLOG ".
004300             88  AQ-SOURCE-CALCARCH  VALUE "CALCARCH".
004400             88  AQ-SOURCE-PNLEDG    VALUE "PNLEDG  ".
004500             88  AQ-SOURCE-PNARCH    VALUE "PNARCH  ".
004600         10  FILLER                  PIC X(01).
004700         10  AQ-OUTPUT-FORMAT        PIC X(01).
004800             88  AQ-OUTPUT-REPORT    VALUE "R".
004900             88  AQ-OUTPUT-DELIMITED VALUE "C".
005000         10  FILLER                  PIC X(01).
005100         10  AQ-SCHEDULE             PIC X(01).
005200             88  AQ-RUN-NIGHTLY      VALUE "D".
005300             88  AQ-RUN-ON-REQUEST   VALUE "N" " ".
005400         10  FILLER                  PIC X(01).
005500         10  AQ-TITLE                PIC X(40).
005600         10  FILLER                  PIC X(18).
005700     05  AQ-SELECT-BODY REDEFINES AQ-CARD-BODY.
005800         10  AQ-SELECT-FIELD         PIC X(08).
005900         10  FILLER                  PIC X(01).
006000         10  AQ-SELECT-OPERATOR      PIC X(02).
006100         10  FILLER                  PIC X(01).
006200         10  AQ-SELECT-VALUE         PIC X(30).
006300         10  FILLER                  PIC X(29).
006400     05  AQ-FIELD-BODY REDEFINES AQ-CARD-BODY.
006500         10  AQ-FIELD-NAME           PIC X(08).
006600         10  FILLER                  PIC X(63).
