000100******************************************************************
000200* COPYBOOK:    LAYDICT
000300* AUTHOR:      D. OKAFOR
000400* DATE-WRITTEN: 2026-10-15
000500* PURPOSE:     ONE ROW PER FIELD ON THE LAYDICT RECORD-LAYOUT
000600*              DICTIONARY - THE NAME, START POSITION, LENGTH, TYPE
000700*              AND DECIMAL PLACES OF EACH FIELD OF AN INBOUND
000800*              FILE, SO MULTIVALUEVALIDATE CAN EDIT ANY UPLOAD
000900*              DESCRIBED HERE INSTEAD OF ONLY THE FOUR-FIELD
001000*              MULTIIN SHAPE. A FILE WITH SEVERAL RECORD TYPES
001100*              CARRIES ONE FIELD NUMBER 00 ROW GIVING THE POSITION
001200*              AND LENGTH OF ITS RECORD-TYPE CODE; EVERY OTHER ROW
001300*              THEN NAMES THE TYPE CODE (LD-RECORD-TYPE) IT
001400*              BELONGS TO. A BLANK RECORD TYPE DESCRIBES A FIELD
001500*              ON EVERY RECORD. TYPES ARE N (UNSIGNED DIGITS), S
001600*              (DIGITS WITH THE SIGN OVER THE LAST ONE, AS A
001700*              DISPLAY S9 FIELD IS WRITTEN) AND X (ALPHANUMERIC).
001800*              DECIMALS ARE IMPLIED.
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15 DO  INITIAL VERSION.
002200******************************************************************
002300 01  LAYOUT-DICTIONARY-RECORD.
002400     05  LD-LAYOUT-NAME              PIC X(08).
002500     05  LD-RECORD-TYPE              PIC X(04).
002600     05  LD-FIELD-NO                 PIC 9(02).
002700         88  LD-TYPE-CODE-ROW        VALUE ZERO.
002800     05  LD-FIELD-NAME               PIC X(16).
002900     05  LD-START-POS                PIC 9(03).
003000     05  LD-LENGTH                   PIC 9(03).
003100     05  LD-FIELD-TYPE               PIC X(01).
003200         88  LD-TYPE-UNSIGNED        VALUE "N".
003300         88  LD-TYPE-SIGNED          VALUE "S".
003400         88  LD-TYPE-ALPHANUMERIC    VALUE "X".
003500         88  LD-FIELD-TYPE-VALID     VALUE "N" "S" "X".
003600     05  LD-DECIMALS                 PIC 9(01).
003700     05  LD-DESCRIPTION              PIC X(30).
