000700*    BECOMES THE OPEN DATE ON AN ADD AND THE CLOSE DATE ON A
000800*    CLOSE.  NAME AND DEPARTMENT ARE IGNORED ON A CLOSE; ON AN
000900*    UPDATE A BLANK NAME OR DEPARTMENT LEAVES THE EXISTING
001000*    VALUE UNCHANGED.  THE YEAR-END RULE ("R" RESET, "C"
001110*    CARRY -- SEE CF153UNT) IS SET ON AN ADD AND REPLACED ON AN
001120*    UPDATE WHEN NOT BLANK.  RECORD IS FIXED LENGTH, UNBLOCKED,
001130*    80 BYTES.
001200*
001300*    ACTION CODES:
001400*        "A"  ADD    -- NEW UNIT, STATUS ACTIVE.
002400     05  UMT-UNIT-NAME           PIC X(20).
002500     05  UMT-DEPARTMENT          PIC X(08).
002600     05  UMT-EFFECTIVE-DATE      PIC 9(08).
002700     05  UMT-YEAR-END-RULE       PIC X(01).
002710         88  UMT-YEAR-END-RULE-VALID     VALUE "R" "C" " ".
002720     05  FILLER                  PIC X(37).
