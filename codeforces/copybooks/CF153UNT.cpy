002000*    STATUS CODES:
002100*        "A"  ACTIVE -- UNIT MAY RECEIVE POSTINGS.
002200*        "C"  CLOSED -- UNIT IS RETAINED FOR HISTORY ONLY.
002300*
002310*    YEAR-END RULE (APPLIED BY THE CODEFORCES153Z CLOSE TO THE
002320*    UNIT'S CF153MST BALANCE):
002330*        "R"  RESET  -- BALANCE RETURNS TO ZERO FOR THE NEW YEAR.
002340*        "C"  CARRY  -- BALANCE CARRIES INTO THE NEW YEAR.
002350*        " "  NOT SET -- TREATED AS RESET.
002360*****************************************************************
002400 01  :TAG:-UNIT-RECORD.
002500     05  :TAG:-UNIT-CODE         PIC X(05).
002600     05  :TAG:-UNIT-NAME         PIC X(20).
003000         88  :TAG:-CLOSED                VALUE "C".
003100     05  :TAG:-OPEN-DATE         PIC 9(08).
003200     05  :TAG:-CLOSE-DATE        PIC 9(08).
003300     05  :TAG:-YEAR-END-RULE     PIC X(01).
003310         88  :TAG:-YEAR-END-RESET        VALUE "R" " ".
003320         88  :TAG:-YEAR-END-CARRY        VALUE "C".
003330     05  FILLER                  PIC X(29).
