001900*
002000*    EVENT CODES:
002100*        "S"  STARTED    "C"  COMPLETED    "A"  ABENDED
002110*        "O"  OVERRIDDEN -- STARTED UNDER A CF153PF PREREQUISITE
002120*             OVERRIDE.  ONE PER MISSING PREDECESSOR, WRITTEN
002130*             BEFORE THE "STARTED" EVENT; MESSAGE-TEXT NAMES THE
002140*             PREDECESSOR AND THE AUTHORIZING OPERATOR.
002200*****************************************************************
002300 01  :TAG:-RUNSTATE-RECORD.
002400     05  :TAG:-PROGRAM-ID        PIC X(08).
002700         88  :TAG:-STARTED               VALUE "S".
002800         88  :TAG:-COMPLETED             VALUE "C".
002900         88  :TAG:-ABENDED               VALUE "A".
002910         88  :TAG:-OVERRIDDEN            VALUE "O".
003000     05  :TAG:-RANGE-LO          PIC 9(06).
003100     05  :TAG:-RANGE-HI          PIC 9(06).
003200     05  :TAG:-RECORD-COUNT      PIC 9(07).
