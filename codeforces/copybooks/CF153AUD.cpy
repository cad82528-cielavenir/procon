001400*    FUNCTION CODES:
001500*        "I"  INQUIRE -- RECORD DISPLAYED, NOT CHANGED.
001600*        "U"  UPDATE  -- RECORD REWRITTEN WITH NEW N/M.
001610*        "R"  REFUSED -- SIGN-ON OR FUNCTION REFUSED BY THE
001620*                        CF153OPR OPERATOR AUTHORITY MASTER.
001630*                        THE REQUESTED FUNCTION ("I" OR "U",
001640*                        BLANK FOR A SIGN-ON) IS CARRIED IN
001650*                        AUD-REQUESTED-FUNCTION; N AND M ARE
001660*                        ZERO AND THE RECORD IS NOT READ.
001700*****************************************************************
001800 01  CF153-AUD-RECORD.
001900     05  AUD-OPERATOR-ID         PIC X(08).
002200     05  AUD-FUNCTION-CODE       PIC X(01).
002300         88  AUD-FUNCTION-INQUIRE        VALUE "I".
002400         88  AUD-FUNCTION-UPDATE         VALUE "U".
002410         88  AUD-FUNCTION-REFUSED        VALUE "R".
002500     05  AUD-RECORD-NBR          PIC 9(06).
002600     05  AUD-OLD-N               PIC S9(10).
002700     05  AUD-OLD-M               PIC S9(10).
002800     05  AUD-NEW-N               PIC S9(10).
002900     05  AUD-NEW-M               PIC S9(10).
002910     05  AUD-REQUESTED-FUNCTION  PIC X(01).
003000     05  FILLER                  PIC X(10).
