000100
000200*****************************************************************
000300*    CF153OPR   -  OPERATOR AUTHORITY MASTER RECORD
000400*
000500*    ONE RECORD PER OPERATOR ID THE SUITE WILL ACCEPT, WITH THE
000600*    FUNCTIONS THAT OPERATOR MAY PERFORM.  BEFORE THIS FILE
000700*    EXISTED ANY NON-BLANK ID WAS TAKEN AT FACE VALUE, SO A
000800*    MISTYPED OR MADE-UP ID COULD CHANGE A TRANSACTION OR
000900*    WRITE MONEY OFF.  CODEFORCES153M (INQUIRE / UPDATE),
001000*    CODEFORCES153E (FORCE-POST / SPLIT / WRITE-OFF) AND
001100*    CODEFORCES153Y (CORRECT REJECTS) LOAD THIS FILE AS CF153OF
001200*    AND REFUSE ANY ACTION BY AN OPERATOR WHO IS NOT ON FILE,
001300*    IS REVOKED, OR DOES NOT HOLD THE AUTHORITY FOR IT.  A
001400*    WRITE-OFF ABOVE THE CODEFORCES153E THRESHOLD ALSO NEEDS A
001500*    SUPERVISOR LEVEL OF 1 OR MORE.  MAINTAINED BY THE
001600*    CODEFORCES153O BATCH MAINTENANCE PROGRAM (OLD MASTER IN,
001700*    TRANSACTIONS, NEW MASTER OUT).  CODED WITH THE :TAG:
001800*    PSEUDO-TEXT SO THE SAME COPYBOOK CAN BE COPIED ONCE FOR
001900*    THE OLD (INPUT) MASTER AND ONCE FOR THE NEW (OUTPUT)
002000*    MASTER, EACH WITH ITS OWN RECORD NAME, VIA COPY ...
002100*    REPLACING.  THE SIX AUTHORITY FLAGS CAN ALSO BE ADDRESSED
002200*    AS A TABLE THROUGH :TAG:-AUTH-FLAG.  RECORD IS FIXED
002300*    LENGTH, UNBLOCKED, 80 BYTES.
002310*
002320*    THE EFFECTIVE AND REVOKED DATES RECORD WHEN THE STATUS LAST
002330*    CHANGED.  CODEFORCES153O NEVER ACCEPTS EITHER LATER THAN THE
002340*    DAY IT RUNS, SO THE STATUS CODE ALONE DECIDES WHETHER AN
002350*    OPERATOR IS ACTIVE.
002400*
002500*    STATUS CODES:
002600*        "A"  ACTIVE  -- OPERATOR MAY SIGN ON AND ACT.
002700*        "R"  REVOKED -- RETAINED FOR HISTORY ONLY.
002800*
002900*    AUTHORITY FLAGS ("Y" = AUTHORIZED, "N" = NOT AUTHORIZED):
003000*        1  INQUIRE      -- CODEFORCES153M INQUIRE.
003100*        2  UPDATE       -- CODEFORCES153M UPDATE.
003200*        3  FORCE-POST   -- CODEFORCES153E FORCE-POST.
003300*        4  SPLIT        -- CODEFORCES153E SPLIT.
003400*        5  WRITE-OFF    -- CODEFORCES153E WRITE-OFF.
003500*        6  CORRECT      -- CODEFORCES153Y REJECT CORRECTION.
003600*
003700*    SUPERVISOR LEVEL:
003800*        0    NOT A SUPERVISOR.
003900*        1-9  SUPERVISOR -- MAY WRITE OFF ABOVE THE THRESHOLD.
004000*****************************************************************
004100 01  :TAG:-OPERATOR-RECORD.
004200     05  :TAG:-OPERATOR-ID       PIC X(08).
004300     05  :TAG:-OPERATOR-NAME     PIC X(20).
004400     05  :TAG:-STATUS-CODE       PIC X(01).
004500         88  :TAG:-ACTIVE                VALUE "A".
004600         88  :TAG:-REVOKED               VALUE "R".
004700     05  :TAG:-AUTHORITY.
004800         10  :TAG:-AUTH-INQUIRE      PIC X(01).
004900             88  :TAG:-MAY-INQUIRE           VALUE "Y".
005000         10  :TAG:-AUTH-UPDATE       PIC X(01).
005100             88  :TAG:-MAY-UPDATE            VALUE "Y".
005200         10  :TAG:-AUTH-FORCE-POST   PIC X(01).
005300             88  :TAG:-MAY-FORCE-POST        VALUE "Y".
005400         10  :TAG:-AUTH-SPLIT        PIC X(01).
005500             88  :TAG:-MAY-SPLIT             VALUE "Y".
005600         10  :TAG:-AUTH-WRITE-OFF    PIC X(01).
005700             88  :TAG:-MAY-WRITE-OFF         VALUE "Y".
005800         10  :TAG:-AUTH-CORRECT      PIC X(01).
005900             88  :TAG:-MAY-CORRECT           VALUE "Y".
006000     05  :TAG:-AUTHORITY-TABLE REDEFINES :TAG:-AUTHORITY.
006100         10  :TAG:-AUTH-FLAG         PIC X(01) OCCURS 6 TIMES.
006200     05  :TAG:-SUPERVISOR-LEVEL  PIC 9(01).
006300     05  :TAG:-EFFECTIVE-DATE    PIC 9(08).
006400     05  :TAG:-REVOKED-DATE      PIC 9(08).
006500     05  FILLER                  PIC X(28).
