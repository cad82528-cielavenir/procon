000100
000200*****************************************************************
000300*    CF153OMT   -  CODEFORCES153O OPERATOR AUTHORITY
000400*                  MAINTENANCE TRANSACTION
000500*
000600*    ONE MAINTENANCE ACTION PER CARD AGAINST THE CF153OPR
000700*    OPERATOR AUTHORITY MASTER, KEYED BY OPERATOR ID.  EACH
000800*    AUTHORITY FLAG IS "Y", "N" OR BLANK, IN THE CF153OPR
000900*    ORDER (INQUIRE, UPDATE, FORCE-POST, SPLIT, WRITE-OFF,
001000*    CORRECT).  ON AN ADD A BLANK FLAG MEANS "N" AND A BLANK
001100*    SUPERVISOR LEVEL MEANS 0; ON AN UPDATE A BLANK NAME, FLAG
001200*    OR LEVEL LEAVES THE EXISTING VALUE UNCHANGED.  THE
001300*    EFFECTIVE DATE BECOMES THE MASTER'S EFFECTIVE DATE ON AN
001400*    ADD OR UPDATE AND ITS REVOKED DATE ON A REVOKE; ZERO OR BLANK
001500*    MEANS TODAY.  A DATE MUST BE A VALID CALENDAR DATE NO LATER
001510*    THAN THE MAINTENANCE RUN -- A CARD TAKES EFFECT THE DAY IT IS
001520*    APPLIED, SO A FUTURE-DATED CARD IS REJECTED AND IS TO BE
001530*    RESUBMITTED ON ITS DATE.  AN ADD FOR A REVOKED OPERATOR
001600*    REINSTATES THE ID WITH THE AUTHORITY ON THE CARD.  RECORD IS
001700*    FIXED LENGTH, UNBLOCKED, 80 BYTES.
001800*
001900*    ACTION CODES:
002000*        "A"  ADD    -- NEW OPERATOR (OR REINSTATE), ACTIVE.
002100*        "U"  UPDATE -- CHANGE NAME, AUTHORITY OR LEVEL.
002200*        "R"  REVOKE -- SET STATUS REVOKED.
002300*****************************************************************
002400 01  CF153-OMT-RECORD.
002500     05  OMT-ACTION-CODE         PIC X(01).
002600         88  OMT-ACTION-ADD              VALUE "A".
002700         88  OMT-ACTION-UPDATE           VALUE "U".
002800         88  OMT-ACTION-REVOKE           VALUE "R".
002900     05  OMT-OPERATOR-ID         PIC X(08).
003000     05  OMT-OPERATOR-NAME       PIC X(20).
003100     05  OMT-AUTHORITY.
003200         10  OMT-AUTH-FLAG           PIC X(01) OCCURS 6 TIMES.
003300     05  OMT-SUPERVISOR-LEVEL    PIC X(01).
003400     05  OMT-EFFECTIVE-DATE      PIC 9(08).
003500     05  OMT-EFFECTIVE-DATE-X    REDEFINES OMT-EFFECTIVE-DATE
003600                                 PIC X(08).
003700     05  FILLER                  PIC X(36).
