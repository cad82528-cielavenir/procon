000100
000200*****************************************************************
000300*    CF153SDP   -  CODEFORCES153N SUSPECT DUPLICATE RECORD
000400*
000500*    ONE RECORD PER SUSPECTED DUPLICATE FOUND BY THE
000600*    CODEFORCES153N CHECK STEP BETWEEN THE CODEFORCES153L LOAD
000700*    AND THE CODEFORCES153A POSTING RUN.  NAMES THE NEW CF153TF
000800*    RECORD, THE UNIT, N AND M IT CARRIES, AND THE EARLIER
000900*    RECORD NUMBER AND RUN DATE WHOSE UNIT, N AND M IT REPEATS
001000*    -- FROM THE CF153HF EXTRACT HISTORY WITHIN THE LOOK-BACK
001100*    WINDOW ("H") OR FROM EARLIER IN TONIGHT'S CF153TF ("T",
001200*    RUN DATE = TONIGHT'S RUN DATE).  FOR AN INTER-UNIT TRANSFER
001300*    THE UNIT IS THE FROM UNIT.  RECORD IS FIXED LENGTH,
001400*    UNBLOCKED, 80 BYTES.
001500*
001600*    MATCH SOURCES:
001700*        "H"  CF153HF HISTORY    "T"  TONIGHT'S CF153TF
001800*****************************************************************
001900 01  CF153-SDP-RECORD.
002000     05  SDP-RECORD-NBR          PIC 9(06).
002100     05  SDP-UNIT-CODE           PIC X(05).
002200     05  SDP-N                   PIC S9(10).
002300     05  SDP-M                   PIC S9(10).
002400     05  SDP-MATCH-SOURCE        PIC X(01).
002500         88  SDP-MATCH-HISTORY           VALUE "H".
002600         88  SDP-MATCH-TONIGHT           VALUE "T".
002700     05  SDP-EARLIER-RECORD-NBR  PIC 9(06).
002800     05  SDP-EARLIER-RUN-DATE    PIC 9(08).
002900     05  SDP-RECORD-TYPE         PIC X(01).
003000     05  SDP-TO-UNIT-CODE        PIC X(05).
003100     05  FILLER                  PIC X(28).
