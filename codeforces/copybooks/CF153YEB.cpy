000100
000200*****************************************************************
000300*    CF153YEB   -  YEAR-END CLOSING BALANCE RECORD
000400*
000500*    ONE RECORD PER BUSINESS UNIT PER FISCAL YEAR CLOSED, WRITTEN
000600*    BY THE CODEFORCES153Z YEAR-END CLOSE TO THE RETAINED CF153YB
000700*    YEAR-END BALANCE FILE.  UNTIL THIS FILE EXISTED THE YEAR END
000800*    WAS TAKEN BY ZEROING BALANCES BY HAND ON THE CF153MST MASTER
000900*    AND NOTHING RECORDED WHAT EACH UNIT HAD CLOSED THE YEAR AT.
001000*    THE FILE IS NEVER REWRITTEN -- EACH CLOSE ADDS ITS RECORDS TO
001100*    THE END -- SO IT HOLDS EVERY YEAR EVER CLOSED.  THE FISCAL
001200*    YEAR IS THE YEAR OF THE CALENDAR YEAR-END DATE, WHICH IS ALSO
001300*    THE CLOSE DATE.  CODEFORCES153A READS THE FILE TO HOLD THE
001400*    FIRST RUN OF A NEW YEAR UNTIL THE CLOSE HAS RUN, AND
001500*    CODEFORCES153J BUILDS ITS YEAR-END CLOSING BATCH FOR THE
001600*    GENERAL LEDGER FROM IT.  RECORD IS FIXED LENGTH, UNBLOCKED,
001700*    80 BYTES.
001800*
001900*    YEAR-END RULE (FROM THE CF153UNT UNIT REFERENCE MASTER):
002000*        "R"  RESET  -- THE NEW YEAR OPENS AT A ZERO BALANCE.
002100*        "C"  CARRY  -- THE CLOSING BALANCE IS CARRIED INTO THE
002200*             NEW YEAR AS ITS OPENING BALANCE.
002300*****************************************************************
002400 01  CF153-YEB-RECORD.
002500     05  YEB-UNIT-CODE           PIC X(05).
002600     05  YEB-FISCAL-YEAR         PIC 9(04).
002700     05  YEB-CLOSING-BALANCE     PIC S9(13).
002800     05  YEB-CLOSE-DATE          PIC 9(08).
002900     05  YEB-YEAR-END-RULE       PIC X(01).
003000         88  YEB-RESET                   VALUE "R".
003100         88  YEB-CARRIED                 VALUE "C".
003200     05  YEB-OPENING-BALANCE     PIC S9(13).
003300     05  YEB-CLOSED-DATE         PIC 9(08).
003400     05  YEB-CLOSED-TIME         PIC 9(06).
003500     05  FILLER                  PIC X(22).
