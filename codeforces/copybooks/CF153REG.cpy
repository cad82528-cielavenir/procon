001700*    STATUS CODES:
001800*        "P"  POSTED -- THE UNIT'S BALANCE-FORWARD MASTER
001900*             RECORD FOR THIS RUN DATE HAS BEEN WRITTEN.
001910*        "R"  REVERSED -- THE UNIT'S POSTING FOR THIS RUN DATE
001920*             HAS BEEN BACKED OUT OF THE MASTER BY THE
001930*             CODEFORCES153C RUN REVERSAL AND THE DATE MAY BE
001940*             POSTED AGAIN FOR THE UNIT.
001950*        "T"  TRANSFER CONTROL -- UNIT CODE "*XFR ", ONE PER RUN
001960*             DATE THAT CARRIED INTER-UNIT TRANSFERS.  RECORD
001970*             COUNT IS THE TRANSFERS POSTED, REJECT COUNT THE
001980*             TRANSFERS REJECTED, TOTAL-N AND TOTAL-M THE S OF
001990*             THE CREDIT AND DEBIT LEGS AND TOTAL-S THEIR NET,
001991*             WHICH MUST BE ZERO.  NOT A POSTING; THE LEGS ARE IN
001992*             THE "P" RECORDS OF THE UNITS CONCERNED.
002000*****************************************************************
002100 01  :TAG:-REGISTER-RECORD.
002200     05  :TAG:-RUN-DATE          PIC 9(08).
002900     05  :TAG:-TOTAL-S           PIC S9(13).
003000     05  :TAG:-STATUS-CODE       PIC X(01).
003100         88  :TAG:-POSTED                VALUE "P".
003110         88  :TAG:-REVERSED              VALUE "R".
003120         88  :TAG:-TRANSFER-CONTROL      VALUE "T".
003200     05  FILLER                  PIC X(06).
