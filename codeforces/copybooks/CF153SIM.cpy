000100
000200*****************************************************************
000300*    CF153SIM   -  STANDING INSTRUCTION MASTER RECORD
000400*
000500*    ONE RECORD PER STANDING INSTRUCTION -- AN N / M PAIR THAT
000600*    IS TO BE POSTED TO A BUSINESS UNIT EVERY BUSINESS DAY OR
000700*    ON PERIOD-END DAYS ONLY, BETWEEN A START DATE AND AN END
000800*    DATE (ZERO END DATE = OPEN-ENDED), SO A RECURRING ENTRY NO
000900*    LONGER HAS TO BE KEYED INTO A FEED BY HAND EACH NIGHT.
001000*    MAINTAINED BY THE CODEFORCES153K BATCH MAINTENANCE PROGRAM
001100*    (OLD MASTER IN, TRANSACTIONS, NEW MASTER OUT) AND READ BY
001200*    THE CODEFORCES153F GENERATOR, WHICH WRITES EACH INSTRUCTION
001300*    DUE ON THE RUN DATE INTO CF153TF UNDER KEY 900000 PLUS THE
001400*    INSTRUCTION NUMBER -- A RANGE CODEFORCES153L NEVER LOADS.
001500*    CODED WITH THE :TAG: PSEUDO-TEXT SO THE SAME COPYBOOK CAN
001600*    BE COPIED ONCE FOR THE OLD (INPUT) MASTER AND ONCE FOR THE
001700*    NEW (OUTPUT) MASTER, EACH WITH ITS OWN RECORD NAME, VIA
001800*    COPY ... REPLACING.  RECORD IS FIXED LENGTH, UNBLOCKED,
001900*    80 BYTES.
002000*
002100*    FREQUENCY CODES:
002200*        "D"  EVERY BUSINESS DAY ON THE CF153LF CALENDAR.
002300*        "P"  PERIOD-END BUSINESS DAYS ONLY.
002400*
002500*    STATUS CODES:
002600*        "A"  ACTIVE    -- GENERATED WHEN DUE.
002700*        "C"  CANCELLED -- RETAINED FOR HISTORY ONLY.
002800*****************************************************************
002900 01  :TAG:-SI-RECORD.
003000     05  :TAG:-INSTR-NBR         PIC 9(05).
003100     05  :TAG:-UNIT-CODE         PIC X(05).
003200     05  :TAG:-N                 PIC S9(10).
003300     05  :TAG:-M                 PIC S9(10).
003400     05  :TAG:-FREQUENCY         PIC X(01).
003500         88  :TAG:-EVERY-BUSINESS-DAY    VALUE "D".
003600         88  :TAG:-PERIOD-END-ONLY       VALUE "P".
003700     05  :TAG:-START-DATE        PIC 9(08).
003800     05  :TAG:-END-DATE          PIC 9(08).
003900     05  :TAG:-STATUS-CODE       PIC X(01).
004000         88  :TAG:-ACTIVE                VALUE "A".
004100         88  :TAG:-CANCELLED             VALUE "C".
004200     05  :TAG:-DESCRIPTION       PIC X(20).
004300     05  FILLER                  PIC X(12).
