001400*    ONCE FOR THE OUTBOUND (UPDATED) SEND REGISTER, EACH WITH
001500*    ITS OWN RECORD NAME, VIA COPY ... REPLACING.  RECORD IS
001600*    FIXED LENGTH, UNBLOCKED, 80 BYTES.
001610*
001620*    ENTRY TYPES:
001630*        " "  BATCH SENT -- A POSTING FILE WAS BUILT FOR THE
001640*             RUN DATE.
001650*        "R"  REVERSAL -- CODEFORCES153C SENT A REVERSING
001660*             BATCH FOR THE UNIT NAMED ("*ALL " FOR EVERY
001670*             UNIT); THE UNIT MAY BE BUILT AGAIN FOR THE DATE
001680*             ONCE IT HAS BEEN RE-POSTED.
001681*        "Y"  YEAR-END -- A YEAR-END CLOSING BATCH WAS BUILT FOR
001682*             THE YEAR-END DATE IN RUN-DATE.
001700*****************************************************************
001800 01  :TAG:-GLSEND-RECORD.
001900     05  :TAG:-RUN-DATE          PIC 9(08).
002100     05  :TAG:-SENT-TIME         PIC 9(06).
002200     05  :TAG:-RECORD-COUNT      PIC 9(07).
002300     05  :TAG:-HASH-TOTAL-S      PIC S9(13).
002310     05  :TAG:-ENTRY-TYPE        PIC X(01).
002320         88  :TAG:-BATCH-SENT            VALUE SPACE.
002330         88  :TAG:-REVERSAL              VALUE "R".
002331         88  :TAG:-YEAR-END-BATCH        VALUE "Y".
002340     05  :TAG:-UNIT-CODE         PIC X(05).
002400     05  FILLER                  PIC X(32).
