001200*    COPIED ONCE FOR THE RUN EXTRACT, ONCE FOR THE HISTORY FILE
001300*    AND ONCE FOR SORT WORK, EACH WITH ITS OWN RECORD NAME, VIA
001400*    COPY ... REPLACING.  RECORD IS FIXED LENGTH, UNBLOCKED,
001500*    80 BYTES.  AN INTER-UNIT TRANSFER PRODUCES TWO RECORDS UNDER
001510*    THE SAME RECORD NUMBER -- THE DEBIT LEG (N, M AND S NEGATED)
001520*    FOR THE FROM UNIT AND THE CREDIT LEG FOR THE TO UNIT -- EACH
001530*    WITH RECORD TYPE "X" AND THE OTHER UNIT NAMED, SO THE LEGS
001540*    CAN BE TOTALLED APART AND PROVED TO NET TO ZERO.  LAYOUT:
001600*
001700*        POSITION  LENGTH  FIELD
001800*        --------  ------  ----------------------------------
002200*        27-36     10      S (SIGNED, TRAILING OVERPUNCH)
002300*        37-44     08      RUN DATE (CCYYMMDD)
002400*        45-49     05      PROCESSING UNIT CODE
002410*        50        01      RECORD TYPE (" " STANDARD,
002420*                                 "X" TRANSFER LEG)
002430*        51-55     05      OTHER UNIT OF A TRANSFER LEG
002500*        56-80     25      RESERVED FOR FUTURE USE
002600*****************************************************************
002700 01  :TAG:-EXTRACT-RECORD.
002800     05  :TAG:-RECORD-NBR        PIC 9(06).
003100     05  :TAG:-S                 PIC S9(10).
003200     05  :TAG:-RUN-DATE          PIC 9(08).
003300     05  :TAG:-UNIT-CODE         PIC X(05).
003310     05  :TAG:-RECORD-TYPE       PIC X(01).
003320         88  :TAG:-TRANSFER-LEG          VALUE "X".
003330     05  :TAG:-OTHER-UNIT        PIC X(05).
003400     05  FILLER                  PIC X(25).
