001200*    RUN) REJECT FILE AND ONCE FOR THE OUTBOUND (CARRY-FORWARD)
001300*    REJECT FILE, EACH WITH ITS OWN RECORD NAME, VIA COPY ...
001400*    REPLACING.  RECORD IS FIXED LENGTH, UNBLOCKED, 80 BYTES.
001410*    THE RECORD TYPE AND TO-UNIT CODE ARE CARRIED FROM CF153TRN
001420*    SO A REJECTED INTER-UNIT TRANSFER IS RECYCLED AS A TRANSFER.
001500*****************************************************************
001600 01  :TAG:-REJECT-RECORD.
001700     05  :TAG:-RECORD-NBR        PIC 9(06).
002100     05  :TAG:-REASON-TEXT       PIC X(30).
002200     05  :TAG:-AGE-DAYS          PIC 9(03).
002300     05  :TAG:-UNIT-CODE         PIC X(05).
002310     05  :TAG:-RECORD-TYPE       PIC X(01).
002320     05  :TAG:-TO-UNIT-CODE      PIC X(05).
002400     05  FILLER                  PIC X(06).
