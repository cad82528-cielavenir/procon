001600*    FILE READ AT RESTART AND ONCE FOR THE NEW (OUTPUT)
001700*    CHECKPOINT FILE WRITTEN DURING THIS RUN, EACH WITH ITS OWN
001800*    RECORD NAME, VIA COPY ... REPLACING.  RECORD IS FIXED
001900*    LENGTH, UNBLOCKED, 80 BYTES.  WHEN THE RUN HAS POSTED OR
001910*    REJECTED AN INTER-UNIT TRANSFER, A TRANSFER RECORD WITH UNIT
001920*    CODE "*XFR " FOLLOWS THE GRAND RECORD: RECORDS-PROCESSED
001930*    IS THE TRANSFERS POSTED, REJECT-COUNT THE TRANSFERS
001940*    REJECTED, TOTAL-N AND TOTAL-M THE S OF THE CREDIT AND DEBIT
001950*    LEGS AND TOTAL-S THEIR NET, WHICH MUST BE ZERO.  TRANSFER
001960*    LEGS ARE IN THE UNIT RECORDS BUT NOT IN THE GRAND TOTALS.
002000*****************************************************************
002100 01  :TAG:-CKPT-RECORD.
002200     05  :TAG:-RUN-ID              PIC X(08).
002900     05  :TAG:-TOTAL-S             PIC S9(13).
003000     05  :TAG:-UNIT-CODE           PIC X(05).
003100         88  :TAG:-GRAND-TOTAL             VALUE "*ALL ".
003110         88  :TAG:-TRANSFER-TOTAL          VALUE "*XFR ".
003200     05  FILLER                    PIC X(01).
