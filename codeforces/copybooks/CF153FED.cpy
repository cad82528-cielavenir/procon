001000*    THE SAME COPYBOOK CAN BE COPIED ONCE PER FEED FILE AND
001100*    ONCE FOR THE COMMON WORK AREA, EACH WITH ITS OWN RECORD
001200*    NAME, VIA COPY ... REPLACING.  RECORD IS FIXED LENGTH,
001300*    UNBLOCKED, 80 BYTES, POSITIONALLY IDENTICAL TO CF153TRN,
001310*    INCLUDING THE RECORD TYPE AND TO-UNIT CODE OF AN INTER-UNIT
001320*    TRANSFER.
001400*****************************************************************
001500 01  :TAG:-FEED-RECORD.
001600     05  :TAG:-RECORD-NBR          PIC X(06).
001700     05  :TAG:-N                   PIC X(10).
001800     05  :TAG:-M                   PIC X(10).
001900     05  :TAG:-UNIT-CODE           PIC X(05).
001910     05  :TAG:-RECORD-TYPE         PIC X(01).
001920     05  :TAG:-TO-UNIT-CODE        PIC X(05).
002000     05  FILLER                    PIC X(43).
