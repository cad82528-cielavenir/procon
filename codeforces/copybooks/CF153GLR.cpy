001000*    DEBIT AND CREDIT AMOUNTS (A POSITIVE TOTAL POSTS AS A
001100*    DEBIT, A NEGATIVE TOTAL AS A CREDIT), AND A BATCH TRAILER
001200*    ("BTR") LAST WITH THE DETAIL RECORD COUNT, THE HASH TOTAL
001400*    OF S AND THE DEBIT/CREDIT COLUMN TOTALS.  THE HEADER BATCH
001410*    TYPE IS BLANK FOR A NIGHTLY POSTING BATCH AND "Y" FOR A
001420*    YEAR-END CLOSING BATCH, WHOSE DETAILS CARRY EACH UNIT'S
001430*    CLOSING BALANCE FROM THE CF153YB YEAR-END BALANCE FILE AND
001440*    WHOSE RUN DATE IS THE YEAR-END DATE.  RECORDS ARE FIXED
001450*    LENGTH, UNBLOCKED, 80 BYTES.
001500*****************************************************************
001600 01  CF153-GLH-RECORD.
001700     05  GLH-REC-TYPE            PIC X(03).
001900     05  GLH-RUN-DATE            PIC 9(08).
002000     05  GLH-PREPARED-DATE       PIC 9(08).
002100     05  GLH-PREPARED-TIME       PIC 9(06).
002200     05  GLH-BATCH-TYPE          PIC X(01).
002210         88  GLH-DAILY-BATCH             VALUE SPACE.
002220         88  GLH-YEAR-END-BATCH          VALUE "Y".
002230     05  FILLER                  PIC X(54).
002300
002400 01  CF153-GLD-RECORD.
002500     05  GLD-REC-TYPE            PIC X(03).
