001100*    "HDR"/"TRL" TYPE BYTES CANNOT COLLIDE WITH DETAIL DATA.
001200*    DOWNSTREAM ACKNOWLEDGMENTS (CF153ACK) ECHO THE TRAILER
001300*    FIGURES BACK TO THE CODEFORCES153Q ACKNOWLEDGMENT
001400*    PROCESSOR.  THE TRAILER ALSO CARRIES THE COUNT OF
001410*    INTER-UNIT TRANSFER LEGS AND THEIR NET S, WHICH IS ZERO ON
001420*    A BALANCED FILE.  THE PER-SYSTEM FILES CF153X1 THRU CF153X3
001421*    WRITTEN BY CODEFORCES153RT CARRY THE SAME ENVELOPE, FOOTED
001422*    OVER THAT SYSTEM'S UNITS ONLY, SO THEIR TRANSFER NET NEED
001423*    NOT BE ZERO.  RECORDS ARE FIXED LENGTH, UNBLOCKED,
001430*    80 BYTES.
001500*****************************************************************
001600 01  CF153-EXT-HDR-RECORD.
001700     05  EXH-REC-TYPE            PIC X(03).
002800     05  EXL-RUN-DATE            PIC 9(08).
002900     05  EXL-RECORD-COUNT        PIC 9(07).
003000     05  EXL-HASH-TOTAL-S        PIC S9(13).
003010     05  EXL-TRANSFER-COUNT      PIC 9(07).
003020     05  EXL-TRANSFER-NET-S      PIC S9(13).
003100     05  FILLER                  PIC X(29).
