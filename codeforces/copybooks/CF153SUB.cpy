000100
000200*****************************************************************
000300*    CF153SUB   -  DOWNSTREAM EXTRACT SUBSCRIPTION RECORD
000400*
000500*    ONE RECORD PER DOWNSTREAM SYSTEM AND BUSINESS UNIT ON THE
000600*    CF153SB SUBSCRIPTION FILE, SAYING WHICH UNITS OF THE NIGHT'S
000700*    CF153XF EXTRACT EACH SYSTEM RECEIVES.  UNIT CODE "*ALL "
000800*    GIVES THE SYSTEM EVERY UNIT.  THE SYSTEM NUMBER (1-3) TIES
000900*    THE SYSTEM TO ITS ROUTED EXTRACT FILE (CF153X1 THRU CF153X3,
001000*    WRITTEN BY THE CODEFORCES153RT ROUTING STEP) AND TO THE
001100*    ACKNOWLEDGMENT FILE IT RETURNS (CF153A1 THRU CF153A3, READ
001200*    BY CODEFORCES153Q).  EVERY RECORD FOR A SYSTEM ID MUST
001300*    CARRY THE SAME SYSTEM NUMBER AND NO TWO SYSTEM IDS MAY
001400*    SHARE ONE.  THE SYSTEM ID IS THE ONE ECHOED ON CF153ACK AND
001500*    GIVEN TO CODEFORCES153R FOR A RETRANSMISSION.  THE FILE IS
001600*    A CARD-IMAGE FILE KEPT BY PRODUCTION SUPPORT.  RECORD IS
001700*    FIXED LENGTH, UNBLOCKED, 80 BYTES.
001800*****************************************************************
001900 01  CF153-SUB-RECORD.
002000     05  SUB-SYSTEM-ID           PIC X(08).
002100     05  SUB-SYSTEM-NBR          PIC 9(01).
002200         88  SUB-SYSTEM-NBR-VALID        VALUE 1 THRU 3.
002300     05  SUB-UNIT-CODE           PIC X(05).
002400         88  SUB-ALL-UNITS               VALUE "*ALL ".
002500     05  FILLER                  PIC X(66).
