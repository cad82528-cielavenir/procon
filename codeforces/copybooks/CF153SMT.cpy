000100
000200*****************************************************************
000300*    CF153SMT   -  CODEFORCES153K STANDING INSTRUCTION
000400*                  MAINTENANCE TRANSACTION
000500*
000600*    ONE MAINTENANCE ACTION PER CARD AGAINST THE CF153SIM
000700*    STANDING INSTRUCTION MASTER, KEYED BY INSTRUCTION NUMBER
000800*    (00001 - 99999).  AN ADD CARRIES EVERY FIELD.  AN UPDATE
000900*    ALWAYS REPLACES N AND M; A BLANK UNIT, FREQUENCY OR
001000*    DESCRIPTION, OR A ZERO START OR END DATE, LEAVES THE
001100*    EXISTING VALUE UNCHANGED.  A CANCEL SETS THE STATUS TO
001200*    CANCELLED AND, WHEN THE END DATE IS GIVEN, STAMPS IT.
001300*    RECORD IS FIXED LENGTH, UNBLOCKED, 80 BYTES.
001400*
001500*    ACTION CODES:
001600*        "A"  ADD    -- NEW INSTRUCTION, STATUS ACTIVE.
001700*        "U"  UPDATE -- CHANGE AMOUNTS, UNIT, FREQUENCY, DATES
001800*                       OR DESCRIPTION.
001900*        "C"  CANCEL -- SET STATUS CANCELLED.
002000*****************************************************************
002100 01  CF153-SMT-RECORD.
002200     05  SMT-ACTION-CODE         PIC X(01).
002300         88  SMT-ACTION-ADD              VALUE "A".
002400         88  SMT-ACTION-UPDATE           VALUE "U".
002500         88  SMT-ACTION-CANCEL           VALUE "C".
002600     05  SMT-INSTR-NBR           PIC 9(05).
002700     05  SMT-UNIT-CODE           PIC X(05).
002800     05  SMT-N                   PIC S9(10).
002900     05  SMT-M                   PIC S9(10).
003000     05  SMT-FREQUENCY           PIC X(01).
003100     05  SMT-START-DATE          PIC 9(08).
003200     05  SMT-END-DATE            PIC 9(08).
003300     05  SMT-DESCRIPTION         PIC X(20).
003400     05  FILLER                  PIC X(12).
