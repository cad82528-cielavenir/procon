000800*    NAMES THE BUSINESS UNIT THE TRANSACTION POSTS TO; A BLANK
000900*    UNIT CODE POSTS TO THE DEFAULT UNIT NAMED ON THE CF153CTL
001000*    CONTROL RECORD, SO TRANSACTION FILES BUILT BEFORE THE UNIT
001100*    CODE EXISTED STILL PROCESS UNCHANGED.  THE RECORD TYPE IS
001110*    BLANK FOR AN ORDINARY TRANSACTION AND "X" FOR AN INTER-UNIT
001120*    TRANSFER, WHICH MOVES N + M FROM THE UNIT CODE (THE FROM
001130*    UNIT) TO THE TO-UNIT CODE AND IS POSTED AS A BALANCED PAIR
001140*    OF LEGS OR REJECTED WHOLE.  THE TO-UNIT CODE IS BLANK ON AN
001150*    ORDINARY TRANSACTION.
001200*****************************************************************
001300 01  CF153-TRANS-RECORD.
001400     05  TRN-RECORD-NBR          PIC 9(06).
001500     05  TRN-N                   PIC S9(10).
001600     05  TRN-M                   PIC S9(10).
001700     05  TRN-UNIT-CODE           PIC X(05).
001710     05  TRN-RECORD-TYPE         PIC X(01).
001720         88  TRN-STANDARD                VALUE SPACE.
001730         88  TRN-TRANSFER                VALUE "X".
001740     05  TRN-TO-UNIT-CODE        PIC X(05).
001800     05  FILLER                  PIC X(43).
