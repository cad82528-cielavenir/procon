000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153K.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  STANDING INSTRUCTION MASTER
001300*                     MAINTENANCE.  READS THE OLD CF153II STANDING
001400*                     INSTRUCTION FILE (A MISSING FILE STARTS AN
001500*                     EMPTY MASTER), APPLIES CF153IX MAINTENANCE
001600*                     TRANSACTIONS (ADD, UPDATE, CANCEL -- SEE
001700*                     CF153SMT), AND WRITES THE NEW CF153IO
001800*                     MASTER FOR THE CODEFORCES153F GENERATOR TO
001900*                     PICK UP AS CF153IF.  AN ADD FOR AN EXISTING
002000*                     NUMBER, AN UPDATE OR CANCEL FOR AN UNKNOWN
002100*                     OR CANCELLED NUMBER, A CARD THAT FAILS THE
002200*                     FIELD EDITS (NUMBER, UNIT, N, M, FREQUENCY,
002300*                     DATES), OR AN UNRECOGNIZED ACTION IS
002400*                     REPORTED AND NOT APPLIED.  A MAINTENANCE
002500*                     REPORT OF RECORDS IN, ACTIONS APPLIED AND
002600*                     REJECTED, AND RECORDS OUT IS DISPLAYED AT
002700*                     END OF RUN.  STAMPS THE SHARED CF153SF
002800*                     RUN-STATE FILE LIKE THE REST OF THE SUITE.
002810*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
002820*                     START ON CF153SF THE PROGRAM NOW READS THE
002830*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
002840*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
002850*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
002860*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
002870*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
002880*                     START AND IS LOGGED ON CF153SF AS AN "O"
002890*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  GENERIC.
003400 OBJECT-COMPUTER.  GENERIC.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CF153-SINI-FILE ASSIGN TO CF153II
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-II-STATUS.
004100
004200     SELECT CF153-SINO-FILE ASSIGN TO CF153IO
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-IO-STATUS.
004500
004600     SELECT CF153-SINX-FILE ASSIGN TO CF153IX
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-IX-STATUS.
004900
005000     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SF-STATUS.
005300
005310     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WS-PF-STATUS.
005340
005350     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
005360         ORGANIZATION IS SEQUENTIAL
005370         FILE STATUS IS WS-SI-STATUS.
005380
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CF153-SINI-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 80 CHARACTERS.
005900     COPY CF153SIM REPLACING ==:TAG:== BY ==SINI==.
006000
006100 FD  CF153-SINO-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 80 CHARACTERS.
006400     COPY CF153SIM REPLACING ==:TAG:== BY ==SINO==.
006500
006600 FD  CF153-SINX-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900     COPY CF153SMT.
007000
007100 FD  CF153-RUNS-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 80 CHARACTERS.
007400     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
007500
007501 FD  CF153-PREQ-FILE
007502     LABEL RECORDS ARE STANDARD
007503     RECORD CONTAINS 80 CHARACTERS.
007504     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
007505
007506 FD  CF153-RUNI-FILE
007507     LABEL RECORDS ARE STANDARD
007508     RECORD CONTAINS 80 CHARACTERS.
007509     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
007510
007600 WORKING-STORAGE SECTION.
007700 77  WS-SINI-EOF-SWITCH        PIC X(01) VALUE "N".
007800     88  WS-SINI-EOF-YES                VALUE "Y".
007900     88  WS-SINI-EOF-NO                 VALUE "N".
008000
008100 77  WS-SINX-EOF-SWITCH        PIC X(01) VALUE "N".
008200     88  WS-SINX-EOF-YES                VALUE "Y".
008300     88  WS-SINX-EOF-NO                 VALUE "N".
008400
008500 77  WS-INSTR-MAX              PIC 9(03) VALUE 200.
008600 77  WS-INSTR-COUNT            PIC 9(03) COMP VALUE ZERO.
008700 77  WS-INSTR-SUB              PIC 9(03) COMP VALUE ZERO.
008800 77  WS-INSTR-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
008900
009000 01  WS-INSTR-TABLE.
009100     05  WS-INSTR-ENTRY OCCURS 200 TIMES.
009200         10  WS-INSTR-NBR          PIC 9(05).
009300         10  WS-INSTR-UNIT-CODE    PIC X(05).
009400         10  WS-INSTR-N            PIC S9(10).
009500         10  WS-INSTR-M            PIC S9(10).
009600         10  WS-INSTR-FREQUENCY    PIC X(01).
009700         10  WS-INSTR-START-DATE   PIC 9(08).
009800         10  WS-INSTR-END-DATE     PIC 9(08).
009900         10  WS-INSTR-STATUS       PIC X(01).
010000         10  WS-INSTR-DESCRIPTION  PIC X(20).
010100
010200 77  WS-EDIT-REASON            PIC X(30) VALUE SPACE.
010300 77  WS-EDIT-START-DATE        PIC 9(08) VALUE ZERO.
010400 77  WS-EDIT-END-DATE          PIC 9(08) VALUE ZERO.
010500
010600 77  WS-INSTR-READ             PIC 9(07) VALUE ZERO.
010700 77  WS-TRANS-READ             PIC 9(07) VALUE ZERO.
010800 77  WS-TRANS-APPLIED          PIC 9(07) VALUE ZERO.
010900 77  WS-TRANS-REJECTED         PIC 9(07) VALUE ZERO.
011000 77  WS-INSTR-WRITTEN          PIC 9(07) VALUE ZERO.
011100
011200 77  WS-II-STATUS              PIC X(02) VALUE "00".
011300 77  WS-IO-STATUS              PIC X(02) VALUE "00".
011400 77  WS-IX-STATUS              PIC X(02) VALUE "00".
011500
011600 77  WS-SF-STATUS              PIC X(02) VALUE "00".
011700
011800 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
011900     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
012000     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
012100
012200 01  WS-ACCEPT-TIME.
012300     05  WS-ACCEPT-HHMMSS      PIC 9(06).
012400     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
012500
012501 77  WS-PF-STATUS              PIC X(02) VALUE "00".
012502 77  WS-SI-STATUS              PIC X(02) VALUE "00".
012503
012504 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
012505     88  WS-PREQ-EOF-YES                VALUE "Y".
012506     88  WS-PREQ-EOF-NO                 VALUE "N".
012507
012508 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
012509     88  WS-RUNI-EOF-YES                VALUE "Y".
012510     88  WS-RUNI-EOF-NO                 VALUE "N".
012511
012512 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
012513     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
012514     88  WS-GATE-OVERRIDE-NO            VALUE "N".
012515
012516 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
012517 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
012518 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
012519 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
012520 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
012521 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
012522 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
012523
012524 01  WS-GATE-LOG-TEXT.
012525     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
012526     05  WS-GATE-LOG-PREDECESSOR
012527                               PIC X(08).
012528     05  FILLER                PIC X(04) VALUE " BY ".
012529     05  WS-GATE-LOG-OPERATOR  PIC X(08).
012530     05  FILLER                PIC X(01) VALUE SPACE.
012531
012532 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
012533 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
012534 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
012535
012536 01  WS-PREQ-TABLE.
012537     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
012538         10  WS-PREQ-ID            PIC X(08).
012539         10  WS-PREQ-EVENT         PIC X(01).
012540         10  WS-PREQ-DATED-SW      PIC X(01).
012541             88  WS-PREQ-DATED-YES          VALUE "Y".
012542             88  WS-PREQ-DATED-NO           VALUE "N".
012543
012600 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
012700 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
012800
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
013210     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
013300     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
013400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
013500     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
013600     STOP RUN.
013700
013800 1000-INITIALIZE.
013900     PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
014000     OPEN OUTPUT CF153-SINO-FILE.
014100     IF WS-IO-STATUS NOT = "00"
014200         MOVE "OPEN ERROR - CF153-SINO-FILE (CF153IO)"
014300                              TO WS-ABEND-MESSAGE
014400         MOVE WS-IO-STATUS    TO WS-ABEND-STATUS
014500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
014600     END-IF.
014700 1000-EXIT.
014800     EXIT.
014900
015000 1100-LOAD-OLD-MASTER.
015100     OPEN INPUT CF153-SINI-FILE.
015200     IF WS-II-STATUS = "35"
015300         DISPLAY "CODEFORCES153K -- NO PRIOR INSTRUCTION FILE"
015400             " -- STARTING AN EMPTY MASTER"
015500         SET WS-SINI-EOF-YES TO TRUE
015600         GO TO 1100-EXIT
015700     END-IF.
015800     IF WS-II-STATUS NOT = "00"
015900         MOVE "OPEN ERROR - CF153-SINI-FILE (CF153II)"
016000                              TO WS-ABEND-MESSAGE
016100         MOVE WS-II-STATUS    TO WS-ABEND-STATUS
016200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
016300     END-IF.
016400     SET WS-SINI-EOF-NO TO TRUE.
016500     PERFORM 1150-READ-OLD-MASTER THRU 1150-EXIT
016600         UNTIL WS-SINI-EOF-YES.
016700     CLOSE CF153-SINI-FILE.
016800     IF WS-II-STATUS NOT = "00"
016900         MOVE "CLOSE ERROR - CF153-SINI-FILE (CF153II)"
017000                              TO WS-ABEND-MESSAGE
017100         MOVE WS-II-STATUS    TO WS-ABEND-STATUS
017200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
017300     END-IF.
017400 1100-EXIT.
017500     EXIT.
017600
017700 1150-READ-OLD-MASTER.
017800     READ CF153-SINI-FILE
017900         AT END
018000             SET WS-SINI-EOF-YES TO TRUE
018100         NOT AT END
018200             ADD 1 TO WS-INSTR-READ
018300             IF WS-INSTR-COUNT >= WS-INSTR-MAX
018400                 MOVE "INSTRUCTION TABLE CAPACITY EXCEEDED"
018500                                      TO WS-ABEND-MESSAGE
018600                 PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
018700             END-IF
018800             ADD 1 TO WS-INSTR-COUNT
018900             MOVE SINI-INSTR-NBR
019000                 TO WS-INSTR-NBR (WS-INSTR-COUNT)
019100             MOVE SINI-UNIT-CODE
019200                 TO WS-INSTR-UNIT-CODE (WS-INSTR-COUNT)
019300             MOVE SINI-N
019400                 TO WS-INSTR-N (WS-INSTR-COUNT)
019500             MOVE SINI-M
019600                 TO WS-INSTR-M (WS-INSTR-COUNT)
019700             MOVE SINI-FREQUENCY
019800                 TO WS-INSTR-FREQUENCY (WS-INSTR-COUNT)
019900             MOVE SINI-START-DATE
020000                 TO WS-INSTR-START-DATE (WS-INSTR-COUNT)
020100             MOVE SINI-END-DATE
020200                 TO WS-INSTR-END-DATE (WS-INSTR-COUNT)
020300             MOVE SINI-STATUS-CODE
020400                 TO WS-INSTR-STATUS (WS-INSTR-COUNT)
020500             MOVE SINI-DESCRIPTION
020600                 TO WS-INSTR-DESCRIPTION (WS-INSTR-COUNT)
020700     END-READ.
020800     IF WS-II-STATUS NOT = "00" AND WS-II-STATUS NOT = "10"
020900         MOVE "READ ERROR - CF153-SINI-FILE (CF153II)"
021000                              TO WS-ABEND-MESSAGE
021100         MOVE WS-II-STATUS    TO WS-ABEND-STATUS
021200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
021300     END-IF.
021400 1150-EXIT.
021500     EXIT.
021600
021700 2000-APPLY-TRANSACTIONS.
021800     OPEN INPUT CF153-SINX-FILE.
021900     IF WS-IX-STATUS = "35"
022000         DISPLAY "CODEFORCES153K -- NO MAINTENANCE TRANSACTIONS"
022100         GO TO 2000-EXIT
022200     END-IF.
022300     IF WS-IX-STATUS NOT = "00"
022400         MOVE "OPEN ERROR - CF153-SINX-FILE (CF153IX)"
022500                              TO WS-ABEND-MESSAGE
022600         MOVE WS-IX-STATUS    TO WS-ABEND-STATUS
022700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
022800     END-IF.
022900     SET WS-SINX-EOF-NO TO TRUE.
023000     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
023100         UNTIL WS-SINX-EOF-YES.
023200     CLOSE CF153-SINX-FILE.
023300     IF WS-IX-STATUS NOT = "00"
023400         MOVE "CLOSE ERROR - CF153-SINX-FILE (CF153IX)"
023500                              TO WS-ABEND-MESSAGE
023600         MOVE WS-IX-STATUS    TO WS-ABEND-STATUS
023700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
023800     END-IF.
023900 2000-EXIT.
024000     EXIT.
024100
024200 2100-READ-TRANSACTION.
024300     READ CF153-SINX-FILE
024400         AT END
024500             SET WS-SINX-EOF-YES TO TRUE
024600         NOT AT END
024700             ADD 1 TO WS-TRANS-READ
024800             PERFORM 2200-APPLY-ONE-ACTION THRU 2200-EXIT
024900     END-READ.
025000     IF WS-IX-STATUS NOT = "00" AND WS-IX-STATUS NOT = "10"
025100         MOVE "READ ERROR - CF153-SINX-FILE (CF153IX)"
025200                              TO WS-ABEND-MESSAGE
025300         MOVE WS-IX-STATUS    TO WS-ABEND-STATUS
025400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
025500     END-IF.
025600 2100-EXIT.
025700     EXIT.
025800
025900 2200-APPLY-ONE-ACTION.
026000     IF SMT-INSTR-NBR NOT NUMERIC OR SMT-INSTR-NBR = ZERO
026100         ADD 1 TO WS-TRANS-REJECTED
026200         DISPLAY "INSTRUCTION NUMBER NOT VALID -- "
026300             SMT-INSTR-NBR " ACTION " SMT-ACTION-CODE
026400         GO TO 2200-EXIT
026500     END-IF.
026600     PERFORM 2250-FIND-INSTRUCTION THRU 2250-EXIT.
026700     IF SMT-ACTION-ADD
026800         PERFORM 2300-ADD-INSTRUCTION THRU 2300-EXIT
026900         GO TO 2200-EXIT
027000     END-IF.
027100     IF SMT-ACTION-UPDATE
027200         PERFORM 2400-UPDATE-INSTRUCTION THRU 2400-EXIT
027300         GO TO 2200-EXIT
027400     END-IF.
027500     IF SMT-ACTION-CANCEL
027600         PERFORM 2500-CANCEL-INSTRUCTION THRU 2500-EXIT
027700         GO TO 2200-EXIT
027800     END-IF.
027900     ADD 1 TO WS-TRANS-REJECTED.
028000     DISPLAY "ACTION NOT RECOGNIZED -- INSTRUCTION " SMT-INSTR-NBR
028100         " ACTION " SMT-ACTION-CODE.
028200 2200-EXIT.
028300     EXIT.
028400
028500 2250-FIND-INSTRUCTION.
028600     MOVE ZERO TO WS-INSTR-FOUND-SUB.
028700     MOVE 1 TO WS-INSTR-SUB.
028800     PERFORM 2260-SCAN-INSTRUCTION THRU 2260-EXIT
028900         UNTIL WS-INSTR-FOUND-SUB > ZERO
029000            OR WS-INSTR-SUB > WS-INSTR-COUNT.
029100 2250-EXIT.
029200     EXIT.
029300
029400 2260-SCAN-INSTRUCTION.
029500     IF WS-INSTR-NBR (WS-INSTR-SUB) = SMT-INSTR-NBR
029600         MOVE WS-INSTR-SUB TO WS-INSTR-FOUND-SUB
029700     ELSE
029800         ADD 1 TO WS-INSTR-SUB
029900     END-IF.
030000 2260-EXIT.
030100     EXIT.
030200
030300 2300-ADD-INSTRUCTION.
030400     IF WS-INSTR-FOUND-SUB > ZERO
030500         ADD 1 TO WS-TRANS-REJECTED
030600         DISPLAY "ADD FOR EXISTING INSTRUCTION -- " SMT-INSTR-NBR
030700         GO TO 2300-EXIT
030800     END-IF.
030900     MOVE SPACES TO WS-EDIT-REASON.
031000     IF SMT-UNIT-CODE = SPACES
031100         MOVE "UNIT CODE NOT GIVEN" TO WS-EDIT-REASON
031200     END-IF.
031300     IF SMT-FREQUENCY NOT = "D" AND SMT-FREQUENCY NOT = "P"
031400         MOVE "FREQUENCY NOT D OR P" TO WS-EDIT-REASON
031500     END-IF.
031600     IF SMT-START-DATE NOT NUMERIC OR SMT-START-DATE = ZERO
031700         MOVE "START DATE NOT GIVEN" TO WS-EDIT-REASON
031800     END-IF.
031900     IF WS-EDIT-REASON NOT = SPACES
032000         ADD 1 TO WS-TRANS-REJECTED
032100         DISPLAY "ADD NOT APPLIED -- " SMT-INSTR-NBR
032200             " -- " WS-EDIT-REASON
032300         GO TO 2300-EXIT
032400     END-IF.
032500     MOVE SMT-START-DATE TO WS-EDIT-START-DATE.
032600     MOVE ZERO TO WS-EDIT-END-DATE.
032700     PERFORM 2600-EDIT-AMOUNTS-AND-END THRU 2600-EXIT.
032800     IF WS-EDIT-REASON NOT = SPACES
032900         ADD 1 TO WS-TRANS-REJECTED
033000         DISPLAY "ADD NOT APPLIED -- " SMT-INSTR-NBR
033100             " -- " WS-EDIT-REASON
033200         GO TO 2300-EXIT
033300     END-IF.
033400     IF WS-INSTR-COUNT >= WS-INSTR-MAX
033500         MOVE "INSTRUCTION TABLE CAPACITY EXCEEDED"
033600                              TO WS-ABEND-MESSAGE
033700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
033800     END-IF.
033900     ADD 1 TO WS-INSTR-COUNT.
034000     MOVE SMT-INSTR-NBR      TO WS-INSTR-NBR (WS-INSTR-COUNT).
034100     MOVE SMT-UNIT-CODE
034200         TO WS-INSTR-UNIT-CODE (WS-INSTR-COUNT).
034300     MOVE SMT-N              TO WS-INSTR-N (WS-INSTR-COUNT).
034400     MOVE SMT-M              TO WS-INSTR-M (WS-INSTR-COUNT).
034500     MOVE SMT-FREQUENCY
034600         TO WS-INSTR-FREQUENCY (WS-INSTR-COUNT).
034700     MOVE SMT-START-DATE
034800         TO WS-INSTR-START-DATE (WS-INSTR-COUNT).
034900     MOVE WS-EDIT-END-DATE
035000         TO WS-INSTR-END-DATE (WS-INSTR-COUNT).
035100     MOVE "A"                TO WS-INSTR-STATUS (WS-INSTR-COUNT).
035200     MOVE SMT-DESCRIPTION
035300         TO WS-INSTR-DESCRIPTION (WS-INSTR-COUNT).
035400     ADD 1 TO WS-TRANS-APPLIED.
035500     DISPLAY "INSTRUCTION ADDED -- " SMT-INSTR-NBR
035600         " UNIT " SMT-UNIT-CODE " " SMT-DESCRIPTION.
035700 2300-EXIT.
035800     EXIT.
035900
036000 2400-UPDATE-INSTRUCTION.
036100     IF WS-INSTR-FOUND-SUB = ZERO
036200         ADD 1 TO WS-TRANS-REJECTED
036300         DISPLAY "UPDATE FOR UNKNOWN INSTRUCTION -- "
036400             SMT-INSTR-NBR
036500         GO TO 2400-EXIT
036600     END-IF.
036700     IF WS-INSTR-STATUS (WS-INSTR-FOUND-SUB) = "C"
036800         ADD 1 TO WS-TRANS-REJECTED
036900         DISPLAY "UPDATE FOR CANCELLED INSTRUCTION -- "
037000             SMT-INSTR-NBR
037100         GO TO 2400-EXIT
037200     END-IF.
037300     MOVE SPACES TO WS-EDIT-REASON.
037400     IF SMT-FREQUENCY NOT = SPACE
037500        AND SMT-FREQUENCY NOT = "D" AND SMT-FREQUENCY NOT = "P"
037600         MOVE "FREQUENCY NOT D OR P" TO WS-EDIT-REASON
037700     END-IF.
037800     IF SMT-START-DATE NOT NUMERIC
037900         MOVE "START DATE NOT NUMERIC" TO WS-EDIT-REASON
038000     END-IF.
038100     IF WS-EDIT-REASON NOT = SPACES
038200         ADD 1 TO WS-TRANS-REJECTED
038300         DISPLAY "UPDATE NOT APPLIED -- " SMT-INSTR-NBR
038400             " -- " WS-EDIT-REASON
038500         GO TO 2400-EXIT
038600     END-IF.
038700     MOVE WS-INSTR-START-DATE (WS-INSTR-FOUND-SUB)
038800         TO WS-EDIT-START-DATE.
038900     IF SMT-START-DATE NOT = ZERO
039000         MOVE SMT-START-DATE TO WS-EDIT-START-DATE
039100     END-IF.
039200     MOVE WS-INSTR-END-DATE (WS-INSTR-FOUND-SUB)
039300         TO WS-EDIT-END-DATE.
039400     PERFORM 2600-EDIT-AMOUNTS-AND-END THRU 2600-EXIT.
039500     IF WS-EDIT-REASON NOT = SPACES
039600         ADD 1 TO WS-TRANS-REJECTED
039700         DISPLAY "UPDATE NOT APPLIED -- " SMT-INSTR-NBR
039800             " -- " WS-EDIT-REASON
039900         GO TO 2400-EXIT
040000     END-IF.
040100     MOVE SMT-N TO WS-INSTR-N (WS-INSTR-FOUND-SUB).
040200     MOVE SMT-M TO WS-INSTR-M (WS-INSTR-FOUND-SUB).
040300     IF SMT-UNIT-CODE NOT = SPACES
040400         MOVE SMT-UNIT-CODE
040500             TO WS-INSTR-UNIT-CODE (WS-INSTR-FOUND-SUB)
040600     END-IF.
040700     IF SMT-FREQUENCY NOT = SPACE
040800         MOVE SMT-FREQUENCY
040900             TO WS-INSTR-FREQUENCY (WS-INSTR-FOUND-SUB)
041000     END-IF.
041100     MOVE WS-EDIT-START-DATE
041200         TO WS-INSTR-START-DATE (WS-INSTR-FOUND-SUB).
041300     MOVE WS-EDIT-END-DATE
041400         TO WS-INSTR-END-DATE (WS-INSTR-FOUND-SUB).
041500     IF SMT-DESCRIPTION NOT = SPACES
041600         MOVE SMT-DESCRIPTION
041700             TO WS-INSTR-DESCRIPTION (WS-INSTR-FOUND-SUB)
041800     END-IF.
041900     ADD 1 TO WS-TRANS-APPLIED.
042000     DISPLAY "INSTRUCTION UPDATED -- " SMT-INSTR-NBR.
042100 2400-EXIT.
042200     EXIT.
042300
042400 2500-CANCEL-INSTRUCTION.
042500     IF WS-INSTR-FOUND-SUB = ZERO
042600         ADD 1 TO WS-TRANS-REJECTED
042700         DISPLAY "CANCEL FOR UNKNOWN INSTRUCTION -- "
042800             SMT-INSTR-NBR
042900         GO TO 2500-EXIT
043000     END-IF.
043100     IF WS-INSTR-STATUS (WS-INSTR-FOUND-SUB) = "C"
043200         ADD 1 TO WS-TRANS-REJECTED
043300         DISPLAY "INSTRUCTION ALREADY CANCELLED -- " SMT-INSTR-NBR
043400         GO TO 2500-EXIT
043500     END-IF.
043600     IF SMT-END-DATE NOT NUMERIC
043700         ADD 1 TO WS-TRANS-REJECTED
043800         DISPLAY "CANCEL NOT APPLIED -- " SMT-INSTR-NBR
043900             " -- END DATE NOT NUMERIC"
044000         GO TO 2500-EXIT
044100     END-IF.
044200     MOVE "C" TO WS-INSTR-STATUS (WS-INSTR-FOUND-SUB).
044300     IF SMT-END-DATE NOT = ZERO
044400         MOVE SMT-END-DATE
044500             TO WS-INSTR-END-DATE (WS-INSTR-FOUND-SUB)
044600     END-IF.
044700     ADD 1 TO WS-TRANS-APPLIED.
044800     DISPLAY "INSTRUCTION CANCELLED -- " SMT-INSTR-NBR
044900         " END DATE " WS-INSTR-END-DATE (WS-INSTR-FOUND-SUB).
045000 2500-EXIT.
045100     EXIT.
045200
045300 2600-EDIT-AMOUNTS-AND-END.
045400     MOVE SPACES TO WS-EDIT-REASON.
045500     IF SMT-N NOT NUMERIC OR SMT-M NOT NUMERIC
045600         MOVE "N OR M NOT NUMERIC" TO WS-EDIT-REASON
045700         GO TO 2600-EXIT
045800     END-IF.
045900     IF SMT-END-DATE NOT NUMERIC
046000         MOVE "END DATE NOT NUMERIC" TO WS-EDIT-REASON
046100         GO TO 2600-EXIT
046200     END-IF.
046300     IF SMT-END-DATE NOT = ZERO
046400         MOVE SMT-END-DATE TO WS-EDIT-END-DATE
046500     END-IF.
046600     IF WS-EDIT-END-DATE NOT = ZERO
046700        AND WS-EDIT-END-DATE < WS-EDIT-START-DATE
046800         MOVE "END DATE BEFORE START DATE" TO WS-EDIT-REASON
046900     END-IF.
047000 2600-EXIT.
047100     EXIT.
047200
047300 3000-TERMINATE.
047400     MOVE 1 TO WS-INSTR-SUB.
047500     PERFORM 3100-WRITE-NEW-MASTER THRU 3100-EXIT
047600         UNTIL WS-INSTR-SUB > WS-INSTR-COUNT.
047700     CLOSE CF153-SINO-FILE.
047800     IF WS-IO-STATUS NOT = "00"
047900         MOVE "CLOSE ERROR - CF153-SINO-FILE (CF153IO)"
048000                              TO WS-ABEND-MESSAGE
048100         MOVE WS-IO-STATUS    TO WS-ABEND-STATUS
048200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
048300     END-IF.
048400     PERFORM 3200-PRINT-MAINTENANCE-REPORT THRU 3200-EXIT.
048500 3000-EXIT.
048600     EXIT.
048700
048800 3100-WRITE-NEW-MASTER.
048900     MOVE SPACES TO SINO-SI-RECORD.
049000     MOVE WS-INSTR-NBR (WS-INSTR-SUB)        TO SINO-INSTR-NBR.
049100     MOVE WS-INSTR-UNIT-CODE (WS-INSTR-SUB)  TO SINO-UNIT-CODE.
049200     MOVE WS-INSTR-N (WS-INSTR-SUB)          TO SINO-N.
049300     MOVE WS-INSTR-M (WS-INSTR-SUB)          TO SINO-M.
049400     MOVE WS-INSTR-FREQUENCY (WS-INSTR-SUB)  TO SINO-FREQUENCY.
049500     MOVE WS-INSTR-START-DATE (WS-INSTR-SUB) TO SINO-START-DATE.
049600     MOVE WS-INSTR-END-DATE (WS-INSTR-SUB)   TO SINO-END-DATE.
049700     MOVE WS-INSTR-STATUS (WS-INSTR-SUB)     TO SINO-STATUS-CODE.
049800     MOVE WS-INSTR-DESCRIPTION (WS-INSTR-SUB)
049900                                             TO SINO-DESCRIPTION.
050000     WRITE SINO-SI-RECORD.
050100     IF WS-IO-STATUS NOT = "00"
050200         MOVE "WRITE ERROR - CF153-SINO-FILE (CF153IO)"
050300                              TO WS-ABEND-MESSAGE
050400         MOVE WS-IO-STATUS    TO WS-ABEND-STATUS
050500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
050600     END-IF.
050700     ADD 1 TO WS-INSTR-WRITTEN.
050800     ADD 1 TO WS-INSTR-SUB.
050900 3100-EXIT.
051000     EXIT.
051100
051200 3200-PRINT-MAINTENANCE-REPORT.
051300     DISPLAY "CODEFORCES153K -- STANDING INSTRUCTION MAINTENANCE".
051400     DISPLAY " ".
051500     DISPLAY "INSTRUCTIONS FROM OLD MASTER . " WS-INSTR-READ.
051600     DISPLAY "TRANSACTIONS READ. . . . . . . " WS-TRANS-READ.
051700     DISPLAY "TRANSACTIONS APPLIED . . . . . " WS-TRANS-APPLIED.
051800     DISPLAY "TRANSACTIONS REJECTED. . . . . " WS-TRANS-REJECTED.
051900     DISPLAY "INSTRUCTIONS WRITTEN TO MASTER " WS-INSTR-WRITTEN.
052000     DISPLAY "END OF STANDING INSTRUCTION MAINTENANCE".
052100 3200-EXIT.
052200     EXIT.
052300
052400 8100-STAMP-RUN-START.
052500     OPEN EXTEND CF153-RUNS-FILE.
052600     IF WS-SF-STATUS = "35"
052700         OPEN OUTPUT CF153-RUNS-FILE
052800     END-IF.
052900     IF WS-SF-STATUS NOT = "00"
053000         DISPLAY "CODEFORCES153K -- RUN-STATE FILE (CF153SF)"
053100             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
053200         GO TO 8100-EXIT
053300     END-IF.
053400     SET WS-RUNSTATE-OPEN-YES TO TRUE.
053500     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
053600     MOVE "CF153K  "        TO RUNS-PROGRAM-ID.
053700     MOVE ZERO TO RUNS-RUN-DATE.
053800     MOVE "S"               TO RUNS-EVENT-CODE.
053900     MOVE ZERO TO RUNS-RANGE-LO.
054000     MOVE ZERO TO RUNS-RANGE-HI.
054100     MOVE ZERO              TO RUNS-RECORD-COUNT.
054200     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
054300 8100-EXIT.
054400     EXIT.
054500
054600 8150-WRITE-RUN-STATE.
054700     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
054800     ACCEPT WS-ACCEPT-TIME FROM TIME.
054900     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
055000     WRITE RUNS-RUNSTATE-RECORD.
055100     IF WS-SF-STATUS NOT = "00"
055200         DISPLAY "CODEFORCES153K -- RUN-STATE STAMP FAILED"
055300             " -- STATUS " WS-SF-STATUS
055400     END-IF.
055500 8150-EXIT.
055600     EXIT.
055700
055800 8200-STAMP-RUN-END.
055900     IF WS-RUNSTATE-OPEN-NO
056000         GO TO 8200-EXIT
056100     END-IF.
056200     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
056300     MOVE "CF153K  "        TO RUNS-PROGRAM-ID.
056400     MOVE ZERO TO RUNS-RUN-DATE.
056500     MOVE "C"               TO RUNS-EVENT-CODE.
056600     MOVE ZERO TO RUNS-RANGE-LO.
056700     MOVE ZERO TO RUNS-RANGE-HI.
056800     MOVE WS-INSTR-WRITTEN  TO RUNS-RECORD-COUNT.
056900     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
057000     CLOSE CF153-RUNS-FILE.
057100     SET WS-RUNSTATE-OPEN-NO TO TRUE.
057200 8200-EXIT.
057300     EXIT.
057400
057500 8300-STAMP-RUN-ABEND.
057600     IF WS-RUNSTATE-OPEN-NO
057700         OPEN EXTEND CF153-RUNS-FILE
057800         IF WS-SF-STATUS = "35"
057900             OPEN OUTPUT CF153-RUNS-FILE
058000         END-IF
058100         IF WS-SF-STATUS NOT = "00"
058200             GO TO 8300-EXIT
058300         END-IF
058400         SET WS-RUNSTATE-OPEN-YES TO TRUE
058500     END-IF.
058600     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
058700     MOVE "CF153K  "        TO RUNS-PROGRAM-ID.
058800     MOVE ZERO TO RUNS-RUN-DATE.
058900     MOVE "A"               TO RUNS-EVENT-CODE.
059000     MOVE ZERO TO RUNS-RANGE-LO.
059100     MOVE ZERO TO RUNS-RANGE-HI.
059200     MOVE WS-INSTR-WRITTEN  TO RUNS-RECORD-COUNT.
059300     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
059400     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
059500     CLOSE CF153-RUNS-FILE.
059600     SET WS-RUNSTATE-OPEN-NO TO TRUE.
059700 8300-EXIT.
059800     EXIT.
059900
059910 8400-CHECK-PREREQUISITES.
059920     MOVE "CF153K  "        TO WS-GATE-PROGRAM-ID.
059930     MOVE ZERO TO WS-GATE-RUN-DATE.
059940     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
059950     OPEN INPUT CF153-PREQ-FILE.
059960     IF WS-PF-STATUS = "35"
059970         GO TO 8400-EXIT
059980     END-IF.
059990     IF WS-PF-STATUS NOT = "00"
060000         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
060010                              TO WS-ABEND-MESSAGE
060020         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
060030         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
060040     END-IF.
060050     SET WS-PREQ-EOF-NO TO TRUE.
060060     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
060070         UNTIL WS-PREQ-EOF-YES.
060080     CLOSE CF153-PREQ-FILE.
060090     IF WS-PREQ-COUNT = ZERO
060100         GO TO 8400-EXIT
060110     END-IF.
060120     OPEN INPUT CF153-RUNI-FILE.
060130     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
060140         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
060150                              TO WS-ABEND-MESSAGE
060160         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
060170         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
060180     END-IF.
060190     IF WS-SI-STATUS = "00"
060200         SET WS-RUNI-EOF-NO TO TRUE
060210         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
060220             UNTIL WS-RUNI-EOF-YES
060230         CLOSE CF153-RUNI-FILE
060240     END-IF.
060250     MOVE ZERO TO WS-GATE-MISSING.
060260     MOVE 1 TO WS-PREQ-SUB.
060270     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
060280         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
060290     IF WS-GATE-MISSING = ZERO
060300         GO TO 8400-EXIT
060310     END-IF.
060320     IF WS-GATE-OVERRIDE-YES
060330         DISPLAY "CODEFORCES153K -- PREREQUISITES OVERRIDDEN BY "
060340             WS-GATE-OPERATOR
060350         DISPLAY "    REASON: " WS-GATE-REASON
060360         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
060370         GO TO 8400-EXIT
060380     END-IF.
060390     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
060400     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
060410 8400-EXIT.
060420     EXIT.
060430
060440 8410-READ-PREREQUISITE.
060450     READ CF153-PREQ-FILE
060460         AT END
060470             SET WS-PREQ-EOF-YES TO TRUE
060480         NOT AT END
060490             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
060500                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
060510             END-IF
060520     END-READ.
060530     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
060540         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
060550                              TO WS-ABEND-MESSAGE
060560         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
060570         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
060580     END-IF.
060590 8410-EXIT.
060600     EXIT.
060610
060620 8415-TAKE-PREREQUISITE.
060630     IF PRQ-OVERRIDE
060640         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
060650            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
060660                AND WS-GATE-RUN-DATE NOT = ZERO)
060670             SET WS-GATE-OVERRIDE-YES TO TRUE
060680             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
060690             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
060700         END-IF
060710         GO TO 8415-EXIT
060720     END-IF.
060730     IF NOT PRQ-PREREQUISITE
060740         GO TO 8415-EXIT
060750     END-IF.
060760     IF WS-PREQ-COUNT >= WS-PREQ-MAX
060770         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
060780                              TO WS-ABEND-MESSAGE
060790         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
060800     END-IF.
060810     ADD 1 TO WS-PREQ-COUNT.
060820     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
060830     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
060840     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
060850 8415-EXIT.
060860     EXIT.
060870
060880 8420-READ-RUN-EVENT.
060890     READ CF153-RUNI-FILE
060900         AT END
060910             SET WS-RUNI-EOF-YES TO TRUE
060920         NOT AT END
060930             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
060940     END-READ.
060950     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
060960         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
060970                              TO WS-ABEND-MESSAGE
060980         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
060990         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
061000     END-IF.
061010 8420-EXIT.
061020     EXIT.
061030
061040 8430-POST-RUN-EVENT.
061050     IF RUNI-OVERRIDDEN
061060         GO TO 8430-EXIT
061070     END-IF.
061080     MOVE 1 TO WS-PREQ-SUB.
061090     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
061100         IF RUNI-COMPLETED
061110             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
061120                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
061130         END-IF
061140         GO TO 8430-EXIT
061150     END-IF.
061160     IF WS-GATE-RUN-DATE NOT = ZERO
061170        AND RUNI-RUN-DATE NOT = ZERO
061180        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
061190         GO TO 8430-EXIT
061200     END-IF.
061210     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
061220         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
061230 8430-EXIT.
061240     EXIT.
061250
061260 8435-RESET-UNDATED.
061270     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
061280         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
061290     END-IF.
061300     ADD 1 TO WS-PREQ-SUB.
061310 8435-EXIT.
061320     EXIT.
061330
061340 8437-POST-PREDECESSOR.
061350     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
061360         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
061370         IF WS-GATE-RUN-DATE NOT = ZERO
061380            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
061390             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
061400         ELSE
061410             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
061420         END-IF
061430     END-IF.
061440     ADD 1 TO WS-PREQ-SUB.
061450 8437-EXIT.
061460     EXIT.
061470
061480 8440-CHECK-PREDECESSOR.
061490     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
061500         GO TO 8440-NEXT
061510     END-IF.
061520     ADD 1 TO WS-GATE-MISSING.
061530     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
061540     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
061550         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
061560     END-IF.
061570     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
061580         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
061590     END-IF.
061600     DISPLAY "CODEFORCES153K -- PREREQUISITE STEP "
061610         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
061620     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
061630 8440-NEXT.
061640     ADD 1 TO WS-PREQ-SUB.
061650 8440-EXIT.
061660     EXIT.
061670
061680 8460-LOG-OVERRIDE.
061690     OPEN EXTEND CF153-RUNS-FILE.
061700     IF WS-SF-STATUS = "35"
061710         OPEN OUTPUT CF153-RUNS-FILE
061720     END-IF.
061730     IF WS-SF-STATUS NOT = "00"
061740         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
061750                              TO WS-ABEND-MESSAGE
061760         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
061770     END-IF.
061780     MOVE 1 TO WS-PREQ-SUB.
061790     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
061800         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
061810     CLOSE CF153-RUNS-FILE.
061820 8460-EXIT.
061830     EXIT.
061840
061850 8470-WRITE-OVERRIDE.
061860     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
061870         GO TO 8470-NEXT
061880     END-IF.
061890     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
061900     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
061910     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
061920     MOVE "O"               TO RUNS-EVENT-CODE.
061930     MOVE ZERO TO RUNS-RANGE-LO.
061940     MOVE ZERO TO RUNS-RANGE-HI.
061950     MOVE ZERO              TO RUNS-RECORD-COUNT.
061960     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
061970     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
061980     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
061990     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
062000 8470-NEXT.
062010     ADD 1 TO WS-PREQ-SUB.
062020 8470-EXIT.
062030     EXIT.
062040
062100 9900-ABEND-FILE-ERROR.
062200     DISPLAY "CODEFORCES153K -- FATAL FILE ERROR".
062300     DISPLAY WS-ABEND-MESSAGE.
062400     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
062500     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
062600     MOVE 16 TO RETURN-CODE.
062700     STOP RUN.
062800 9900-EXIT.
062900     EXIT.
063000
063100 9960-ABEND-CONTROL-ERROR.
063200     DISPLAY "CODEFORCES153K -- FATAL CONTROL ERROR".
063300     DISPLAY WS-ABEND-MESSAGE.
063400     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
063500     MOVE 16 TO RETURN-CODE.
063600     STOP RUN.
063700 9960-EXIT.
063800     EXIT.
