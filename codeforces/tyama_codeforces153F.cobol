000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153F.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  STANDING INSTRUCTION
001300*                     GENERATOR.  RUNS AFTER CODEFORCES153L AND
001400*                     AHEAD OF CODEFORCES153A.  TAKES THE RUN DATE
001500*                     FROM THE CF153CF CONTROL RECORD, LOOKS IT UP
001600*                     ON THE CF153LF PROCESSING CALENDAR, AND FOR
001700*                     EACH INSTRUCTION ON THE CF153IF STANDING
001800*                     INSTRUCTION MASTER (CF153SIM) THAT IS DUE --
001900*                     ACTIVE, STARTED, NOT PAST ITS END DATE, ITS
002000*                     UNIT ACTIVE ON CF153UF, AND THE RUN DATE A
002100*                     BUSINESS DAY (A PERIOD-END BUSINESS DAY FOR
002200*                     A "P" INSTRUCTION) -- WRITES AN N / M RECORD
002300*                     INTO CF153TF UNDER KEY 900000 PLUS THE
002400*                     INSTRUCTION NUMBER.  CODEFORCES153L NEVER
002500*                     LOADS A KEY IN THAT RANGE, SO A GENERATED
002600*                     RECORD CANNOT COLLIDE WITH A FEED CARD, AND
002700*                     A RERUN FINDS ITS OWN KEYS ALREADY PRESENT
002800*                     INSTEAD OF POSTING TWICE.  LISTS EVERY
002900*                     INSTRUCTION AS CREATED OR SKIPPED WITH THE
003000*                     REASON (CANCELLED, EXPIRED, UNIT CLOSED OR
003100*                     NOT ON CF153UF, NOT DUE TODAY, KEY ALREADY
003200*                     ON CF153TF) AND ENDS WITH RETURN CODE 4 WHEN
003300*                     A KEY WAS ALREADY PRESENT OR THE RUN DATE
003400*                     COULD NOT BE FOUND ON THE CALENDAR.  A
003500*                     MISSING CF153IF ENDS NORMALLY WITH NOTHING
003600*                     GENERATED; A MISSING CF153UF BYPASSES THE
003700*                     UNIT CHECK AS IN CODEFORCES153L.
003710*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
003720*                     START ON CF153SF THE PROGRAM NOW READS THE
003730*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
003740*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
003750*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
003760*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
003770*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
003780*                     START AND IS LOGGED ON CF153SF AS AN "O"
003790*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.  GENERIC.
004300 OBJECT-COMPUTER.  GENERIC.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CF153-CTL-FILE  ASSIGN TO CF153CF
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CF-STATUS.
005000
005100     SELECT CF153-CAL-FILE  ASSIGN TO CF153LF
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-LF-STATUS.
005400
005500     SELECT CF153-SINF-FILE ASSIGN TO CF153IF
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-IF-STATUS.
005800
005900     SELECT CF153-UNIT-FILE ASSIGN TO CF153UF
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-UF-STATUS.
006200
006300     SELECT CF153-TRAN-FILE ASSIGN TO CF153TF
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS TRN-RECORD-NBR
006700         FILE STATUS IS WS-TF-STATUS.
006800
006900     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-SF-STATUS.
007200
007210     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
007220         ORGANIZATION IS SEQUENTIAL
007230         FILE STATUS IS WS-PF-STATUS.
007240
007250     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
007260         ORGANIZATION IS SEQUENTIAL
007270         FILE STATUS IS WS-SI-STATUS.
007280
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CF153-CTL-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 80 CHARACTERS.
007800     COPY CF153CTL.
007900
008000 FD  CF153-CAL-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300     COPY CF153CAL.
008400
008500 FD  CF153-SINF-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800     COPY CF153SIM REPLACING ==:TAG:== BY ==SINF==.
008900
009000 FD  CF153-UNIT-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300     COPY CF153UNT REPLACING ==:TAG:== BY ==UNT==.
009400
009500 FD  CF153-TRAN-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 80 CHARACTERS.
009800     COPY CF153TRN.
009900
010000 FD  CF153-RUNS-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 80 CHARACTERS.
010300     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
010400
010401 FD  CF153-PREQ-FILE
010402     LABEL RECORDS ARE STANDARD
010403     RECORD CONTAINS 80 CHARACTERS.
010404     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
010405
010406 FD  CF153-RUNI-FILE
010407     LABEL RECORDS ARE STANDARD
010408     RECORD CONTAINS 80 CHARACTERS.
010409     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
010410
010500 WORKING-STORAGE SECTION.
010600 77  WS-SINF-EOF-SWITCH        PIC X(01) VALUE "N".
010700     88  WS-SINF-EOF-YES                VALUE "Y".
010800     88  WS-SINF-EOF-NO                 VALUE "N".
010900
011000 77  WS-CAL-EOF-SWITCH         PIC X(01) VALUE "N".
011100     88  WS-CAL-EOF-YES                 VALUE "Y".
011200     88  WS-CAL-EOF-NO                  VALUE "N".
011300
011400 77  WS-CAL-FOUND-SW           PIC X(01) VALUE "N".
011500     88  WS-CAL-FOUND-YES               VALUE "Y".
011600     88  WS-CAL-FOUND-NO                VALUE "N".
011700
011800 77  WS-BUSINESS-DAY-SW        PIC X(01) VALUE "N".
011900     88  WS-BUSINESS-DAY-YES            VALUE "Y".
012000     88  WS-BUSINESS-DAY-NO             VALUE "N".
012100
012200 77  WS-PERIOD-END-SW          PIC X(01) VALUE "N".
012300     88  WS-PERIOD-END-YES              VALUE "Y".
012400     88  WS-PERIOD-END-NO               VALUE "N".
012500
012600 77  WS-UNITREF-PRESENT-SW     PIC X(01) VALUE "N".
012700     88  WS-UNITREF-PRESENT-YES         VALUE "Y".
012800     88  WS-UNITREF-PRESENT-NO          VALUE "N".
012900
013000 77  WS-UNITREF-EOF-SWITCH     PIC X(01) VALUE "N".
013100     88  WS-UNITREF-EOF-YES             VALUE "Y".
013200     88  WS-UNITREF-EOF-NO              VALUE "N".
013300
013400 77  WS-REF-MAX                PIC 9(03) VALUE 50.
013500 77  WS-REF-COUNT              PIC 9(03) COMP VALUE ZERO.
013600 77  WS-REF-SUB                PIC 9(03) COMP VALUE ZERO.
013700 77  WS-REF-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
013800
013900 01  WS-REF-TABLE.
014000     05  WS-REF-ENTRY OCCURS 50 TIMES.
014100         10  WS-REF-UNIT-CODE      PIC X(05).
014200         10  WS-REF-STATUS         PIC X(01).
014300
014400 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
014500 77  WS-KEY-BASE               PIC 9(06) VALUE 900000.
014600 77  WS-GEN-KEY                PIC 9(06) VALUE ZERO.
014700 77  WS-SKIP-REASON            PIC X(30) VALUE SPACE.
014800
014900 77  WS-INSTR-READ             PIC 9(07) VALUE ZERO.
015000 77  WS-INSTR-CREATED          PIC 9(07) VALUE ZERO.
015100 77  WS-SKIP-CANCELLED         PIC 9(07) VALUE ZERO.
015200 77  WS-SKIP-EXPIRED           PIC 9(07) VALUE ZERO.
015300 77  WS-SKIP-UNIT-CLOSED       PIC 9(07) VALUE ZERO.
015400 77  WS-SKIP-NOT-DUE           PIC 9(07) VALUE ZERO.
015500 77  WS-SKIP-KEY-ON-FILE       PIC 9(07) VALUE ZERO.
015600
015700 77  WS-CF-STATUS              PIC X(02) VALUE "00".
015800 77  WS-LF-STATUS              PIC X(02) VALUE "00".
015900 77  WS-IF-STATUS              PIC X(02) VALUE "00".
016000 77  WS-UF-STATUS              PIC X(02) VALUE "00".
016100 77  WS-TF-STATUS              PIC X(02) VALUE "00".
016200
016300 77  WS-SF-STATUS              PIC X(02) VALUE "00".
016400
016500 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
016600     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
016700     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
016800
016900 01  WS-ACCEPT-TIME.
017000     05  WS-ACCEPT-HHMMSS      PIC 9(06).
017100     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
017200
017201 77  WS-PF-STATUS              PIC X(02) VALUE "00".
017202 77  WS-SI-STATUS              PIC X(02) VALUE "00".
017203
017204 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
017205     88  WS-PREQ-EOF-YES                VALUE "Y".
017206     88  WS-PREQ-EOF-NO                 VALUE "N".
017207
017208 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
017209     88  WS-RUNI-EOF-YES                VALUE "Y".
017210     88  WS-RUNI-EOF-NO                 VALUE "N".
017211
017212 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
017213     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
017214     88  WS-GATE-OVERRIDE-NO            VALUE "N".
017215
017216 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
017217 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
017218 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
017219 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
017220 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
017221 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
017222 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
017223
017224 01  WS-GATE-LOG-TEXT.
017225     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
017226     05  WS-GATE-LOG-PREDECESSOR
017227                               PIC X(08).
017228     05  FILLER                PIC X(04) VALUE " BY ".
017229     05  WS-GATE-LOG-OPERATOR  PIC X(08).
017230     05  FILLER                PIC X(01) VALUE SPACE.
017231
017232 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
017233 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
017234 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
017235
017236 01  WS-PREQ-TABLE.
017237     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
017238         10  WS-PREQ-ID            PIC X(08).
017239         10  WS-PREQ-EVENT         PIC X(01).
017240         10  WS-PREQ-DATED-SW      PIC X(01).
017241             88  WS-PREQ-DATED-YES          VALUE "Y".
017242             88  WS-PREQ-DATED-NO           VALUE "N".
017243
017300 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
017400 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
017500
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
017910     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
018000     PERFORM 2000-GENERATE-INSTRUCTIONS THRU 2000-EXIT.
018100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
018200     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
018300     STOP RUN.
018400
018500 1000-INITIALIZE.
018600     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
018700     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
018800     PERFORM 1300-LOAD-UNIT-REFERENCE THRU 1300-EXIT.
018900     OPEN I-O CF153-TRAN-FILE.
019000     IF WS-TF-STATUS = "35"
019100         OPEN OUTPUT CF153-TRAN-FILE
019200     END-IF.
019300     IF WS-TF-STATUS NOT = "00"
019400         MOVE "OPEN ERROR - CF153-TRAN-FILE (CF153TF)"
019500                              TO WS-ABEND-MESSAGE
019600         MOVE WS-TF-STATUS    TO WS-ABEND-STATUS
019700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
019800     END-IF.
019900 1000-EXIT.
020000     EXIT.
020100
020200 1100-READ-CONTROL.
020300     OPEN INPUT CF153-CTL-FILE.
020400     IF WS-CF-STATUS NOT = "00"
020500         MOVE "OPEN ERROR - CF153-CTL-FILE (CF153CF)"
020600                              TO WS-ABEND-MESSAGE
020700         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
020800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
020900     END-IF.
021000     READ CF153-CTL-FILE
021100         AT END
021200             CONTINUE
021300         NOT AT END
021400             MOVE CTL-RUN-DATE TO WS-RUN-DATE
021500     END-READ.
021600     IF WS-CF-STATUS NOT = "00" AND WS-CF-STATUS NOT = "10"
021700         MOVE "READ ERROR - CF153-CTL-FILE (CF153CF)"
021800                              TO WS-ABEND-MESSAGE
021900         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
022000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
022100     END-IF.
022200     CLOSE CF153-CTL-FILE.
022300     IF WS-CF-STATUS NOT = "00"
022400         MOVE "CLOSE ERROR - CF153-CTL-FILE (CF153CF)"
022500                              TO WS-ABEND-MESSAGE
022600         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
022700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
022800     END-IF.
022900     IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO
023000         MOVE "NO RUN DATE ON CONTROL RECORD"
023100                              TO WS-ABEND-MESSAGE
023200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
023300     END-IF.
023400 1100-EXIT.
023500     EXIT.
023600
023700 1200-LOAD-CALENDAR.
023800     OPEN INPUT CF153-CAL-FILE.
023900     IF WS-LF-STATUS = "35"
024000         DISPLAY "CODEFORCES153F -- NO PROCESSING CALENDAR"
024100             " (CF153LF) -- NOTHING IS DUE"
024200         GO TO 1200-EXIT
024300     END-IF.
024400     IF WS-LF-STATUS NOT = "00"
024500         MOVE "OPEN ERROR - CF153-CAL-FILE (CF153LF)"
024600                              TO WS-ABEND-MESSAGE
024700         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
024800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
024900     END-IF.
025000     SET WS-CAL-EOF-NO TO TRUE.
025100     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT
025200         UNTIL WS-CAL-EOF-YES.
025300     CLOSE CF153-CAL-FILE.
025400     IF WS-LF-STATUS NOT = "00"
025500         MOVE "CLOSE ERROR - CF153-CAL-FILE (CF153LF)"
025600                              TO WS-ABEND-MESSAGE
025700         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
025800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
025900     END-IF.
026000     IF WS-CAL-FOUND-NO
026100         DISPLAY "CODEFORCES153F -- RUN DATE " WS-RUN-DATE
026200             " NOT ON CALENDAR -- NOTHING IS DUE"
026300     END-IF.
026400 1200-EXIT.
026500     EXIT.
026600
026700 1250-READ-CALENDAR.
026800     READ CF153-CAL-FILE
026900         AT END
027000             SET WS-CAL-EOF-YES TO TRUE
027100         NOT AT END
027200             IF CAL-DATE = WS-RUN-DATE
027300                 SET WS-CAL-FOUND-YES TO TRUE
027400                 IF CAL-BUSINESS-DAY
027500                     SET WS-BUSINESS-DAY-YES TO TRUE
027600                 END-IF
027700                 IF CAL-PERIOD-END
027800                     SET WS-PERIOD-END-YES TO TRUE
027900                 END-IF
028000             END-IF
028100     END-READ.
028200     IF WS-LF-STATUS NOT = "00" AND WS-LF-STATUS NOT = "10"
028300         MOVE "READ ERROR - CF153-CAL-FILE (CF153LF)"
028400                              TO WS-ABEND-MESSAGE
028500         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
028600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
028700     END-IF.
028800 1250-EXIT.
028900     EXIT.
029000
029100 1300-LOAD-UNIT-REFERENCE.
029200     OPEN INPUT CF153-UNIT-FILE.
029300     IF WS-UF-STATUS = "35"
029400         DISPLAY "CODEFORCES153F -- NO UNIT REFERENCE FILE"
029500             " (CF153UF) -- UNIT VALIDATION BYPASSED"
029600         GO TO 1300-EXIT
029700     END-IF.
029800     IF WS-UF-STATUS NOT = "00"
029900         MOVE "OPEN ERROR - CF153-UNIT-FILE (CF153UF)"
030000                              TO WS-ABEND-MESSAGE
030100         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
030200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
030300     END-IF.
030400     SET WS-UNITREF-PRESENT-YES TO TRUE.
030500     SET WS-UNITREF-EOF-NO TO TRUE.
030600     PERFORM 1350-READ-UNIT-REFERENCE THRU 1350-EXIT
030700         UNTIL WS-UNITREF-EOF-YES.
030800     CLOSE CF153-UNIT-FILE.
030900     IF WS-UF-STATUS NOT = "00"
031000         MOVE "CLOSE ERROR - CF153-UNIT-FILE (CF153UF)"
031100                              TO WS-ABEND-MESSAGE
031200         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
031300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
031400     END-IF.
031500 1300-EXIT.
031600     EXIT.
031700
031800 1350-READ-UNIT-REFERENCE.
031900     READ CF153-UNIT-FILE
032000         AT END
032100             SET WS-UNITREF-EOF-YES TO TRUE
032200         NOT AT END
032300             IF WS-REF-COUNT >= WS-REF-MAX
032400                 MOVE "UNIT REFERENCE TABLE CAPACITY EXCEEDED"
032500                                      TO WS-ABEND-MESSAGE
032600                 PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
032700             END-IF
032800             ADD 1 TO WS-REF-COUNT
032900             MOVE UNT-UNIT-CODE
033000                 TO WS-REF-UNIT-CODE (WS-REF-COUNT)
033100             MOVE UNT-STATUS-CODE
033200                 TO WS-REF-STATUS (WS-REF-COUNT)
033300     END-READ.
033400     IF WS-UF-STATUS NOT = "00" AND WS-UF-STATUS NOT = "10"
033500         MOVE "READ ERROR - CF153-UNIT-FILE (CF153UF)"
033600                              TO WS-ABEND-MESSAGE
033700         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
033800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
033900     END-IF.
034000 1350-EXIT.
034100     EXIT.
034200
034300 2000-GENERATE-INSTRUCTIONS.
034400     DISPLAY "CODEFORCES153F -- STANDING INSTRUCTIONS FOR "
034500         WS-RUN-DATE.
034600     DISPLAY " ".
034700     OPEN INPUT CF153-SINF-FILE.
034800     IF WS-IF-STATUS = "35"
034900         DISPLAY "CODEFORCES153F -- NO STANDING INSTRUCTION FILE"
035000             " (CF153IF) -- NOTHING GENERATED"
035100         GO TO 2000-EXIT
035200     END-IF.
035300     IF WS-IF-STATUS NOT = "00"
035400         MOVE "OPEN ERROR - CF153-SINF-FILE (CF153IF)"
035500                              TO WS-ABEND-MESSAGE
035600         MOVE WS-IF-STATUS    TO WS-ABEND-STATUS
035700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
035800     END-IF.
035900     SET WS-SINF-EOF-NO TO TRUE.
036000     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT
036100         UNTIL WS-SINF-EOF-YES.
036200     CLOSE CF153-SINF-FILE.
036300     IF WS-IF-STATUS NOT = "00"
036400         MOVE "CLOSE ERROR - CF153-SINF-FILE (CF153IF)"
036500                              TO WS-ABEND-MESSAGE
036600         MOVE WS-IF-STATUS    TO WS-ABEND-STATUS
036700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
036800     END-IF.
036900 2000-EXIT.
037000     EXIT.
037100
037200 2100-READ-INSTRUCTION.
037300     READ CF153-SINF-FILE
037400         AT END
037500             SET WS-SINF-EOF-YES TO TRUE
037600         NOT AT END
037700             ADD 1 TO WS-INSTR-READ
037800             PERFORM 2200-CHECK-INSTRUCTION THRU 2200-EXIT
037900     END-READ.
038000     IF WS-IF-STATUS NOT = "00" AND WS-IF-STATUS NOT = "10"
038100         MOVE "READ ERROR - CF153-SINF-FILE (CF153IF)"
038200                              TO WS-ABEND-MESSAGE
038300         MOVE WS-IF-STATUS    TO WS-ABEND-STATUS
038400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
038500     END-IF.
038600 2100-EXIT.
038700     EXIT.
038800
038900 2200-CHECK-INSTRUCTION.
039000     IF NOT SINF-ACTIVE
039100         ADD 1 TO WS-SKIP-CANCELLED
039200         MOVE "CANCELLED" TO WS-SKIP-REASON
039300         PERFORM 2500-LIST-SKIPPED THRU 2500-EXIT
039400         GO TO 2200-EXIT
039500     END-IF.
039600     IF SINF-END-DATE NOT = ZERO
039700        AND SINF-END-DATE < WS-RUN-DATE
039800         ADD 1 TO WS-SKIP-EXPIRED
039900         MOVE "EXPIRED" TO WS-SKIP-REASON
040000         PERFORM 2500-LIST-SKIPPED THRU 2500-EXIT
040100         GO TO 2200-EXIT
040200     END-IF.
040300     IF WS-UNITREF-PRESENT-YES
040400         PERFORM 2250-FIND-UNIT-REFERENCE THRU 2250-EXIT
040500         IF WS-REF-FOUND-SUB = ZERO
040600             ADD 1 TO WS-SKIP-UNIT-CLOSED
040700             MOVE "UNIT NOT ON CF153UF" TO WS-SKIP-REASON
040800             PERFORM 2500-LIST-SKIPPED THRU 2500-EXIT
040900             GO TO 2200-EXIT
041000         END-IF
041100         IF WS-REF-STATUS (WS-REF-FOUND-SUB) = "C"
041200             ADD 1 TO WS-SKIP-UNIT-CLOSED
041300             MOVE "UNIT CLOSED ON CF153UF" TO WS-SKIP-REASON
041400             PERFORM 2500-LIST-SKIPPED THRU 2500-EXIT
041500             GO TO 2200-EXIT
041600         END-IF
041700     END-IF.
041800     MOVE SPACES TO WS-SKIP-REASON.
041900     IF SINF-START-DATE > WS-RUN-DATE
042000         MOVE "NOT DUE -- NOT YET STARTED" TO WS-SKIP-REASON
042100     END-IF.
042200     IF WS-SKIP-REASON = SPACES AND WS-BUSINESS-DAY-NO
042300         MOVE "NOT DUE -- NOT BUSINESS DAY" TO WS-SKIP-REASON
042400     END-IF.
042500     IF WS-SKIP-REASON = SPACES AND SINF-PERIOD-END-ONLY
042600        AND WS-PERIOD-END-NO
042700         MOVE "NOT DUE -- NOT PERIOD END" TO WS-SKIP-REASON
042800     END-IF.
042900     IF WS-SKIP-REASON NOT = SPACES
043000         ADD 1 TO WS-SKIP-NOT-DUE
043100         PERFORM 2500-LIST-SKIPPED THRU 2500-EXIT
043200         GO TO 2200-EXIT
043300     END-IF.
043400     PERFORM 2300-WRITE-TRAN THRU 2300-EXIT.
043500 2200-EXIT.
043600     EXIT.
043700
043800 2250-FIND-UNIT-REFERENCE.
043900     MOVE ZERO TO WS-REF-FOUND-SUB.
044000     MOVE 1 TO WS-REF-SUB.
044100     PERFORM 2260-SCAN-UNIT-REFERENCE THRU 2260-EXIT
044200         UNTIL WS-REF-FOUND-SUB > ZERO
044300            OR WS-REF-SUB > WS-REF-COUNT.
044400 2250-EXIT.
044500     EXIT.
044600
044700 2260-SCAN-UNIT-REFERENCE.
044800     IF WS-REF-UNIT-CODE (WS-REF-SUB) = SINF-UNIT-CODE
044900         MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
045000     ELSE
045100         ADD 1 TO WS-REF-SUB
045200     END-IF.
045300 2260-EXIT.
045400     EXIT.
045500
045600 2300-WRITE-TRAN.
045700     ADD WS-KEY-BASE SINF-INSTR-NBR GIVING WS-GEN-KEY.
045800     MOVE SPACES              TO CF153-TRANS-RECORD.
045900     MOVE WS-GEN-KEY          TO TRN-RECORD-NBR.
046000     MOVE SINF-N              TO TRN-N.
046100     MOVE SINF-M              TO TRN-M.
046200     MOVE SINF-UNIT-CODE      TO TRN-UNIT-CODE.
046300     WRITE CF153-TRANS-RECORD
046400         INVALID KEY
046500             ADD 1 TO WS-SKIP-KEY-ON-FILE
046600             MOVE "KEY ALREADY ON CF153TF" TO WS-SKIP-REASON
046700             PERFORM 2500-LIST-SKIPPED THRU 2500-EXIT
046800         NOT INVALID KEY
046900             ADD 1 TO WS-INSTR-CREATED
047000             DISPLAY "CREATED -- INSTRUCTION " SINF-INSTR-NBR
047100                 " UNIT " SINF-UNIT-CODE " KEY " WS-GEN-KEY
047200                 " " SINF-DESCRIPTION
047300     END-WRITE.
047400     IF WS-TF-STATUS NOT = "00"
047500        AND WS-TF-STATUS NOT = "21"
047600        AND WS-TF-STATUS NOT = "22"
047700         MOVE "WRITE ERROR - CF153-TRAN-FILE (CF153TF)"
047800                              TO WS-ABEND-MESSAGE
047900         MOVE WS-TF-STATUS    TO WS-ABEND-STATUS
048000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
048100     END-IF.
048200 2300-EXIT.
048300     EXIT.
048400
048500 2500-LIST-SKIPPED.
048600     DISPLAY "SKIPPED -- INSTRUCTION " SINF-INSTR-NBR
048700         " UNIT " SINF-UNIT-CODE " -- " WS-SKIP-REASON.
048800 2500-EXIT.
048900     EXIT.
049000
049100 3000-TERMINATE.
049200     CLOSE CF153-TRAN-FILE.
049300     IF WS-TF-STATUS NOT = "00"
049400         MOVE "CLOSE ERROR - CF153-TRAN-FILE (CF153TF)"
049500                              TO WS-ABEND-MESSAGE
049600         MOVE WS-TF-STATUS    TO WS-ABEND-STATUS
049700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
049800     END-IF.
049900     PERFORM 3100-PRINT-GENERATION-REPORT THRU 3100-EXIT.
050000     IF WS-SKIP-KEY-ON-FILE > ZERO OR WS-CAL-FOUND-NO
050100         MOVE 4 TO RETURN-CODE
050200     END-IF.
050300 3000-EXIT.
050400     EXIT.
050500
050600 3100-PRINT-GENERATION-REPORT.
050700     DISPLAY " ".
050800     DISPLAY "CODEFORCES153F -- STANDING INSTRUCTION GENERATION".
050900     DISPLAY " ".
051000     DISPLAY "RUN DATE . . . . . . . . . . . " WS-RUN-DATE.
051100     DISPLAY "INSTRUCTIONS READ. . . . . . . " WS-INSTR-READ.
051200     DISPLAY "CREATED ON CF153TF . . . . . . " WS-INSTR-CREATED.
051300     DISPLAY "SKIPPED -- CANCELLED . . . . . " WS-SKIP-CANCELLED.
051400     DISPLAY "SKIPPED -- EXPIRED . . . . . . " WS-SKIP-EXPIRED.
051500     DISPLAY "SKIPPED -- UNIT CLOSED . . . . "
051600         WS-SKIP-UNIT-CLOSED.
051700     DISPLAY "SKIPPED -- NOT DUE TODAY . . . " WS-SKIP-NOT-DUE.
051800     DISPLAY "SKIPPED -- KEY ON CF153TF. . . "
051900         WS-SKIP-KEY-ON-FILE.
052000     IF WS-SKIP-KEY-ON-FILE > ZERO
052100         DISPLAY "WARNING -- GENERATED KEYS ALREADY ON CF153TF"
052200             " -- CHECK FOR A RERUN"
052300     END-IF.
052400     DISPLAY "END OF STANDING INSTRUCTION GENERATION".
052500 3100-EXIT.
052600     EXIT.
052700
052800 8100-STAMP-RUN-START.
052900     OPEN EXTEND CF153-RUNS-FILE.
053000     IF WS-SF-STATUS = "35"
053100         OPEN OUTPUT CF153-RUNS-FILE
053200     END-IF.
053300     IF WS-SF-STATUS NOT = "00"
053400         DISPLAY "CODEFORCES153F -- RUN-STATE FILE (CF153SF)"
053500             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
053600         GO TO 8100-EXIT
053700     END-IF.
053800     SET WS-RUNSTATE-OPEN-YES TO TRUE.
053900     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
054000     MOVE "CF153F  "        TO RUNS-PROGRAM-ID.
054100     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
054200     MOVE "S"               TO RUNS-EVENT-CODE.
054300     MOVE ZERO TO RUNS-RANGE-LO.
054400     MOVE ZERO TO RUNS-RANGE-HI.
054500     MOVE ZERO              TO RUNS-RECORD-COUNT.
054600     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
054700 8100-EXIT.
054800     EXIT.
054900
055000 8150-WRITE-RUN-STATE.
055100     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
055200     ACCEPT WS-ACCEPT-TIME FROM TIME.
055300     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
055400     WRITE RUNS-RUNSTATE-RECORD.
055500     IF WS-SF-STATUS NOT = "00"
055600         DISPLAY "CODEFORCES153F -- RUN-STATE STAMP FAILED"
055700             " -- STATUS " WS-SF-STATUS
055800     END-IF.
055900 8150-EXIT.
056000     EXIT.
056100
056200 8200-STAMP-RUN-END.
056300     IF WS-RUNSTATE-OPEN-NO
056400         GO TO 8200-EXIT
056500     END-IF.
056600     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
056700     MOVE "CF153F  "        TO RUNS-PROGRAM-ID.
056800     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
056900     MOVE "C"               TO RUNS-EVENT-CODE.
057000     MOVE ZERO TO RUNS-RANGE-LO.
057100     MOVE ZERO TO RUNS-RANGE-HI.
057200     MOVE WS-INSTR-CREATED  TO RUNS-RECORD-COUNT.
057300     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
057400     CLOSE CF153-RUNS-FILE.
057500     SET WS-RUNSTATE-OPEN-NO TO TRUE.
057600 8200-EXIT.
057700     EXIT.
057800
057900 8300-STAMP-RUN-ABEND.
058000     IF WS-RUNSTATE-OPEN-NO
058100         OPEN EXTEND CF153-RUNS-FILE
058200         IF WS-SF-STATUS = "35"
058300             OPEN OUTPUT CF153-RUNS-FILE
058400         END-IF
058500         IF WS-SF-STATUS NOT = "00"
058600             GO TO 8300-EXIT
058700         END-IF
058800         SET WS-RUNSTATE-OPEN-YES TO TRUE
058900     END-IF.
059000     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
059100     MOVE "CF153F  "        TO RUNS-PROGRAM-ID.
059200     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
059300     MOVE "A"               TO RUNS-EVENT-CODE.
059400     MOVE ZERO TO RUNS-RANGE-LO.
059500     MOVE ZERO TO RUNS-RANGE-HI.
059600     MOVE WS-INSTR-CREATED  TO RUNS-RECORD-COUNT.
059700     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
059800     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
059900     CLOSE CF153-RUNS-FILE.
060000     SET WS-RUNSTATE-OPEN-NO TO TRUE.
060100 8300-EXIT.
060200     EXIT.
060300
060310 8400-CHECK-PREREQUISITES.
060320     MOVE "CF153F  "        TO WS-GATE-PROGRAM-ID.
060330     MOVE WS-RUN-DATE TO WS-GATE-RUN-DATE.
060340     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
060350     OPEN INPUT CF153-PREQ-FILE.
060360     IF WS-PF-STATUS = "35"
060370         GO TO 8400-EXIT
060380     END-IF.
060390     IF WS-PF-STATUS NOT = "00"
060400         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
060410                              TO WS-ABEND-MESSAGE
060420         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
060430         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
060440     END-IF.
060450     SET WS-PREQ-EOF-NO TO TRUE.
060460     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
060470         UNTIL WS-PREQ-EOF-YES.
060480     CLOSE CF153-PREQ-FILE.
060490     IF WS-PREQ-COUNT = ZERO
060500         GO TO 8400-EXIT
060510     END-IF.
060520     OPEN INPUT CF153-RUNI-FILE.
060530     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
060540         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
060550                              TO WS-ABEND-MESSAGE
060560         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
060570         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
060580     END-IF.
060590     IF WS-SI-STATUS = "00"
060600         SET WS-RUNI-EOF-NO TO TRUE
060610         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
060620             UNTIL WS-RUNI-EOF-YES
060630         CLOSE CF153-RUNI-FILE
060640     END-IF.
060650     MOVE ZERO TO WS-GATE-MISSING.
060660     MOVE 1 TO WS-PREQ-SUB.
060670     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
060680         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
060690     IF WS-GATE-MISSING = ZERO
060700         GO TO 8400-EXIT
060710     END-IF.
060720     IF WS-GATE-OVERRIDE-YES
060730         DISPLAY "CODEFORCES153F -- PREREQUISITES OVERRIDDEN BY "
060740             WS-GATE-OPERATOR
060750         DISPLAY "    REASON: " WS-GATE-REASON
060760         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
060770         GO TO 8400-EXIT
060780     END-IF.
060790     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
060800     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
060810 8400-EXIT.
060820     EXIT.
060830
060840 8410-READ-PREREQUISITE.
060850     READ CF153-PREQ-FILE
060860         AT END
060870             SET WS-PREQ-EOF-YES TO TRUE
060880         NOT AT END
060890             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
060900                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
060910             END-IF
060920     END-READ.
060930     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
060940         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
060950                              TO WS-ABEND-MESSAGE
060960         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
060970         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
060980     END-IF.
060990 8410-EXIT.
061000     EXIT.
061010
061020 8415-TAKE-PREREQUISITE.
061030     IF PRQ-OVERRIDE
061040         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
061050            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
061060                AND WS-GATE-RUN-DATE NOT = ZERO)
061070             SET WS-GATE-OVERRIDE-YES TO TRUE
061080             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
061090             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
061100         END-IF
061110         GO TO 8415-EXIT
061120     END-IF.
061130     IF NOT PRQ-PREREQUISITE
061140         GO TO 8415-EXIT
061150     END-IF.
061160     IF WS-PREQ-COUNT >= WS-PREQ-MAX
061170         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
061180                              TO WS-ABEND-MESSAGE
061190         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
061200     END-IF.
061210     ADD 1 TO WS-PREQ-COUNT.
061220     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
061230     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
061240     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
061250 8415-EXIT.
061260     EXIT.
061270
061280 8420-READ-RUN-EVENT.
061290     READ CF153-RUNI-FILE
061300         AT END
061310             SET WS-RUNI-EOF-YES TO TRUE
061320         NOT AT END
061330             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
061340     END-READ.
061350     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
061360         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
061370                              TO WS-ABEND-MESSAGE
061380         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
061390         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
061400     END-IF.
061410 8420-EXIT.
061420     EXIT.
061430
061440 8430-POST-RUN-EVENT.
061450     IF RUNI-OVERRIDDEN
061460         GO TO 8430-EXIT
061470     END-IF.
061480     MOVE 1 TO WS-PREQ-SUB.
061490     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
061500         IF RUNI-COMPLETED
061510             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
061520                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
061530         END-IF
061540         GO TO 8430-EXIT
061550     END-IF.
061560     IF WS-GATE-RUN-DATE NOT = ZERO
061570        AND RUNI-RUN-DATE NOT = ZERO
061580        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
061590         GO TO 8430-EXIT
061600     END-IF.
061610     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
061620         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
061630 8430-EXIT.
061640     EXIT.
061650
061660 8435-RESET-UNDATED.
061670     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
061680         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
061690     END-IF.
061700     ADD 1 TO WS-PREQ-SUB.
061710 8435-EXIT.
061720     EXIT.
061730
061740 8437-POST-PREDECESSOR.
061750     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
061760         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
061770         IF WS-GATE-RUN-DATE NOT = ZERO
061780            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
061790             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
061800         ELSE
061810             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
061820         END-IF
061830     END-IF.
061840     ADD 1 TO WS-PREQ-SUB.
061850 8437-EXIT.
061860     EXIT.
061870
061880 8440-CHECK-PREDECESSOR.
061890     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
061900         GO TO 8440-NEXT
061910     END-IF.
061920     ADD 1 TO WS-GATE-MISSING.
061930     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
061940     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
061950         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
061960     END-IF.
061970     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
061980         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
061990     END-IF.
062000     DISPLAY "CODEFORCES153F -- PREREQUISITE STEP "
062010         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
062020     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
062030 8440-NEXT.
062040     ADD 1 TO WS-PREQ-SUB.
062050 8440-EXIT.
062060     EXIT.
062070
062080 8460-LOG-OVERRIDE.
062090     OPEN EXTEND CF153-RUNS-FILE.
062100     IF WS-SF-STATUS = "35"
062110         OPEN OUTPUT CF153-RUNS-FILE
062120     END-IF.
062130     IF WS-SF-STATUS NOT = "00"
062140         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
062150                              TO WS-ABEND-MESSAGE
062160         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
062170     END-IF.
062180     MOVE 1 TO WS-PREQ-SUB.
062190     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
062200         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
062210     CLOSE CF153-RUNS-FILE.
062220 8460-EXIT.
062230     EXIT.
062240
062250 8470-WRITE-OVERRIDE.
062260     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
062270         GO TO 8470-NEXT
062280     END-IF.
062290     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
062300     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
062310     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
062320     MOVE "O"               TO RUNS-EVENT-CODE.
062330     MOVE ZERO TO RUNS-RANGE-LO.
062340     MOVE ZERO TO RUNS-RANGE-HI.
062350     MOVE ZERO              TO RUNS-RECORD-COUNT.
062360     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
062370     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
062380     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
062390     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
062400 8470-NEXT.
062410     ADD 1 TO WS-PREQ-SUB.
062420 8470-EXIT.
062430     EXIT.
062440
062500 9900-ABEND-FILE-ERROR.
062600     DISPLAY "CODEFORCES153F -- FATAL FILE ERROR".
062700     DISPLAY WS-ABEND-MESSAGE.
062800     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
062900     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
063000     MOVE 16 TO RETURN-CODE.
063100     STOP RUN.
063200 9900-EXIT.
063300     EXIT.
063400
063500 9960-ABEND-CONTROL-ERROR.
063600     DISPLAY "CODEFORCES153F -- FATAL CONTROL ERROR".
063700     DISPLAY WS-ABEND-MESSAGE.
063800     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
063900     MOVE 16 TO RETURN-CODE.
064000     STOP RUN.
064100 9960-EXIT.
064200     EXIT.
