000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153N.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  SUSPECT DUPLICATE CHECK.  RUNS
001300*                     AFTER THE CODEFORCES153L LOAD (AND THE
001400*                     CODEFORCES153F GENERATOR) AND AHEAD OF
001500*                     CODEFORCES153A.  CODEFORCES153L ONLY DROPS A
001600*                     DUPLICATE KEY, SO A FEED RE-SENT WITH BLANK
001700*                     KEYS USED TO POST TWICE WITHOUT A WORD.
001800*                     THIS STEP COMPARES THE UNIT, N AND M OF
001900*                     EVERY CF153TF RECORD WITH THE CF153HF
002000*                     EXTRACT HISTORY FOR A LOOK-BACK NUMBER OF
002100*                     BUSINESS DAYS ON THE CF153LF CALENDAR BEFORE
002200*                     THE CF153CF RUN DATE (PARM COLS 1-2, DEFAULT
002300*                     5) AND WITH THE RECORDS AHEAD OF IT IN
002400*                     TONIGHT'S FILE.  A BLANK UNIT IS TAKEN AS
002500*                     THE CONTROL RECORD'S DEFAULT UNIT, AND A
002600*                     TRANSFER IS MATCHED TO THE CREDIT LEG OF AN
002700*                     EARLIER TRANSFER.  EACH SUSPECT IS LISTED
002800*                     AND WRITTEN TO CF153DU (CF153SDP) WITH THE
002900*                     EARLIER RECORD NUMBER AND RUN DATE IT
003000*                     REPEATS.  RETURN CODE 4 WHEN ANY SUSPECT IS
003100*                     FOUND SO THE SCHEDULER HOLDS CODEFORCES153A
003200*                     UNTIL THE DESK CLEARS THE LIST; "O" IN PARM
003300*                     COL 4 RECORDS THE DESK'S OVERRIDE AND
003400*                     RELEASES THE RUN WITH RETURN CODE 0.
003500*                     STANDING INSTRUCTION KEYS (900000 AND UP)
003600*                     REPEAT BY DESIGN AND ARE NOT CHECKED.  A
003700*                     MISSING CF153LF OR CF153HF BYPASSES THE
003800*                     HISTORY CHECK; TONIGHT'S FILE IS STILL
003900*                     CHECKED.
004000*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
004100*                     START ON CF153SF THE PROGRAM NOW READS THE
004200*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
004300*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
004400*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
004500*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
004600*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
004700*                     START AND IS LOGGED ON CF153SF AS AN "O"
004800*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
004900*    2026-10-15  TY   CF153DU SUSPECT RECORDS ARE NOW CLEARED
005000*                     BEFORE EACH MATCH IS FILLED IN, SO NO FIELD
005100*                     OR FILLER CARRIES OVER FROM THE PREVIOUS
005200*                     SUSPECT.
005300*****************************************************************
005400
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.  GENERIC.
005800 OBJECT-COMPUTER.  GENERIC.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CF153-CTL-FILE  ASSIGN TO CF153CF
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-CF-STATUS.
006500
006600     SELECT CF153-CAL-FILE  ASSIGN TO CF153LF
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-LF-STATUS.
006900
007000     SELECT CF153-HIST-FILE ASSIGN TO CF153HF
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-HF-STATUS.
007300
007400     SELECT CF153-TRAN-FILE ASSIGN TO CF153TF
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS TRN-RECORD-NBR
007800         FILE STATUS IS WS-TF-STATUS.
007900
008000     SELECT CF153-SDUP-FILE ASSIGN TO CF153DU
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-DU-STATUS.
008300
008400     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-SF-STATUS.
008700
008800     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-PF-STATUS.
009100
009200     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-SI-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  CF153-CTL-FILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 80 CHARACTERS.
010100     COPY CF153CTL.
010200
010300 FD  CF153-CAL-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600     COPY CF153CAL.
010700
010800 FD  CF153-HIST-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 80 CHARACTERS.
011100     COPY CF153EXT REPLACING ==:TAG:== BY ==HST==.
011200
011300 FD  CF153-TRAN-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 80 CHARACTERS.
011600     COPY CF153TRN.
011700
011800 FD  CF153-SDUP-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS.
012100     COPY CF153SDP.
012200
012300 FD  CF153-RUNS-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 80 CHARACTERS.
012600     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
012700
012800 FD  CF153-PREQ-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 80 CHARACTERS.
013100     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
013200
013300 FD  CF153-RUNI-FILE
013400     LABEL RECORDS ARE STANDARD
013500     RECORD CONTAINS 80 CHARACTERS.
013600     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
013700
013800 WORKING-STORAGE SECTION.
013900 77  WS-TRAN-EOF-SWITCH        PIC X(01) VALUE "N".
014000     88  WS-TRAN-EOF-YES                VALUE "Y".
014100     88  WS-TRAN-EOF-NO                 VALUE "N".
014200
014300 77  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
014400     88  WS-HIST-EOF-YES                VALUE "Y".
014500     88  WS-HIST-EOF-NO                 VALUE "N".
014600
014700 77  WS-CAL-EOF-SWITCH         PIC X(01) VALUE "N".
014800     88  WS-CAL-EOF-YES                 VALUE "Y".
014900     88  WS-CAL-EOF-NO                  VALUE "N".
015000
015100 77  WS-HIST-CHECK-SW          PIC X(01) VALUE "N".
015200     88  WS-HIST-CHECK-YES              VALUE "Y".
015300     88  WS-HIST-CHECK-NO               VALUE "N".
015400
015500 77  WS-SUSPECT-SW             PIC X(01) VALUE "N".
015600     88  WS-SUSPECT-YES                 VALUE "Y".
015700     88  WS-SUSPECT-NO                  VALUE "N".
015800
015900 01  WS-PARM-LINE.
016000     05  WS-PARM-DAYS-X        PIC X(02).
016100     05  FILLER                PIC X(01).
016200     05  WS-PARM-OVERRIDE      PIC X(01).
016300         88  WS-OVERRIDE-RELEASE       VALUE "O".
016400     05  FILLER                PIC X(76).
016500
016600 77  WS-LOOK-BACK-DAYS         PIC 9(02) VALUE ZERO.
016700 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
016800 77  WS-DEFAULT-UNIT           PIC X(05) VALUE SPACE.
016900 77  WS-WINDOW-LO-DATE         PIC 9(08) VALUE ZERO.
017000 77  WS-KEY-RESERVED-LO        PIC 9(06) VALUE 900000.
017100
017200 77  WS-BDAY-MAX               PIC 9(03) VALUE 500.
017300 77  WS-BDAY-COUNT             PIC 9(03) COMP VALUE ZERO.
017400 77  WS-BDAY-SUB               PIC 9(03) COMP VALUE ZERO.
017500
017600 01  WS-BDAY-TABLE.
017700     05  WS-BDAY-DATE OCCURS 500 TIMES
017800                               PIC 9(08).
017900
018000 77  WS-HIS-MAX                PIC 9(05) VALUE 20000.
018100 77  WS-HIS-COUNT              PIC 9(05) COMP VALUE ZERO.
018200 77  WS-HIS-SUB                PIC 9(05) COMP VALUE ZERO.
018300 77  WS-HIS-FOUND-SUB          PIC 9(05) COMP VALUE ZERO.
018400
018500 01  WS-HIS-TABLE.
018600     05  WS-HIS-ENTRY OCCURS 20000 TIMES.
018700         10  WS-HIS-UNIT-CODE      PIC X(05).
018800         10  WS-HIS-OTHER-UNIT     PIC X(05).
018900         10  WS-HIS-RECORD-TYPE    PIC X(01).
019000         10  WS-HIS-N              PIC S9(10).
019100         10  WS-HIS-M              PIC S9(10).
019200         10  WS-HIS-RECORD-NBR     PIC 9(06).
019300         10  WS-HIS-RUN-DATE       PIC 9(08).
019400
019500 77  WS-TON-MAX                PIC 9(05) VALUE 20000.
019600 77  WS-TON-COUNT              PIC 9(05) COMP VALUE ZERO.
019700 77  WS-TON-SUB                PIC 9(05) COMP VALUE ZERO.
019800 77  WS-TON-FOUND-SUB          PIC 9(05) COMP VALUE ZERO.
019900
020000 01  WS-TON-TABLE.
020100     05  WS-TON-ENTRY OCCURS 20000 TIMES.
020200         10  WS-TON-UNIT-CODE      PIC X(05).
020300         10  WS-TON-OTHER-UNIT     PIC X(05).
020400         10  WS-TON-RECORD-TYPE    PIC X(01).
020500         10  WS-TON-N              PIC S9(10).
020600         10  WS-TON-M              PIC S9(10).
020700         10  WS-TON-RECORD-NBR     PIC 9(06).
020800
020900 01  WS-CHECK-KEY.
021000     05  WS-CHK-UNIT-CODE      PIC X(05).
021100     05  WS-CHK-OTHER-UNIT     PIC X(05).
021200     05  WS-CHK-RECORD-TYPE    PIC X(01).
021300     05  WS-CHK-N              PIC S9(10).
021400     05  WS-CHK-M              PIC S9(10).
021500
021600 77  WS-HIST-READ              PIC 9(07) VALUE ZERO.
021700 77  WS-TRAN-READ              PIC 9(07) VALUE ZERO.
021800 77  WS-TRAN-CHECKED           PIC 9(07) VALUE ZERO.
021900 77  WS-TRAN-GENERATED         PIC 9(07) VALUE ZERO.
022000 77  WS-TRAN-NOT-NUMERIC       PIC 9(07) VALUE ZERO.
022100 77  WS-SUSPECT-RECORDS        PIC 9(07) VALUE ZERO.
022200 77  WS-SUSPECT-HISTORY        PIC 9(07) VALUE ZERO.
022300 77  WS-SUSPECT-TONIGHT        PIC 9(07) VALUE ZERO.
022400
022500 77  WS-CF-STATUS              PIC X(02) VALUE "00".
022600 77  WS-LF-STATUS              PIC X(02) VALUE "00".
022700 77  WS-HF-STATUS              PIC X(02) VALUE "00".
022800 77  WS-TF-STATUS              PIC X(02) VALUE "00".
022900 77  WS-DU-STATUS              PIC X(02) VALUE "00".
023000
023100 77  WS-SF-STATUS              PIC X(02) VALUE "00".
023200
023300 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
023400     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
023500     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
023600
023700 01  WS-ACCEPT-TIME.
023800     05  WS-ACCEPT-HHMMSS      PIC 9(06).
023900     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
024000
024100 77  WS-PF-STATUS              PIC X(02) VALUE "00".
024200 77  WS-SI-STATUS              PIC X(02) VALUE "00".
024300
024400 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
024500     88  WS-PREQ-EOF-YES                VALUE "Y".
024600     88  WS-PREQ-EOF-NO                 VALUE "N".
024700
024800 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
024900     88  WS-RUNI-EOF-YES                VALUE "Y".
025000     88  WS-RUNI-EOF-NO                 VALUE "N".
025100
025200 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
025300     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
025400     88  WS-GATE-OVERRIDE-NO            VALUE "N".
025500
025600 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
025700 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
025800 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
025900 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
026000 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
026100 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
026200 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
026300
026400 01  WS-GATE-LOG-TEXT.
026500     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
026600     05  WS-GATE-LOG-PREDECESSOR
026700                               PIC X(08).
026800     05  FILLER                PIC X(04) VALUE " BY ".
026900     05  WS-GATE-LOG-OPERATOR  PIC X(08).
027000     05  FILLER                PIC X(01) VALUE SPACE.
027100
027200 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
027300 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
027400 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
027500
027600 01  WS-PREQ-TABLE.
027700     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
027800         10  WS-PREQ-ID            PIC X(08).
027900         10  WS-PREQ-EVENT         PIC X(01).
028000         10  WS-PREQ-DATED-SW      PIC X(01).
028100             88  WS-PREQ-DATED-YES          VALUE "Y".
028200             88  WS-PREQ-DATED-NO           VALUE "N".
028300
028400 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
028500 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
028600
028700 PROCEDURE DIVISION.
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029000     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
029100     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
029200     PERFORM 2000-CHECK-TRANSACTIONS THRU 2000-EXIT.
029300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
029400     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
029500     STOP RUN.
029600
029700 1000-INITIALIZE.
029800     MOVE SPACES TO WS-PARM-LINE.
029900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
030000     IF WS-PARM-DAYS-X = SPACES
030100         MOVE ZERO TO WS-LOOK-BACK-DAYS
030200     ELSE
030300         IF WS-PARM-DAYS-X NUMERIC
030400             MOVE WS-PARM-DAYS-X TO WS-LOOK-BACK-DAYS
030500         ELSE
030600             MOVE "LOOK-BACK DAYS PARM NOT NUMERIC"
030700                                  TO WS-ABEND-MESSAGE
030800             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
030900         END-IF
031000     END-IF.
031100     IF WS-LOOK-BACK-DAYS = ZERO
031200         MOVE 5 TO WS-LOOK-BACK-DAYS
031300     END-IF.
031400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
031500     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
031600     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
031700     OPEN INPUT CF153-TRAN-FILE.
031800     IF WS-TF-STATUS NOT = "00"
031900         MOVE "OPEN ERROR - CF153-TRAN-FILE (CF153TF)"
032000                              TO WS-ABEND-MESSAGE
032100         MOVE WS-TF-STATUS    TO WS-ABEND-STATUS
032200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
032300     END-IF.
032400     OPEN OUTPUT CF153-SDUP-FILE.
032500     IF WS-DU-STATUS NOT = "00"
032600         MOVE "OPEN ERROR - CF153-SDUP-FILE (CF153DU)"
032700                              TO WS-ABEND-MESSAGE
032800         MOVE WS-DU-STATUS    TO WS-ABEND-STATUS
032900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
033000     END-IF.
033100 1000-EXIT.
033200     EXIT.
033300
033400 1100-READ-CONTROL.
033500     OPEN INPUT CF153-CTL-FILE.
033600     IF WS-CF-STATUS NOT = "00"
033700         MOVE "OPEN ERROR - CF153-CTL-FILE (CF153CF)"
033800                              TO WS-ABEND-MESSAGE
033900         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
034000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
034100     END-IF.
034200     READ CF153-CTL-FILE
034300         AT END
034400             CONTINUE
034500         NOT AT END
034600             MOVE CTL-RUN-DATE  TO WS-RUN-DATE
034700             MOVE CTL-UNIT-CODE TO WS-DEFAULT-UNIT
034800     END-READ.
034900     IF WS-CF-STATUS NOT = "00" AND WS-CF-STATUS NOT = "10"
035000         MOVE "READ ERROR - CF153-CTL-FILE (CF153CF)"
035100                              TO WS-ABEND-MESSAGE
035200         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
035300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
035400     END-IF.
035500     CLOSE CF153-CTL-FILE.
035600     IF WS-CF-STATUS NOT = "00"
035700         MOVE "CLOSE ERROR - CF153-CTL-FILE (CF153CF)"
035800                              TO WS-ABEND-MESSAGE
035900         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
036000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
036100     END-IF.
036200     IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO
036300         MOVE "NO RUN DATE ON CONTROL RECORD"
036400                              TO WS-ABEND-MESSAGE
036500         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
036600     END-IF.
036700 1100-EXIT.
036800     EXIT.
036900
037000 1200-LOAD-CALENDAR.
037100     OPEN INPUT CF153-CAL-FILE.
037200     IF WS-LF-STATUS = "35"
037300         DISPLAY "CODEFORCES153N -- NO PROCESSING CALENDAR"
037400             " (CF153LF) -- HISTORY CHECK BYPASSED"
037500         GO TO 1200-EXIT
037600     END-IF.
037700     IF WS-LF-STATUS NOT = "00"
037800         MOVE "OPEN ERROR - CF153-CAL-FILE (CF153LF)"
037900                              TO WS-ABEND-MESSAGE
038000         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
038100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
038200     END-IF.
038300     SET WS-CAL-EOF-NO TO TRUE.
038400     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT
038500         UNTIL WS-CAL-EOF-YES.
038600     CLOSE CF153-CAL-FILE.
038700     IF WS-LF-STATUS NOT = "00"
038800         MOVE "CLOSE ERROR - CF153-CAL-FILE (CF153LF)"
038900                              TO WS-ABEND-MESSAGE
039000         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
039100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
039200     END-IF.
039300     IF WS-BDAY-COUNT = ZERO
039400         DISPLAY "CODEFORCES153N -- NO BUSINESS DAY BEFORE "
039500             WS-RUN-DATE " ON CF153LF -- HISTORY CHECK BYPASSED"
039600         GO TO 1200-EXIT
039700     END-IF.
039800     IF WS-BDAY-COUNT > WS-LOOK-BACK-DAYS
039900         SUBTRACT WS-LOOK-BACK-DAYS FROM WS-BDAY-COUNT
040000             GIVING WS-BDAY-SUB
040100         ADD 1 TO WS-BDAY-SUB
040200     ELSE
040300         MOVE 1 TO WS-BDAY-SUB
040400     END-IF.
040500     MOVE WS-BDAY-DATE (WS-BDAY-SUB) TO WS-WINDOW-LO-DATE.
040600     SET WS-HIST-CHECK-YES TO TRUE.
040700 1200-EXIT.
040800     EXIT.
040900
041000 1250-READ-CALENDAR.
041100     READ CF153-CAL-FILE
041200         AT END
041300             SET WS-CAL-EOF-YES TO TRUE
041400         NOT AT END
041500             IF CAL-BUSINESS-DAY AND CAL-DATE < WS-RUN-DATE
041600                 PERFORM 1260-KEEP-BUSINESS-DAY THRU 1260-EXIT
041700             END-IF
041800     END-READ.
041900     IF WS-LF-STATUS NOT = "00" AND WS-LF-STATUS NOT = "10"
042000         MOVE "READ ERROR - CF153-CAL-FILE (CF153LF)"
042100                              TO WS-ABEND-MESSAGE
042200         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
042300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
042400     END-IF.
042500 1250-EXIT.
042600     EXIT.
042700
042800 1260-KEEP-BUSINESS-DAY.
042900     IF WS-BDAY-COUNT >= WS-BDAY-MAX
043000         MOVE "CALENDAR TABLE CAPACITY EXCEEDED"
043100                              TO WS-ABEND-MESSAGE
043200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
043300     END-IF.
043400     ADD 1 TO WS-BDAY-COUNT.
043500     MOVE CAL-DATE TO WS-BDAY-DATE (WS-BDAY-COUNT).
043600 1260-EXIT.
043700     EXIT.
043800
043900 1300-LOAD-HISTORY.
044000     IF WS-HIST-CHECK-NO
044100         GO TO 1300-EXIT
044200     END-IF.
044300     OPEN INPUT CF153-HIST-FILE.
044400     IF WS-HF-STATUS = "35"
044500         DISPLAY "CODEFORCES153N -- NO EXTRACT HISTORY"
044600             " (CF153HF) -- HISTORY CHECK BYPASSED"
044700         SET WS-HIST-CHECK-NO TO TRUE
044800         GO TO 1300-EXIT
044900     END-IF.
045000     IF WS-HF-STATUS NOT = "00"
045100         MOVE "OPEN ERROR - CF153-HIST-FILE (CF153HF)"
045200                              TO WS-ABEND-MESSAGE
045300         MOVE WS-HF-STATUS    TO WS-ABEND-STATUS
045400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
045500     END-IF.
045600     SET WS-HIST-EOF-NO TO TRUE.
045700     PERFORM 1350-READ-HISTORY THRU 1350-EXIT
045800         UNTIL WS-HIST-EOF-YES.
045900     CLOSE CF153-HIST-FILE.
046000     IF WS-HF-STATUS NOT = "00"
046100         MOVE "CLOSE ERROR - CF153-HIST-FILE (CF153HF)"
046200                              TO WS-ABEND-MESSAGE
046300         MOVE WS-HF-STATUS    TO WS-ABEND-STATUS
046400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
046500     END-IF.
046600 1300-EXIT.
046700     EXIT.
046800
046900 1350-READ-HISTORY.
047000     READ CF153-HIST-FILE
047100         AT END
047200             SET WS-HIST-EOF-YES TO TRUE
047300         NOT AT END
047400             ADD 1 TO WS-HIST-READ
047500             PERFORM 1360-KEEP-HISTORY THRU 1360-EXIT
047600     END-READ.
047700     IF WS-HF-STATUS NOT = "00" AND WS-HF-STATUS NOT = "10"
047800         MOVE "READ ERROR - CF153-HIST-FILE (CF153HF)"
047900                              TO WS-ABEND-MESSAGE
048000         MOVE WS-HF-STATUS    TO WS-ABEND-STATUS
048100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
048200     END-IF.
048300 1350-EXIT.
048400     EXIT.
048500
048600 1360-KEEP-HISTORY.
048700     IF HST-RUN-DATE < WS-WINDOW-LO-DATE
048800        OR HST-RUN-DATE NOT < WS-RUN-DATE
048900         GO TO 1360-EXIT
049000     END-IF.
049100     IF HST-RECORD-NBR NOT < WS-KEY-RESERVED-LO
049200         GO TO 1360-EXIT
049300     END-IF.
049400     IF WS-HIS-COUNT >= WS-HIS-MAX
049500         MOVE "HISTORY TABLE CAPACITY EXCEEDED"
049600                              TO WS-ABEND-MESSAGE
049700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
049800     END-IF.
049900     ADD 1 TO WS-HIS-COUNT.
050000     MOVE HST-UNIT-CODE   TO WS-HIS-UNIT-CODE (WS-HIS-COUNT).
050100     MOVE HST-OTHER-UNIT  TO WS-HIS-OTHER-UNIT (WS-HIS-COUNT).
050200     MOVE HST-RECORD-TYPE TO WS-HIS-RECORD-TYPE (WS-HIS-COUNT).
050300     MOVE HST-N           TO WS-HIS-N (WS-HIS-COUNT).
050400     MOVE HST-M           TO WS-HIS-M (WS-HIS-COUNT).
050500     MOVE HST-RECORD-NBR  TO WS-HIS-RECORD-NBR (WS-HIS-COUNT).
050600     MOVE HST-RUN-DATE    TO WS-HIS-RUN-DATE (WS-HIS-COUNT).
050700 1360-EXIT.
050800     EXIT.
050900
051000 2000-CHECK-TRANSACTIONS.
051100     SET WS-TRAN-EOF-NO TO TRUE.
051200     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
051300         UNTIL WS-TRAN-EOF-YES.
051400 2000-EXIT.
051500     EXIT.
051600
051700 2100-READ-TRANSACTION.
051800     READ CF153-TRAN-FILE
051900         AT END
052000             SET WS-TRAN-EOF-YES TO TRUE
052100         NOT AT END
052200             ADD 1 TO WS-TRAN-READ
052300             PERFORM 2200-CHECK-ONE-RECORD THRU 2200-EXIT
052400     END-READ.
052500     IF WS-TF-STATUS NOT = "00" AND WS-TF-STATUS NOT = "10"
052600         MOVE "READ ERROR - CF153-TRAN-FILE (CF153TF)"
052700                              TO WS-ABEND-MESSAGE
052800         MOVE WS-TF-STATUS    TO WS-ABEND-STATUS
052900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
053000     END-IF.
053100 2100-EXIT.
053200     EXIT.
053300
053400 2200-CHECK-ONE-RECORD.
053500     IF TRN-RECORD-NBR NOT < WS-KEY-RESERVED-LO
053600         ADD 1 TO WS-TRAN-GENERATED
053700         GO TO 2200-EXIT
053800     END-IF.
053900     IF TRN-N NOT NUMERIC OR TRN-M NOT NUMERIC
054000         ADD 1 TO WS-TRAN-NOT-NUMERIC
054100         GO TO 2200-EXIT
054200     END-IF.
054300     ADD 1 TO WS-TRAN-CHECKED.
054400     MOVE TRN-N TO WS-CHK-N.
054500     MOVE TRN-M TO WS-CHK-M.
054600     IF TRN-TRANSFER
054700         MOVE TRN-TO-UNIT-CODE TO WS-CHK-UNIT-CODE
054800         MOVE TRN-UNIT-CODE    TO WS-CHK-OTHER-UNIT
054900         MOVE "X"              TO WS-CHK-RECORD-TYPE
055000     ELSE
055100         MOVE TRN-UNIT-CODE    TO WS-CHK-UNIT-CODE
055200         IF TRN-UNIT-CODE = SPACES
055300             MOVE WS-DEFAULT-UNIT TO WS-CHK-UNIT-CODE
055400         END-IF
055500         MOVE SPACES           TO WS-CHK-OTHER-UNIT
055600         MOVE TRN-RECORD-TYPE  TO WS-CHK-RECORD-TYPE
055700     END-IF.
055800     SET WS-SUSPECT-NO TO TRUE.
055900     IF WS-HIST-CHECK-YES
056000         PERFORM 2300-FIND-HISTORY-MATCH THRU 2300-EXIT
056100         IF WS-HIS-FOUND-SUB > ZERO
056200             SET WS-SUSPECT-YES TO TRUE
056300             ADD 1 TO WS-SUSPECT-HISTORY
056400             MOVE SPACES TO CF153-SDP-RECORD
056500             MOVE "H" TO SDP-MATCH-SOURCE
056600             MOVE WS-HIS-RECORD-NBR (WS-HIS-FOUND-SUB)
056700                 TO SDP-EARLIER-RECORD-NBR
056800             MOVE WS-HIS-RUN-DATE (WS-HIS-FOUND-SUB)
056900                 TO SDP-EARLIER-RUN-DATE
057000             PERFORM 2500-WRITE-SUSPECT THRU 2500-EXIT
057100         END-IF
057200     END-IF.
057300     PERFORM 2400-FIND-TONIGHT-MATCH THRU 2400-EXIT.
057400     IF WS-TON-FOUND-SUB > ZERO
057500         SET WS-SUSPECT-YES TO TRUE
057600         ADD 1 TO WS-SUSPECT-TONIGHT
057700         MOVE SPACES TO CF153-SDP-RECORD
057800         MOVE "T" TO SDP-MATCH-SOURCE
057900         MOVE WS-TON-RECORD-NBR (WS-TON-FOUND-SUB)
058000             TO SDP-EARLIER-RECORD-NBR
058100         MOVE WS-RUN-DATE TO SDP-EARLIER-RUN-DATE
058200         PERFORM 2500-WRITE-SUSPECT THRU 2500-EXIT
058300     END-IF.
058400     IF WS-SUSPECT-YES
058500         ADD 1 TO WS-SUSPECT-RECORDS
058600     END-IF.
058700     IF WS-TON-COUNT >= WS-TON-MAX
058800         MOVE "TONIGHT TABLE CAPACITY EXCEEDED"
058900                              TO WS-ABEND-MESSAGE
059000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
059100     END-IF.
059200     ADD 1 TO WS-TON-COUNT.
059300     MOVE WS-CHK-UNIT-CODE   TO WS-TON-UNIT-CODE (WS-TON-COUNT).
059400     MOVE WS-CHK-OTHER-UNIT  TO WS-TON-OTHER-UNIT (WS-TON-COUNT).
059500     MOVE WS-CHK-RECORD-TYPE TO WS-TON-RECORD-TYPE (WS-TON-COUNT).
059600     MOVE WS-CHK-N           TO WS-TON-N (WS-TON-COUNT).
059700     MOVE WS-CHK-M           TO WS-TON-M (WS-TON-COUNT).
059800     MOVE TRN-RECORD-NBR     TO WS-TON-RECORD-NBR (WS-TON-COUNT).
059900 2200-EXIT.
060000     EXIT.
060100
060200 2300-FIND-HISTORY-MATCH.
060300     MOVE ZERO TO WS-HIS-FOUND-SUB.
060400     MOVE 1 TO WS-HIS-SUB.
060500     PERFORM 2310-SCAN-HISTORY THRU 2310-EXIT
060600         UNTIL WS-HIS-FOUND-SUB > ZERO
060700            OR WS-HIS-SUB > WS-HIS-COUNT.
060800 2300-EXIT.
060900     EXIT.
061000
061100 2310-SCAN-HISTORY.
061200     IF WS-HIS-UNIT-CODE (WS-HIS-SUB)   = WS-CHK-UNIT-CODE
061300        AND WS-HIS-N (WS-HIS-SUB)       = WS-CHK-N
061400        AND WS-HIS-M (WS-HIS-SUB)       = WS-CHK-M
061500        AND WS-HIS-RECORD-TYPE (WS-HIS-SUB) = WS-CHK-RECORD-TYPE
061600        AND WS-HIS-OTHER-UNIT (WS-HIS-SUB)  = WS-CHK-OTHER-UNIT
061700         MOVE WS-HIS-SUB TO WS-HIS-FOUND-SUB
061800     ELSE
061900         ADD 1 TO WS-HIS-SUB
062000     END-IF.
062100 2310-EXIT.
062200     EXIT.
062300
062400 2400-FIND-TONIGHT-MATCH.
062500     MOVE ZERO TO WS-TON-FOUND-SUB.
062600     MOVE 1 TO WS-TON-SUB.
062700     PERFORM 2410-SCAN-TONIGHT THRU 2410-EXIT
062800         UNTIL WS-TON-FOUND-SUB > ZERO
062900            OR WS-TON-SUB > WS-TON-COUNT.
063000 2400-EXIT.
063100     EXIT.
063200
063300 2410-SCAN-TONIGHT.
063400     IF WS-TON-UNIT-CODE (WS-TON-SUB)   = WS-CHK-UNIT-CODE
063500        AND WS-TON-N (WS-TON-SUB)       = WS-CHK-N
063600        AND WS-TON-M (WS-TON-SUB)       = WS-CHK-M
063700        AND WS-TON-RECORD-TYPE (WS-TON-SUB) = WS-CHK-RECORD-TYPE
063800        AND WS-TON-OTHER-UNIT (WS-TON-SUB)  = WS-CHK-OTHER-UNIT
063900         MOVE WS-TON-SUB TO WS-TON-FOUND-SUB
064000     ELSE
064100         ADD 1 TO WS-TON-SUB
064200     END-IF.
064300 2410-EXIT.
064400     EXIT.
064500
064600 2500-WRITE-SUSPECT.
064700     MOVE TRN-RECORD-NBR   TO SDP-RECORD-NBR.
064800     MOVE TRN-UNIT-CODE    TO SDP-UNIT-CODE.
064900     MOVE TRN-N            TO SDP-N.
065000     MOVE TRN-M            TO SDP-M.
065100     MOVE TRN-RECORD-TYPE  TO SDP-RECORD-TYPE.
065200     MOVE TRN-TO-UNIT-CODE TO SDP-TO-UNIT-CODE.
065300     DISPLAY "SUSPECT -- RECORD " SDP-RECORD-NBR
065400         " UNIT " SDP-UNIT-CODE " N " SDP-N " M " SDP-M.
065500     DISPLAY "           REPEATS RECORD " SDP-EARLIER-RECORD-NBR
065600         " OF " SDP-EARLIER-RUN-DATE " (" SDP-MATCH-SOURCE ")".
065700     WRITE CF153-SDP-RECORD.
065800     IF WS-DU-STATUS NOT = "00"
065900         MOVE "WRITE ERROR - CF153-SDUP-FILE (CF153DU)"
066000                              TO WS-ABEND-MESSAGE
066100         MOVE WS-DU-STATUS    TO WS-ABEND-STATUS
066200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
066300     END-IF.
066400 2500-EXIT.
066500     EXIT.
066600
066700 3000-TERMINATE.
066800     CLOSE CF153-TRAN-FILE.
066900     IF WS-TF-STATUS NOT = "00"
067000         MOVE "CLOSE ERROR - CF153-TRAN-FILE (CF153TF)"
067100                              TO WS-ABEND-MESSAGE
067200         MOVE WS-TF-STATUS    TO WS-ABEND-STATUS
067300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
067400     END-IF.
067500     CLOSE CF153-SDUP-FILE.
067600     IF WS-DU-STATUS NOT = "00"
067700         MOVE "CLOSE ERROR - CF153-SDUP-FILE (CF153DU)"
067800                              TO WS-ABEND-MESSAGE
067900         MOVE WS-DU-STATUS    TO WS-ABEND-STATUS
068000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
068100     END-IF.
068200     PERFORM 3100-PRINT-CHECK-REPORT THRU 3100-EXIT.
068300     IF WS-SUSPECT-RECORDS > ZERO AND NOT WS-OVERRIDE-RELEASE
068400         MOVE 4 TO RETURN-CODE
068500     END-IF.
068600 3000-EXIT.
068700     EXIT.
068800
068900 3100-PRINT-CHECK-REPORT.
069000     DISPLAY " ".
069100     DISPLAY "CODEFORCES153N -- SUSPECT DUPLICATE CHECK".
069200     DISPLAY " ".
069300     DISPLAY "RUN DATE . . . . . . . . . . . " WS-RUN-DATE.
069400     DISPLAY "LOOK-BACK BUSINESS DAYS. . . . " WS-LOOK-BACK-DAYS.
069500     IF WS-HIST-CHECK-YES
069600         DISPLAY "HISTORY WINDOW FROM. . . . . . "
069700             WS-WINDOW-LO-DATE
069800         DISPLAY "HISTORY RECORDS READ . . . . . " WS-HIST-READ
069900         DISPLAY "HISTORY RECORDS IN WINDOW. . . " WS-HIS-COUNT
070000     ELSE
070100         DISPLAY "HISTORY CHECK. . . . . . . . . BYPASSED"
070200     END-IF.
070300     DISPLAY "TRANSACTIONS READ. . . . . . . " WS-TRAN-READ.
070400     DISPLAY "TRANSACTIONS CHECKED . . . . . " WS-TRAN-CHECKED.
070500     DISPLAY "STANDING INSTRUCTIONS. . . . . " WS-TRAN-GENERATED.
070600     DISPLAY "N OR M NOT NUMERIC . . . . . . "
070700         WS-TRAN-NOT-NUMERIC.
070800     DISPLAY "SUSPECT RECORDS. . . . . . . . " WS-SUSPECT-RECORDS.
070900     DISPLAY "MATCHES IN HISTORY . . . . . . " WS-SUSPECT-HISTORY.
071000     DISPLAY "MATCHES IN TONIGHT'S FILE. . . " WS-SUSPECT-TONIGHT.
071100     IF WS-SUSPECT-RECORDS > ZERO
071200         IF WS-OVERRIDE-RELEASE
071300             DISPLAY "WARNING -- SUSPECT DUPLICATES RELEASED BY"
071400                 " OPERATOR OVERRIDE"
071500         ELSE
071600             DISPLAY "WARNING -- SUSPECT DUPLICATES ON CF153DU --"
071700                 " HOLD CODEFORCES153A UNTIL THE DESK CLEARS"
071800                 " THE LIST"
071900         END-IF
072000     END-IF.
072100     DISPLAY "END OF SUSPECT DUPLICATE CHECK".
072200 3100-EXIT.
072300     EXIT.
072400
072500 8100-STAMP-RUN-START.
072600     OPEN EXTEND CF153-RUNS-FILE.
072700     IF WS-SF-STATUS = "35"
072800         OPEN OUTPUT CF153-RUNS-FILE
072900     END-IF.
073000     IF WS-SF-STATUS NOT = "00"
073100         DISPLAY "CODEFORCES153N -- RUN-STATE FILE (CF153SF)"
073200             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
073300         GO TO 8100-EXIT
073400     END-IF.
073500     SET WS-RUNSTATE-OPEN-YES TO TRUE.
073600     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
073700     MOVE "CF153N  "        TO RUNS-PROGRAM-ID.
073800     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
073900     MOVE "S"               TO RUNS-EVENT-CODE.
074000     MOVE ZERO TO RUNS-RANGE-LO.
074100     MOVE ZERO TO RUNS-RANGE-HI.
074200     MOVE ZERO              TO RUNS-RECORD-COUNT.
074300     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
074400 8100-EXIT.
074500     EXIT.
074600
074700 8150-WRITE-RUN-STATE.
074800     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
074900     ACCEPT WS-ACCEPT-TIME FROM TIME.
075000     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
075100     WRITE RUNS-RUNSTATE-RECORD.
075200     IF WS-SF-STATUS NOT = "00"
075300         DISPLAY "CODEFORCES153N -- RUN-STATE STAMP FAILED"
075400             " -- STATUS " WS-SF-STATUS
075500     END-IF.
075600 8150-EXIT.
075700     EXIT.
075800
075900 8200-STAMP-RUN-END.
076000     IF WS-RUNSTATE-OPEN-NO
076100         GO TO 8200-EXIT
076200     END-IF.
076300     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
076400     MOVE "CF153N  "        TO RUNS-PROGRAM-ID.
076500     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
076600     MOVE "C"               TO RUNS-EVENT-CODE.
076700     MOVE ZERO TO RUNS-RANGE-LO.
076800     MOVE ZERO TO RUNS-RANGE-HI.
076900     MOVE WS-SUSPECT-RECORDS TO RUNS-RECORD-COUNT.
077000     IF WS-SUSPECT-RECORDS > ZERO AND NOT WS-OVERRIDE-RELEASE
077100         MOVE "SUSPECT DUPLICATES -- HOLD"
077200                               TO RUNS-MESSAGE-TEXT
077300     END-IF.
077400     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
077500     CLOSE CF153-RUNS-FILE.
077600     SET WS-RUNSTATE-OPEN-NO TO TRUE.
077700 8200-EXIT.
077800     EXIT.
077900
078000 8300-STAMP-RUN-ABEND.
078100     IF WS-RUNSTATE-OPEN-NO
078200         OPEN EXTEND CF153-RUNS-FILE
078300         IF WS-SF-STATUS = "35"
078400             OPEN OUTPUT CF153-RUNS-FILE
078500         END-IF
078600         IF WS-SF-STATUS NOT = "00"
078700             GO TO 8300-EXIT
078800         END-IF
078900         SET WS-RUNSTATE-OPEN-YES TO TRUE
079000     END-IF.
079100     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
079200     MOVE "CF153N  "        TO RUNS-PROGRAM-ID.
079300     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
079400     MOVE "A"               TO RUNS-EVENT-CODE.
079500     MOVE ZERO TO RUNS-RANGE-LO.
079600     MOVE ZERO TO RUNS-RANGE-HI.
079700     MOVE WS-SUSPECT-RECORDS TO RUNS-RECORD-COUNT.
079800     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
079900     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
080000     CLOSE CF153-RUNS-FILE.
080100     SET WS-RUNSTATE-OPEN-NO TO TRUE.
080200 8300-EXIT.
080300     EXIT.
080400
080500 8400-CHECK-PREREQUISITES.
080600     MOVE "CF153N  "        TO WS-GATE-PROGRAM-ID.
080700     MOVE WS-RUN-DATE TO WS-GATE-RUN-DATE.
080800     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
080900     OPEN INPUT CF153-PREQ-FILE.
081000     IF WS-PF-STATUS = "35"
081100         GO TO 8400-EXIT
081200     END-IF.
081300     IF WS-PF-STATUS NOT = "00"
081400         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
081500                              TO WS-ABEND-MESSAGE
081600         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
081700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
081800     END-IF.
081900     SET WS-PREQ-EOF-NO TO TRUE.
082000     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
082100         UNTIL WS-PREQ-EOF-YES.
082200     CLOSE CF153-PREQ-FILE.
082300     IF WS-PREQ-COUNT = ZERO
082400         GO TO 8400-EXIT
082500     END-IF.
082600     OPEN INPUT CF153-RUNI-FILE.
082700     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
082800         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
082900                              TO WS-ABEND-MESSAGE
083000         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
083100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
083200     END-IF.
083300     IF WS-SI-STATUS = "00"
083400         SET WS-RUNI-EOF-NO TO TRUE
083500         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
083600             UNTIL WS-RUNI-EOF-YES
083700         CLOSE CF153-RUNI-FILE
083800     END-IF.
083900     MOVE ZERO TO WS-GATE-MISSING.
084000     MOVE 1 TO WS-PREQ-SUB.
084100     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
084200         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
084300     IF WS-GATE-MISSING = ZERO
084400         GO TO 8400-EXIT
084500     END-IF.
084600     IF WS-GATE-OVERRIDE-YES
084700         DISPLAY "CODEFORCES153N -- PREREQUISITES OVERRIDDEN BY "
084800             WS-GATE-OPERATOR
084900         DISPLAY "    REASON: " WS-GATE-REASON
085000         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
085100         GO TO 8400-EXIT
085200     END-IF.
085300     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
085400     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
085500 8400-EXIT.
085600     EXIT.
085700
085800 8410-READ-PREREQUISITE.
085900     READ CF153-PREQ-FILE
086000         AT END
086100             SET WS-PREQ-EOF-YES TO TRUE
086200         NOT AT END
086300             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
086400                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
086500             END-IF
086600     END-READ.
086700     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
086800         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
086900                              TO WS-ABEND-MESSAGE
087000         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
087100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
087200     END-IF.
087300 8410-EXIT.
087400     EXIT.
087500
087600 8415-TAKE-PREREQUISITE.
087700     IF PRQ-OVERRIDE
087800         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
087900            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
088000                AND WS-GATE-RUN-DATE NOT = ZERO)
088100             SET WS-GATE-OVERRIDE-YES TO TRUE
088200             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
088300             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
088400         END-IF
088500         GO TO 8415-EXIT
088600     END-IF.
088700     IF NOT PRQ-PREREQUISITE
088800         GO TO 8415-EXIT
088900     END-IF.
089000     IF WS-PREQ-COUNT >= WS-PREQ-MAX
089100         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
089200                              TO WS-ABEND-MESSAGE
089300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
089400     END-IF.
089500     ADD 1 TO WS-PREQ-COUNT.
089600     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
089700     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
089800     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
089900 8415-EXIT.
090000     EXIT.
090100
090200 8420-READ-RUN-EVENT.
090300     READ CF153-RUNI-FILE
090400         AT END
090500             SET WS-RUNI-EOF-YES TO TRUE
090600         NOT AT END
090700             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
090800     END-READ.
090900     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
091000         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
091100                              TO WS-ABEND-MESSAGE
091200         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
091300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
091400     END-IF.
091500 8420-EXIT.
091600     EXIT.
091700
091800 8430-POST-RUN-EVENT.
091900     IF RUNI-OVERRIDDEN
092000         GO TO 8430-EXIT
092100     END-IF.
092200     MOVE 1 TO WS-PREQ-SUB.
092300     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
092400         IF RUNI-COMPLETED
092500             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
092600                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
092700         END-IF
092800         GO TO 8430-EXIT
092900     END-IF.
093000     IF WS-GATE-RUN-DATE NOT = ZERO
093100        AND RUNI-RUN-DATE NOT = ZERO
093200        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
093300         GO TO 8430-EXIT
093400     END-IF.
093500     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
093600         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
093700 8430-EXIT.
093800     EXIT.
093900
094000 8435-RESET-UNDATED.
094100     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
094200         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
094300     END-IF.
094400     ADD 1 TO WS-PREQ-SUB.
094500 8435-EXIT.
094600     EXIT.
094700
094800 8437-POST-PREDECESSOR.
094900     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
095000         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
095100         IF WS-GATE-RUN-DATE NOT = ZERO
095200            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
095300             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
095400         ELSE
095500             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
095600         END-IF
095700     END-IF.
095800     ADD 1 TO WS-PREQ-SUB.
095900 8437-EXIT.
096000     EXIT.
096100
096200 8440-CHECK-PREDECESSOR.
096300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
096400         GO TO 8440-NEXT
096500     END-IF.
096600     ADD 1 TO WS-GATE-MISSING.
096700     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
096800     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
096900         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
097000     END-IF.
097100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
097200         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
097300     END-IF.
097400     DISPLAY "CODEFORCES153N -- PREREQUISITE STEP "
097500         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
097600     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
097700 8440-NEXT.
097800     ADD 1 TO WS-PREQ-SUB.
097900 8440-EXIT.
098000     EXIT.
098100
098200 8460-LOG-OVERRIDE.
098300     OPEN EXTEND CF153-RUNS-FILE.
098400     IF WS-SF-STATUS = "35"
098500         OPEN OUTPUT CF153-RUNS-FILE
098600     END-IF.
098700     IF WS-SF-STATUS NOT = "00"
098800         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
098900                              TO WS-ABEND-MESSAGE
099000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
099100     END-IF.
099200     MOVE 1 TO WS-PREQ-SUB.
099300     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
099400         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
099500     CLOSE CF153-RUNS-FILE.
099600 8460-EXIT.
099700     EXIT.
099800
099900 8470-WRITE-OVERRIDE.
100000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
100100         GO TO 8470-NEXT
100200     END-IF.
100300     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
100400     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
100500     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
100600     MOVE "O"               TO RUNS-EVENT-CODE.
100700     MOVE ZERO TO RUNS-RANGE-LO.
100800     MOVE ZERO TO RUNS-RANGE-HI.
100900     MOVE ZERO              TO RUNS-RECORD-COUNT.
101000     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
101100     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
101200     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
101300     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
101400 8470-NEXT.
101500     ADD 1 TO WS-PREQ-SUB.
101600 8470-EXIT.
101700     EXIT.
101800
101900 9900-ABEND-FILE-ERROR.
102000     DISPLAY "CODEFORCES153N -- FATAL FILE ERROR".
102100     DISPLAY WS-ABEND-MESSAGE.
102200     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
102300     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
102400     MOVE 16 TO RETURN-CODE.
102500     STOP RUN.
102600 9900-EXIT.
102700     EXIT.
102800
102900 9960-ABEND-CONTROL-ERROR.
103000     DISPLAY "CODEFORCES153N -- FATAL CONTROL ERROR".
103100     DISPLAY WS-ABEND-MESSAGE.
103200     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
103300     MOVE 16 TO RETURN-CODE.
103400     STOP RUN.
103500 9960-EXIT.
103600     EXIT.
