000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153Z.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  YEAR-END CLOSE OF THE CF153MST
001300*                     BALANCE-FORWARD MASTER, TRIGGERED BY THE
001400*                     CF153LF YEAR-END FLAG.  WRITES EACH UNIT'S
001500*                     CLOSING BALANCE TO THE RETAINED CF153YB
001600*                     FILE, RESETS OR CARRIES THE BALANCE PER THE
001700*                     CF153UF YEAR-END RULE ONTO CF153MO, AND
001800*                     PRINTS THE CLOSE REPORT WITH SUITE TOTALS ON
001900*                     CF153ZP.
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  GENERIC.
002500 OBJECT-COMPUTER.  GENERIC.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CF153-CAL-FILE  ASSIGN TO CF153LF
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-LF-STATUS.
003200
003300     SELECT CF153-UNIT-FILE ASSIGN TO CF153UF
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-UF-STATUS.
003600
003700     SELECT CF153-MSTI-FILE ASSIGN TO CF153MI
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-MI-STATUS.
004000
004100     SELECT CF153-MSTO-FILE ASSIGN TO CF153MO
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-MO-STATUS.
004400
004500     SELECT CF153-YEB-FILE  ASSIGN TO CF153YB
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-YB-STATUS.
004800
004900     SELECT CF153-PRF-FILE  ASSIGN TO CF153ZP
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ZP-STATUS.
005200
005300     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-SF-STATUS.
005600
005700     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-PF-STATUS.
006000
006100     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-SI-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CF153-CAL-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 80 CHARACTERS.
007000     COPY CF153CAL.
007100
007200 FD  CF153-UNIT-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500     COPY CF153UNT REPLACING ==:TAG:== BY ==UNT==.
007600
007700 FD  CF153-MSTI-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 80 CHARACTERS.
008000     COPY CF153MST REPLACING ==:TAG:== BY ==MSTI==.
008100
008200 FD  CF153-MSTO-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 80 CHARACTERS.
008500     COPY CF153MST REPLACING ==:TAG:== BY ==MSTO==.
008600
008700 FD  CF153-YEB-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 80 CHARACTERS.
009000     COPY CF153YEB.
009100
009200 FD  CF153-PRF-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 132 CHARACTERS.
009500 01  PRF-RECORD                PIC X(132).
009600
009700 FD  CF153-RUNS-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
010100
010200 FD  CF153-PREQ-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
010600
010700 FD  CF153-RUNI-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
011100
011200 WORKING-STORAGE SECTION.
011300 77  WS-CAL-EOF-SWITCH         PIC X(01) VALUE "N".
011400     88  WS-CAL-EOF-YES                 VALUE "Y".
011500     88  WS-CAL-EOF-NO                  VALUE "N".
011600
011700 77  WS-UNIT-EOF-SWITCH        PIC X(01) VALUE "N".
011800     88  WS-UNIT-EOF-YES                VALUE "Y".
011900     88  WS-UNIT-EOF-NO                 VALUE "N".
012000
012100 77  WS-MSTI-EOF-SWITCH        PIC X(01) VALUE "N".
012200     88  WS-MSTI-EOF-YES                VALUE "Y".
012300     88  WS-MSTI-EOF-NO                 VALUE "N".
012400
012500 77  WS-YEB-EOF-SWITCH         PIC X(01) VALUE "N".
012600     88  WS-YEB-EOF-YES                 VALUE "Y".
012700     88  WS-YEB-EOF-NO                  VALUE "N".
012800
012900 77  WS-CAL-FOUND-SW           PIC X(01) VALUE "N".
013000     88  WS-CAL-FOUND-YES               VALUE "Y".
013100     88  WS-CAL-FOUND-NO                VALUE "N".
013200
013300 77  WS-CAL-YEAR-END-SW        PIC X(01) VALUE "N".
013400     88  WS-CAL-YEAR-END-YES            VALUE "Y".
013500     88  WS-CAL-YEAR-END-NO             VALUE "N".
013600
013700 77  WS-RULES-PRESENT-SW       PIC X(01) VALUE "N".
013800     88  WS-RULES-PRESENT-YES           VALUE "Y".
013900     88  WS-RULES-PRESENT-NO            VALUE "N".
014000
014100 01  WS-PARM-LINE.
014200     05  WS-PARM-YEAR-END-X    PIC X(08).
014300     05  FILLER                PIC X(72).
014400
014500 01  WS-YEAR-END-GROUP.
014600     05  WS-YEAR-END-DATE      PIC 9(08) VALUE ZERO.
014700     05  WS-YEAR-END-PARTS     REDEFINES WS-YEAR-END-DATE.
014800         10  WS-FISCAL-YEAR    PIC 9(04).
014900         10  FILLER            PIC 9(04).
015000
015100 77  WS-LATEST-RUN-DATE        PIC 9(08) VALUE ZERO.
015200 77  WS-PRIOR-CLOSE-DATE       PIC 9(08) VALUE ZERO.
015300 77  WS-CLOSED-DATE            PIC 9(08) VALUE ZERO.
015400 77  WS-CLOSED-TIME            PIC 9(06) VALUE ZERO.
015500
015600 77  WS-RULE-MAX               PIC 9(03) VALUE 50.
015700 77  WS-RULE-COUNT             PIC 9(03) COMP VALUE ZERO.
015800 77  WS-RULE-SUB               PIC 9(03) COMP VALUE ZERO.
015900 77  WS-RULE-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
016000
016100 01  WS-RULE-TABLE.
016200     05  WS-RULE-ENTRY OCCURS 50 TIMES.
016300         10  WS-RULE-UNIT-CODE     PIC X(05).
016400         10  WS-RULE-YEAR-END      PIC X(01).
016500
016600 77  WS-UNIT-MAX               PIC 9(03) VALUE 50.
016700 77  WS-UNIT-COUNT             PIC 9(03) COMP VALUE ZERO.
016800 77  WS-UNIT-SUB               PIC 9(03) COMP VALUE ZERO.
016900
017000 01  WS-UNIT-TABLE.
017100     05  WS-UNIT-ENTRY OCCURS 50 TIMES.
017200         10  WS-UNIT-CODE          PIC X(05).
017300         10  WS-UNIT-CLOSING-BAL   PIC S9(13).
017400         10  WS-UNIT-LAST-RUN      PIC 9(08).
017500
017600 77  WS-WORK-RULE              PIC X(01) VALUE SPACE.
017700     88  WS-WORK-CARRY                  VALUE "C".
017800     88  WS-WORK-RESET                  VALUE "R".
017900 77  WS-WORK-OPENING           PIC S9(13) VALUE ZERO.
018000 77  WS-WORK-NOTE              PIC X(30) VALUE SPACE.
018100
018200 77  WS-RULES-READ             PIC 9(07) VALUE ZERO.
018300 77  WS-MASTER-READ            PIC 9(07) VALUE ZERO.
018400 77  WS-PRIOR-READ             PIC 9(07) VALUE ZERO.
018500 77  WS-PRIOR-CLOSE-COUNT      PIC 9(05) VALUE ZERO.
018600 77  WS-UNITS-CLOSED           PIC 9(05) VALUE ZERO.
018700 77  WS-UNITS-RESET            PIC 9(05) VALUE ZERO.
018800 77  WS-UNITS-CARRIED          PIC 9(05) VALUE ZERO.
018900
019000 77  WS-SUITE-CLOSING          PIC S9(13) VALUE ZERO.
019100 77  WS-SUITE-RESET            PIC S9(13) VALUE ZERO.
019200 77  WS-SUITE-CARRIED          PIC S9(13) VALUE ZERO.
019300 77  WS-SUITE-OPENING          PIC S9(13) VALUE ZERO.
019400
019500 01  WS-ACCEPT-TIME.
019600     05  WS-ACCEPT-HHMMSS      PIC 9(06).
019700     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
019800
019900 77  WS-LINE-COUNT             PIC 9(03) VALUE 99.
020000 77  WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
020100 77  WS-PAGE-COUNT             PIC 9(04) VALUE ZERO.
020200
020300 01  WS-PRINT-LINE             PIC X(132) VALUE SPACE.
020400
020500 01  WS-HEADING-1.
020600     05  FILLER                PIC X(15)
020700         VALUE "CODEFORCES153Z ".
020800     05  FILLER                PIC X(30) VALUE SPACE.
020900     05  FILLER                PIC X(40)
021000         VALUE "YEAR-END CLOSE OF BALANCE-FORWARD MASTER".
021100     05  FILLER                PIC X(32) VALUE SPACE.
021200     05  FILLER                PIC X(05) VALUE "PAGE ".
021300     05  WS-HD1-PAGE           PIC ZZZ9.
021400     05  FILLER                PIC X(06) VALUE SPACE.
021500
021600 01  WS-HEADING-2.
021700     05  FILLER                PIC X(45) VALUE SPACE.
021800     05  FILLER                PIC X(12) VALUE "FISCAL YEAR ".
021900     05  WS-HD2-FISCAL-YEAR    PIC 9(04).
022000     05  FILLER                PIC X(16)
022100         VALUE "  YEAR-END DATE ".
022200     05  WS-HD2-YEAR-END-DATE  PIC 9(08).
022300     05  FILLER                PIC X(47) VALUE SPACE.
022400
022500 01  WS-HEADING-3.
022600     05  FILLER                PIC X(05) VALUE SPACE.
022700     05  FILLER                PIC X(07) VALUE "UNIT".
022800     05  FILLER                PIC X(18)
022900         VALUE "   CLOSING BALANCE".
023000     05  FILLER                PIC X(02) VALUE SPACE.
023100     05  FILLER                PIC X(08) VALUE "RULE".
023200     05  FILLER                PIC X(18)
023300         VALUE "   OPENING BALANCE".
023400     05  FILLER                PIC X(02) VALUE SPACE.
023500     05  FILLER                PIC X(30) VALUE "NOTE".
023600     05  FILLER                PIC X(42) VALUE SPACE.
023700
023800 01  WS-DETAIL-LINE.
023900     05  FILLER                PIC X(05) VALUE SPACE.
024000     05  WS-DET-UNIT           PIC X(05).
024100     05  FILLER                PIC X(02) VALUE SPACE.
024200     05  WS-DET-CLOSING        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
024300     05  FILLER                PIC X(02) VALUE SPACE.
024400     05  WS-DET-RULE           PIC X(06).
024500     05  FILLER                PIC X(02) VALUE SPACE.
024600     05  WS-DET-OPENING        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
024700     05  FILLER                PIC X(02) VALUE SPACE.
024800     05  WS-DET-NOTE           PIC X(30).
024900     05  FILLER                PIC X(42) VALUE SPACE.
025000
025100 01  WS-AMOUNT-LINE.
025200     05  FILLER                PIC X(12) VALUE SPACE.
025300     05  WS-AMT-LABEL          PIC X(40).
025400     05  WS-AMT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
025500     05  FILLER                PIC X(62) VALUE SPACE.
025600
025700 01  WS-COUNT-LINE.
025800     05  FILLER                PIC X(12) VALUE SPACE.
025900     05  WS-CNT-LABEL          PIC X(40).
026000     05  FILLER                PIC X(11) VALUE SPACE.
026100     05  WS-CNT-COUNT          PIC ZZ,ZZ9.
026200     05  FILLER                PIC X(63) VALUE SPACE.
026300
026400 01  WS-FLAG-LINE.
026500     05  FILLER                PIC X(12) VALUE SPACE.
026600     05  WS-FLG-TEXT           PIC X(60).
026700     05  FILLER                PIC X(60) VALUE SPACE.
026800
026900 77  WS-LF-STATUS              PIC X(02) VALUE "00".
027000 77  WS-UF-STATUS              PIC X(02) VALUE "00".
027100 77  WS-MI-STATUS              PIC X(02) VALUE "00".
027200 77  WS-MO-STATUS              PIC X(02) VALUE "00".
027300 77  WS-YB-STATUS              PIC X(02) VALUE "00".
027400 77  WS-ZP-STATUS              PIC X(02) VALUE "00".
027500
027600 77  WS-SF-STATUS              PIC X(02) VALUE "00".
027700
027800 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
027900     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
028000     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
028100
028200 77  WS-PF-STATUS              PIC X(02) VALUE "00".
028300 77  WS-SI-STATUS              PIC X(02) VALUE "00".
028400
028500 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
028600     88  WS-PREQ-EOF-YES                VALUE "Y".
028700     88  WS-PREQ-EOF-NO                 VALUE "N".
028800
028900 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
029000     88  WS-RUNI-EOF-YES                VALUE "Y".
029100     88  WS-RUNI-EOF-NO                 VALUE "N".
029200
029300 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
029400     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
029500     88  WS-GATE-OVERRIDE-NO            VALUE "N".
029600
029700 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
029800 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
029900 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
030000 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
030100 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
030200 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
030300 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
030400
030500 01  WS-GATE-LOG-TEXT.
030600     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
030700     05  WS-GATE-LOG-PREDECESSOR
030800                               PIC X(08).
030900     05  FILLER                PIC X(04) VALUE " BY ".
031000     05  WS-GATE-LOG-OPERATOR  PIC X(08).
031100     05  FILLER                PIC X(01) VALUE SPACE.
031200
031300 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
031400 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
031500 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
031600
031700 01  WS-PREQ-TABLE.
031800     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
031900         10  WS-PREQ-ID            PIC X(08).
032000         10  WS-PREQ-EVENT         PIC X(01).
032100         10  WS-PREQ-DATED-SW      PIC X(01).
032200             88  WS-PREQ-DATED-YES          VALUE "Y".
032300             88  WS-PREQ-DATED-NO           VALUE "N".
032400
032500 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
032600 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
032700
032800 PROCEDURE DIVISION.
032900 0000-MAINLINE.
033000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033100     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
033200     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
033300     PERFORM 2000-CLOSE-YEAR THRU 2000-EXIT.
033400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
033500     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
033600     STOP RUN.
033700
033800 1000-INITIALIZE.
033900     MOVE SPACES TO WS-PARM-LINE.
034000     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
034100     IF WS-PARM-YEAR-END-X NUMERIC
034200        AND WS-PARM-YEAR-END-X NOT = "00000000"
034300         MOVE WS-PARM-YEAR-END-X TO WS-YEAR-END-DATE
034400     ELSE
034500         MOVE "YEAR-END DATE PARM MISSING OR NOT NUMERIC"
034600                              TO WS-ABEND-MESSAGE
034700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
034800     END-IF.
034900     PERFORM 1100-CHECK-CALENDAR THRU 1100-EXIT.
035000     PERFORM 1200-LOAD-UNIT-RULES THRU 1200-EXIT.
035100     PERFORM 1300-LOAD-MASTER THRU 1300-EXIT.
035200     PERFORM 1400-CHECK-PRIOR-CLOSE THRU 1400-EXIT.
035300     OPEN OUTPUT CF153-PRF-FILE.
035400     IF WS-ZP-STATUS NOT = "00"
035500         MOVE "OPEN ERROR - CF153-PRF-FILE (CF153ZP)"
035600                              TO WS-ABEND-MESSAGE
035700         MOVE WS-ZP-STATUS    TO WS-ABEND-STATUS
035800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
035900     END-IF.
036000     MOVE WS-FISCAL-YEAR      TO WS-HD2-FISCAL-YEAR.
036100     MOVE WS-YEAR-END-DATE    TO WS-HD2-YEAR-END-DATE.
036200     PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT.
036300 1000-EXIT.
036400     EXIT.
036500
037000 1100-CHECK-CALENDAR.
037100     OPEN INPUT CF153-CAL-FILE.
037200     IF WS-LF-STATUS = "35"
037300         MOVE "PROCESSING CALENDAR (CF153LF) NOT FOUND"
037400                              TO WS-ABEND-MESSAGE
037500         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
037600     END-IF.
037700     IF WS-LF-STATUS NOT = "00"
037800         MOVE "OPEN ERROR - CF153-CAL-FILE (CF153LF)"
037900                              TO WS-ABEND-MESSAGE
038000         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
038100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
038200     END-IF.
038300     SET WS-CAL-EOF-NO TO TRUE.
038400     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT
038500         UNTIL WS-CAL-EOF-YES.
038600     CLOSE CF153-CAL-FILE.
038700     IF WS-LF-STATUS NOT = "00"
038800         MOVE "CLOSE ERROR - CF153-CAL-FILE (CF153LF)"
038900                              TO WS-ABEND-MESSAGE
039000         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
039100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
039200     END-IF.
039300     IF WS-CAL-FOUND-NO
039400         DISPLAY "CODEFORCES153Z -- YEAR-END DATE "
039500             WS-YEAR-END-DATE
039600             " IS NOT ON THE CF153LF CALENDAR"
039700         MOVE "YEAR-END DATE NOT ON PROCESSING CALENDAR"
039800                              TO WS-ABEND-MESSAGE
039900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
040000     END-IF.
040100     IF WS-CAL-YEAR-END-NO
040200         DISPLAY "CODEFORCES153Z -- " WS-YEAR-END-DATE
040300             " IS NOT FLAGGED AS A YEAR END ON CF153LF"
040400         MOVE "DATE IS NOT A YEAR END ON THE CALENDAR"
040500                              TO WS-ABEND-MESSAGE
040600         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
040700     END-IF.
040800 1100-EXIT.
040900     EXIT.
041000
041100 1150-READ-CALENDAR.
041200     READ CF153-CAL-FILE
041300         AT END
041400             SET WS-CAL-EOF-YES TO TRUE
041500         NOT AT END
041600             IF CAL-DATE = WS-YEAR-END-DATE
041700                 SET WS-CAL-FOUND-YES TO TRUE
041800                 IF CAL-YEAR-END
041900                     SET WS-CAL-YEAR-END-YES TO TRUE
042000                 END-IF
042100             END-IF
042200     END-READ.
042300     IF WS-LF-STATUS NOT = "00" AND WS-LF-STATUS NOT = "10"
042400         MOVE "READ ERROR - CF153-CAL-FILE (CF153LF)"
042500                              TO WS-ABEND-MESSAGE
042600         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
042700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
042800     END-IF.
042900 1150-EXIT.
043000     EXIT.
043100
043700 1200-LOAD-UNIT-RULES.
043800     OPEN INPUT CF153-UNIT-FILE.
043900     IF WS-UF-STATUS = "35"
044000         DISPLAY "CODEFORCES153Z -- NO UNIT REFERENCE FILE"
044100             " (CF153UF) -- EVERY UNIT WILL BE RESET"
044200         GO TO 1200-EXIT
044300     END-IF.
044400     IF WS-UF-STATUS NOT = "00"
044500         MOVE "OPEN ERROR - CF153-UNIT-FILE (CF153UF)"
044600                              TO WS-ABEND-MESSAGE
044700         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
044800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
044900     END-IF.
045000     SET WS-RULES-PRESENT-YES TO TRUE.
045100     SET WS-UNIT-EOF-NO TO TRUE.
045200     PERFORM 1250-READ-UNIT-RULE THRU 1250-EXIT
045300         UNTIL WS-UNIT-EOF-YES.
045400     CLOSE CF153-UNIT-FILE.
045500     IF WS-UF-STATUS NOT = "00"
045600         MOVE "CLOSE ERROR - CF153-UNIT-FILE (CF153UF)"
045700                              TO WS-ABEND-MESSAGE
045800         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
045900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
046000     END-IF.
046100 1200-EXIT.
046200     EXIT.
046300
046400 1250-READ-UNIT-RULE.
046500     READ CF153-UNIT-FILE
046600         AT END
046700             SET WS-UNIT-EOF-YES TO TRUE
046800         NOT AT END
046900             ADD 1 TO WS-RULES-READ
047000             IF WS-RULE-COUNT >= WS-RULE-MAX
047100                 MOVE "UNIT RULE TABLE CAPACITY EXCEEDED"
047200                                      TO WS-ABEND-MESSAGE
047300                 PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
047400             END-IF
047500             ADD 1 TO WS-RULE-COUNT
047600             MOVE UNT-UNIT-CODE
047700                 TO WS-RULE-UNIT-CODE (WS-RULE-COUNT)
047800             MOVE UNT-YEAR-END-RULE
047900                 TO WS-RULE-YEAR-END (WS-RULE-COUNT)
048000     END-READ.
048100     IF WS-UF-STATUS NOT = "00" AND WS-UF-STATUS NOT = "10"
048200         MOVE "READ ERROR - CF153-UNIT-FILE (CF153UF)"
048300                              TO WS-ABEND-MESSAGE
048400         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
048500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
048600     END-IF.
048700 1250-EXIT.
048800     EXIT.
048900
049500 1300-LOAD-MASTER.
049600     OPEN INPUT CF153-MSTI-FILE.
049700     IF WS-MI-STATUS = "35"
049800         MOVE "MASTER FILE (CF153MI) NOT FOUND"
049900                              TO WS-ABEND-MESSAGE
050000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
050100     END-IF.
050200     IF WS-MI-STATUS NOT = "00"
050300         MOVE "OPEN ERROR - CF153-MSTI-FILE (CF153MI)"
050400                              TO WS-ABEND-MESSAGE
050500         MOVE WS-MI-STATUS    TO WS-ABEND-STATUS
050600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
050700     END-IF.
050800     SET WS-MSTI-EOF-NO TO TRUE.
050900     PERFORM 1350-READ-MASTER THRU 1350-EXIT
051000         UNTIL WS-MSTI-EOF-YES.
051100     CLOSE CF153-MSTI-FILE.
051200     IF WS-MI-STATUS NOT = "00"
051300         MOVE "CLOSE ERROR - CF153-MSTI-FILE (CF153MI)"
051400                              TO WS-ABEND-MESSAGE
051500         MOVE WS-MI-STATUS    TO WS-ABEND-STATUS
051600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
051700     END-IF.
051800     IF WS-UNIT-COUNT = ZERO
051900         MOVE "NO UNITS ON MASTER FILE (CF153MI)"
052000                              TO WS-ABEND-MESSAGE
052100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
052200     END-IF.
052300     IF WS-LATEST-RUN-DATE NOT = WS-YEAR-END-DATE
052400         DISPLAY "CODEFORCES153Z -- CF153MI LAST POSTED "
052500             WS-LATEST-RUN-DATE ", YEAR-END DATE "
052600             WS-YEAR-END-DATE
052700         MOVE "MASTER NOT POSTED THROUGH YEAR-END DATE"
052800                              TO WS-ABEND-MESSAGE
052900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
053000     END-IF.
053100 1300-EXIT.
053200     EXIT.
053300
053400 1350-READ-MASTER.
053500     READ CF153-MSTI-FILE
053600         AT END
053700             SET WS-MSTI-EOF-YES TO TRUE
053800         NOT AT END
053900             ADD 1 TO WS-MASTER-READ
054000             IF WS-UNIT-COUNT >= WS-UNIT-MAX
054100                 MOVE "UNIT TABLE CAPACITY EXCEEDED"
054200                                      TO WS-ABEND-MESSAGE
054300                 PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
054400             END-IF
054500             ADD 1 TO WS-UNIT-COUNT
054600             MOVE MSTI-UNIT-CODE
054700                 TO WS-UNIT-CODE (WS-UNIT-COUNT)
054800             MOVE MSTI-CUM-BALANCE
054900                 TO WS-UNIT-CLOSING-BAL (WS-UNIT-COUNT)
055000             MOVE MSTI-LAST-RUN-DATE
055100                 TO WS-UNIT-LAST-RUN (WS-UNIT-COUNT)
055200             IF MSTI-LAST-RUN-DATE > WS-LATEST-RUN-DATE
055300                 MOVE MSTI-LAST-RUN-DATE TO WS-LATEST-RUN-DATE
055400             END-IF
055500     END-READ.
055600     IF WS-MI-STATUS NOT = "00" AND WS-MI-STATUS NOT = "10"
055700         MOVE "READ ERROR - CF153-MSTI-FILE (CF153MI)"
055800                              TO WS-ABEND-MESSAGE
055900         MOVE WS-MI-STATUS    TO WS-ABEND-STATUS
056000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
056100     END-IF.
056200 1350-EXIT.
056300     EXIT.
056400
057000 1400-CHECK-PRIOR-CLOSE.
057100     OPEN INPUT CF153-YEB-FILE.
057200     IF WS-YB-STATUS = "35"
057300         GO TO 1400-EXIT
057400     END-IF.
057500     IF WS-YB-STATUS NOT = "00"
057600         MOVE "OPEN ERROR - CF153-YEB-FILE (CF153YB)"
057700                              TO WS-ABEND-MESSAGE
057800         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
057900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
058000     END-IF.
058100     SET WS-YEB-EOF-NO TO TRUE.
058200     PERFORM 1450-READ-PRIOR-CLOSE THRU 1450-EXIT
058300         UNTIL WS-YEB-EOF-YES.
058400     CLOSE CF153-YEB-FILE.
058500     IF WS-YB-STATUS NOT = "00"
058600         MOVE "CLOSE ERROR - CF153-YEB-FILE (CF153YB)"
058700                              TO WS-ABEND-MESSAGE
058800         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
058900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
059000     END-IF.
059100     IF WS-PRIOR-CLOSE-COUNT > ZERO
059200         DISPLAY "CODEFORCES153Z -- FISCAL YEAR " WS-FISCAL-YEAR
059300             " WAS CLOSED ON " WS-PRIOR-CLOSE-DATE
059400             " -- " WS-PRIOR-CLOSE-COUNT " RECORD(S) ON CF153YB"
059500         MOVE "FISCAL YEAR ALREADY CLOSED ON CF153YB"
059600                              TO WS-ABEND-MESSAGE
059700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
059800     END-IF.
059900 1400-EXIT.
060000     EXIT.
060100
060200 1450-READ-PRIOR-CLOSE.
060300     READ CF153-YEB-FILE
060400         AT END
060500             SET WS-YEB-EOF-YES TO TRUE
060600         NOT AT END
060700             ADD 1 TO WS-PRIOR-READ
060800             IF YEB-FISCAL-YEAR = WS-FISCAL-YEAR
060900                OR YEB-CLOSE-DATE = WS-YEAR-END-DATE
061000                 ADD 1 TO WS-PRIOR-CLOSE-COUNT
061100                 MOVE YEB-CLOSED-DATE TO WS-PRIOR-CLOSE-DATE
061200             END-IF
061300     END-READ.
061400     IF WS-YB-STATUS NOT = "00" AND WS-YB-STATUS NOT = "10"
061500         MOVE "READ ERROR - CF153-YEB-FILE (CF153YB)"
061600                              TO WS-ABEND-MESSAGE
061700         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
061800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
061900     END-IF.
062000 1450-EXIT.
062100     EXIT.
062200
062800 2000-CLOSE-YEAR.
062900     OPEN OUTPUT CF153-MSTO-FILE.
063000     IF WS-MO-STATUS NOT = "00"
063100         MOVE "OPEN ERROR - CF153-MSTO-FILE (CF153MO)"
063200                              TO WS-ABEND-MESSAGE
063300         MOVE WS-MO-STATUS    TO WS-ABEND-STATUS
063400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
063500     END-IF.
063600     OPEN EXTEND CF153-YEB-FILE.
063700     IF WS-YB-STATUS = "35"
063800         OPEN OUTPUT CF153-YEB-FILE
063900     END-IF.
064000     IF WS-YB-STATUS NOT = "00"
064100         MOVE "OPEN ERROR - CF153-YEB-FILE (CF153YB)"
064200                              TO WS-ABEND-MESSAGE
064300         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
064400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
064500     END-IF.
064600     ACCEPT WS-CLOSED-DATE FROM DATE YYYYMMDD.
064700     ACCEPT WS-ACCEPT-TIME FROM TIME.
064800     MOVE WS-ACCEPT-HHMMSS    TO WS-CLOSED-TIME.
064900     MOVE 1 TO WS-UNIT-SUB.
065000     PERFORM 2100-CLOSE-UNIT THRU 2100-EXIT
065100         UNTIL WS-UNIT-SUB > WS-UNIT-COUNT.
065200     CLOSE CF153-YEB-FILE.
065300     IF WS-YB-STATUS NOT = "00"
065400         MOVE "CLOSE ERROR - CF153-YEB-FILE (CF153YB)"
065500                              TO WS-ABEND-MESSAGE
065600         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
065700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
065800     END-IF.
065900     CLOSE CF153-MSTO-FILE.
066000     IF WS-MO-STATUS NOT = "00"
066100         MOVE "CLOSE ERROR - CF153-MSTO-FILE (CF153MO)"
066200                              TO WS-ABEND-MESSAGE
066300         MOVE WS-MO-STATUS    TO WS-ABEND-STATUS
066400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
066500     END-IF.
066600 2000-EXIT.
066700     EXIT.
066800
066900 2100-CLOSE-UNIT.
067000     PERFORM 2150-FIND-RULE THRU 2150-EXIT.
067100     ADD WS-UNIT-CLOSING-BAL (WS-UNIT-SUB) TO WS-SUITE-CLOSING
067200         ON SIZE ERROR
067300             MOVE "WS-SUITE-CLOSING" TO WS-ABEND-MESSAGE
067400             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
067500     END-ADD.
067600     IF WS-WORK-CARRY
067700         MOVE WS-UNIT-CLOSING-BAL (WS-UNIT-SUB) TO WS-WORK-OPENING
067800         ADD 1 TO WS-UNITS-CARRIED
067900         ADD WS-UNIT-CLOSING-BAL (WS-UNIT-SUB) TO WS-SUITE-CARRIED
068000             ON SIZE ERROR
068100                 MOVE "WS-SUITE-CARRIED" TO WS-ABEND-MESSAGE
068200                 PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
068300         END-ADD
068400     ELSE
068500         MOVE ZERO TO WS-WORK-OPENING
068600         ADD 1 TO WS-UNITS-RESET
068700         ADD WS-UNIT-CLOSING-BAL (WS-UNIT-SUB) TO WS-SUITE-RESET
068800             ON SIZE ERROR
068900                 MOVE "WS-SUITE-RESET" TO WS-ABEND-MESSAGE
069000                 PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
069100         END-ADD
069200     END-IF.
069300     ADD WS-WORK-OPENING TO WS-SUITE-OPENING
069400         ON SIZE ERROR
069500             MOVE "WS-SUITE-OPENING" TO WS-ABEND-MESSAGE
069600             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
069700     END-ADD.
069800     MOVE SPACES              TO CF153-YEB-RECORD.
069900     MOVE WS-UNIT-CODE (WS-UNIT-SUB)        TO YEB-UNIT-CODE.
070000     MOVE WS-FISCAL-YEAR      TO YEB-FISCAL-YEAR.
070100     MOVE WS-UNIT-CLOSING-BAL (WS-UNIT-SUB)
070200                              TO YEB-CLOSING-BALANCE.
070300     MOVE WS-YEAR-END-DATE    TO YEB-CLOSE-DATE.
070400     MOVE WS-WORK-RULE        TO YEB-YEAR-END-RULE.
070500     MOVE WS-WORK-OPENING     TO YEB-OPENING-BALANCE.
070600     MOVE WS-CLOSED-DATE      TO YEB-CLOSED-DATE.
070700     MOVE WS-CLOSED-TIME      TO YEB-CLOSED-TIME.
070800     WRITE CF153-YEB-RECORD.
070900     IF WS-YB-STATUS NOT = "00"
071000         MOVE "WRITE ERROR - CF153-YEB-FILE (CF153YB)"
071100                              TO WS-ABEND-MESSAGE
071200         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
071300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
071400     END-IF.
071500     MOVE SPACES              TO MSTO-MASTER-RECORD.
071600     MOVE WS-UNIT-CODE (WS-UNIT-SUB)     TO MSTO-UNIT-CODE.
071700     MOVE WS-WORK-OPENING                TO MSTO-CUM-BALANCE.
071800     MOVE WS-UNIT-LAST-RUN (WS-UNIT-SUB) TO MSTO-LAST-RUN-DATE.
071900     WRITE MSTO-MASTER-RECORD.
072000     IF WS-MO-STATUS NOT = "00"
072100         MOVE "WRITE ERROR - CF153-MSTO-FILE (CF153MO)"
072200                              TO WS-ABEND-MESSAGE
072300         MOVE WS-MO-STATUS    TO WS-ABEND-STATUS
072400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
072500     END-IF.
072600     ADD 1 TO WS-UNITS-CLOSED.
072700     PERFORM 2300-PRINT-UNIT-LINE THRU 2300-EXIT.
072800     ADD 1 TO WS-UNIT-SUB.
072900 2100-EXIT.
073000     EXIT.
073100
073200 2150-FIND-RULE.
073300     MOVE "R"                 TO WS-WORK-RULE.
073400     MOVE SPACES              TO WS-WORK-NOTE.
073500     IF WS-RULES-PRESENT-NO
073600         MOVE "NO CF153UF -- RESET" TO WS-WORK-NOTE
073700         GO TO 2150-EXIT
073800     END-IF.
073900     MOVE ZERO TO WS-RULE-FOUND-SUB.
074000     MOVE 1 TO WS-RULE-SUB.
074100     PERFORM 2160-SCAN-RULE THRU 2160-EXIT
074200         UNTIL WS-RULE-FOUND-SUB > ZERO
074300            OR WS-RULE-SUB > WS-RULE-COUNT.
074400     IF WS-RULE-FOUND-SUB = ZERO
074500         MOVE "NOT ON CF153UF -- RESET" TO WS-WORK-NOTE
074600         GO TO 2150-EXIT
074700     END-IF.
074800     IF WS-RULE-YEAR-END (WS-RULE-FOUND-SUB) = "C"
074900         MOVE "C"             TO WS-WORK-RULE
075000         GO TO 2150-EXIT
075100     END-IF.
075200     IF WS-RULE-YEAR-END (WS-RULE-FOUND-SUB) NOT = "R"
075300         MOVE "NO RULE ON CF153UF -- RESET" TO WS-WORK-NOTE
075400     END-IF.
075500 2150-EXIT.
075600     EXIT.
075700
075800 2160-SCAN-RULE.
075900     IF WS-RULE-UNIT-CODE (WS-RULE-SUB)
076000             = WS-UNIT-CODE (WS-UNIT-SUB)
076100         MOVE WS-RULE-SUB TO WS-RULE-FOUND-SUB
076200     ELSE
076300         ADD 1 TO WS-RULE-SUB
076400     END-IF.
076500 2160-EXIT.
076600     EXIT.
076700
076800 2300-PRINT-UNIT-LINE.
076900     MOVE WS-UNIT-CODE (WS-UNIT-SUB)        TO WS-DET-UNIT.
077000     MOVE WS-UNIT-CLOSING-BAL (WS-UNIT-SUB) TO WS-DET-CLOSING.
077100     IF WS-WORK-CARRY
077200         MOVE "CARRY"         TO WS-DET-RULE
077300     ELSE
077400         MOVE "RESET"         TO WS-DET-RULE
077500     END-IF.
077600     MOVE WS-WORK-OPENING     TO WS-DET-OPENING.
077700     MOVE WS-WORK-NOTE        TO WS-DET-NOTE.
077800     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
077900     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
078000 2300-EXIT.
078100     EXIT.
078200
078300 2700-PAGE-HEADINGS.
078400     ADD 1 TO WS-PAGE-COUNT.
078500     MOVE WS-PAGE-COUNT       TO WS-HD1-PAGE.
078600     MOVE WS-HEADING-1        TO PRF-RECORD.
078700     IF WS-PAGE-COUNT = 1
078800         WRITE PRF-RECORD AFTER ADVANCING 1 LINE
078900     ELSE
079000         WRITE PRF-RECORD AFTER ADVANCING PAGE
079100     END-IF.
079200     IF WS-ZP-STATUS NOT = "00"
079300         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153ZP)"
079400                              TO WS-ABEND-MESSAGE
079500         MOVE WS-ZP-STATUS    TO WS-ABEND-STATUS
079600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
079700     END-IF.
079800     MOVE WS-HEADING-2        TO PRF-RECORD.
079900     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
080000     IF WS-ZP-STATUS NOT = "00"
080100         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153ZP)"
080200                              TO WS-ABEND-MESSAGE
080300         MOVE WS-ZP-STATUS    TO WS-ABEND-STATUS
080400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
080500     END-IF.
080600     MOVE WS-HEADING-3        TO PRF-RECORD.
080700     WRITE PRF-RECORD AFTER ADVANCING 2 LINES.
080800     IF WS-ZP-STATUS NOT = "00"
080900         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153ZP)"
081000                              TO WS-ABEND-MESSAGE
081100         MOVE WS-ZP-STATUS    TO WS-ABEND-STATUS
081200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
081300     END-IF.
081400     MOVE 4 TO WS-LINE-COUNT.
081500 2700-EXIT.
081600     EXIT.
081700
081800 2900-WRITE-REPORT-LINE.
081900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
082000         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
082100     END-IF.
082200     MOVE WS-PRINT-LINE       TO PRF-RECORD.
082300     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
082400     IF WS-ZP-STATUS NOT = "00"
082500         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153ZP)"
082600                              TO WS-ABEND-MESSAGE
082700         MOVE WS-ZP-STATUS    TO WS-ABEND-STATUS
082800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
082900     END-IF.
083000     ADD 1 TO WS-LINE-COUNT.
083100     MOVE SPACES TO WS-PRINT-LINE.
083200 2900-EXIT.
083300     EXIT.
083400
083500 3000-TERMINATE.
083600     PERFORM 3100-PRINT-SUITE-TOTALS THRU 3100-EXIT.
083700     CLOSE CF153-PRF-FILE.
083800     IF WS-ZP-STATUS NOT = "00"
083900         MOVE "CLOSE ERROR - CF153-PRF-FILE (CF153ZP)"
084000                              TO WS-ABEND-MESSAGE
084100         MOVE WS-ZP-STATUS    TO WS-ABEND-STATUS
084200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
084300     END-IF.
084400     DISPLAY "CODEFORCES153Z -- YEAR-END CLOSE".
084500     DISPLAY "YEAR-END DATE. . . . . . . . . " WS-YEAR-END-DATE.
084600     DISPLAY "FISCAL YEAR CLOSED . . . . . . " WS-FISCAL-YEAR.
084700     DISPLAY "UNIT RULES READ (CF153UF). . . " WS-RULES-READ.
084800     DISPLAY "MASTER RECORDS READ. . . . . . " WS-MASTER-READ.
084900     DISPLAY "UNITS CLOSED TO CF153YB. . . . " WS-UNITS-CLOSED.
085000     DISPLAY "UNITS RESET. . . . . . . . . . " WS-UNITS-RESET.
085100     DISPLAY "UNITS CARRIED. . . . . . . . . " WS-UNITS-CARRIED.
085200     DISPLAY "SUITE CLOSING BALANCE. . . . . " WS-SUITE-CLOSING.
085300     DISPLAY "SUITE BALANCE RESET. . . . . . " WS-SUITE-RESET.
085400     DISPLAY "SUITE BALANCE CARRIED. . . . . " WS-SUITE-CARRIED.
085500     DISPLAY "SUITE OPENING BALANCE. . . . . " WS-SUITE-OPENING.
085600     DISPLAY "END OF YEAR-END CLOSE".
085700 3000-EXIT.
085800     EXIT.
085900
086000 3100-PRINT-SUITE-TOTALS.
086100     IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
086200         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
086300     END-IF.
086400     MOVE SPACES              TO WS-PRINT-LINE.
086500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
086600     MOVE "  SUITE TOTALS"    TO WS-PRINT-LINE.
086700     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
086800     MOVE "CLOSING BALANCE (CF153YB)" TO WS-AMT-LABEL.
086900     MOVE WS-SUITE-CLOSING    TO WS-AMT-AMOUNT.
087000     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
087100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
087200     MOVE "RESET TO ZERO"     TO WS-AMT-LABEL.
087300     MOVE WS-SUITE-RESET      TO WS-AMT-AMOUNT.
087400     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
087500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
087600     MOVE "CARRIED INTO NEW YEAR" TO WS-AMT-LABEL.
087700     MOVE WS-SUITE-CARRIED    TO WS-AMT-AMOUNT.
087800     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
087900     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
088000     MOVE "OPENING BALANCE (CF153MO)" TO WS-AMT-LABEL.
088100     MOVE WS-SUITE-OPENING    TO WS-AMT-AMOUNT.
088200     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
088300     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
088400     MOVE "UNITS RESET"       TO WS-CNT-LABEL.
088500     MOVE WS-UNITS-RESET      TO WS-CNT-COUNT.
088600     MOVE WS-COUNT-LINE       TO WS-PRINT-LINE.
088700     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
088800     MOVE "UNITS CARRIED"     TO WS-CNT-LABEL.
088900     MOVE WS-UNITS-CARRIED    TO WS-CNT-COUNT.
089000     MOVE WS-COUNT-LINE       TO WS-PRINT-LINE.
089100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
089200     IF WS-RULES-PRESENT-NO
089300         MOVE "NO CF153UF UNIT REFERENCE FILE -- EVERY UNIT RESET"
089400                              TO WS-FLG-TEXT
089500         MOVE WS-FLAG-LINE    TO WS-PRINT-LINE
089600         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
089700     END-IF.
089800 3100-EXIT.
089900     EXIT.
090000
090100 8100-STAMP-RUN-START.
090200     OPEN EXTEND CF153-RUNS-FILE.
090300     IF WS-SF-STATUS = "35"
090400         OPEN OUTPUT CF153-RUNS-FILE
090500     END-IF.
090600     IF WS-SF-STATUS NOT = "00"
090700         DISPLAY "CODEFORCES153Z -- RUN-STATE FILE (CF153SF)"
090800             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
090900         GO TO 8100-EXIT
091000     END-IF.
091100     SET WS-RUNSTATE-OPEN-YES TO TRUE.
091200     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
091300     MOVE "CF153Z  "        TO RUNS-PROGRAM-ID.
091400     MOVE WS-YEAR-END-DATE  TO RUNS-RUN-DATE.
091500     MOVE "S"               TO RUNS-EVENT-CODE.
091600     MOVE ZERO TO RUNS-RANGE-LO.
091700     MOVE ZERO TO RUNS-RANGE-HI.
091800     MOVE ZERO              TO RUNS-RECORD-COUNT.
091900     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
092000 8100-EXIT.
092100     EXIT.
092200
092300 8150-WRITE-RUN-STATE.
092400     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
092500     ACCEPT WS-ACCEPT-TIME FROM TIME.
092600     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
092700     WRITE RUNS-RUNSTATE-RECORD.
092800     IF WS-SF-STATUS NOT = "00"
092900         DISPLAY "CODEFORCES153Z -- RUN-STATE STAMP FAILED"
093000             " -- STATUS " WS-SF-STATUS
093100     END-IF.
093200 8150-EXIT.
093300     EXIT.
093400
093500 8200-STAMP-RUN-END.
093600     IF WS-RUNSTATE-OPEN-NO
093700         GO TO 8200-EXIT
093800     END-IF.
093900     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
094000     MOVE "CF153Z  "        TO RUNS-PROGRAM-ID.
094100     MOVE WS-YEAR-END-DATE  TO RUNS-RUN-DATE.
094200     MOVE "C"               TO RUNS-EVENT-CODE.
094300     MOVE ZERO TO RUNS-RANGE-LO.
094400     MOVE ZERO TO RUNS-RANGE-HI.
094500     MOVE WS-UNITS-CLOSED   TO RUNS-RECORD-COUNT.
094600     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
094700     CLOSE CF153-RUNS-FILE.
094800     SET WS-RUNSTATE-OPEN-NO TO TRUE.
094900 8200-EXIT.
095000     EXIT.
095100
095200 8300-STAMP-RUN-ABEND.
095300     IF WS-RUNSTATE-OPEN-NO
095400         OPEN EXTEND CF153-RUNS-FILE
095500         IF WS-SF-STATUS = "35"
095600             OPEN OUTPUT CF153-RUNS-FILE
095700         END-IF
095800         IF WS-SF-STATUS NOT = "00"
095900             GO TO 8300-EXIT
096000         END-IF
096100         SET WS-RUNSTATE-OPEN-YES TO TRUE
096200     END-IF.
096300     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
096400     MOVE "CF153Z  "        TO RUNS-PROGRAM-ID.
096500     MOVE WS-YEAR-END-DATE  TO RUNS-RUN-DATE.
096600     MOVE "A"               TO RUNS-EVENT-CODE.
096700     MOVE ZERO TO RUNS-RANGE-LO.
096800     MOVE ZERO TO RUNS-RANGE-HI.
096900     MOVE WS-UNITS-CLOSED   TO RUNS-RECORD-COUNT.
097000     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
097100     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
097200     CLOSE CF153-RUNS-FILE.
097300     SET WS-RUNSTATE-OPEN-NO TO TRUE.
097400 8300-EXIT.
097500     EXIT.
097600
097700 8400-CHECK-PREREQUISITES.
097800     MOVE "CF153Z  "        TO WS-GATE-PROGRAM-ID.
097900     MOVE WS-YEAR-END-DATE TO WS-GATE-RUN-DATE.
098000     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
098100     OPEN INPUT CF153-PREQ-FILE.
098200     IF WS-PF-STATUS = "35"
098300         GO TO 8400-EXIT
098400     END-IF.
098500     IF WS-PF-STATUS NOT = "00"
098600         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
098700                              TO WS-ABEND-MESSAGE
098800         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
098900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
099000     END-IF.
099100     SET WS-PREQ-EOF-NO TO TRUE.
099200     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
099300         UNTIL WS-PREQ-EOF-YES.
099400     CLOSE CF153-PREQ-FILE.
099500     IF WS-PREQ-COUNT = ZERO
099600         GO TO 8400-EXIT
099700     END-IF.
099800     OPEN INPUT CF153-RUNI-FILE.
099900     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
100000         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
100100                              TO WS-ABEND-MESSAGE
100200         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
100300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
100400     END-IF.
100500     IF WS-SI-STATUS = "00"
100600         SET WS-RUNI-EOF-NO TO TRUE
100700         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
100800             UNTIL WS-RUNI-EOF-YES
100900         CLOSE CF153-RUNI-FILE
101000     END-IF.
101100     MOVE ZERO TO WS-GATE-MISSING.
101200     MOVE 1 TO WS-PREQ-SUB.
101300     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
101400         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
101500     IF WS-GATE-MISSING = ZERO
101600         GO TO 8400-EXIT
101700     END-IF.
101800     IF WS-GATE-OVERRIDE-YES
101900         DISPLAY "CODEFORCES153Z -- PREREQUISITES OVERRIDDEN BY "
102000             WS-GATE-OPERATOR
102100         DISPLAY "    REASON: " WS-GATE-REASON
102200         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
102300         GO TO 8400-EXIT
102400     END-IF.
102500     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
102600     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
102700 8400-EXIT.
102800     EXIT.
102900
103000 8410-READ-PREREQUISITE.
103100     READ CF153-PREQ-FILE
103200         AT END
103300             SET WS-PREQ-EOF-YES TO TRUE
103400         NOT AT END
103500             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
103600                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
103700             END-IF
103800     END-READ.
103900     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
104000         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
104100                              TO WS-ABEND-MESSAGE
104200         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
104300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
104400     END-IF.
104500 8410-EXIT.
104600     EXIT.
104700
104800 8415-TAKE-PREREQUISITE.
104900     IF PRQ-OVERRIDE
105000         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
105100            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
105200                AND WS-GATE-RUN-DATE NOT = ZERO)
105300             SET WS-GATE-OVERRIDE-YES TO TRUE
105400             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
105500             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
105600         END-IF
105700         GO TO 8415-EXIT
105800     END-IF.
105900     IF NOT PRQ-PREREQUISITE
106000         GO TO 8415-EXIT
106100     END-IF.
106200     IF WS-PREQ-COUNT >= WS-PREQ-MAX
106300         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
106400                              TO WS-ABEND-MESSAGE
106500         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
106600     END-IF.
106700     ADD 1 TO WS-PREQ-COUNT.
106800     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
106900     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
107000     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
107100 8415-EXIT.
107200     EXIT.
107300
107400 8420-READ-RUN-EVENT.
107500     READ CF153-RUNI-FILE
107600         AT END
107700             SET WS-RUNI-EOF-YES TO TRUE
107800         NOT AT END
107900             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
108000     END-READ.
108100     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
108200         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
108300                              TO WS-ABEND-MESSAGE
108400         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
108500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
108600     END-IF.
108700 8420-EXIT.
108800     EXIT.
108900
109000 8430-POST-RUN-EVENT.
109100     IF RUNI-OVERRIDDEN
109200         GO TO 8430-EXIT
109300     END-IF.
109400     MOVE 1 TO WS-PREQ-SUB.
109500     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
109600         IF RUNI-COMPLETED
109700             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
109800                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
109900         END-IF
110000         GO TO 8430-EXIT
110100     END-IF.
110200     IF WS-GATE-RUN-DATE NOT = ZERO
110300        AND RUNI-RUN-DATE NOT = ZERO
110400        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
110500         GO TO 8430-EXIT
110600     END-IF.
110700     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
110800         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
110900 8430-EXIT.
111000     EXIT.
111100
111200 8435-RESET-UNDATED.
111300     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
111400         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
111500     END-IF.
111600     ADD 1 TO WS-PREQ-SUB.
111700 8435-EXIT.
111800     EXIT.
111900
112000 8437-POST-PREDECESSOR.
112100     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
112200         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
112300         IF WS-GATE-RUN-DATE NOT = ZERO
112400            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
112500             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
112600         ELSE
112700             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
112800         END-IF
112900     END-IF.
113000     ADD 1 TO WS-PREQ-SUB.
113100 8437-EXIT.
113200     EXIT.
113300
113400 8440-CHECK-PREDECESSOR.
113500     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
113600         GO TO 8440-NEXT
113700     END-IF.
113800     ADD 1 TO WS-GATE-MISSING.
113900     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
114000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
114100         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
114200     END-IF.
114300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
114400         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
114500     END-IF.
114600     DISPLAY "CODEFORCES153Z -- PREREQUISITE STEP "
114700         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
114800     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
114900 8440-NEXT.
115000     ADD 1 TO WS-PREQ-SUB.
115100 8440-EXIT.
115200     EXIT.
115300
115400 8460-LOG-OVERRIDE.
115500     OPEN EXTEND CF153-RUNS-FILE.
115600     IF WS-SF-STATUS = "35"
115700         OPEN OUTPUT CF153-RUNS-FILE
115800     END-IF.
115900     IF WS-SF-STATUS NOT = "00"
116000         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
116100                              TO WS-ABEND-MESSAGE
116200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
116300     END-IF.
116400     MOVE 1 TO WS-PREQ-SUB.
116500     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
116600         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
116700     CLOSE CF153-RUNS-FILE.
116800 8460-EXIT.
116900     EXIT.
117000
117100 8470-WRITE-OVERRIDE.
117200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
117300         GO TO 8470-NEXT
117400     END-IF.
117500     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
117600     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
117700     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
117800     MOVE "O"               TO RUNS-EVENT-CODE.
117900     MOVE ZERO TO RUNS-RANGE-LO.
118000     MOVE ZERO TO RUNS-RANGE-HI.
118100     MOVE ZERO              TO RUNS-RECORD-COUNT.
118200     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
118300     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
118400     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
118500     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
118600 8470-NEXT.
118700     ADD 1 TO WS-PREQ-SUB.
118800 8470-EXIT.
118900     EXIT.
119000
119100 9900-ABEND-FILE-ERROR.
119200     DISPLAY "CODEFORCES153Z -- FATAL FILE ERROR".
119300     DISPLAY WS-ABEND-MESSAGE.
119400     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
119500     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
119600     MOVE 16 TO RETURN-CODE.
119700     STOP RUN.
119800 9900-EXIT.
119900     EXIT.
120000
120100 9950-ABEND-TOTAL-OVERFLOW.
120200     DISPLAY "CODEFORCES153Z -- FATAL ARITHMETIC OVERFLOW".
120300     DISPLAY WS-ABEND-MESSAGE, " EXCEEDED ITS PICTURE CAPACITY".
120400     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
120500     MOVE 16 TO RETURN-CODE.
120600     STOP RUN.
120700 9950-EXIT.
120800     EXIT.
120900
121000 9960-ABEND-CONTROL-ERROR.
121100     DISPLAY "CODEFORCES153Z -- FATAL CONTROL ERROR".
121200     DISPLAY WS-ABEND-MESSAGE.
121300     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
121400     MOVE 16 TO RETURN-CODE.
121500     STOP RUN.
121600 9960-EXIT.
121700     EXIT.
