000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153RT.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  EXTRACT SUBSCRIPTION ROUTING.
001300*                     SPLITS THE NIGHT'S CF153XF EXTRACT INTO ONE
001400*                     ENVELOPED FILE PER DOWNSTREAM SYSTEM
001500*                     (CF153X1 THRU CF153X3) FROM THE CF153SB
001600*                     SUBSCRIPTION FILE, EACH WITH ITS OWN
001700*                     CF153EXH HEADER AND A TRAILER FOOTED OVER
001800*                     ITS UNITS, AND PRINTS THE SUBSCRIPTION
001900*                     REPORT ON CF153SP.  THE ROUTED FILES ARE NOT
002000*                     OPENED UNTIL THE CF153PF PREREQUISITE GATE
002100*                     HAS PASSED, SO A REFUSED RUN LEAVES THE LAST
002200*                     NIGHT'S ROUTED FILES AS THEY WERE.
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  GENERIC.
002800 OBJECT-COMPUTER.  GENERIC.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CF153-SUBS-FILE ASSIGN TO CF153SB
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-SB-STATUS.
003500
003600     SELECT CF153-EXT-FILE  ASSIGN TO CF153XF
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-XF-STATUS.
003900
004000     SELECT CF153-XO1-FILE  ASSIGN TO CF153X1
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-X1-STATUS.
004300
004400     SELECT CF153-XO2-FILE  ASSIGN TO CF153X2
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-X2-STATUS.
004700
004800     SELECT CF153-XO3-FILE  ASSIGN TO CF153X3
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-X3-STATUS.
005100
005200     SELECT CF153-PRF-FILE  ASSIGN TO CF153SP
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-SP-STATUS.
005500
005600     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-SF-STATUS.
005900
006000     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-PF-STATUS.
006300
006400     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-SI-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CF153-SUBS-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS.
007300     COPY CF153SUB.
007400
007500 FD  CF153-EXT-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 80 CHARACTERS.
007800     COPY CF153EXT REPLACING ==:TAG:== BY ==EXT==.
007900     COPY CF153EXH.
008000
008100 FD  CF153-XO1-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  XO1-RECORD                PIC X(80).
008500
008600 FD  CF153-XO2-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  XO2-RECORD                PIC X(80).
009000
009100 FD  CF153-XO3-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  XO3-RECORD                PIC X(80).
009500
009600 FD  CF153-PRF-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 132 CHARACTERS.
009900 01  PRF-RECORD                PIC X(132).
010000
010100 FD  CF153-RUNS-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 80 CHARACTERS.
010400     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
010500
010600 FD  CF153-PREQ-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
011000
011100 FD  CF153-RUNI-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 80 CHARACTERS.
011400     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
011500
011600 WORKING-STORAGE SECTION.
011700 77  WS-SUBS-EOF-SWITCH        PIC X(01) VALUE "N".
011800     88  WS-SUBS-EOF-YES                VALUE "Y".
011900     88  WS-SUBS-EOF-NO                 VALUE "N".
012000
012100 77  WS-XF-EOF-SWITCH          PIC X(01) VALUE "N".
012200     88  WS-XF-EOF-YES                  VALUE "Y".
012300     88  WS-XF-EOF-NO                   VALUE "N".
012400
012500 77  WS-TRL-FOUND-SW           PIC X(01) VALUE "N".
012600     88  WS-TRL-FOUND-YES               VALUE "Y".
012700     88  WS-TRL-FOUND-NO                VALUE "N".
012800
012900 77  WS-SUBSCRIBED-SW          PIC X(01) VALUE "N".
013000     88  WS-SUBSCRIBED-YES              VALUE "Y".
013100     88  WS-SUBSCRIBED-NO               VALUE "N".
013200
013300 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
013400 77  WS-PREPARED-DATE          PIC 9(08) VALUE ZERO.
013500 77  WS-PREPARED-TIME          PIC 9(06) VALUE ZERO.
013600
013700 01  WS-ROUTE-RECORD           PIC X(80) VALUE SPACE.
013800 01  WS-ROUTE-HEADER           PIC X(80) VALUE SPACE.
013900
014000 77  WS-SYSTEM-NBR             PIC 9(01) VALUE ZERO.
014100 77  WS-SYSTEM-SUB             PIC 9(01) VALUE ZERO.
014200 77  WS-ROUTED-TO              PIC 9(01) VALUE ZERO.
014300 77  WS-CHECK-UNIT             PIC X(05) VALUE SPACE.
014400
014500 01  WS-FILE-NAME.
014600     05  FILLER                PIC X(01) VALUE "X".
014700     05  WS-FILE-NBR           PIC 9(01) VALUE ZERO.
014800     05  FILLER                PIC X(01) VALUE SPACE.
014900
015000 01  WS-SYSTEM-TABLE.
015100     05  WS-SYSTEM-ENTRY OCCURS 3 TIMES.
015200         10  WS-SYS-ID             PIC X(08).
015300         10  WS-SYS-ALL-SW         PIC X(01).
015400             88  WS-SYS-ALL-UNITS           VALUE "Y".
015500         10  WS-SYS-COUNT          PIC 9(07).
015600         10  WS-SYS-HASH-S         PIC S9(13).
015700         10  WS-SYS-XFR-COUNT      PIC 9(07).
015800         10  WS-SYS-XFR-NET-S      PIC S9(13).
015900         10  WS-SYS-UNITS          PIC 9(03).
016000
016100 77  WS-SUB-MAX                PIC 9(03) VALUE 100.
016200 77  WS-SUB-COUNT              PIC 9(03) COMP VALUE ZERO.
016300 77  WS-SUB-SUB                PIC 9(03) COMP VALUE ZERO.
016400
016500 01  WS-SUB-TABLE.
016600     05  WS-SUB-ENTRY OCCURS 100 TIMES.
016700         10  WS-SUB-SYSTEM-NBR     PIC 9(01).
016800         10  WS-SUB-UNIT-CODE      PIC X(05).
016900         10  WS-SUB-ACTIVE-SW      PIC X(01).
017000             88  WS-SUB-ACTIVE-YES          VALUE "Y".
017100             88  WS-SUB-ACTIVE-NO           VALUE "N".
017200
017300 77  WS-ACT-MAX                PIC 9(03) VALUE 50.
017400 77  WS-ACT-COUNT              PIC 9(03) COMP VALUE ZERO.
017500 77  WS-ACT-SUB                PIC 9(03) COMP VALUE ZERO.
017600 77  WS-ACT-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
017700
017800 01  WS-ACT-TABLE.
017900     05  WS-ACT-ENTRY OCCURS 50 TIMES.
018000         10  WS-ACT-UNIT-CODE      PIC X(05).
018100         10  WS-ACT-COUNT-RECS     PIC 9(07).
018200         10  WS-ACT-HASH-S         PIC S9(13).
018300         10  WS-ACT-ROUTED         PIC 9(01).
018400
018500 77  WS-SUBS-READ              PIC 9(05) VALUE ZERO.
018600 77  WS-XF-READ                PIC 9(07) VALUE ZERO.
018700 77  WS-XF-COUNT               PIC 9(07) VALUE ZERO.
018800 77  WS-XF-HASH-S              PIC S9(13) VALUE ZERO.
018900 77  WS-TRL-RECORD-COUNT       PIC 9(07) VALUE ZERO.
019000 77  WS-TRL-HASH-TOTAL-S       PIC S9(13) VALUE ZERO.
019100 77  WS-UNROUTED-UNITS         PIC 9(03) VALUE ZERO.
019200 77  WS-UNROUTED-COUNT         PIC 9(07) VALUE ZERO.
019300
019400 01  WS-ACCEPT-TIME.
019500     05  WS-ACCEPT-HHMMSS      PIC 9(06).
019600     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
019700
019800 77  WS-LINE-COUNT             PIC 9(03) VALUE 99.
019900 77  WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
020000 77  WS-PAGE-COUNT             PIC 9(04) VALUE ZERO.
020100
020200 01  WS-PRINT-LINE             PIC X(132) VALUE SPACE.
020300
020400 01  WS-HEADING-1.
020500     05  FILLER                PIC X(16)
020600         VALUE "CODEFORCES153RT ".
020700     05  FILLER                PIC X(29) VALUE SPACE.
020800     05  FILLER                PIC X(35)
020900         VALUE "EXTRACT SUBSCRIPTION ROUTING REPORT".
021000     05  FILLER                PIC X(37) VALUE SPACE.
021100     05  FILLER                PIC X(05) VALUE "PAGE ".
021200     05  WS-HD1-PAGE           PIC ZZZ9.
021300     05  FILLER                PIC X(06) VALUE SPACE.
021400
021500 01  WS-HEADING-2.
021600     05  FILLER                PIC X(45) VALUE SPACE.
021700     05  FILLER                PIC X(09) VALUE "RUN DATE ".
021800     05  WS-HD2-RUN-DATE       PIC 9(08).
021900     05  FILLER                PIC X(70) VALUE SPACE.
022000
022100 01  WS-HEADING-3.
022200     05  FILLER                PIC X(05) VALUE SPACE.
022300     05  FILLER                PIC X(10) VALUE "SYSTEM".
022400     05  FILLER                PIC X(05) VALUE "FILE".
022500     05  FILLER                PIC X(07) VALUE "UNIT".
022600     05  FILLER                PIC X(09) VALUE "  RECORDS".
022700     05  FILLER                PIC X(02) VALUE SPACE.
022800     05  FILLER                PIC X(18)
022900         VALUE "   HASH TOTAL OF S".
023000     05  FILLER                PIC X(02) VALUE SPACE.
023100     05  FILLER                PIC X(30) VALUE "NOTE".
023200     05  FILLER                PIC X(44) VALUE SPACE.
023300
023400 01  WS-DETAIL-LINE.
023500     05  FILLER                PIC X(05) VALUE SPACE.
023600     05  WS-DET-SYSTEM         PIC X(08).
023700     05  FILLER                PIC X(02) VALUE SPACE.
023800     05  WS-DET-FILE           PIC X(03).
023900     05  FILLER                PIC X(02) VALUE SPACE.
024000     05  WS-DET-UNIT           PIC X(05).
024100     05  FILLER                PIC X(02) VALUE SPACE.
024200     05  WS-DET-RECORDS        PIC Z,ZZZ,ZZ9.
024300     05  FILLER                PIC X(02) VALUE SPACE.
024400     05  WS-DET-HASH           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
024500     05  FILLER                PIC X(02) VALUE SPACE.
024600     05  WS-DET-NOTE           PIC X(30).
024700     05  FILLER                PIC X(44) VALUE SPACE.
024800
024900 01  WS-TOTAL-LINE.
025000     05  FILLER                PIC X(12) VALUE SPACE.
025100     05  WS-TOT-LABEL          PIC X(15).
025200     05  WS-TOT-RECORDS        PIC Z,ZZZ,ZZ9.
025300     05  FILLER                PIC X(02) VALUE SPACE.
025400     05  WS-TOT-HASH           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
025500     05  FILLER                PIC X(02) VALUE SPACE.
025600     05  WS-TOT-NOTE           PIC X(30).
025700     05  FILLER                PIC X(44) VALUE SPACE.
025800
025900 01  WS-FLAG-LINE.
026000     05  FILLER                PIC X(12) VALUE SPACE.
026100     05  WS-FLG-TEXT           PIC X(60).
026200     05  FILLER                PIC X(60) VALUE SPACE.
026300
026400 77  WS-SB-STATUS              PIC X(02) VALUE "00".
026500 77  WS-XF-STATUS              PIC X(02) VALUE "00".
026600 77  WS-X1-STATUS              PIC X(02) VALUE "00".
026700 77  WS-X2-STATUS              PIC X(02) VALUE "00".
026800 77  WS-X3-STATUS              PIC X(02) VALUE "00".
026900 77  WS-SP-STATUS              PIC X(02) VALUE "00".
027000
027100 77  WS-SF-STATUS              PIC X(02) VALUE "00".
027200
027300 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
027400     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
027500     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
027600
027700 77  WS-PF-STATUS              PIC X(02) VALUE "00".
027800 77  WS-SI-STATUS              PIC X(02) VALUE "00".
027900
028000 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
028100     88  WS-PREQ-EOF-YES                VALUE "Y".
028200     88  WS-PREQ-EOF-NO                 VALUE "N".
028300
028400 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
028500     88  WS-RUNI-EOF-YES                VALUE "Y".
028600     88  WS-RUNI-EOF-NO                 VALUE "N".
028700
028800 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
028900     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
029000     88  WS-GATE-OVERRIDE-NO            VALUE "N".
029100
029200 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
029300 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
029400 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
029500 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
029600 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
029700 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
029800 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
029900
030000 01  WS-GATE-LOG-TEXT.
030100     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
030200     05  WS-GATE-LOG-PREDECESSOR
030300                               PIC X(08).
030400     05  FILLER                PIC X(04) VALUE " BY ".
030500     05  WS-GATE-LOG-OPERATOR  PIC X(08).
030600     05  FILLER                PIC X(01) VALUE SPACE.
030700
030800 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
030900 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
031000 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
031100
031200 01  WS-PREQ-TABLE.
031300     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
031400         10  WS-PREQ-ID            PIC X(08).
031500         10  WS-PREQ-EVENT         PIC X(01).
031600         10  WS-PREQ-DATED-SW      PIC X(01).
031700             88  WS-PREQ-DATED-YES          VALUE "Y".
031800             88  WS-PREQ-DATED-NO           VALUE "N".
031900
032000 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
032100 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
032200
032300 PROCEDURE DIVISION.
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032600     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
032700     PERFORM 1350-OPEN-ROUTED-FILES THRU 1350-EXIT.
032800     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
032900     PERFORM 2000-ROUTE-RECORD THRU 2000-EXIT
033000         UNTIL WS-XF-EOF-YES.
033100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
033200     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
033300     STOP RUN.
033400
033500 1000-INITIALIZE.
033600     MOVE 1 TO WS-SYSTEM-NBR.
033700     PERFORM 1050-CLEAR-SYSTEM THRU 1050-EXIT
033800         UNTIL WS-SYSTEM-NBR > 3.
033900     PERFORM 1100-LOAD-SUBSCRIPTIONS THRU 1100-EXIT.
034000     PERFORM 1200-OPEN-EXTRACT THRU 1200-EXIT.
034100     OPEN OUTPUT CF153-PRF-FILE.
034200     IF WS-SP-STATUS NOT = "00"
034300         MOVE "OPEN ERROR - CF153-PRF-FILE (CF153SP)"
034400                              TO WS-ABEND-MESSAGE
034500         MOVE WS-SP-STATUS    TO WS-ABEND-STATUS
034600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
034700     END-IF.
034800     MOVE WS-RUN-DATE         TO WS-HD2-RUN-DATE.
034900     PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT.
035000 1000-EXIT.
035100     EXIT.
035200
035300 1050-CLEAR-SYSTEM.
035400     MOVE SPACES TO WS-SYS-ID (WS-SYSTEM-NBR).
035500     MOVE "N"    TO WS-SYS-ALL-SW (WS-SYSTEM-NBR).
035600     MOVE ZERO   TO WS-SYS-COUNT (WS-SYSTEM-NBR).
035700     MOVE ZERO   TO WS-SYS-HASH-S (WS-SYSTEM-NBR).
035800     MOVE ZERO   TO WS-SYS-XFR-COUNT (WS-SYSTEM-NBR).
035900     MOVE ZERO   TO WS-SYS-XFR-NET-S (WS-SYSTEM-NBR).
036000     MOVE ZERO   TO WS-SYS-UNITS (WS-SYSTEM-NBR).
036100     ADD 1 TO WS-SYSTEM-NBR.
036200 1050-EXIT.
036300     EXIT.
036400
036500 1100-LOAD-SUBSCRIPTIONS.
036600     OPEN INPUT CF153-SUBS-FILE.
036700     IF WS-SB-STATUS = "35"
036800         MOVE "SUBSCRIPTION FILE (CF153SB) NOT FOUND"
036900                              TO WS-ABEND-MESSAGE
037000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
037100     END-IF.
037200     IF WS-SB-STATUS NOT = "00"
037300         MOVE "OPEN ERROR - CF153-SUBS-FILE (CF153SB)"
037400                              TO WS-ABEND-MESSAGE
037500         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
037600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
037700     END-IF.
037800     SET WS-SUBS-EOF-NO TO TRUE.
037900     PERFORM 1150-READ-SUBSCRIPTION THRU 1150-EXIT
038000         UNTIL WS-SUBS-EOF-YES.
038100     CLOSE CF153-SUBS-FILE.
038200     IF WS-SB-STATUS NOT = "00"
038300         MOVE "CLOSE ERROR - CF153-SUBS-FILE (CF153SB)"
038400                              TO WS-ABEND-MESSAGE
038500         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
038600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
038700     END-IF.
038800     IF WS-SUBS-READ = ZERO
038900         MOVE "NO SUBSCRIPTIONS ON CF153SB"
039000                              TO WS-ABEND-MESSAGE
039100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
039200     END-IF.
039300 1100-EXIT.
039400     EXIT.
039500
039600 1150-READ-SUBSCRIPTION.
039700     READ CF153-SUBS-FILE
039800         AT END
039900             SET WS-SUBS-EOF-YES TO TRUE
040000         NOT AT END
040100             ADD 1 TO WS-SUBS-READ
040200             PERFORM 1160-TAKE-SUBSCRIPTION THRU 1160-EXIT
040300     END-READ.
040400     IF WS-SB-STATUS NOT = "00" AND WS-SB-STATUS NOT = "10"
040500         MOVE "READ ERROR - CF153-SUBS-FILE (CF153SB)"
040600                              TO WS-ABEND-MESSAGE
040700         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
040800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
040900     END-IF.
041000 1150-EXIT.
041100     EXIT.
041200
041300 1160-TAKE-SUBSCRIPTION.
041400     IF SUB-SYSTEM-ID = SPACES
041500        OR SUB-UNIT-CODE = SPACES
041600        OR SUB-SYSTEM-NBR NOT NUMERIC
041700         DISPLAY "CODEFORCES153RT -- BAD CF153SB RECORD "
041800             WS-SUBS-READ ": " CF153-SUB-RECORD (1:14)
041900         MOVE "INVALID RECORD ON CF153SB"
042000                              TO WS-ABEND-MESSAGE
042100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
042200     END-IF.
042300     IF NOT SUB-SYSTEM-NBR-VALID
042400         DISPLAY "CODEFORCES153RT -- BAD CF153SB RECORD "
042500             WS-SUBS-READ ": " CF153-SUB-RECORD (1:14)
042600         MOVE "CF153SB SYSTEM NUMBER NOT 1, 2 OR 3"
042700                              TO WS-ABEND-MESSAGE
042800         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
042900     END-IF.
043000     MOVE SUB-SYSTEM-NBR TO WS-SYSTEM-NBR.
043100     IF WS-SYS-ID (WS-SYSTEM-NBR) = SPACES
043200         MOVE SUB-SYSTEM-ID TO WS-SYS-ID (WS-SYSTEM-NBR)
043300     END-IF.
043400     IF WS-SYS-ID (WS-SYSTEM-NBR) NOT = SUB-SYSTEM-ID
043500         DISPLAY "CODEFORCES153RT -- SYSTEM NUMBER " WS-SYSTEM-NBR
043600             " IS " WS-SYS-ID (WS-SYSTEM-NBR)
043700             " AND " SUB-SYSTEM-ID
043800         MOVE "TWO SYSTEM IDS SHARE ONE CF153SB NUMBER"
043900                              TO WS-ABEND-MESSAGE
044000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
044100     END-IF.
044200     MOVE 1 TO WS-SYSTEM-SUB.
044300     PERFORM 1170-CHECK-SYSTEM-ID THRU 1170-EXIT
044400         UNTIL WS-SYSTEM-SUB > 3.
044500     IF SUB-ALL-UNITS
044600         SET WS-SYS-ALL-UNITS (WS-SYSTEM-NBR) TO TRUE
044700         GO TO 1160-EXIT
044800     END-IF.
044900     SET WS-SUBSCRIBED-NO TO TRUE.
045000     MOVE 1 TO WS-SUB-SUB.
045100     PERFORM 1180-SCAN-DUPLICATE THRU 1180-EXIT
045200         UNTIL WS-SUBSCRIBED-YES
045300            OR WS-SUB-SUB > WS-SUB-COUNT.
045400     IF WS-SUBSCRIBED-YES
045500         GO TO 1160-EXIT
045600     END-IF.
045700     IF WS-SUB-COUNT >= WS-SUB-MAX
045800         MOVE "SUBSCRIPTION TABLE CAPACITY EXCEEDED"
045900                              TO WS-ABEND-MESSAGE
046000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
046100     END-IF.
046200     ADD 1 TO WS-SUB-COUNT.
046300     MOVE WS-SYSTEM-NBR  TO WS-SUB-SYSTEM-NBR (WS-SUB-COUNT).
046400     MOVE SUB-UNIT-CODE  TO WS-SUB-UNIT-CODE (WS-SUB-COUNT).
046500     SET WS-SUB-ACTIVE-NO (WS-SUB-COUNT) TO TRUE.
046600 1160-EXIT.
046700     EXIT.
046800
046900 1170-CHECK-SYSTEM-ID.
047000     IF WS-SYSTEM-SUB NOT = WS-SYSTEM-NBR
047100        AND WS-SYS-ID (WS-SYSTEM-SUB) = SUB-SYSTEM-ID
047200         DISPLAY "CODEFORCES153RT -- SYSTEM " SUB-SYSTEM-ID
047300             " IS ON NUMBERS " WS-SYSTEM-SUB " AND " WS-SYSTEM-NBR
047400         MOVE "ONE SYSTEM ID ON TWO CF153SB NUMBERS"
047500                              TO WS-ABEND-MESSAGE
047600         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
047700     END-IF.
047800     ADD 1 TO WS-SYSTEM-SUB.
047900 1170-EXIT.
048000     EXIT.
048100
048200 1180-SCAN-DUPLICATE.
048300     IF WS-SUB-SYSTEM-NBR (WS-SUB-SUB) = WS-SYSTEM-NBR
048400        AND WS-SUB-UNIT-CODE (WS-SUB-SUB) = SUB-UNIT-CODE
048500         SET WS-SUBSCRIBED-YES TO TRUE
048600     ELSE
048700         ADD 1 TO WS-SUB-SUB
048800     END-IF.
048900 1180-EXIT.
049000     EXIT.
049100
049200 1200-OPEN-EXTRACT.
049300     OPEN INPUT CF153-EXT-FILE.
049400     IF WS-XF-STATUS = "35"
049500         MOVE "EXTRACT FILE (CF153XF) NOT FOUND"
049600                              TO WS-ABEND-MESSAGE
049700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
049800     END-IF.
049900     IF WS-XF-STATUS NOT = "00"
050000         MOVE "OPEN ERROR - CF153-EXT-FILE (CF153XF)"
050100                              TO WS-ABEND-MESSAGE
050200         MOVE WS-XF-STATUS    TO WS-ABEND-STATUS
050300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
050400     END-IF.
050500     SET WS-XF-EOF-NO TO TRUE.
050600     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
050700     IF WS-XF-EOF-YES
050800         MOVE "CF153XF IS EMPTY"  TO WS-ABEND-MESSAGE
050900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
051000     END-IF.
051100     IF NOT EXH-HEADER
051200         MOVE "CF153XF DOES NOT BEGIN WITH A HEADER"
051300                              TO WS-ABEND-MESSAGE
051400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
051500     END-IF.
051600     MOVE EXH-RUN-DATE        TO WS-RUN-DATE.
051700     ACCEPT WS-PREPARED-DATE FROM DATE YYYYMMDD.
051800     ACCEPT WS-ACCEPT-TIME FROM TIME.
051900     MOVE WS-ACCEPT-HHMMSS    TO WS-PREPARED-TIME.
052000     MOVE WS-PREPARED-DATE    TO EXH-PREPARED-DATE.
052100     MOVE WS-PREPARED-TIME    TO EXH-PREPARED-TIME.
052200     MOVE CF153-EXT-HDR-RECORD TO WS-ROUTE-HEADER.
052300     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
052400 1200-EXIT.
052500     EXIT.
052600
052700 1300-OPEN-ROUTED-FILE.
052800     IF WS-SYS-ID (WS-SYSTEM-NBR) = SPACES
052900         GO TO 1300-NEXT
053000     END-IF.
053100     IF WS-SYSTEM-NBR = 1
053200         OPEN OUTPUT CF153-XO1-FILE
053300         IF WS-X1-STATUS NOT = "00"
053400             MOVE "OPEN ERROR - CF153-XO1-FILE (CF153X1)"
053500                                  TO WS-ABEND-MESSAGE
053600             MOVE WS-X1-STATUS    TO WS-ABEND-STATUS
053700             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
053800         END-IF
053900     END-IF.
054000     IF WS-SYSTEM-NBR = 2
054100         OPEN OUTPUT CF153-XO2-FILE
054200         IF WS-X2-STATUS NOT = "00"
054300             MOVE "OPEN ERROR - CF153-XO2-FILE (CF153X2)"
054400                                  TO WS-ABEND-MESSAGE
054500             MOVE WS-X2-STATUS    TO WS-ABEND-STATUS
054600             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
054700         END-IF
054800     END-IF.
054900     IF WS-SYSTEM-NBR = 3
055000         OPEN OUTPUT CF153-XO3-FILE
055100         IF WS-X3-STATUS NOT = "00"
055200             MOVE "OPEN ERROR - CF153-XO3-FILE (CF153X3)"
055300                                  TO WS-ABEND-MESSAGE
055400             MOVE WS-X3-STATUS    TO WS-ABEND-STATUS
055500             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
055600         END-IF
055700     END-IF.
055800     MOVE WS-ROUTE-HEADER     TO WS-ROUTE-RECORD.
055900     PERFORM 2400-WRITE-ROUTED THRU 2400-EXIT.
056000 1300-NEXT.
056100     ADD 1 TO WS-SYSTEM-NBR.
056200 1300-EXIT.
056300     EXIT.
056400
056500 1350-OPEN-ROUTED-FILES.
056600     MOVE 1 TO WS-SYSTEM-NBR.
056700     PERFORM 1300-OPEN-ROUTED-FILE THRU 1300-EXIT
056800         UNTIL WS-SYSTEM-NBR > 3.
056900 1350-EXIT.
057000     EXIT.
057100
057200 2000-ROUTE-RECORD.
057300     IF EXL-TRAILER
057400         IF WS-TRL-FOUND-YES
057500             MOVE "CF153XF HAS MORE THAN ONE TRAILER"
057600                                  TO WS-ABEND-MESSAGE
057700             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
057800         END-IF
057900         SET WS-TRL-FOUND-YES TO TRUE
058000         MOVE EXL-RECORD-COUNT    TO WS-TRL-RECORD-COUNT
058100         MOVE EXL-HASH-TOTAL-S    TO WS-TRL-HASH-TOTAL-S
058200         GO TO 2000-NEXT
058300     END-IF.
058400     IF WS-TRL-FOUND-YES
058500         MOVE "RECORDS FOLLOW THE CF153XF TRAILER"
058600                              TO WS-ABEND-MESSAGE
058700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
058800     END-IF.
058900     IF EXH-HEADER
059000         MOVE "SECOND HEADER ON CF153XF"
059100                              TO WS-ABEND-MESSAGE
059200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
059300     END-IF.
059400     ADD 1 TO WS-XF-COUNT.
059500     ADD EXT-S TO WS-XF-HASH-S
059600         ON SIZE ERROR
059700             MOVE "WS-XF-HASH-S" TO WS-ABEND-MESSAGE
059800             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
059900     END-ADD.
060000     PERFORM 2200-POST-UNIT-ACTIVITY THRU 2200-EXIT.
060100     MOVE EXT-EXTRACT-RECORD  TO WS-ROUTE-RECORD.
060200     MOVE EXT-UNIT-CODE       TO WS-CHECK-UNIT.
060300     MOVE ZERO TO WS-ROUTED-TO.
060400     MOVE 1 TO WS-SYSTEM-NBR.
060500     PERFORM 2300-ROUTE-TO-SYSTEM THRU 2300-EXIT
060600         UNTIL WS-SYSTEM-NBR > 3.
060700     MOVE WS-ROUTED-TO TO WS-ACT-ROUTED (WS-ACT-FOUND-SUB).
060800     IF WS-ROUTED-TO = ZERO
060900         ADD 1 TO WS-UNROUTED-COUNT
061000     END-IF.
061100 2000-NEXT.
061200     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
061300 2000-EXIT.
061400     EXIT.
061500
061600 2100-READ-EXTRACT.
061700     READ CF153-EXT-FILE
061800         AT END
061900             SET WS-XF-EOF-YES TO TRUE
062000         NOT AT END
062100             ADD 1 TO WS-XF-READ
062200     END-READ.
062300     IF WS-XF-STATUS NOT = "00" AND WS-XF-STATUS NOT = "10"
062400         MOVE "READ ERROR - CF153-EXT-FILE (CF153XF)"
062500                              TO WS-ABEND-MESSAGE
062600         MOVE WS-XF-STATUS    TO WS-ABEND-STATUS
062700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
062800     END-IF.
062900 2100-EXIT.
063000     EXIT.
063100
063200 2200-POST-UNIT-ACTIVITY.
063300     MOVE ZERO TO WS-ACT-FOUND-SUB.
063400     MOVE 1 TO WS-ACT-SUB.
063500     PERFORM 2250-SCAN-ACTIVITY THRU 2250-EXIT
063600         UNTIL WS-ACT-FOUND-SUB > ZERO
063700            OR WS-ACT-SUB > WS-ACT-COUNT.
063800     IF WS-ACT-FOUND-SUB = ZERO
063900         IF WS-ACT-COUNT >= WS-ACT-MAX
064000             MOVE "UNIT ACTIVITY TABLE CAPACITY EXCEEDED"
064100                                  TO WS-ABEND-MESSAGE
064200             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
064300         END-IF
064400         ADD 1 TO WS-ACT-COUNT
064500         MOVE WS-ACT-COUNT TO WS-ACT-FOUND-SUB
064600         MOVE EXT-UNIT-CODE
064700             TO WS-ACT-UNIT-CODE (WS-ACT-FOUND-SUB)
064800         MOVE ZERO TO WS-ACT-COUNT-RECS (WS-ACT-FOUND-SUB)
064900         MOVE ZERO TO WS-ACT-HASH-S (WS-ACT-FOUND-SUB)
065000         MOVE ZERO TO WS-ACT-ROUTED (WS-ACT-FOUND-SUB)
065100     END-IF.
065200     ADD 1 TO WS-ACT-COUNT-RECS (WS-ACT-FOUND-SUB).
065300     ADD EXT-S TO WS-ACT-HASH-S (WS-ACT-FOUND-SUB)
065400         ON SIZE ERROR
065500             MOVE "WS-ACT-HASH-S" TO WS-ABEND-MESSAGE
065600             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
065700     END-ADD.
065800 2200-EXIT.
065900     EXIT.
066000
066100 2250-SCAN-ACTIVITY.
066200     IF WS-ACT-UNIT-CODE (WS-ACT-SUB) = EXT-UNIT-CODE
066300         MOVE WS-ACT-SUB TO WS-ACT-FOUND-SUB
066400     ELSE
066500         ADD 1 TO WS-ACT-SUB
066600     END-IF.
066700 2250-EXIT.
066800     EXIT.
066900
067000 2300-ROUTE-TO-SYSTEM.
067100     IF WS-SYS-ID (WS-SYSTEM-NBR) = SPACES
067200         GO TO 2300-NEXT
067300     END-IF.
067400     PERFORM 2600-CHECK-SUBSCRIBED THRU 2600-EXIT.
067500     IF WS-SUBSCRIBED-NO
067600         GO TO 2300-NEXT
067700     END-IF.
067800     PERFORM 2400-WRITE-ROUTED THRU 2400-EXIT.
067900     ADD 1 TO WS-ROUTED-TO.
068000     ADD 1 TO WS-SYS-COUNT (WS-SYSTEM-NBR).
068100     ADD EXT-S TO WS-SYS-HASH-S (WS-SYSTEM-NBR)
068200         ON SIZE ERROR
068300             MOVE "WS-SYS-HASH-S" TO WS-ABEND-MESSAGE
068400             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
068500     END-ADD.
068600     IF EXT-TRANSFER-LEG
068700         ADD 1 TO WS-SYS-XFR-COUNT (WS-SYSTEM-NBR)
068800         ADD EXT-S TO WS-SYS-XFR-NET-S (WS-SYSTEM-NBR)
068900             ON SIZE ERROR
069000                 MOVE "WS-SYS-XFR-NET-S" TO WS-ABEND-MESSAGE
069100                 PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
069200         END-ADD
069300     END-IF.
069400 2300-NEXT.
069500     ADD 1 TO WS-SYSTEM-NBR.
069600 2300-EXIT.
069700     EXIT.
069800
069900 2400-WRITE-ROUTED.
070000     IF WS-SYSTEM-NBR = 1
070100         WRITE XO1-RECORD FROM WS-ROUTE-RECORD
070200         IF WS-X1-STATUS NOT = "00"
070300             MOVE "WRITE ERROR - CF153-XO1-FILE (CF153X1)"
070400                                  TO WS-ABEND-MESSAGE
070500             MOVE WS-X1-STATUS    TO WS-ABEND-STATUS
070600             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
070700         END-IF
070800     END-IF.
070900     IF WS-SYSTEM-NBR = 2
071000         WRITE XO2-RECORD FROM WS-ROUTE-RECORD
071100         IF WS-X2-STATUS NOT = "00"
071200             MOVE "WRITE ERROR - CF153-XO2-FILE (CF153X2)"
071300                                  TO WS-ABEND-MESSAGE
071400             MOVE WS-X2-STATUS    TO WS-ABEND-STATUS
071500             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
071600         END-IF
071700     END-IF.
071800     IF WS-SYSTEM-NBR = 3
071900         WRITE XO3-RECORD FROM WS-ROUTE-RECORD
072000         IF WS-X3-STATUS NOT = "00"
072100             MOVE "WRITE ERROR - CF153-XO3-FILE (CF153X3)"
072200                                  TO WS-ABEND-MESSAGE
072300             MOVE WS-X3-STATUS    TO WS-ABEND-STATUS
072400             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
072500         END-IF
072600     END-IF.
072700 2400-EXIT.
072800     EXIT.
072900
073000 2600-CHECK-SUBSCRIBED.
073100     SET WS-SUBSCRIBED-NO TO TRUE.
073200     IF WS-SYS-ALL-UNITS (WS-SYSTEM-NBR)
073300         SET WS-SUBSCRIBED-YES TO TRUE
073400         GO TO 2600-EXIT
073500     END-IF.
073600     MOVE 1 TO WS-SUB-SUB.
073700     PERFORM 2650-SCAN-SUBSCRIPTION THRU 2650-EXIT
073800         UNTIL WS-SUBSCRIBED-YES
073900            OR WS-SUB-SUB > WS-SUB-COUNT.
074000 2600-EXIT.
074100     EXIT.
074200
074300 2650-SCAN-SUBSCRIPTION.
074400     IF WS-SUB-SYSTEM-NBR (WS-SUB-SUB) = WS-SYSTEM-NBR
074500        AND WS-SUB-UNIT-CODE (WS-SUB-SUB) = WS-CHECK-UNIT
074600         SET WS-SUBSCRIBED-YES TO TRUE
074700         SET WS-SUB-ACTIVE-YES (WS-SUB-SUB) TO TRUE
074800     ELSE
074900         ADD 1 TO WS-SUB-SUB
075000     END-IF.
075100 2650-EXIT.
075200     EXIT.
075300
075400 2700-PAGE-HEADINGS.
075500     ADD 1 TO WS-PAGE-COUNT.
075600     MOVE WS-PAGE-COUNT       TO WS-HD1-PAGE.
075700     MOVE WS-HEADING-1        TO PRF-RECORD.
075800     IF WS-PAGE-COUNT = 1
075900         WRITE PRF-RECORD AFTER ADVANCING 1 LINE
076000     ELSE
076100         WRITE PRF-RECORD AFTER ADVANCING PAGE
076200     END-IF.
076300     IF WS-SP-STATUS NOT = "00"
076400         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153SP)"
076500                              TO WS-ABEND-MESSAGE
076600         MOVE WS-SP-STATUS    TO WS-ABEND-STATUS
076700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
076800     END-IF.
076900     MOVE WS-HEADING-2        TO PRF-RECORD.
077000     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
077100     IF WS-SP-STATUS NOT = "00"
077200         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153SP)"
077300                              TO WS-ABEND-MESSAGE
077400         MOVE WS-SP-STATUS    TO WS-ABEND-STATUS
077500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
077600     END-IF.
077700     MOVE WS-HEADING-3        TO PRF-RECORD.
077800     WRITE PRF-RECORD AFTER ADVANCING 2 LINES.
077900     IF WS-SP-STATUS NOT = "00"
078000         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153SP)"
078100                              TO WS-ABEND-MESSAGE
078200         MOVE WS-SP-STATUS    TO WS-ABEND-STATUS
078300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
078400     END-IF.
078500     MOVE 4 TO WS-LINE-COUNT.
078600 2700-EXIT.
078700     EXIT.
078800
078900 2900-WRITE-REPORT-LINE.
079000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079100         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
079200     END-IF.
079300     MOVE WS-PRINT-LINE       TO PRF-RECORD.
079400     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
079500     IF WS-SP-STATUS NOT = "00"
079600         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153SP)"
079700                              TO WS-ABEND-MESSAGE
079800         MOVE WS-SP-STATUS    TO WS-ABEND-STATUS
079900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
080000     END-IF.
080100     ADD 1 TO WS-LINE-COUNT.
080200     MOVE SPACES TO WS-PRINT-LINE.
080300 2900-EXIT.
080400     EXIT.
080500
080600 3000-TERMINATE.
080700     IF WS-TRL-FOUND-NO
080800         MOVE "CF153XF HAS NO TRAILER RECORD"
080900                              TO WS-ABEND-MESSAGE
081000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
081100     END-IF.
081200     IF WS-TRL-RECORD-COUNT NOT = WS-XF-COUNT
081300        OR WS-TRL-HASH-TOTAL-S NOT = WS-XF-HASH-S
081400         DISPLAY "CODEFORCES153RT -- TRAILER " WS-TRL-RECORD-COUNT
081500             " / " WS-TRL-HASH-TOTAL-S
081600         DISPLAY "CODEFORCES153RT -- COUNTED " WS-XF-COUNT
081700             " / " WS-XF-HASH-S
081800         MOVE "CF153XF TRAILER DOES NOT FOOT"
081900                              TO WS-ABEND-MESSAGE
082000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
082100     END-IF.
082200     MOVE 1 TO WS-SYSTEM-NBR.
082300     PERFORM 3100-WRITE-TRAILER THRU 3100-EXIT
082400         UNTIL WS-SYSTEM-NBR > 3.
082500     CLOSE CF153-EXT-FILE.
082600     IF WS-XF-STATUS NOT = "00"
082700         MOVE "CLOSE ERROR - CF153-EXT-FILE (CF153XF)"
082800                              TO WS-ABEND-MESSAGE
082900         MOVE WS-XF-STATUS    TO WS-ABEND-STATUS
083000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
083100     END-IF.
083200     PERFORM 3200-PRINT-REPORT THRU 3200-EXIT.
083300     CLOSE CF153-PRF-FILE.
083400     IF WS-SP-STATUS NOT = "00"
083500         MOVE "CLOSE ERROR - CF153-PRF-FILE (CF153SP)"
083600                              TO WS-ABEND-MESSAGE
083700         MOVE WS-SP-STATUS    TO WS-ABEND-STATUS
083800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
083900     END-IF.
084000     DISPLAY "CODEFORCES153RT -- RUN DATE         " WS-RUN-DATE.
084100     DISPLAY "CODEFORCES153RT -- SUBSCRIPTIONS    " WS-SUBS-READ.
084200     DISPLAY "CODEFORCES153RT -- CF153XF DETAIL   " WS-XF-COUNT.
084300     DISPLAY "CODEFORCES153RT -- UNITS NOT ROUTED "
084400         WS-UNROUTED-UNITS.
084500     DISPLAY "CODEFORCES153RT -- RECORDS NOT SENT "
084600         WS-UNROUTED-COUNT.
084700     IF WS-UNROUTED-UNITS > ZERO
084800         MOVE 4 TO RETURN-CODE
084900     END-IF.
085000     DISPLAY "CODEFORCES153RT -- END OF EXTRACT ROUTING".
085100 3000-EXIT.
085200     EXIT.
085300
085400 3100-WRITE-TRAILER.
085500     IF WS-SYS-ID (WS-SYSTEM-NBR) = SPACES
085600         GO TO 3100-NEXT
085700     END-IF.
085800     MOVE SPACES              TO CF153-EXT-TRL-RECORD.
085900     MOVE "TRL"               TO EXL-REC-TYPE.
086000     MOVE WS-RUN-DATE         TO EXL-RUN-DATE.
086100     MOVE WS-SYS-COUNT (WS-SYSTEM-NBR)
086200                              TO EXL-RECORD-COUNT.
086300     MOVE WS-SYS-HASH-S (WS-SYSTEM-NBR)
086400                              TO EXL-HASH-TOTAL-S.
086500     MOVE WS-SYS-XFR-COUNT (WS-SYSTEM-NBR)
086600                              TO EXL-TRANSFER-COUNT.
086700     MOVE WS-SYS-XFR-NET-S (WS-SYSTEM-NBR)
086800                              TO EXL-TRANSFER-NET-S.
086900     MOVE CF153-EXT-TRL-RECORD TO WS-ROUTE-RECORD.
087000     PERFORM 2400-WRITE-ROUTED THRU 2400-EXIT.
087100     IF WS-SYSTEM-NBR = 1
087200         CLOSE CF153-XO1-FILE
087300         IF WS-X1-STATUS NOT = "00"
087400             MOVE "CLOSE ERROR - CF153-XO1-FILE (CF153X1)"
087500                                  TO WS-ABEND-MESSAGE
087600             MOVE WS-X1-STATUS    TO WS-ABEND-STATUS
087700             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
087800         END-IF
087900     END-IF.
088000     IF WS-SYSTEM-NBR = 2
088100         CLOSE CF153-XO2-FILE
088200         IF WS-X2-STATUS NOT = "00"
088300             MOVE "CLOSE ERROR - CF153-XO2-FILE (CF153X2)"
088400                                  TO WS-ABEND-MESSAGE
088500             MOVE WS-X2-STATUS    TO WS-ABEND-STATUS
088600             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
088700         END-IF
088800     END-IF.
088900     IF WS-SYSTEM-NBR = 3
089000         CLOSE CF153-XO3-FILE
089100         IF WS-X3-STATUS NOT = "00"
089200             MOVE "CLOSE ERROR - CF153-XO3-FILE (CF153X3)"
089300                                  TO WS-ABEND-MESSAGE
089400             MOVE WS-X3-STATUS    TO WS-ABEND-STATUS
089500             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
089600         END-IF
089700     END-IF.
089800     MOVE WS-SYSTEM-NBR       TO WS-FILE-NBR.
089900     DISPLAY "CODEFORCES153RT -- " WS-SYS-ID (WS-SYSTEM-NBR)
090000         " CF153" WS-FILE-NAME (1:2) " RECORDS "
090100         WS-SYS-COUNT (WS-SYSTEM-NBR)
090200         " HASH " WS-SYS-HASH-S (WS-SYSTEM-NBR).
090300 3100-NEXT.
090400     ADD 1 TO WS-SYSTEM-NBR.
090500 3100-EXIT.
090600     EXIT.
090700
090800 3200-PRINT-REPORT.
090900     MOVE 1 TO WS-SYSTEM-NBR.
091000     PERFORM 3300-REPORT-ONE-SYSTEM THRU 3300-EXIT
091100         UNTIL WS-SYSTEM-NBR > 3.
091200     MOVE 1 TO WS-ACT-SUB.
091300     PERFORM 3500-REPORT-UNROUTED THRU 3500-EXIT
091400         UNTIL WS-ACT-SUB > WS-ACT-COUNT.
091500     IF WS-UNROUTED-UNITS > ZERO
091600         MOVE "UNITS ON CF153XF WITH NO SUBSCRIBER WERE NOT SENT"
091700                              TO WS-FLG-TEXT
091800         MOVE WS-FLAG-LINE    TO WS-PRINT-LINE
091900         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
092000     END-IF.
092100     MOVE SPACES              TO WS-PRINT-LINE.
092200     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
092300     MOVE "CF153XF TOTAL"     TO WS-TOT-LABEL.
092400     MOVE WS-XF-COUNT         TO WS-TOT-RECORDS.
092500     MOVE WS-XF-HASH-S        TO WS-TOT-HASH.
092600     MOVE "TRAILER FOOTED"    TO WS-TOT-NOTE.
092700     MOVE WS-TOTAL-LINE       TO WS-PRINT-LINE.
092800     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
092900 3200-EXIT.
093000     EXIT.
093100
093200 3300-REPORT-ONE-SYSTEM.
093300     IF WS-SYS-ID (WS-SYSTEM-NBR) = SPACES
093400         GO TO 3300-NEXT
093500     END-IF.
093600     MOVE WS-SYSTEM-NBR       TO WS-FILE-NBR.
093700     MOVE 1 TO WS-ACT-SUB.
093800     PERFORM 3350-REPORT-RECEIVED THRU 3350-EXIT
093900         UNTIL WS-ACT-SUB > WS-ACT-COUNT.
094000     MOVE 1 TO WS-SUB-SUB.
094100     PERFORM 3400-REPORT-NO-ACTIVITY THRU 3400-EXIT
094200         UNTIL WS-SUB-SUB > WS-SUB-COUNT.
094300     IF WS-SYS-COUNT (WS-SYSTEM-NBR) = ZERO
094400         MOVE "NOTHING RECEIVED -- EMPTY ENVELOPE SENT"
094500                              TO WS-FLG-TEXT
094600         MOVE WS-FLAG-LINE    TO WS-PRINT-LINE
094700         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
094800     END-IF.
094900     MOVE "SYSTEM TOTAL"      TO WS-TOT-LABEL.
095000     MOVE WS-SYS-COUNT (WS-SYSTEM-NBR)
095100                              TO WS-TOT-RECORDS.
095200     MOVE WS-SYS-HASH-S (WS-SYSTEM-NBR)
095300                              TO WS-TOT-HASH.
095400     MOVE SPACES              TO WS-TOT-NOTE.
095500     STRING WS-SYS-UNITS (WS-SYSTEM-NBR) DELIMITED BY SIZE
095600            " UNIT(S) RECEIVED"  DELIMITED BY SIZE
095700         INTO WS-TOT-NOTE.
095800     MOVE WS-TOTAL-LINE       TO WS-PRINT-LINE.
095900     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
096000     IF WS-SYS-XFR-COUNT (WS-SYSTEM-NBR) > ZERO
096100         MOVE "TRANSFER LEGS"     TO WS-TOT-LABEL
096200         MOVE WS-SYS-XFR-COUNT (WS-SYSTEM-NBR)
096300                                  TO WS-TOT-RECORDS
096400         MOVE WS-SYS-XFR-NET-S (WS-SYSTEM-NBR)
096500                                  TO WS-TOT-HASH
096600         MOVE "NET OF LEGS SENT"  TO WS-TOT-NOTE
096700         MOVE WS-TOTAL-LINE       TO WS-PRINT-LINE
096800         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
096900     END-IF.
097000     MOVE SPACES              TO WS-PRINT-LINE.
097100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
097200 3300-NEXT.
097300     ADD 1 TO WS-SYSTEM-NBR.
097400 3300-EXIT.
097500     EXIT.
097600
097700 3350-REPORT-RECEIVED.
097800     MOVE WS-ACT-UNIT-CODE (WS-ACT-SUB) TO WS-CHECK-UNIT.
097900     PERFORM 2600-CHECK-SUBSCRIBED THRU 2600-EXIT.
098000     IF WS-SUBSCRIBED-NO
098100         GO TO 3350-NEXT
098200     END-IF.
098300     ADD 1 TO WS-SYS-UNITS (WS-SYSTEM-NBR).
098400     MOVE WS-SYS-ID (WS-SYSTEM-NBR) TO WS-DET-SYSTEM.
098500     MOVE WS-FILE-NAME        TO WS-DET-FILE.
098600     MOVE WS-CHECK-UNIT       TO WS-DET-UNIT.
098700     MOVE WS-ACT-COUNT-RECS (WS-ACT-SUB) TO WS-DET-RECORDS.
098800     MOVE WS-ACT-HASH-S (WS-ACT-SUB)     TO WS-DET-HASH.
098900     IF WS-SYS-ALL-UNITS (WS-SYSTEM-NBR)
099000         MOVE "ALL UNITS (*ALL)" TO WS-DET-NOTE
099100     ELSE
099200         MOVE SPACES          TO WS-DET-NOTE
099300     END-IF.
099400     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
099500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
099600 3350-NEXT.
099700     ADD 1 TO WS-ACT-SUB.
099800 3350-EXIT.
099900     EXIT.
100000
100100 3400-REPORT-NO-ACTIVITY.
100200     IF WS-SUB-SYSTEM-NBR (WS-SUB-SUB) NOT = WS-SYSTEM-NBR
100300        OR WS-SUB-ACTIVE-YES (WS-SUB-SUB)
100400         GO TO 3400-NEXT
100500     END-IF.
100600     MOVE WS-SYS-ID (WS-SYSTEM-NBR) TO WS-DET-SYSTEM.
100700     MOVE WS-FILE-NAME        TO WS-DET-FILE.
100800     MOVE WS-SUB-UNIT-CODE (WS-SUB-SUB) TO WS-DET-UNIT.
100900     MOVE ZERO                TO WS-DET-RECORDS.
101000     MOVE ZERO                TO WS-DET-HASH.
101100     MOVE "SUBSCRIBED -- NO ACTIVITY" TO WS-DET-NOTE.
101200     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
101300     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
101400 3400-NEXT.
101500     ADD 1 TO WS-SUB-SUB.
101600 3400-EXIT.
101700     EXIT.
101800
101900 3500-REPORT-UNROUTED.
102000     IF WS-ACT-ROUTED (WS-ACT-SUB) > ZERO
102100         GO TO 3500-NEXT
102200     END-IF.
102300     ADD 1 TO WS-UNROUTED-UNITS.
102400     MOVE "*NONE*"            TO WS-DET-SYSTEM.
102500     MOVE SPACES              TO WS-DET-FILE.
102600     MOVE WS-ACT-UNIT-CODE (WS-ACT-SUB) TO WS-DET-UNIT.
102700     MOVE WS-ACT-COUNT-RECS (WS-ACT-SUB) TO WS-DET-RECORDS.
102800     MOVE WS-ACT-HASH-S (WS-ACT-SUB)     TO WS-DET-HASH.
102900     MOVE "NOT ROUTED -- NO SUBSCRIPTION" TO WS-DET-NOTE.
103000     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
103100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
103200 3500-NEXT.
103300     ADD 1 TO WS-ACT-SUB.
103400 3500-EXIT.
103500     EXIT.
103600
103700 8100-STAMP-RUN-START.
103800     OPEN EXTEND CF153-RUNS-FILE.
103900     IF WS-SF-STATUS = "35"
104000         OPEN OUTPUT CF153-RUNS-FILE
104100     END-IF.
104200     IF WS-SF-STATUS NOT = "00"
104300         DISPLAY "CODEFORCES153RT -- RUN-STATE FILE (CF153SF)"
104400             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
104500         GO TO 8100-EXIT
104600     END-IF.
104700     SET WS-RUNSTATE-OPEN-YES TO TRUE.
104800     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
104900     MOVE "CF153RT "        TO RUNS-PROGRAM-ID.
105000     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
105100     MOVE "S"               TO RUNS-EVENT-CODE.
105200     MOVE ZERO TO RUNS-RANGE-LO.
105300     MOVE ZERO TO RUNS-RANGE-HI.
105400     MOVE ZERO              TO RUNS-RECORD-COUNT.
105500     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
105600 8100-EXIT.
105700     EXIT.
105800
105900 8150-WRITE-RUN-STATE.
106000     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
106100     ACCEPT WS-ACCEPT-TIME FROM TIME.
106200     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
106300     WRITE RUNS-RUNSTATE-RECORD.
106400     IF WS-SF-STATUS NOT = "00"
106500         DISPLAY "CODEFORCES153RT -- RUN-STATE STAMP FAILED"
106600             " -- STATUS " WS-SF-STATUS
106700     END-IF.
106800 8150-EXIT.
106900     EXIT.
107000
107100 8200-STAMP-RUN-END.
107200     IF WS-RUNSTATE-OPEN-NO
107300         GO TO 8200-EXIT
107400     END-IF.
107500     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
107600     MOVE "CF153RT "        TO RUNS-PROGRAM-ID.
107700     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
107800     MOVE "C"               TO RUNS-EVENT-CODE.
107900     MOVE ZERO TO RUNS-RANGE-LO.
108000     MOVE ZERO TO RUNS-RANGE-HI.
108100     MOVE WS-XF-COUNT       TO RUNS-RECORD-COUNT.
108200     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
108300     CLOSE CF153-RUNS-FILE.
108400     SET WS-RUNSTATE-OPEN-NO TO TRUE.
108500 8200-EXIT.
108600     EXIT.
108700
108800 8300-STAMP-RUN-ABEND.
108900     IF WS-RUNSTATE-OPEN-NO
109000         OPEN EXTEND CF153-RUNS-FILE
109100         IF WS-SF-STATUS = "35"
109200             OPEN OUTPUT CF153-RUNS-FILE
109300         END-IF
109400         IF WS-SF-STATUS NOT = "00"
109500             GO TO 8300-EXIT
109600         END-IF
109700         SET WS-RUNSTATE-OPEN-YES TO TRUE
109800     END-IF.
109900     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
110000     MOVE "CF153RT "        TO RUNS-PROGRAM-ID.
110100     MOVE WS-RUN-DATE       TO RUNS-RUN-DATE.
110200     MOVE "A"               TO RUNS-EVENT-CODE.
110300     MOVE ZERO TO RUNS-RANGE-LO.
110400     MOVE ZERO TO RUNS-RANGE-HI.
110500     MOVE WS-XF-COUNT       TO RUNS-RECORD-COUNT.
110600     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
110700     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
110800     CLOSE CF153-RUNS-FILE.
110900     SET WS-RUNSTATE-OPEN-NO TO TRUE.
111000 8300-EXIT.
111100     EXIT.
111200
111300 8400-CHECK-PREREQUISITES.
111400     MOVE "CF153RT "        TO WS-GATE-PROGRAM-ID.
111500     MOVE WS-RUN-DATE TO WS-GATE-RUN-DATE.
111600     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
111700     OPEN INPUT CF153-PREQ-FILE.
111800     IF WS-PF-STATUS = "35"
111900         GO TO 8400-EXIT
112000     END-IF.
112100     IF WS-PF-STATUS NOT = "00"
112200         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
112300                              TO WS-ABEND-MESSAGE
112400         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
112500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
112600     END-IF.
112700     SET WS-PREQ-EOF-NO TO TRUE.
112800     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
112900         UNTIL WS-PREQ-EOF-YES.
113000     CLOSE CF153-PREQ-FILE.
113100     IF WS-PREQ-COUNT = ZERO
113200         GO TO 8400-EXIT
113300     END-IF.
113400     OPEN INPUT CF153-RUNI-FILE.
113500     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
113600         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
113700                              TO WS-ABEND-MESSAGE
113800         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
113900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
114000     END-IF.
114100     IF WS-SI-STATUS = "00"
114200         SET WS-RUNI-EOF-NO TO TRUE
114300         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
114400             UNTIL WS-RUNI-EOF-YES
114500         CLOSE CF153-RUNI-FILE
114600     END-IF.
114700     MOVE ZERO TO WS-GATE-MISSING.
114800     MOVE 1 TO WS-PREQ-SUB.
114900     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
115000         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
115100     IF WS-GATE-MISSING = ZERO
115200         GO TO 8400-EXIT
115300     END-IF.
115400     IF WS-GATE-OVERRIDE-YES
115500         DISPLAY "CODEFORCES153RT -- PREREQUISITES OVERRIDDEN BY "
115600             WS-GATE-OPERATOR
115700         DISPLAY "    REASON: " WS-GATE-REASON
115800         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
115900         GO TO 8400-EXIT
116000     END-IF.
116100     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
116200     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
116300 8400-EXIT.
116400     EXIT.
116500
116600 8410-READ-PREREQUISITE.
116700     READ CF153-PREQ-FILE
116800         AT END
116900             SET WS-PREQ-EOF-YES TO TRUE
117000         NOT AT END
117100             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
117200                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
117300             END-IF
117400     END-READ.
117500     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
117600         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
117700                              TO WS-ABEND-MESSAGE
117800         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
117900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
118000     END-IF.
118100 8410-EXIT.
118200     EXIT.
118300
118400 8415-TAKE-PREREQUISITE.
118500     IF PRQ-OVERRIDE
118600         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
118700            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
118800                AND WS-GATE-RUN-DATE NOT = ZERO)
118900             SET WS-GATE-OVERRIDE-YES TO TRUE
119000             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
119100             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
119200         END-IF
119300         GO TO 8415-EXIT
119400     END-IF.
119500     IF NOT PRQ-PREREQUISITE
119600         GO TO 8415-EXIT
119700     END-IF.
119800     IF WS-PREQ-COUNT >= WS-PREQ-MAX
119900         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
120000                              TO WS-ABEND-MESSAGE
120100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
120200     END-IF.
120300     ADD 1 TO WS-PREQ-COUNT.
120400     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
120500     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
120600     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
120700 8415-EXIT.
120800     EXIT.
120900
121000 8420-READ-RUN-EVENT.
121100     READ CF153-RUNI-FILE
121200         AT END
121300             SET WS-RUNI-EOF-YES TO TRUE
121400         NOT AT END
121500             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
121600     END-READ.
121700     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
121800         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
121900                              TO WS-ABEND-MESSAGE
122000         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
122100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
122200     END-IF.
122300 8420-EXIT.
122400     EXIT.
122500
122600 8430-POST-RUN-EVENT.
122700     IF RUNI-OVERRIDDEN
122800         GO TO 8430-EXIT
122900     END-IF.
123000     MOVE 1 TO WS-PREQ-SUB.
123100     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
123200         IF RUNI-COMPLETED
123300             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
123400                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
123500         END-IF
123600         GO TO 8430-EXIT
123700     END-IF.
123800     IF WS-GATE-RUN-DATE NOT = ZERO
123900        AND RUNI-RUN-DATE NOT = ZERO
124000        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
124100         GO TO 8430-EXIT
124200     END-IF.
124300     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
124400         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
124500 8430-EXIT.
124600     EXIT.
124700
124800 8435-RESET-UNDATED.
124900     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
125000         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
125100     END-IF.
125200     ADD 1 TO WS-PREQ-SUB.
125300 8435-EXIT.
125400     EXIT.
125500
125600 8437-POST-PREDECESSOR.
125700     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
125800         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
125900         IF WS-GATE-RUN-DATE NOT = ZERO
126000            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
126100             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
126200         ELSE
126300             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
126400         END-IF
126500     END-IF.
126600     ADD 1 TO WS-PREQ-SUB.
126700 8437-EXIT.
126800     EXIT.
126900
127000 8440-CHECK-PREDECESSOR.
127100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
127200         GO TO 8440-NEXT
127300     END-IF.
127400     ADD 1 TO WS-GATE-MISSING.
127500     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
127600     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
127700         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
127800     END-IF.
127900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
128000         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
128100     END-IF.
128200     DISPLAY "CODEFORCES153RT -- PREREQUISITE STEP "
128300         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
128400     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
128500 8440-NEXT.
128600     ADD 1 TO WS-PREQ-SUB.
128700 8440-EXIT.
128800     EXIT.
128900
129000 8460-LOG-OVERRIDE.
129100     OPEN EXTEND CF153-RUNS-FILE.
129200     IF WS-SF-STATUS = "35"
129300         OPEN OUTPUT CF153-RUNS-FILE
129400     END-IF.
129500     IF WS-SF-STATUS NOT = "00"
129600         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
129700                              TO WS-ABEND-MESSAGE
129800         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
129900     END-IF.
130000     MOVE 1 TO WS-PREQ-SUB.
130100     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
130200         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
130300     CLOSE CF153-RUNS-FILE.
130400 8460-EXIT.
130500     EXIT.
130600
130700 8470-WRITE-OVERRIDE.
130800     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
130900         GO TO 8470-NEXT
131000     END-IF.
131100     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
131200     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
131300     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
131400     MOVE "O"               TO RUNS-EVENT-CODE.
131500     MOVE ZERO TO RUNS-RANGE-LO.
131600     MOVE ZERO TO RUNS-RANGE-HI.
131700     MOVE ZERO              TO RUNS-RECORD-COUNT.
131800     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
131900     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
132000     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
132100     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
132200 8470-NEXT.
132300     ADD 1 TO WS-PREQ-SUB.
132400 8470-EXIT.
132500     EXIT.
132600
132700 9900-ABEND-FILE-ERROR.
132800     DISPLAY "CODEFORCES153RT -- FATAL FILE ERROR".
132900     DISPLAY WS-ABEND-MESSAGE.
133000     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
133100     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
133200     MOVE 16 TO RETURN-CODE.
133300     STOP RUN.
133400 9900-EXIT.
133500     EXIT.
133600
133700 9950-ABEND-TOTAL-OVERFLOW.
133800     DISPLAY "CODEFORCES153RT -- FATAL ARITHMETIC OVERFLOW".
133900     DISPLAY WS-ABEND-MESSAGE, " EXCEEDED ITS PICTURE CAPACITY".
134000     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
134100     MOVE 16 TO RETURN-CODE.
134200     STOP RUN.
134300 9950-EXIT.
134400     EXIT.
134500
134600 9960-ABEND-CONTROL-ERROR.
134700     DISPLAY "CODEFORCES153RT -- FATAL CONTROL ERROR".
134800     DISPLAY WS-ABEND-MESSAGE.
134900     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
135000     MOVE 16 TO RETURN-CODE.
135100     STOP RUN.
135200 9960-EXIT.
135300     EXIT.
