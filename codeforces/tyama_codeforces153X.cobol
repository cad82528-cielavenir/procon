000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153X.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  UNIT BALANCE MOVEMENT
001300*                     STATEMENT FOR THE BALANCING DESK.  PROVES
001400*                     EACH UNIT'S CUM-BALANCE ON THE CLOSING
001500*                     BALANCE-FORWARD MASTER (CF153CM) AGAINST ITS
001600*                     BALANCE ON THE OPENING MASTER (CF153OM) PLUS
001700*                     THE TOTAL OF S OF EVERY RUN THE CF153GI RUN
001800*                     REGISTER SHOWS POSTED ("P") FOR THE UNIT
001900*                     FROM THE FROM DATE (PARM COLS 1-8) TO THE TO
002000*                     DATE (COLS 10-17), BOTH INCLUSIVE.  THE
002100*                     OPENING MASTER IS THE ONE THE FROM DATE'S
002200*                     RUN READ.  PRINTS ONE SECTION PER UNIT ON
002300*                     CF153XP -- OPENING BALANCE, EACH RUN DATE
002400*                     WITH ITS COUNTS AND TOTAL OF S, THE MOVEMENT
002500*                     AND THE CLOSING BALANCE -- AND SUITE
002600*                     TOTALS.  REVERSED ("R") RUNS ARE LISTED BUT
002700*                     NOT COUNTED, AND TRANSFER CONTROL ("T")
002800*                     RECORDS ARE LEFT OUT AS THE LEGS ARE ALREADY
002900*                     IN THE UNITS' "P" RECORDS.  A UNIT WHOSE
003000*                     OPENING PLUS MOVEMENT DOES NOT EQUAL ITS
003100*                     CLOSING BALANCE IS FLAGGED AS A BREAK AND
003200*                     ENDS THE RUN WITH RETURN CODE 8.  A UNIT
003300*                     CLOSED ON CF153UF THAT STILL CARRIES A
003400*                     BALANCE IS FLAGGED AND, WITHOUT A BREAK,
003500*                     ENDS THE RUN WITH RETURN CODE 4.
003600*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
003700*                     START ON CF153SF THE PROGRAM NOW READS THE
003800*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
003900*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
004000*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
004100*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
004200*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
004300*                     START AND IS LOGGED ON CF153SF AS AN "O"
004400*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
004500*    2026-10-15  TY   YEAR-END CLOSES.  THE CF153YB YEAR-END
004600*                     BALANCE FILE IS NOW READ AND EVERY CLOSE
004700*                     DATED FROM THE FROM DATE TO THE TO DATE IS
004800*                     PRINTED IN RUN DATE ORDER AS A MOVEMENT LINE
004900*                     OF ITS OWN -- THE OPENING BALANCE THE CLOSE
005000*                     SET LESS THE CLOSING BALANCE IT TOOK -- AND
005100*                     COUNTED IN THE UNIT'S MOVEMENT, SO A PERIOD
005200*                     THAT SPANS A RESET STILL PROVES OPENING PLUS
005300*                     MOVEMENT TO THE CLOSING MASTER.  A CLOSE
005400*                     DATED ON THE TO DATE IS COUNTED ONLY WHEN
005500*                     THE CLOSING MASTER IS THE ONE THE CLOSE
005600*                     WROTE.  A MISSING CF153YB (STATUS 35) MEANS
005700*                     NO CLOSES.
005800*****************************************************************
005900
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.  GENERIC.
006300 OBJECT-COMPUTER.  GENERIC.
006400
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CF153-MSTO-FILE ASSIGN TO CF153OM
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-OM-STATUS.
007000
007100     SELECT CF153-MSTC-FILE ASSIGN TO CF153CM
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-CM-STATUS.
007400
007500     SELECT CF153-REGI-FILE ASSIGN TO CF153GI
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-GI-STATUS.
007800
007900     SELECT CF153-UNIT-FILE ASSIGN TO CF153UF
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-UF-STATUS.
008200
008300     SELECT CF153-PRF-FILE  ASSIGN TO CF153XP
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-XP-STATUS.
008600
008700     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-SF-STATUS.
009000
009100     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-PF-STATUS.
009400
009500     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-SI-STATUS.
009800
009900     SELECT CF153-YEB-FILE  ASSIGN TO CF153YB
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-YB-STATUS.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  CF153-MSTO-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800     COPY CF153MST REPLACING ==:TAG:== BY ==MSTO==.
010900
011000 FD  CF153-MSTC-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 80 CHARACTERS.
011300     COPY CF153MST REPLACING ==:TAG:== BY ==MSTC==.
011400
011500 FD  CF153-REGI-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS.
011800     COPY CF153REG REPLACING ==:TAG:== BY ==REGI==.
011900
012000 FD  CF153-UNIT-FILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 80 CHARACTERS.
012300     COPY CF153UNT REPLACING ==:TAG:== BY ==UNT==.
012400
012500 FD  CF153-PRF-FILE
012600     LABEL RECORDS ARE STANDARD
012700     RECORD CONTAINS 132 CHARACTERS.
012800 01  PRF-RECORD                PIC X(132).
012900
013000 FD  CF153-RUNS-FILE
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 80 CHARACTERS.
013300     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
013400
013500 FD  CF153-PREQ-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 80 CHARACTERS.
013800     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
013900
014000 FD  CF153-RUNI-FILE
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 80 CHARACTERS.
014300     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
014400
014500 FD  CF153-YEB-FILE
014600     LABEL RECORDS ARE STANDARD
014700     RECORD CONTAINS 80 CHARACTERS.
014800     COPY CF153YEB.
014900
015000 WORKING-STORAGE SECTION.
015100 77  WS-MSTO-EOF-SWITCH        PIC X(01) VALUE "N".
015200     88  WS-MSTO-EOF-YES                VALUE "Y".
015300     88  WS-MSTO-EOF-NO                 VALUE "N".
015400
015500 77  WS-MSTC-EOF-SWITCH        PIC X(01) VALUE "N".
015600     88  WS-MSTC-EOF-YES                VALUE "Y".
015700     88  WS-MSTC-EOF-NO                 VALUE "N".
015800
015900 77  WS-REGI-EOF-SWITCH        PIC X(01) VALUE "N".
016000     88  WS-REGI-EOF-YES                VALUE "Y".
016100     88  WS-REGI-EOF-NO                 VALUE "N".
016200
016300 77  WS-UNITREF-PRESENT-SW     PIC X(01) VALUE "N".
016400     88  WS-UNITREF-PRESENT-YES         VALUE "Y".
016500     88  WS-UNITREF-PRESENT-NO          VALUE "N".
016600
016700 77  WS-UNITREF-EOF-SWITCH     PIC X(01) VALUE "N".
016800     88  WS-UNITREF-EOF-YES             VALUE "Y".
016900     88  WS-UNITREF-EOF-NO              VALUE "N".
017000
017100 77  WS-OPENING-PRESENT-SW     PIC X(01) VALUE "N".
017200     88  WS-OPENING-PRESENT-YES         VALUE "Y".
017300     88  WS-OPENING-PRESENT-NO          VALUE "N".
017400
017500 77  WS-YEB-EOF-SWITCH         PIC X(01) VALUE "N".
017600     88  WS-YEB-EOF-YES                 VALUE "Y".
017700     88  WS-YEB-EOF-NO                  VALUE "N".
017800
017900 01  WS-PARM-LINE.
018000     05  WS-PARM-FROM-DATE-X   PIC X(08).
018100     05  FILLER                PIC X(01).
018200     05  WS-PARM-TO-DATE-X     PIC X(08).
018300     05  FILLER                PIC X(63).
018400
018500 77  WS-FROM-DATE              PIC 9(08) VALUE ZERO.
018600 77  WS-TO-DATE                PIC 9(08) VALUE ZERO.
018700
018800 77  WS-UNIT-MAX               PIC 9(03) VALUE 50.
018900 77  WS-UNIT-COUNT             PIC 9(03) COMP VALUE ZERO.
019000 77  WS-UNIT-SUB               PIC 9(03) COMP VALUE ZERO.
019100 77  WS-UNIT-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
019200 77  WS-UNIT-KEY               PIC X(05) VALUE SPACE.
019300
019400 01  WS-UNIT-TABLE.
019500     05  WS-UNIT-ENTRY OCCURS 50 TIMES.
019600         10  WS-UNIT-CODE          PIC X(05).
019700         10  WS-UNIT-ON-OPENING    PIC X(01).
019800         10  WS-UNIT-ON-CLOSING    PIC X(01).
019900         10  WS-UNIT-OPENING-BAL   PIC S9(13).
020000         10  WS-UNIT-OPENING-LAST  PIC 9(08).
020100         10  WS-UNIT-MOVEMENT      PIC S9(13).
020200         10  WS-UNIT-CLOSING-BAL   PIC S9(13).
020300         10  WS-UNIT-CLOSING-LAST  PIC 9(08).
020400         10  WS-UNIT-EXPECTED-BAL  PIC S9(13).
020500         10  WS-UNIT-DIFFERENCE    PIC S9(13).
020600
020700 77  WS-REF-MAX                PIC 9(03) VALUE 50.
020800 77  WS-REF-COUNT              PIC 9(03) COMP VALUE ZERO.
020900 77  WS-REF-SUB                PIC 9(03) COMP VALUE ZERO.
021000 77  WS-REF-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
021100
021200 01  WS-REF-TABLE.
021300     05  WS-REF-ENTRY OCCURS 50 TIMES.
021400         10  WS-REF-UNIT-CODE      PIC X(05).
021500         10  WS-REF-UNIT-NAME      PIC X(20).
021600         10  WS-REF-STATUS         PIC X(01).
021700             88  WS-REF-CLOSED             VALUE "C".
021800
021900 77  WS-MOV-MAX                PIC 9(05) VALUE 5000.
022000 77  WS-MOV-COUNT              PIC 9(05) COMP VALUE ZERO.
022100 77  WS-MOV-SUB                PIC 9(05) COMP VALUE ZERO.
022200
022300 01  WS-MOV-TABLE.
022400     05  WS-MOV-ENTRY OCCURS 5000 TIMES.
022500         10  WS-MOV-UNIT-CODE      PIC X(05).
022600         10  WS-MOV-RUN-DATE       PIC 9(08).
022700         10  WS-MOV-RECORD-COUNT   PIC 9(07).
022800         10  WS-MOV-REJECT-COUNT   PIC 9(07).
022900         10  WS-MOV-EXCEPT-COUNT   PIC 9(07).
023000         10  WS-MOV-TOTAL-S        PIC S9(13).
023100         10  WS-MOV-STATUS-CODE    PIC X(01).
023200             88  WS-MOV-POSTED             VALUE "P".
023300
023400 77  WS-YEB-MAX                PIC 9(03) VALUE 200.
023500 77  WS-YEB-COUNT              PIC 9(03) COMP VALUE ZERO.
023600 77  WS-YEB-SUB                PIC 9(03) COMP VALUE ZERO.
023700 77  WS-CLOSE-LIMIT-DATE       PIC 9(08) VALUE ZERO.
023800
023900 01  WS-YEB-TABLE.
024000     05  WS-YEB-ENTRY OCCURS 200 TIMES.
024100         10  WS-YEB-UNIT-CODE      PIC X(05).
024200         10  WS-YEB-CLOSE-DATE     PIC 9(08).
024300         10  WS-YEB-RULE           PIC X(01).
024400             88  WS-YEB-RESET              VALUE "R".
024500         10  WS-YEB-ADJUSTMENT     PIC S9(13).
024600         10  WS-YEB-PRINTED        PIC X(01).
024700             88  WS-YEB-PRINTED-YES        VALUE "Y".
024800             88  WS-YEB-PRINTED-NO         VALUE "N".
024900
025000 77  WS-REGISTER-READ          PIC 9(07) VALUE ZERO.
025100 77  WS-POSTED-SELECTED        PIC 9(07) VALUE ZERO.
025200 77  WS-REVERSED-SELECTED      PIC 9(07) VALUE ZERO.
025300 77  WS-CLOSES-IN-PERIOD       PIC 9(05) VALUE ZERO.
025400 77  WS-BREAK-COUNT            PIC 9(03) VALUE ZERO.
025500 77  WS-CLOSED-BAL-COUNT       PIC 9(03) VALUE ZERO.
025600
025700 77  WS-SUITE-OPENING          PIC S9(13) VALUE ZERO.
025800 77  WS-SUITE-MOVEMENT         PIC S9(13) VALUE ZERO.
025900 77  WS-SUITE-CLOSING          PIC S9(13) VALUE ZERO.
026000 77  WS-SUITE-DIFFERENCE       PIC S9(13) VALUE ZERO.
026100
026200 01  WS-ACCEPT-TIME.
026300     05  WS-ACCEPT-HHMMSS      PIC 9(06).
026400     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
026500
026600 77  WS-LINE-COUNT             PIC 9(03) VALUE 99.
026700 77  WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
026800 77  WS-PAGE-COUNT             PIC 9(04) VALUE ZERO.
026900
027000 01  WS-PRINT-LINE             PIC X(132) VALUE SPACE.
027100
027200 01  WS-HEADING-1.
027300     05  FILLER                PIC X(15)
027400         VALUE "CODEFORCES153X ".
027500     05  FILLER                PIC X(30) VALUE SPACE.
027600     05  FILLER                PIC X(40)
027700         VALUE "UNIT BALANCE MOVEMENT STATEMENT".
027800     05  FILLER                PIC X(32) VALUE SPACE.
027900     05  FILLER                PIC X(05) VALUE "PAGE ".
028000     05  WS-HD1-PAGE           PIC ZZZ9.
028100     05  FILLER                PIC X(06) VALUE SPACE.
028200
028300 01  WS-HEADING-2.
028400     05  FILLER                PIC X(45) VALUE SPACE.
028500     05  FILLER                PIC X(12) VALUE "PERIOD FROM ".
028600     05  WS-HD2-FROM-DATE      PIC 9(08).
028700     05  FILLER                PIC X(04) VALUE " TO ".
028800     05  WS-HD2-TO-DATE        PIC 9(08).
028900     05  FILLER                PIC X(55) VALUE SPACE.
029000
029100 01  WS-HEADING-3.
029200     05  FILLER                PIC X(05) VALUE SPACE.
029300     05  FILLER                PIC X(06) VALUE "UNIT".
029400     05  FILLER                PIC X(10) VALUE "RUN DATE".
029500     05  FILLER                PIC X(10) VALUE "   RECORDS".
029600     05  FILLER                PIC X(10) VALUE "   REJECTS".
029700     05  FILLER                PIC X(10) VALUE "   EXCPTNS".
029800     05  FILLER                PIC X(19)
029900         VALUE "         TOTAL OF S".
030000     05  FILLER                PIC X(62) VALUE SPACE.
030100
030200 01  WS-UNIT-LINE.
030300     05  FILLER                PIC X(05) VALUE SPACE.
030400     05  WS-UNL-UNIT           PIC X(05).
030500     05  FILLER                PIC X(02) VALUE SPACE.
030600     05  WS-UNL-NAME           PIC X(20).
030700     05  FILLER                PIC X(02) VALUE SPACE.
030800     05  WS-UNL-STATUS         PIC X(30).
030900     05  FILLER                PIC X(68) VALUE SPACE.
031000
031100 01  WS-DETAIL-LINE.
031200     05  FILLER                PIC X(05) VALUE SPACE.
031300     05  WS-DET-UNIT           PIC X(05).
031400     05  FILLER                PIC X(01) VALUE SPACE.
031500     05  WS-DET-RUN-DATE       PIC 9(08).
031600     05  FILLER                PIC X(03) VALUE SPACE.
031700     05  WS-DET-RECORDS        PIC Z,ZZZ,ZZ9.
031800     05  FILLER                PIC X(01) VALUE SPACE.
031900     05  WS-DET-REJECTS        PIC Z,ZZZ,ZZ9.
032000     05  FILLER                PIC X(01) VALUE SPACE.
032100     05  WS-DET-EXCEPTIONS     PIC Z,ZZZ,ZZ9.
032200     05  FILLER                PIC X(01) VALUE SPACE.
032300     05  WS-DET-TOTAL-S        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
032400     05  FILLER                PIC X(02) VALUE SPACE.
032500     05  WS-DET-NOTE           PIC X(30).
032600     05  FILLER                PIC X(30) VALUE SPACE.
032700
032800 01  WS-AMOUNT-LINE.
032900     05  FILLER                PIC X(12) VALUE SPACE.
033000     05  WS-AMT-LABEL          PIC X(40).
033100     05  WS-AMT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
033200     05  FILLER                PIC X(62) VALUE SPACE.
033300
033400 01  WS-FLAG-LINE.
033500     05  FILLER                PIC X(12) VALUE SPACE.
033600     05  WS-FLG-TEXT           PIC X(60).
033700     05  FILLER                PIC X(60) VALUE SPACE.
033800
033900 77  WS-OM-STATUS              PIC X(02) VALUE "00".
034000 77  WS-CM-STATUS              PIC X(02) VALUE "00".
034100 77  WS-GI-STATUS              PIC X(02) VALUE "00".
034200 77  WS-UF-STATUS              PIC X(02) VALUE "00".
034300 77  WS-XP-STATUS              PIC X(02) VALUE "00".
034400
034500 77  WS-SF-STATUS              PIC X(02) VALUE "00".
034600
034700 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
034800     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
034900     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
035000
035100 77  WS-PF-STATUS              PIC X(02) VALUE "00".
035200 77  WS-SI-STATUS              PIC X(02) VALUE "00".
035300 77  WS-YB-STATUS              PIC X(02) VALUE "00".
035400
035500 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
035600     88  WS-PREQ-EOF-YES                VALUE "Y".
035700     88  WS-PREQ-EOF-NO                 VALUE "N".
035800
035900 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
036000     88  WS-RUNI-EOF-YES                VALUE "Y".
036100     88  WS-RUNI-EOF-NO                 VALUE "N".
036200
036300 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
036400     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
036500     88  WS-GATE-OVERRIDE-NO            VALUE "N".
036600
036700 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
036800 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
036900 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
037000 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
037100 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
037200 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
037300 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
037400
037500 01  WS-GATE-LOG-TEXT.
037600     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
037700     05  WS-GATE-LOG-PREDECESSOR
037800                               PIC X(08).
037900     05  FILLER                PIC X(04) VALUE " BY ".
038000     05  WS-GATE-LOG-OPERATOR  PIC X(08).
038100     05  FILLER                PIC X(01) VALUE SPACE.
038200
038300 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
038400 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
038500 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
038600
038700 01  WS-PREQ-TABLE.
038800     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
038900         10  WS-PREQ-ID            PIC X(08).
039000         10  WS-PREQ-EVENT         PIC X(01).
039100         10  WS-PREQ-DATED-SW      PIC X(01).
039200             88  WS-PREQ-DATED-YES          VALUE "Y".
039300             88  WS-PREQ-DATED-NO           VALUE "N".
039400
039500 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
039600 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
039700
039800 PROCEDURE DIVISION.
039900 0000-MAINLINE.
040000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040100     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
040200     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
040300     PERFORM 2000-PRINT-STATEMENT THRU 2000-EXIT.
040400     PERFORM 3000-TERMINATE THRU 3000-EXIT.
040500     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
040600     STOP RUN.
040700
040800 1000-INITIALIZE.
040900     MOVE SPACES TO WS-PARM-LINE.
041000     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
041100     IF WS-PARM-FROM-DATE-X NUMERIC
041200        AND WS-PARM-FROM-DATE-X NOT = "00000000"
041300         MOVE WS-PARM-FROM-DATE-X TO WS-FROM-DATE
041400     ELSE
041500         MOVE "FROM DATE PARM MISSING OR NOT NUMERIC"
041600                              TO WS-ABEND-MESSAGE
041700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
041800     END-IF.
041900     IF WS-PARM-TO-DATE-X NUMERIC
042000        AND WS-PARM-TO-DATE-X NOT = "00000000"
042100         MOVE WS-PARM-TO-DATE-X TO WS-TO-DATE
042200     ELSE
042300         MOVE "TO DATE PARM MISSING OR NOT NUMERIC"
042400                              TO WS-ABEND-MESSAGE
042500         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
042600     END-IF.
042700     IF WS-FROM-DATE > WS-TO-DATE
042800         MOVE "FROM DATE PARM IS AFTER TO DATE"
042900                              TO WS-ABEND-MESSAGE
043000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
043100     END-IF.
043200     PERFORM 1100-LOAD-OPENING-MASTER THRU 1100-EXIT.
043300     PERFORM 1200-LOAD-CLOSING-MASTER THRU 1200-EXIT.
043400     PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT.
043500     PERFORM 1500-LOAD-YEAR-END THRU 1500-EXIT.
043600     PERFORM 1400-LOAD-UNIT-REFERENCE THRU 1400-EXIT.
043700     OPEN OUTPUT CF153-PRF-FILE.
043800     IF WS-XP-STATUS NOT = "00"
043900         MOVE "OPEN ERROR - CF153-PRF-FILE (CF153XP)"
044000                              TO WS-ABEND-MESSAGE
044100         MOVE WS-XP-STATUS    TO WS-ABEND-STATUS
044200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
044300     END-IF.
044400     MOVE WS-FROM-DATE        TO WS-HD2-FROM-DATE.
044500     MOVE WS-TO-DATE          TO WS-HD2-TO-DATE.
044600     PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT.
044700 1000-EXIT.
044800     EXIT.
044900
045000 1100-LOAD-OPENING-MASTER.
045100     OPEN INPUT CF153-MSTO-FILE.
045200     IF WS-OM-STATUS = "35"
045300         DISPLAY "CODEFORCES153X -- NO OPENING MASTER (CF153OM)"
045400             " -- OPENING BALANCES TAKEN AS ZERO"
045500         GO TO 1100-EXIT
045600     END-IF.
045700     IF WS-OM-STATUS NOT = "00"
045800         MOVE "OPEN ERROR - CF153-MSTO-FILE (CF153OM)"
045900                              TO WS-ABEND-MESSAGE
046000         MOVE WS-OM-STATUS    TO WS-ABEND-STATUS
046100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
046200     END-IF.
046300     SET WS-OPENING-PRESENT-YES TO TRUE.
046400     SET WS-MSTO-EOF-NO TO TRUE.
046500     PERFORM 1150-READ-OPENING-MASTER THRU 1150-EXIT
046600         UNTIL WS-MSTO-EOF-YES.
046700     CLOSE CF153-MSTO-FILE.
046800     IF WS-OM-STATUS NOT = "00"
046900         MOVE "CLOSE ERROR - CF153-MSTO-FILE (CF153OM)"
047000                              TO WS-ABEND-MESSAGE
047100         MOVE WS-OM-STATUS    TO WS-ABEND-STATUS
047200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
047300     END-IF.
047400 1100-EXIT.
047500     EXIT.
047600
047700 1150-READ-OPENING-MASTER.
047800     READ CF153-MSTO-FILE
047900         AT END
048000             SET WS-MSTO-EOF-YES TO TRUE
048100         NOT AT END
048200             MOVE MSTO-UNIT-CODE TO WS-UNIT-KEY
048300             PERFORM 2050-FIND-OR-ADD-UNIT THRU 2050-EXIT
048400             MOVE "Y" TO WS-UNIT-ON-OPENING (WS-UNIT-FOUND-SUB)
048500             MOVE MSTO-CUM-BALANCE
048600                 TO WS-UNIT-OPENING-BAL (WS-UNIT-FOUND-SUB)
048700             MOVE MSTO-LAST-RUN-DATE
048800                 TO WS-UNIT-OPENING-LAST (WS-UNIT-FOUND-SUB)
048900     END-READ.
049000     IF WS-OM-STATUS NOT = "00" AND WS-OM-STATUS NOT = "10"
049100         MOVE "READ ERROR - CF153-MSTO-FILE (CF153OM)"
049200                              TO WS-ABEND-MESSAGE
049300         MOVE WS-OM-STATUS    TO WS-ABEND-STATUS
049400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
049500     END-IF.
049600 1150-EXIT.
049700     EXIT.
049800
049900 1200-LOAD-CLOSING-MASTER.
050000     OPEN INPUT CF153-MSTC-FILE.
050100     IF WS-CM-STATUS NOT = "00"
050200         MOVE "OPEN ERROR - CF153-MSTC-FILE (CF153CM)"
050300                              TO WS-ABEND-MESSAGE
050400         MOVE WS-CM-STATUS    TO WS-ABEND-STATUS
050500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
050600     END-IF.
050700     SET WS-MSTC-EOF-NO TO TRUE.
050800     PERFORM 1250-READ-CLOSING-MASTER THRU 1250-EXIT
050900         UNTIL WS-MSTC-EOF-YES.
051000     CLOSE CF153-MSTC-FILE.
051100     IF WS-CM-STATUS NOT = "00"
051200         MOVE "CLOSE ERROR - CF153-MSTC-FILE (CF153CM)"
051300                              TO WS-ABEND-MESSAGE
051400         MOVE WS-CM-STATUS    TO WS-ABEND-STATUS
051500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
051600     END-IF.
051700 1200-EXIT.
051800     EXIT.
051900
052000 1250-READ-CLOSING-MASTER.
052100     READ CF153-MSTC-FILE
052200         AT END
052300             SET WS-MSTC-EOF-YES TO TRUE
052400         NOT AT END
052500             MOVE MSTC-UNIT-CODE TO WS-UNIT-KEY
052600             PERFORM 2050-FIND-OR-ADD-UNIT THRU 2050-EXIT
052700             MOVE "Y" TO WS-UNIT-ON-CLOSING (WS-UNIT-FOUND-SUB)
052800             MOVE MSTC-CUM-BALANCE
052900                 TO WS-UNIT-CLOSING-BAL (WS-UNIT-FOUND-SUB)
053000             MOVE MSTC-LAST-RUN-DATE
053100                 TO WS-UNIT-CLOSING-LAST (WS-UNIT-FOUND-SUB)
053200     END-READ.
053300     IF WS-CM-STATUS NOT = "00" AND WS-CM-STATUS NOT = "10"
053400         MOVE "READ ERROR - CF153-MSTC-FILE (CF153CM)"
053500                              TO WS-ABEND-MESSAGE
053600         MOVE WS-CM-STATUS    TO WS-ABEND-STATUS
053700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
053800     END-IF.
053900 1250-EXIT.
054000     EXIT.
054100
054200 1300-LOAD-REGISTER.
054300     OPEN INPUT CF153-REGI-FILE.
054400     IF WS-GI-STATUS NOT = "00"
054500         MOVE "OPEN ERROR - CF153-REGI-FILE (CF153GI)"
054600                              TO WS-ABEND-MESSAGE
054700         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
054800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
054900     END-IF.
055000     SET WS-REGI-EOF-NO TO TRUE.
055100     PERFORM 1350-READ-REGISTER THRU 1350-EXIT
055200         UNTIL WS-REGI-EOF-YES.
055300     CLOSE CF153-REGI-FILE.
055400     IF WS-GI-STATUS NOT = "00"
055500         MOVE "CLOSE ERROR - CF153-REGI-FILE (CF153GI)"
055600                              TO WS-ABEND-MESSAGE
055700         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
055800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
055900     END-IF.
056000 1300-EXIT.
056100     EXIT.
056200
056300 1350-READ-REGISTER.
056400     READ CF153-REGI-FILE
056500         AT END
056600             SET WS-REGI-EOF-YES TO TRUE
056700         NOT AT END
056800             ADD 1 TO WS-REGISTER-READ
056900             PERFORM 1360-SELECT-REGISTER THRU 1360-EXIT
057000     END-READ.
057100     IF WS-GI-STATUS NOT = "00" AND WS-GI-STATUS NOT = "10"
057200         MOVE "READ ERROR - CF153-REGI-FILE (CF153GI)"
057300                              TO WS-ABEND-MESSAGE
057400         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
057500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
057600     END-IF.
057700 1350-EXIT.
057800     EXIT.
057900
058000 1360-SELECT-REGISTER.
058100     IF REGI-RUN-DATE < WS-FROM-DATE
058200        OR REGI-RUN-DATE > WS-TO-DATE
058300         GO TO 1360-EXIT
058400     END-IF.
058500     IF NOT REGI-POSTED AND NOT REGI-REVERSED
058600         GO TO 1360-EXIT
058700     END-IF.
058800     MOVE REGI-UNIT-CODE TO WS-UNIT-KEY.
058900     PERFORM 2050-FIND-OR-ADD-UNIT THRU 2050-EXIT.
059000     IF WS-MOV-COUNT >= WS-MOV-MAX
059100         MOVE "MOVEMENT TABLE CAPACITY EXCEEDED"
059200                              TO WS-ABEND-MESSAGE
059300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
059400     END-IF.
059500     ADD 1 TO WS-MOV-COUNT.
059600     MOVE REGI-UNIT-CODE      TO WS-MOV-UNIT-CODE (WS-MOV-COUNT).
059700     MOVE REGI-RUN-DATE       TO WS-MOV-RUN-DATE (WS-MOV-COUNT).
059800     MOVE REGI-RECORD-COUNT
059900         TO WS-MOV-RECORD-COUNT (WS-MOV-COUNT).
060000     MOVE REGI-REJECT-COUNT
060100         TO WS-MOV-REJECT-COUNT (WS-MOV-COUNT).
060200     MOVE REGI-EXCEPTION-COUNT
060300         TO WS-MOV-EXCEPT-COUNT (WS-MOV-COUNT).
060400     MOVE REGI-TOTAL-S        TO WS-MOV-TOTAL-S (WS-MOV-COUNT).
060500     MOVE REGI-STATUS-CODE
060600         TO WS-MOV-STATUS-CODE (WS-MOV-COUNT).
060700     IF REGI-REVERSED
060800         ADD 1 TO WS-REVERSED-SELECTED
060900         GO TO 1360-EXIT
061000     END-IF.
061100     ADD 1 TO WS-POSTED-SELECTED.
061200     ADD REGI-TOTAL-S TO WS-UNIT-MOVEMENT (WS-UNIT-FOUND-SUB)
061300         ON SIZE ERROR
061400             MOVE "WS-UNIT-MOVEMENT" TO WS-ABEND-MESSAGE
061500             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
061600     END-ADD.
061700 1360-EXIT.
061800     EXIT.
061900
062000 1400-LOAD-UNIT-REFERENCE.
062100     OPEN INPUT CF153-UNIT-FILE.
062200     IF WS-UF-STATUS = "35"
062300         DISPLAY "CODEFORCES153X -- NO UNIT REFERENCE FILE"
062400             " (CF153UF) -- CLOSED UNIT CHECK BYPASSED"
062500         GO TO 1400-EXIT
062600     END-IF.
062700     IF WS-UF-STATUS NOT = "00"
062800         MOVE "OPEN ERROR - CF153-UNIT-FILE (CF153UF)"
062900                              TO WS-ABEND-MESSAGE
063000         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
063100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
063200     END-IF.
063300     SET WS-UNITREF-PRESENT-YES TO TRUE.
063400     SET WS-UNITREF-EOF-NO TO TRUE.
063500     PERFORM 1450-READ-UNIT-REFERENCE THRU 1450-EXIT
063600         UNTIL WS-UNITREF-EOF-YES.
063700     CLOSE CF153-UNIT-FILE.
063800     IF WS-UF-STATUS NOT = "00"
063900         MOVE "CLOSE ERROR - CF153-UNIT-FILE (CF153UF)"
064000                              TO WS-ABEND-MESSAGE
064100         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
064200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
064300     END-IF.
064400 1400-EXIT.
064500     EXIT.
064600
064700 1450-READ-UNIT-REFERENCE.
064800     READ CF153-UNIT-FILE
064900         AT END
065000             SET WS-UNITREF-EOF-YES TO TRUE
065100         NOT AT END
065200             IF WS-REF-COUNT >= WS-REF-MAX
065300                 MOVE "UNIT REFERENCE TABLE CAPACITY EXCEEDED"
065400                                      TO WS-ABEND-MESSAGE
065500                 PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
065600             END-IF
065700             ADD 1 TO WS-REF-COUNT
065800             MOVE UNT-UNIT-CODE
065900                 TO WS-REF-UNIT-CODE (WS-REF-COUNT)
066000             MOVE UNT-UNIT-NAME
066100                 TO WS-REF-UNIT-NAME (WS-REF-COUNT)
066200             MOVE UNT-STATUS-CODE
066300                 TO WS-REF-STATUS (WS-REF-COUNT)
066400     END-READ.
066500     IF WS-UF-STATUS NOT = "00" AND WS-UF-STATUS NOT = "10"
066600         MOVE "READ ERROR - CF153-UNIT-FILE (CF153UF)"
066700                              TO WS-ABEND-MESSAGE
066800         MOVE WS-UF-STATUS    TO WS-ABEND-STATUS
066900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
067000     END-IF.
067100 1450-EXIT.
067200     EXIT.
067300
067400 1500-LOAD-YEAR-END.
067500     OPEN INPUT CF153-YEB-FILE.
067600     IF WS-YB-STATUS = "35"
067700         DISPLAY "CODEFORCES153X -- NO YEAR-END BALANCE FILE"
067800             " (CF153YB) -- NO YEAR-END CLOSES IN PERIOD"
067900         GO TO 1500-EXIT
068000     END-IF.
068100     IF WS-YB-STATUS NOT = "00"
068200         MOVE "OPEN ERROR - CF153-YEB-FILE (CF153YB)"
068300                              TO WS-ABEND-MESSAGE
068400         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
068500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
068600     END-IF.
068700     SET WS-YEB-EOF-NO TO TRUE.
068800     PERFORM 1550-READ-YEAR-END THRU 1550-EXIT
068900         UNTIL WS-YEB-EOF-YES.
069000     CLOSE CF153-YEB-FILE.
069100     IF WS-YB-STATUS NOT = "00"
069200         MOVE "CLOSE ERROR - CF153-YEB-FILE (CF153YB)"
069300                              TO WS-ABEND-MESSAGE
069400         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
069500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
069600     END-IF.
069700 1500-EXIT.
069800     EXIT.
069900
070000 1550-READ-YEAR-END.
070100     READ CF153-YEB-FILE
070200         AT END
070300             SET WS-YEB-EOF-YES TO TRUE
070400         NOT AT END
070500             PERFORM 1560-TAKE-YEAR-END THRU 1560-EXIT
070600     END-READ.
070700     IF WS-YB-STATUS NOT = "00" AND WS-YB-STATUS NOT = "10"
070800         MOVE "READ ERROR - CF153-YEB-FILE (CF153YB)"
070900                              TO WS-ABEND-MESSAGE
071000         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
071100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
071200     END-IF.
071300 1550-EXIT.
071400     EXIT.
071500
071600 1560-TAKE-YEAR-END.
071700     IF YEB-CLOSE-DATE < WS-FROM-DATE
071800        OR YEB-CLOSE-DATE > WS-TO-DATE
071900         GO TO 1560-EXIT
072000     END-IF.
072100     MOVE YEB-UNIT-CODE TO WS-UNIT-KEY.
072200     PERFORM 2050-FIND-OR-ADD-UNIT THRU 2050-EXIT.
072300     IF YEB-CLOSE-DATE = WS-TO-DATE
072400        AND WS-UNIT-CLOSING-BAL (WS-UNIT-FOUND-SUB)
072500            = YEB-CLOSING-BALANCE
072600         GO TO 1560-EXIT
072700     END-IF.
072800     IF WS-YEB-COUNT >= WS-YEB-MAX
072900         MOVE "YEAR-END TABLE CAPACITY EXCEEDED"
073000                              TO WS-ABEND-MESSAGE
073100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
073200     END-IF.
073300     ADD 1 TO WS-YEB-COUNT.
073400     MOVE YEB-UNIT-CODE       TO WS-YEB-UNIT-CODE (WS-YEB-COUNT).
073500     MOVE YEB-CLOSE-DATE      TO WS-YEB-CLOSE-DATE (WS-YEB-COUNT).
073600     MOVE YEB-YEAR-END-RULE   TO WS-YEB-RULE (WS-YEB-COUNT).
073700     SET WS-YEB-PRINTED-NO (WS-YEB-COUNT) TO TRUE.
073800     SUBTRACT YEB-CLOSING-BALANCE FROM YEB-OPENING-BALANCE
073900         GIVING WS-YEB-ADJUSTMENT (WS-YEB-COUNT)
074000         ON SIZE ERROR
074100             MOVE "WS-YEB-ADJUSTMENT" TO WS-ABEND-MESSAGE
074200             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
074300     END-SUBTRACT.
074400     ADD WS-YEB-ADJUSTMENT (WS-YEB-COUNT)
074500         TO WS-UNIT-MOVEMENT (WS-UNIT-FOUND-SUB)
074600         ON SIZE ERROR
074700             MOVE "WS-UNIT-MOVEMENT" TO WS-ABEND-MESSAGE
074800             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
074900     END-ADD.
075000     ADD 1 TO WS-CLOSES-IN-PERIOD.
075100 1560-EXIT.
075200     EXIT.
075300
075400 2000-PRINT-STATEMENT.
075500     MOVE 1 TO WS-UNIT-SUB.
075600     PERFORM 2100-PRINT-UNIT-SECTION THRU 2100-EXIT
075700         UNTIL WS-UNIT-SUB > WS-UNIT-COUNT.
075800 2000-EXIT.
075900     EXIT.
076000
076100 2050-FIND-OR-ADD-UNIT.
076200     MOVE ZERO TO WS-UNIT-FOUND-SUB.
076300     MOVE 1 TO WS-UNIT-SUB.
076400     PERFORM 2060-SCAN-UNIT THRU 2060-EXIT
076500         UNTIL WS-UNIT-FOUND-SUB > ZERO
076600            OR WS-UNIT-SUB > WS-UNIT-COUNT.
076700     IF WS-UNIT-FOUND-SUB > ZERO
076800         GO TO 2050-EXIT
076900     END-IF.
077000     IF WS-UNIT-COUNT >= WS-UNIT-MAX
077100         MOVE "UNIT TABLE CAPACITY EXCEEDED"
077200                              TO WS-ABEND-MESSAGE
077300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
077400     END-IF.
077500     ADD 1 TO WS-UNIT-COUNT.
077600     MOVE WS-UNIT-COUNT       TO WS-UNIT-FOUND-SUB.
077700     MOVE WS-UNIT-KEY TO WS-UNIT-CODE (WS-UNIT-COUNT).
077800     MOVE "N"  TO WS-UNIT-ON-OPENING (WS-UNIT-COUNT).
077900     MOVE "N"  TO WS-UNIT-ON-CLOSING (WS-UNIT-COUNT).
078000     MOVE ZERO TO WS-UNIT-OPENING-BAL (WS-UNIT-COUNT).
078100     MOVE ZERO TO WS-UNIT-OPENING-LAST (WS-UNIT-COUNT).
078200     MOVE ZERO TO WS-UNIT-MOVEMENT (WS-UNIT-COUNT).
078300     MOVE ZERO TO WS-UNIT-CLOSING-BAL (WS-UNIT-COUNT).
078400     MOVE ZERO TO WS-UNIT-CLOSING-LAST (WS-UNIT-COUNT).
078500     MOVE ZERO TO WS-UNIT-EXPECTED-BAL (WS-UNIT-COUNT).
078600     MOVE ZERO TO WS-UNIT-DIFFERENCE (WS-UNIT-COUNT).
078700 2050-EXIT.
078800     EXIT.
078900
079000 2060-SCAN-UNIT.
079100     IF WS-UNIT-CODE (WS-UNIT-SUB) = WS-UNIT-KEY
079200         MOVE WS-UNIT-SUB TO WS-UNIT-FOUND-SUB
079300     ELSE
079400         ADD 1 TO WS-UNIT-SUB
079500     END-IF.
079600 2060-EXIT.
079700     EXIT.
079800
079900 2100-PRINT-UNIT-SECTION.
080000     MOVE SPACES              TO WS-UNIT-LINE.
080100     MOVE WS-UNIT-CODE (WS-UNIT-SUB) TO WS-UNL-UNIT.
080200     PERFORM 2250-FIND-UNIT-REFERENCE THRU 2250-EXIT.
080300     IF WS-REF-FOUND-SUB > ZERO
080400         MOVE WS-REF-UNIT-NAME (WS-REF-FOUND-SUB) TO WS-UNL-NAME
080500         IF WS-REF-CLOSED (WS-REF-FOUND-SUB)
080600             MOVE "CLOSED ON CF153UF" TO WS-UNL-STATUS
080700         ELSE
080800             MOVE "ACTIVE ON CF153UF" TO WS-UNL-STATUS
080900         END-IF
081000     ELSE
081100         IF WS-UNITREF-PRESENT-YES
081200             MOVE "NOT ON CF153UF"    TO WS-UNL-STATUS
081300         END-IF
081400     END-IF.
081500     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
081600         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
081700     END-IF.
081800     MOVE WS-UNIT-LINE        TO WS-PRINT-LINE.
081900     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
082000     MOVE "OPENING BALANCE (CF153OM)" TO WS-AMT-LABEL.
082100     MOVE WS-UNIT-OPENING-BAL (WS-UNIT-SUB) TO WS-AMT-AMOUNT.
082200     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
082300     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
082400     MOVE 1 TO WS-MOV-SUB.
082500     PERFORM 2200-PRINT-MOVEMENT THRU 2200-EXIT
082600         UNTIL WS-MOV-SUB > WS-MOV-COUNT.
082700     MOVE 99999999            TO WS-CLOSE-LIMIT-DATE.
082800     PERFORM 2240-PRINT-YEAR-END-LINES THRU 2240-EXIT.
082900     ADD WS-UNIT-OPENING-BAL (WS-UNIT-SUB)
083000         WS-UNIT-MOVEMENT (WS-UNIT-SUB)
083100         GIVING WS-UNIT-EXPECTED-BAL (WS-UNIT-SUB)
083200         ON SIZE ERROR
083300             MOVE "WS-UNIT-EXPECTED-BAL" TO WS-ABEND-MESSAGE
083400             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
083500     END-ADD.
083600     SUBTRACT WS-UNIT-EXPECTED-BAL (WS-UNIT-SUB)
083700         FROM WS-UNIT-CLOSING-BAL (WS-UNIT-SUB)
083800         GIVING WS-UNIT-DIFFERENCE (WS-UNIT-SUB)
083900         ON SIZE ERROR
084000             MOVE "WS-UNIT-DIFFERENCE" TO WS-ABEND-MESSAGE
084100             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
084200     END-SUBTRACT.
084300     MOVE "MOVEMENT FOR PERIOD" TO WS-AMT-LABEL.
084400     MOVE WS-UNIT-MOVEMENT (WS-UNIT-SUB) TO WS-AMT-AMOUNT.
084500     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
084600     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
084700     MOVE "OPENING PLUS MOVEMENT" TO WS-AMT-LABEL.
084800     MOVE WS-UNIT-EXPECTED-BAL (WS-UNIT-SUB) TO WS-AMT-AMOUNT.
084900     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
085000     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
085100     MOVE "CLOSING BALANCE (CF153CM)" TO WS-AMT-LABEL.
085200     MOVE WS-UNIT-CLOSING-BAL (WS-UNIT-SUB) TO WS-AMT-AMOUNT.
085300     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
085400     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
085500     PERFORM 2300-PRINT-UNIT-FLAGS THRU 2300-EXIT.
085600     ADD WS-UNIT-OPENING-BAL (WS-UNIT-SUB) TO WS-SUITE-OPENING
085700         ON SIZE ERROR
085800             MOVE "WS-SUITE-OPENING" TO WS-ABEND-MESSAGE
085900             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
086000     END-ADD.
086100     ADD WS-UNIT-MOVEMENT (WS-UNIT-SUB) TO WS-SUITE-MOVEMENT
086200         ON SIZE ERROR
086300             MOVE "WS-SUITE-MOVEMENT" TO WS-ABEND-MESSAGE
086400             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
086500     END-ADD.
086600     ADD WS-UNIT-CLOSING-BAL (WS-UNIT-SUB) TO WS-SUITE-CLOSING
086700         ON SIZE ERROR
086800             MOVE "WS-SUITE-CLOSING" TO WS-ABEND-MESSAGE
086900             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
087000     END-ADD.
087100     ADD WS-UNIT-DIFFERENCE (WS-UNIT-SUB) TO WS-SUITE-DIFFERENCE
087200         ON SIZE ERROR
087300             MOVE "WS-SUITE-DIFFERENCE" TO WS-ABEND-MESSAGE
087400             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
087500     END-ADD.
087600     MOVE SPACES              TO WS-PRINT-LINE.
087700     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
087800     ADD 1 TO WS-UNIT-SUB.
087900 2100-EXIT.
088000     EXIT.
088100
088200 2200-PRINT-MOVEMENT.
088300     IF WS-MOV-UNIT-CODE (WS-MOV-SUB)
088400        NOT = WS-UNIT-CODE (WS-UNIT-SUB)
088500         ADD 1 TO WS-MOV-SUB
088600         GO TO 2200-EXIT
088700     END-IF.
088800     MOVE WS-MOV-RUN-DATE (WS-MOV-SUB) TO WS-CLOSE-LIMIT-DATE.
088900     PERFORM 2240-PRINT-YEAR-END-LINES THRU 2240-EXIT.
089000     MOVE WS-MOV-UNIT-CODE (WS-MOV-SUB)    TO WS-DET-UNIT.
089100     MOVE WS-MOV-RUN-DATE (WS-MOV-SUB)     TO WS-DET-RUN-DATE.
089200     MOVE WS-MOV-RECORD-COUNT (WS-MOV-SUB) TO WS-DET-RECORDS.
089300     MOVE WS-MOV-REJECT-COUNT (WS-MOV-SUB) TO WS-DET-REJECTS.
089400     MOVE WS-MOV-EXCEPT-COUNT (WS-MOV-SUB) TO WS-DET-EXCEPTIONS.
089500     MOVE WS-MOV-TOTAL-S (WS-MOV-SUB)      TO WS-DET-TOTAL-S.
089600     IF WS-MOV-POSTED (WS-MOV-SUB)
089700         MOVE "POSTED"        TO WS-DET-NOTE
089800     ELSE
089900         MOVE "REVERSED -- NOT IN MOVEMENT" TO WS-DET-NOTE
090000     END-IF.
090100     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
090200     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
090300     ADD 1 TO WS-MOV-SUB.
090400 2200-EXIT.
090500     EXIT.
090600
090700 2240-PRINT-YEAR-END-LINES.
090800     MOVE 1 TO WS-YEB-SUB.
090900     PERFORM 2245-PRINT-YEAR-END THRU 2245-EXIT
091000         UNTIL WS-YEB-SUB > WS-YEB-COUNT.
091100 2240-EXIT.
091200     EXIT.
091300
091400 2245-PRINT-YEAR-END.
091500     IF WS-YEB-UNIT-CODE (WS-YEB-SUB)
091600        NOT = WS-UNIT-CODE (WS-UNIT-SUB)
091700        OR WS-YEB-PRINTED-YES (WS-YEB-SUB)
091800        OR WS-YEB-CLOSE-DATE (WS-YEB-SUB)
091900           NOT < WS-CLOSE-LIMIT-DATE
092000         GO TO 2245-NEXT
092100     END-IF.
092200     MOVE SPACES              TO WS-DETAIL-LINE.
092300     MOVE WS-YEB-UNIT-CODE (WS-YEB-SUB)  TO WS-DET-UNIT.
092400     MOVE WS-YEB-CLOSE-DATE (WS-YEB-SUB) TO WS-DET-RUN-DATE.
092500     MOVE WS-YEB-ADJUSTMENT (WS-YEB-SUB) TO WS-DET-TOTAL-S.
092600     IF WS-YEB-RESET (WS-YEB-SUB)
092700         MOVE "YEAR-END CLOSE -- RESET" TO WS-DET-NOTE
092800     ELSE
092900         MOVE "YEAR-END CLOSE -- CARRIED" TO WS-DET-NOTE
093000     END-IF.
093100     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
093200     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
093300     SET WS-YEB-PRINTED-YES (WS-YEB-SUB) TO TRUE.
093400 2245-NEXT.
093500     ADD 1 TO WS-YEB-SUB.
093600 2245-EXIT.
093700     EXIT.
093800
093900 2250-FIND-UNIT-REFERENCE.
094000     MOVE ZERO TO WS-REF-FOUND-SUB.
094100     MOVE 1 TO WS-REF-SUB.
094200     PERFORM 2260-SCAN-UNIT-REFERENCE THRU 2260-EXIT
094300         UNTIL WS-REF-FOUND-SUB > ZERO
094400            OR WS-REF-SUB > WS-REF-COUNT.
094500 2250-EXIT.
094600     EXIT.
094700
094800 2260-SCAN-UNIT-REFERENCE.
094900     IF WS-REF-UNIT-CODE (WS-REF-SUB) = WS-UNIT-CODE (WS-UNIT-SUB)
095000         MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
095100     ELSE
095200         ADD 1 TO WS-REF-SUB
095300     END-IF.
095400 2260-EXIT.
095500     EXIT.
095600
095700 2300-PRINT-UNIT-FLAGS.
095800     IF WS-UNIT-ON-OPENING (WS-UNIT-SUB) = "N"
095900        AND WS-OPENING-PRESENT-YES
096000         MOVE "NOTE -- NOT ON OPENING MASTER, TAKEN AS ZERO"
096100                              TO WS-FLG-TEXT
096200         PERFORM 2350-WRITE-FLAG-LINE THRU 2350-EXIT
096300     END-IF.
096400     IF WS-UNIT-ON-OPENING (WS-UNIT-SUB) = "Y"
096500        AND WS-UNIT-OPENING-LAST (WS-UNIT-SUB) NOT < WS-FROM-DATE
096600         MOVE "NOTE -- OPENING MASTER POSTED ON/AFTER FROM DATE"
096700                              TO WS-FLG-TEXT
096800         PERFORM 2350-WRITE-FLAG-LINE THRU 2350-EXIT
096900     END-IF.
097000     IF WS-UNIT-ON-CLOSING (WS-UNIT-SUB) = "N"
097100         MOVE "NOTE -- NOT ON CLOSING MASTER, TAKEN AS ZERO"
097200                              TO WS-FLG-TEXT
097300         PERFORM 2350-WRITE-FLAG-LINE THRU 2350-EXIT
097400     END-IF.
097500     IF WS-UNIT-CLOSING-LAST (WS-UNIT-SUB) > WS-TO-DATE
097600         MOVE "NOTE -- CLOSING MASTER POSTED AFTER TO DATE"
097700                              TO WS-FLG-TEXT
097800         PERFORM 2350-WRITE-FLAG-LINE THRU 2350-EXIT
097900     END-IF.
098000     IF WS-UNIT-DIFFERENCE (WS-UNIT-SUB) NOT = ZERO
098100         ADD 1 TO WS-BREAK-COUNT
098200         MOVE "*** BREAK -- DIFFERENCE"
098300                              TO WS-AMT-LABEL
098400         MOVE WS-UNIT-DIFFERENCE (WS-UNIT-SUB) TO WS-AMT-AMOUNT
098500         MOVE WS-AMOUNT-LINE  TO WS-PRINT-LINE
098600         PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT
098700     END-IF.
098800     IF WS-REF-FOUND-SUB > ZERO
098900         IF WS-REF-CLOSED (WS-REF-FOUND-SUB)
099000            AND WS-UNIT-CLOSING-BAL (WS-UNIT-SUB) NOT = ZERO
099100             ADD 1 TO WS-CLOSED-BAL-COUNT
099200             MOVE "*** CLOSED ON CF153UF BUT CARRIES A BALANCE"
099300                              TO WS-FLG-TEXT
099400             PERFORM 2350-WRITE-FLAG-LINE THRU 2350-EXIT
099500         END-IF
099600     END-IF.
099700 2300-EXIT.
099800     EXIT.
099900
100000 2350-WRITE-FLAG-LINE.
100100     MOVE WS-FLAG-LINE        TO WS-PRINT-LINE.
100200     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
100300 2350-EXIT.
100400     EXIT.
100500
100600 2700-PAGE-HEADINGS.
100700     ADD 1 TO WS-PAGE-COUNT.
100800     MOVE WS-PAGE-COUNT       TO WS-HD1-PAGE.
100900     MOVE WS-HEADING-1        TO PRF-RECORD.
101000     IF WS-PAGE-COUNT = 1
101100         WRITE PRF-RECORD AFTER ADVANCING 1 LINE
101200     ELSE
101300         WRITE PRF-RECORD AFTER ADVANCING PAGE
101400     END-IF.
101500     IF WS-XP-STATUS NOT = "00"
101600         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153XP)"
101700                              TO WS-ABEND-MESSAGE
101800         MOVE WS-XP-STATUS    TO WS-ABEND-STATUS
101900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
102000     END-IF.
102100     MOVE WS-HEADING-2        TO PRF-RECORD.
102200     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
102300     IF WS-XP-STATUS NOT = "00"
102400         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153XP)"
102500                              TO WS-ABEND-MESSAGE
102600         MOVE WS-XP-STATUS    TO WS-ABEND-STATUS
102700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
102800     END-IF.
102900     MOVE WS-HEADING-3        TO PRF-RECORD.
103000     WRITE PRF-RECORD AFTER ADVANCING 2 LINES.
103100     IF WS-XP-STATUS NOT = "00"
103200         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153XP)"
103300                              TO WS-ABEND-MESSAGE
103400         MOVE WS-XP-STATUS    TO WS-ABEND-STATUS
103500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
103600     END-IF.
103700     MOVE 4 TO WS-LINE-COUNT.
103800 2700-EXIT.
103900     EXIT.
104000
104100 2900-WRITE-STATEMENT-LINE.
104200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
104300         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
104400     END-IF.
104500     MOVE WS-PRINT-LINE       TO PRF-RECORD.
104600     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
104700     IF WS-XP-STATUS NOT = "00"
104800         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153XP)"
104900                              TO WS-ABEND-MESSAGE
105000         MOVE WS-XP-STATUS    TO WS-ABEND-STATUS
105100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
105200     END-IF.
105300     ADD 1 TO WS-LINE-COUNT.
105400     MOVE SPACES TO WS-PRINT-LINE.
105500 2900-EXIT.
105600     EXIT.
105700
105800 3000-TERMINATE.
105900     PERFORM 3100-PRINT-SUITE-TOTALS THRU 3100-EXIT.
106000     CLOSE CF153-PRF-FILE.
106100     IF WS-XP-STATUS NOT = "00"
106200         MOVE "CLOSE ERROR - CF153-PRF-FILE (CF153XP)"
106300                              TO WS-ABEND-MESSAGE
106400         MOVE WS-XP-STATUS    TO WS-ABEND-STATUS
106500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
106600     END-IF.
106700     DISPLAY "CODEFORCES153X -- UNIT BALANCE MOVEMENT STATEMENT".
106800     DISPLAY "FROM DATE. . . . . . . . . . . " WS-FROM-DATE.
106900     DISPLAY "TO DATE. . . . . . . . . . . . " WS-TO-DATE.
107000     DISPLAY "REGISTER RECORDS READ. . . . . " WS-REGISTER-READ.
107100     DISPLAY "POSTED RUNS IN PERIOD. . . . . " WS-POSTED-SELECTED.
107200     DISPLAY "REVERSED RUNS IN PERIOD. . . . "
107300         WS-REVERSED-SELECTED.
107400     DISPLAY "YEAR-END CLOSES IN PERIOD. . . "
107500         WS-CLOSES-IN-PERIOD.
107600     DISPLAY "UNITS ON STATEMENT . . . . . . " WS-UNIT-COUNT.
107700     DISPLAY "SUITE OPENING BALANCE. . . . . " WS-SUITE-OPENING.
107800     DISPLAY "SUITE MOVEMENT . . . . . . . . " WS-SUITE-MOVEMENT.
107900     DISPLAY "SUITE CLOSING BALANCE. . . . . " WS-SUITE-CLOSING.
108000     DISPLAY "UNITS OUT OF BALANCE . . . . . " WS-BREAK-COUNT.
108100     DISPLAY "CLOSED UNITS WITH BALANCE. . . "
108200         WS-CLOSED-BAL-COUNT.
108300     IF WS-BREAK-COUNT > ZERO
108400         DISPLAY "WARNING -- MASTER DOES NOT AGREE WITH THE"
108500             " REGISTER FOR " WS-BREAK-COUNT " UNIT(S)"
108600         MOVE 8 TO RETURN-CODE
108700     ELSE
108800         IF WS-CLOSED-BAL-COUNT > ZERO
108900             DISPLAY "WARNING -- CLOSED UNIT(S) STILL CARRY A"
109000                 " BALANCE"
109100             MOVE 4 TO RETURN-CODE
109200         END-IF
109300     END-IF.
109400     DISPLAY "END OF UNIT BALANCE MOVEMENT STATEMENT".
109500 3000-EXIT.
109600     EXIT.
109700
109800 3100-PRINT-SUITE-TOTALS.
109900     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
110000         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
110100     END-IF.
110200     MOVE "  SUITE TOTALS"    TO WS-PRINT-LINE.
110300     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
110400     MOVE "OPENING BALANCE (CF153OM)" TO WS-AMT-LABEL.
110500     MOVE WS-SUITE-OPENING    TO WS-AMT-AMOUNT.
110600     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
110700     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
110800     MOVE "MOVEMENT FOR PERIOD" TO WS-AMT-LABEL.
110900     MOVE WS-SUITE-MOVEMENT   TO WS-AMT-AMOUNT.
111000     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
111100     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
111200     MOVE "CLOSING BALANCE (CF153CM)" TO WS-AMT-LABEL.
111300     MOVE WS-SUITE-CLOSING    TO WS-AMT-AMOUNT.
111400     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
111500     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
111600     MOVE "NET OF UNIT BREAKS" TO WS-AMT-LABEL.
111700     MOVE WS-SUITE-DIFFERENCE TO WS-AMT-AMOUNT.
111800     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
111900     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
112000     MOVE SPACES              TO WS-PRINT-LINE.
112100     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
112200     MOVE "  BALANCING DESK SIGN-OFF: ___________________"
112300         TO WS-PRINT-LINE.
112400     PERFORM 2900-WRITE-STATEMENT-LINE THRU 2900-EXIT.
112500 3100-EXIT.
112600     EXIT.
112700
112800 8100-STAMP-RUN-START.
112900     OPEN EXTEND CF153-RUNS-FILE.
113000     IF WS-SF-STATUS = "35"
113100         OPEN OUTPUT CF153-RUNS-FILE
113200     END-IF.
113300     IF WS-SF-STATUS NOT = "00"
113400         DISPLAY "CODEFORCES153X -- RUN-STATE FILE (CF153SF)"
113500             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
113600         GO TO 8100-EXIT
113700     END-IF.
113800     SET WS-RUNSTATE-OPEN-YES TO TRUE.
113900     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
114000     MOVE "CF153X  "        TO RUNS-PROGRAM-ID.
114100     MOVE WS-TO-DATE        TO RUNS-RUN-DATE.
114200     MOVE "S"               TO RUNS-EVENT-CODE.
114300     MOVE ZERO TO RUNS-RANGE-LO.
114400     MOVE ZERO TO RUNS-RANGE-HI.
114500     MOVE ZERO              TO RUNS-RECORD-COUNT.
114600     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
114700 8100-EXIT.
114800     EXIT.
114900
115000 8150-WRITE-RUN-STATE.
115100     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
115200     ACCEPT WS-ACCEPT-TIME FROM TIME.
115300     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
115400     WRITE RUNS-RUNSTATE-RECORD.
115500     IF WS-SF-STATUS NOT = "00"
115600         DISPLAY "CODEFORCES153X -- RUN-STATE STAMP FAILED"
115700             " -- STATUS " WS-SF-STATUS
115800     END-IF.
115900 8150-EXIT.
116000     EXIT.
116100
116200 8200-STAMP-RUN-END.
116300     IF WS-RUNSTATE-OPEN-NO
116400         GO TO 8200-EXIT
116500     END-IF.
116600     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
116700     MOVE "CF153X  "        TO RUNS-PROGRAM-ID.
116800     MOVE WS-TO-DATE        TO RUNS-RUN-DATE.
116900     MOVE "C"               TO RUNS-EVENT-CODE.
117000     MOVE ZERO TO RUNS-RANGE-LO.
117100     MOVE ZERO TO RUNS-RANGE-HI.
117200     MOVE WS-BREAK-COUNT    TO RUNS-RECORD-COUNT.
117300     IF WS-BREAK-COUNT > ZERO
117400         MOVE "UNIT BALANCE BREAK"
117500                               TO RUNS-MESSAGE-TEXT
117600     END-IF.
117700     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
117800     CLOSE CF153-RUNS-FILE.
117900     SET WS-RUNSTATE-OPEN-NO TO TRUE.
118000 8200-EXIT.
118100     EXIT.
118200
118300 8300-STAMP-RUN-ABEND.
118400     IF WS-RUNSTATE-OPEN-NO
118500         OPEN EXTEND CF153-RUNS-FILE
118600         IF WS-SF-STATUS = "35"
118700             OPEN OUTPUT CF153-RUNS-FILE
118800         END-IF
118900         IF WS-SF-STATUS NOT = "00"
119000             GO TO 8300-EXIT
119100         END-IF
119200         SET WS-RUNSTATE-OPEN-YES TO TRUE
119300     END-IF.
119400     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
119500     MOVE "CF153X  "        TO RUNS-PROGRAM-ID.
119600     MOVE WS-TO-DATE        TO RUNS-RUN-DATE.
119700     MOVE "A"               TO RUNS-EVENT-CODE.
119800     MOVE ZERO TO RUNS-RANGE-LO.
119900     MOVE ZERO TO RUNS-RANGE-HI.
120000     MOVE WS-BREAK-COUNT    TO RUNS-RECORD-COUNT.
120100     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
120200     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
120300     CLOSE CF153-RUNS-FILE.
120400     SET WS-RUNSTATE-OPEN-NO TO TRUE.
120500 8300-EXIT.
120600     EXIT.
120700
120800 8400-CHECK-PREREQUISITES.
120900     MOVE "CF153X  "        TO WS-GATE-PROGRAM-ID.
121000     MOVE WS-TO-DATE TO WS-GATE-RUN-DATE.
121100     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
121200     OPEN INPUT CF153-PREQ-FILE.
121300     IF WS-PF-STATUS = "35"
121400         GO TO 8400-EXIT
121500     END-IF.
121600     IF WS-PF-STATUS NOT = "00"
121700         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
121800                              TO WS-ABEND-MESSAGE
121900         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
122000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
122100     END-IF.
122200     SET WS-PREQ-EOF-NO TO TRUE.
122300     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
122400         UNTIL WS-PREQ-EOF-YES.
122500     CLOSE CF153-PREQ-FILE.
122600     IF WS-PREQ-COUNT = ZERO
122700         GO TO 8400-EXIT
122800     END-IF.
122900     OPEN INPUT CF153-RUNI-FILE.
123000     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
123100         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
123200                              TO WS-ABEND-MESSAGE
123300         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
123400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
123500     END-IF.
123600     IF WS-SI-STATUS = "00"
123700         SET WS-RUNI-EOF-NO TO TRUE
123800         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
123900             UNTIL WS-RUNI-EOF-YES
124000         CLOSE CF153-RUNI-FILE
124100     END-IF.
124200     MOVE ZERO TO WS-GATE-MISSING.
124300     MOVE 1 TO WS-PREQ-SUB.
124400     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
124500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
124600     IF WS-GATE-MISSING = ZERO
124700         GO TO 8400-EXIT
124800     END-IF.
124900     IF WS-GATE-OVERRIDE-YES
125000         DISPLAY "CODEFORCES153X -- PREREQUISITES OVERRIDDEN BY "
125100             WS-GATE-OPERATOR
125200         DISPLAY "    REASON: " WS-GATE-REASON
125300         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
125400         GO TO 8400-EXIT
125500     END-IF.
125600     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
125700     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
125800 8400-EXIT.
125900     EXIT.
126000
126100 8410-READ-PREREQUISITE.
126200     READ CF153-PREQ-FILE
126300         AT END
126400             SET WS-PREQ-EOF-YES TO TRUE
126500         NOT AT END
126600             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
126700                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
126800             END-IF
126900     END-READ.
127000     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
127100         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
127200                              TO WS-ABEND-MESSAGE
127300         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
127400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
127500     END-IF.
127600 8410-EXIT.
127700     EXIT.
127800
127900 8415-TAKE-PREREQUISITE.
128000     IF PRQ-OVERRIDE
128100         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
128200            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
128300                AND WS-GATE-RUN-DATE NOT = ZERO)
128400             SET WS-GATE-OVERRIDE-YES TO TRUE
128500             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
128600             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
128700         END-IF
128800         GO TO 8415-EXIT
128900     END-IF.
129000     IF NOT PRQ-PREREQUISITE
129100         GO TO 8415-EXIT
129200     END-IF.
129300     IF WS-PREQ-COUNT >= WS-PREQ-MAX
129400         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
129500                              TO WS-ABEND-MESSAGE
129600         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
129700     END-IF.
129800     ADD 1 TO WS-PREQ-COUNT.
129900     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
130000     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
130100     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
130200 8415-EXIT.
130300     EXIT.
130400
130500 8420-READ-RUN-EVENT.
130600     READ CF153-RUNI-FILE
130700         AT END
130800             SET WS-RUNI-EOF-YES TO TRUE
130900         NOT AT END
131000             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
131100     END-READ.
131200     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
131300         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
131400                              TO WS-ABEND-MESSAGE
131500         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
131600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
131700     END-IF.
131800 8420-EXIT.
131900     EXIT.
132000
132100 8430-POST-RUN-EVENT.
132200     IF RUNI-OVERRIDDEN
132300         GO TO 8430-EXIT
132400     END-IF.
132500     MOVE 1 TO WS-PREQ-SUB.
132600     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
132700         IF RUNI-COMPLETED
132800             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
132900                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
133000         END-IF
133100         GO TO 8430-EXIT
133200     END-IF.
133300     IF WS-GATE-RUN-DATE NOT = ZERO
133400        AND RUNI-RUN-DATE NOT = ZERO
133500        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
133600         GO TO 8430-EXIT
133700     END-IF.
133800     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
133900         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
134000 8430-EXIT.
134100     EXIT.
134200
134300 8435-RESET-UNDATED.
134400     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
134500         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
134600     END-IF.
134700     ADD 1 TO WS-PREQ-SUB.
134800 8435-EXIT.
134900     EXIT.
135000
135100 8437-POST-PREDECESSOR.
135200     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
135300         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
135400         IF WS-GATE-RUN-DATE NOT = ZERO
135500            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
135600             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
135700         ELSE
135800             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
135900         END-IF
136000     END-IF.
136100     ADD 1 TO WS-PREQ-SUB.
136200 8437-EXIT.
136300     EXIT.
136400
136500 8440-CHECK-PREDECESSOR.
136600     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
136700         GO TO 8440-NEXT
136800     END-IF.
136900     ADD 1 TO WS-GATE-MISSING.
137000     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
137100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
137200         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
137300     END-IF.
137400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
137500         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
137600     END-IF.
137700     DISPLAY "CODEFORCES153X -- PREREQUISITE STEP "
137800         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
137900     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
138000 8440-NEXT.
138100     ADD 1 TO WS-PREQ-SUB.
138200 8440-EXIT.
138300     EXIT.
138400
138500 8460-LOG-OVERRIDE.
138600     OPEN EXTEND CF153-RUNS-FILE.
138700     IF WS-SF-STATUS = "35"
138800         OPEN OUTPUT CF153-RUNS-FILE
138900     END-IF.
139000     IF WS-SF-STATUS NOT = "00"
139100         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
139200                              TO WS-ABEND-MESSAGE
139300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
139400     END-IF.
139500     MOVE 1 TO WS-PREQ-SUB.
139600     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
139700         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
139800     CLOSE CF153-RUNS-FILE.
139900 8460-EXIT.
140000     EXIT.
140100
140200 8470-WRITE-OVERRIDE.
140300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
140400         GO TO 8470-NEXT
140500     END-IF.
140600     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
140700     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
140800     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
140900     MOVE "O"               TO RUNS-EVENT-CODE.
141000     MOVE ZERO TO RUNS-RANGE-LO.
141100     MOVE ZERO TO RUNS-RANGE-HI.
141200     MOVE ZERO              TO RUNS-RECORD-COUNT.
141300     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
141400     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
141500     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
141600     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
141700 8470-NEXT.
141800     ADD 1 TO WS-PREQ-SUB.
141900 8470-EXIT.
142000     EXIT.
142100
142200 9900-ABEND-FILE-ERROR.
142300     DISPLAY "CODEFORCES153X -- FATAL FILE ERROR".
142400     DISPLAY WS-ABEND-MESSAGE.
142500     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
142600     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
142700     MOVE 16 TO RETURN-CODE.
142800     STOP RUN.
142900 9900-EXIT.
143000     EXIT.
143100
143200 9950-ABEND-TOTAL-OVERFLOW.
143300     DISPLAY "CODEFORCES153X -- FATAL ARITHMETIC OVERFLOW".
143400     DISPLAY WS-ABEND-MESSAGE, " EXCEEDED ITS PICTURE CAPACITY".
143500     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
143600     MOVE 16 TO RETURN-CODE.
143700     STOP RUN.
143800 9950-EXIT.
143900     EXIT.
144000
144100 9960-ABEND-CONTROL-ERROR.
144200     DISPLAY "CODEFORCES153X -- FATAL CONTROL ERROR".
144300     DISPLAY WS-ABEND-MESSAGE.
144400     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
144500     MOVE 16 TO RETURN-CODE.
144600     STOP RUN.
144700 9960-EXIT.
144800     EXIT.
