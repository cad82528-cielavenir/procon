000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153C.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  RUN REVERSAL (BACK-OUT).
001300*                     TAKES A POSTED RUN DATE (PARM COLS 1-8) AND
001400*                     AN OPTIONAL BUSINESS UNIT (COLS 10-14) AND
001500*                     BACKS THAT RUN OUT CLEANLY INSTEAD OF BY
001600*                     HAND -- EACH MATCHING "P" RECORD ON THE RUN
001700*                     REGISTER (CF153GI TO CF153GO) IS MARKED "R"
001800*                     REVERSED, ITS TOTAL OF S IS SUBTRACTED FROM
001900*                     THE UNIT'S BALANCE-FORWARD MASTER (CF153MI
002000*                     TO CF153MO), AND WHEN THE DATE WAS ALREADY
002100*                     BUILT FOR THE GENERAL LEDGER A REVERSING
002200*                     CF153GLR BATCH (DEBITS AND CREDITS SWAPPED)
002300*                     IS WRITTEN TO CF153VG AND A REVERSAL ENTRY
002400*                     IS ADDED TO THE CF153NI/CF153NO SEND
002500*                     REGISTER.  A "R" REGISTER RECORD NO LONGER
002600*                     COUNTS AS POSTED, SO CODEFORCES153A, 153G
002700*                     AND 153J WILL TAKE THE DATE (OR UNIT) AGAIN
002800*                     WITHOUT THE OPERATOR OVERRIDE.  A REVERSAL
002900*                     PROOF OF MASTER BALANCES BEFORE AND AFTER
003000*                     AND THE REGISTER FIGURES BACKED OUT IS
003100*                     PRINTED ON CF153VP FOR THE DESK TO FILE.
003200*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
003300*                     START ON CF153SF THE PROGRAM NOW READS THE
003400*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
003500*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
003600*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
003700*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
003800*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
003900*                     START AND IS LOGGED ON CF153SF AS AN "O"
004000*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
004100*    2026-10-15  TY   PER-UNIT SEND STATE.  A REVERSED UNIT NOW
004200*                     GETS REVERSING CF153VG DETAIL ONLY WHEN ITS
004300*                     LATEST CF153NI ENTRY FOR THE DATE IS A BATCH
004400*                     SENT, NOT A REVERSAL, SO A UNIT NOT YET
004500*                     REBUILT IS NEVER REVERSED IN THE LEDGER
004600*                     TWICE.  THE CF153HF EXTRACT HISTORY IS NOW
004700*                     COPIED TO A NEW GENERATION (CF153HO) LESS
004800*                     THE REVERSED UNITS' DETAIL FOR THE DATE.
004900*****************************************************************
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.  GENERIC.
005400 OBJECT-COMPUTER.  GENERIC.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CF153-REGI-FILE ASSIGN TO CF153GI
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-GI-STATUS.
006100
006200     SELECT CF153-REGO-FILE ASSIGN TO CF153GO
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-GO-STATUS.
006500
006600     SELECT CF153-MSTI-FILE ASSIGN TO CF153MI
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-MI-STATUS.
006900
007000     SELECT CF153-MSTO-FILE ASSIGN TO CF153MO
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-MO-STATUS.
007300
007400     SELECT CF153-GXI-FILE  ASSIGN TO CF153NI
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-NI-STATUS.
007700
007800     SELECT CF153-GXO-FILE  ASSIGN TO CF153NO
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-NO-STATUS.
008100
008200     SELECT CF153-GLPF-FILE ASSIGN TO CF153VG
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-VG-STATUS.
008500
008600     SELECT CF153-PRF-FILE  ASSIGN TO CF153VP
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-VP-STATUS.
008900
009000     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-SF-STATUS.
009300
009400     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-PF-STATUS.
009700
009800     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-SI-STATUS.
010100
010200     SELECT CF153-HSTI-FILE ASSIGN TO CF153HF
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-HI-STATUS.
010500
010600     SELECT CF153-HSTO-FILE ASSIGN TO CF153HO
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-HO-STATUS.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  CF153-REGI-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS.
011500     COPY CF153REG REPLACING ==:TAG:== BY ==REGI==.
011600
011700 FD  CF153-REGO-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORD CONTAINS 80 CHARACTERS.
012000     COPY CF153REG REPLACING ==:TAG:== BY ==REGO==.
012100
012200 FD  CF153-MSTI-FILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 80 CHARACTERS.
012500     COPY CF153MST REPLACING ==:TAG:== BY ==MSTI==.
012600
012700 FD  CF153-MSTO-FILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 80 CHARACTERS.
013000     COPY CF153MST REPLACING ==:TAG:== BY ==MSTO==.
013100
013200 FD  CF153-GXI-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 80 CHARACTERS.
013500     COPY CF153GLX REPLACING ==:TAG:== BY ==GXI==.
013600
013700 FD  CF153-GXO-FILE
013800     LABEL RECORDS ARE STANDARD
013900     RECORD CONTAINS 80 CHARACTERS.
014000     COPY CF153GLX REPLACING ==:TAG:== BY ==GXO==.
014100
014200 FD  CF153-GLPF-FILE
014300     LABEL RECORDS ARE STANDARD
014400     RECORD CONTAINS 80 CHARACTERS.
014500     COPY CF153GLR.
014600
014700 FD  CF153-PRF-FILE
014800     LABEL RECORDS ARE STANDARD
014900     RECORD CONTAINS 132 CHARACTERS.
015000 01  PRF-RECORD                PIC X(132).
015100
015200 FD  CF153-RUNS-FILE
015300     LABEL RECORDS ARE STANDARD
015400     RECORD CONTAINS 80 CHARACTERS.
015500     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
015600
015700 FD  CF153-PREQ-FILE
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 80 CHARACTERS.
016000     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
016100
016200 FD  CF153-RUNI-FILE
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 80 CHARACTERS.
016500     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
016600
016700 FD  CF153-HSTI-FILE
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 80 CHARACTERS.
017000     COPY CF153EXT REPLACING ==:TAG:== BY ==HSTI==.
017100
017200 FD  CF153-HSTO-FILE
017300     LABEL RECORDS ARE STANDARD
017400     RECORD CONTAINS 80 CHARACTERS.
017500     COPY CF153EXT REPLACING ==:TAG:== BY ==HSTO==.
017600
017700 WORKING-STORAGE SECTION.
017800 77  WS-REGI-EOF-SWITCH        PIC X(01) VALUE "N".
017900     88  WS-REGI-EOF-YES                VALUE "Y".
018000     88  WS-REGI-EOF-NO                 VALUE "N".
018100
018200 77  WS-MSTI-EOF-SWITCH        PIC X(01) VALUE "N".
018300     88  WS-MSTI-EOF-YES                VALUE "Y".
018400     88  WS-MSTI-EOF-NO                 VALUE "N".
018500
018600 77  WS-GXI-EOF-SWITCH         PIC X(01) VALUE "N".
018700     88  WS-GXI-EOF-YES                 VALUE "Y".
018800     88  WS-GXI-EOF-NO                  VALUE "N".
018900
019000 77  WS-HSTI-EOF-SWITCH        PIC X(01) VALUE "N".
019100     88  WS-HSTI-EOF-YES                VALUE "Y".
019200     88  WS-HSTI-EOF-NO                 VALUE "N".
019300
019400 77  WS-SENT-FOUND-SWITCH      PIC X(01) VALUE "N".
019500     88  WS-SENT-FOUND-YES              VALUE "Y".
019600     88  WS-SENT-FOUND-NO               VALUE "N".
019700
019800 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
019900 77  WS-REV-UNIT               PIC X(05) VALUE SPACE.
020000
020100 01  WS-PARM-LINE.
020200     05  WS-PARM-DATE-X        PIC X(08).
020300     05  FILLER                PIC X(01).
020400     05  WS-PARM-UNIT          PIC X(05).
020500     05  FILLER                PIC X(16).
020600
020700 77  WS-REGISTER-READ          PIC 9(07) VALUE ZERO.
020800 77  WS-REVERSED-COUNT         PIC 9(07) VALUE ZERO.
020900 77  WS-HISTORY-READ           PIC 9(07) VALUE ZERO.
021000 77  WS-HISTORY-DROPPED        PIC 9(07) VALUE ZERO.
021100 77  WS-MASTER-COUNT           PIC 9(07) VALUE ZERO.
021200 77  WS-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
021300 77  WS-HASH-TOTAL-S           PIC S9(13) VALUE ZERO.
021400 77  WS-DEBIT-TOTAL            PIC 9(13) VALUE ZERO.
021500 77  WS-CREDIT-TOTAL           PIC 9(13) VALUE ZERO.
021600 77  WS-WORK-DEBIT             PIC S9(13) VALUE ZERO.
021700 77  WS-BALANCE-BEFORE         PIC S9(13) VALUE ZERO.
021800 77  WS-BALANCE-AFTER          PIC S9(13) VALUE ZERO.
021900 77  WS-BACKED-OUT-S           PIC S9(13) VALUE ZERO.
022000 77  WS-TOTAL-BEFORE           PIC S9(13) VALUE ZERO.
022100 77  WS-TOTAL-BACKED-OUT       PIC S9(13) VALUE ZERO.
022200 77  WS-TOTAL-AFTER            PIC S9(13) VALUE ZERO.
022300 77  WS-PROOF-CHECK            PIC S9(13) VALUE ZERO.
022400
022500 77  WS-WORK-UNIT              PIC X(05) VALUE SPACE.
022600 77  WS-REV-MAX                PIC 9(03) VALUE 50.
022700 77  WS-REV-COUNT              PIC 9(03) COMP VALUE ZERO.
022800 77  WS-REV-SUB                PIC 9(03) COMP VALUE ZERO.
022900 77  WS-REV-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
023000 77  WS-MARK-SENT              PIC X(01) VALUE SPACE.
023100
023200 01  WS-REV-TABLE.
023300     05  WS-REV-ENTRY OCCURS 50 TIMES.
023400         10  WS-REV-UNIT-CODE      PIC X(05).
023500         10  WS-REV-RECORD-COUNT   PIC 9(07).
023600         10  WS-REV-TOTAL-S        PIC S9(13).
023700         10  WS-REV-ON-MASTER      PIC X(01).
023800         10  WS-REV-SENT-SW        PIC X(01).
023900             88  WS-REV-SENT-YES           VALUE "Y".
024000             88  WS-REV-SENT-NO            VALUE "N".
024100
024200 01  WS-ACCEPT-TIME.
024300     05  WS-ACCEPT-HHMMSS      PIC 9(06).
024400     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
024500
024600 77  WS-LINE-COUNT             PIC 9(03) VALUE 99.
024700 77  WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
024800 77  WS-PAGE-COUNT             PIC 9(04) VALUE ZERO.
024900
025000 01  WS-PRINT-LINE             PIC X(132) VALUE SPACE.
025100
025200 01  WS-HEADING-1.
025300     05  FILLER                PIC X(15)
025400         VALUE "CODEFORCES153C ".
025500     05  FILLER                PIC X(30) VALUE SPACE.
025600     05  FILLER                PIC X(40)
025700         VALUE "RUN REVERSAL PROOF".
025800     05  FILLER                PIC X(32) VALUE SPACE.
025900     05  FILLER                PIC X(05) VALUE "PAGE ".
026000     05  WS-HD1-PAGE           PIC ZZZ9.
026100     05  FILLER                PIC X(06) VALUE SPACE.
026200
026300 01  WS-HEADING-2.
026400     05  FILLER                PIC X(05) VALUE SPACE.
026500     05  FILLER                PIC X(06) VALUE "UNIT".
026600     05  FILLER                PIC X(10) VALUE "RUN DATE".
026700     05  FILLER                PIC X(20)
026800         VALUE "      BALANCE BEFORE".
026900     05  FILLER                PIC X(20)
027000         VALUE "   REGISTER BACK-OUT".
027100     05  FILLER                PIC X(20)
027200         VALUE "       BALANCE AFTER".
027300     05  FILLER                PIC X(51) VALUE SPACE.
027400
027500 01  WS-DETAIL-LINE.
027600     05  FILLER                PIC X(05) VALUE SPACE.
027700     05  WS-DET-UNIT           PIC X(05).
027800     05  FILLER                PIC X(01) VALUE SPACE.
027900     05  WS-DET-RUN-DATE       PIC 9(08).
028000     05  FILLER                PIC X(01) VALUE SPACE.
028100     05  WS-DET-BEFORE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
028200     05  FILLER                PIC X(02) VALUE SPACE.
028300     05  WS-DET-BACKED-OUT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
028400     05  FILLER                PIC X(02) VALUE SPACE.
028500     05  WS-DET-AFTER          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
028600     05  FILLER                PIC X(72) VALUE SPACE.
028700
028800 01  WS-TOTAL-LINE.
028900     05  WS-TOT-LABEL          PIC X(20).
029000     05  WS-TOT-BEFORE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
029100     05  FILLER                PIC X(02) VALUE SPACE.
029200     05  WS-TOT-BACKED-OUT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
029300     05  FILLER                PIC X(02) VALUE SPACE.
029400     05  WS-TOT-AFTER          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
029500     05  FILLER                PIC X(72) VALUE SPACE.
029600
029700 01  WS-GL-LINE.
029800     05  WS-GLL-LABEL          PIC X(30).
029900     05  WS-GLL-COUNT          PIC ZZZ,ZZ9.
030000     05  FILLER                PIC X(03) VALUE SPACE.
030100     05  WS-GLL-DEBIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
030200     05  FILLER                PIC X(03) VALUE SPACE.
030300     05  WS-GLL-CREDIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
030400     05  FILLER                PIC X(55) VALUE SPACE.
030500
030600 77  WS-GI-STATUS              PIC X(02) VALUE "00".
030700 77  WS-GO-STATUS              PIC X(02) VALUE "00".
030800 77  WS-MI-STATUS              PIC X(02) VALUE "00".
030900 77  WS-MO-STATUS              PIC X(02) VALUE "00".
031000 77  WS-NI-STATUS              PIC X(02) VALUE "00".
031100 77  WS-NO-STATUS              PIC X(02) VALUE "00".
031200 77  WS-VG-STATUS              PIC X(02) VALUE "00".
031300 77  WS-VP-STATUS              PIC X(02) VALUE "00".
031400 77  WS-HI-STATUS              PIC X(02) VALUE "00".
031500 77  WS-HO-STATUS              PIC X(02) VALUE "00".
031600
031700 77  WS-SF-STATUS              PIC X(02) VALUE "00".
031800
031900 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
032000     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
032100     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
032200
032300 77  WS-PF-STATUS              PIC X(02) VALUE "00".
032400 77  WS-SI-STATUS              PIC X(02) VALUE "00".
032500
032600 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
032700     88  WS-PREQ-EOF-YES                VALUE "Y".
032800     88  WS-PREQ-EOF-NO                 VALUE "N".
032900
033000 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
033100     88  WS-RUNI-EOF-YES                VALUE "Y".
033200     88  WS-RUNI-EOF-NO                 VALUE "N".
033300
033400 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
033500     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
033600     88  WS-GATE-OVERRIDE-NO            VALUE "N".
033700
033800 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
033900 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
034000 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
034100 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
034200 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
034300 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
034400 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
034500
034600 01  WS-GATE-LOG-TEXT.
034700     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
034800     05  WS-GATE-LOG-PREDECESSOR
034900                               PIC X(08).
035000     05  FILLER                PIC X(04) VALUE " BY ".
035100     05  WS-GATE-LOG-OPERATOR  PIC X(08).
035200     05  FILLER                PIC X(01) VALUE SPACE.
035300
035400 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
035500 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
035600 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
035700
035800 01  WS-PREQ-TABLE.
035900     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
036000         10  WS-PREQ-ID            PIC X(08).
036100         10  WS-PREQ-EVENT         PIC X(01).
036200         10  WS-PREQ-DATED-SW      PIC X(01).
036300             88  WS-PREQ-DATED-YES          VALUE "Y".
036400             88  WS-PREQ-DATED-NO           VALUE "N".
036500
036600 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
036700 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
036800
036900 PROCEDURE DIVISION.
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037200     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
037300     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
037400     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
037500         UNTIL WS-MSTI-EOF-YES.
037600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
037700     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
037800     STOP RUN.
037900
038000 1000-INITIALIZE.
038100     MOVE SPACES TO WS-PARM-LINE.
038200     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
038300     IF WS-PARM-DATE-X NUMERIC
038400        AND WS-PARM-DATE-X NOT = "00000000"
038500         MOVE WS-PARM-DATE-X TO WS-RUN-DATE
038600     ELSE
038700         MOVE "RUN DATE PARM MISSING OR NOT NUMERIC"
038800                              TO WS-ABEND-MESSAGE
038900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
039000     END-IF.
039100     MOVE WS-PARM-UNIT TO WS-REV-UNIT.
039200     PERFORM 1020-REVERSE-REGISTER THRU 1020-EXIT.
039300     PERFORM 1040-CHECK-SEND-REGISTER THRU 1040-EXIT.
039400     PERFORM 1050-COPY-HISTORY THRU 1050-EXIT.
039500     OPEN OUTPUT CF153-MSTO-FILE.
039600     IF WS-MO-STATUS NOT = "00"
039700         MOVE "OPEN ERROR - CF153-MSTO-FILE (CF153MO)"
039800                              TO WS-ABEND-MESSAGE
039900         MOVE WS-MO-STATUS    TO WS-ABEND-STATUS
040000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
040100     END-IF.
040200     OPEN INPUT CF153-MSTI-FILE.
040300     IF WS-MI-STATUS NOT = "00"
040400         MOVE "OPEN ERROR - CF153-MSTI-FILE (CF153MI)"
040500                              TO WS-ABEND-MESSAGE
040600         MOVE WS-MI-STATUS    TO WS-ABEND-STATUS
040700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
040800     END-IF.
040900     OPEN OUTPUT CF153-GLPF-FILE.
041000     IF WS-VG-STATUS NOT = "00"
041100         MOVE "OPEN ERROR - CF153-GLPF-FILE (CF153VG)"
041200                              TO WS-ABEND-MESSAGE
041300         MOVE WS-VG-STATUS    TO WS-ABEND-STATUS
041400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
041500     END-IF.
041600     OPEN OUTPUT CF153-PRF-FILE.
041700     IF WS-VP-STATUS NOT = "00"
041800         MOVE "OPEN ERROR - CF153-PRF-FILE (CF153VP)"
041900                              TO WS-ABEND-MESSAGE
042000         MOVE WS-VP-STATUS    TO WS-ABEND-STATUS
042100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
042200     END-IF.
042300     PERFORM 1100-WRITE-BATCH-HEADER THRU 1100-EXIT.
042400     PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT.
042500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
042600 1000-EXIT.
042700     EXIT.
042800
042900 1020-REVERSE-REGISTER.
043000     OPEN OUTPUT CF153-REGO-FILE.
043100     IF WS-GO-STATUS NOT = "00"
043200         MOVE "OPEN ERROR - CF153-REGO-FILE (CF153GO)"
043300                              TO WS-ABEND-MESSAGE
043400         MOVE WS-GO-STATUS    TO WS-ABEND-STATUS
043500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
043600     END-IF.
043700     OPEN INPUT CF153-REGI-FILE.
043800     IF WS-GI-STATUS NOT = "00"
043900         MOVE "OPEN ERROR - CF153-REGI-FILE (CF153GI)"
044000                              TO WS-ABEND-MESSAGE
044100         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
044200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
044300     END-IF.
044400     SET WS-REGI-EOF-NO TO TRUE.
044500     PERFORM 1025-COPY-REGISTER-RECORD THRU 1025-EXIT
044600         UNTIL WS-REGI-EOF-YES.
044700     CLOSE CF153-REGI-FILE.
044800     IF WS-GI-STATUS NOT = "00"
044900         MOVE "CLOSE ERROR - CF153-REGI-FILE (CF153GI)"
045000                              TO WS-ABEND-MESSAGE
045100         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
045200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
045300     END-IF.
045400     CLOSE CF153-REGO-FILE.
045500     IF WS-GO-STATUS NOT = "00"
045600         MOVE "CLOSE ERROR - CF153-REGO-FILE (CF153GO)"
045700                              TO WS-ABEND-MESSAGE
045800         MOVE WS-GO-STATUS    TO WS-ABEND-STATUS
045900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
046000     END-IF.
046100     IF WS-REV-COUNT = ZERO
046200         MOVE "NO POSTED REGISTER RECORD TO REVERSE"
046300                              TO WS-ABEND-MESSAGE
046400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
046500     END-IF.
046600 1020-EXIT.
046700     EXIT.
046800
046900 1025-COPY-REGISTER-RECORD.
047000     READ CF153-REGI-FILE
047100         AT END
047200             SET WS-REGI-EOF-YES TO TRUE
047300         NOT AT END
047400             ADD 1 TO WS-REGISTER-READ
047500             MOVE REGI-REGISTER-RECORD TO REGO-REGISTER-RECORD
047600             IF REGI-RUN-DATE = WS-RUN-DATE
047700                AND REGI-POSTED
047800                AND (WS-REV-UNIT = SPACES
047900                     OR REGI-UNIT-CODE = WS-REV-UNIT)
048000                 PERFORM 1030-HOLD-REVERSAL THRU 1030-EXIT
048100                 MOVE "R" TO REGO-STATUS-CODE
048200             END-IF
048300             WRITE REGO-REGISTER-RECORD
048400             IF WS-GO-STATUS NOT = "00"
048500                 MOVE "WRITE ERROR - CF153-REGO-FILE (CF153GO)"
048600                                      TO WS-ABEND-MESSAGE
048700                 MOVE WS-GO-STATUS    TO WS-ABEND-STATUS
048800                 PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
048900             END-IF
049000     END-READ.
049100     IF WS-GI-STATUS NOT = "00" AND WS-GI-STATUS NOT = "10"
049200         MOVE "READ ERROR - CF153-REGI-FILE (CF153GI)"
049300                              TO WS-ABEND-MESSAGE
049400         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
049500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
049600     END-IF.
049700 1025-EXIT.
049800     EXIT.
049900
050000 1030-HOLD-REVERSAL.
050100     ADD 1 TO WS-REVERSED-COUNT.
050200     MOVE REGI-UNIT-CODE TO WS-WORK-UNIT.
050300     PERFORM 1035-FIND-REVERSAL THRU 1035-EXIT.
050400     IF WS-REV-FOUND-SUB = ZERO
050500         IF WS-REV-COUNT >= WS-REV-MAX
050600             MOVE "REVERSAL TABLE CAPACITY EXCEEDED"
050700                                  TO WS-ABEND-MESSAGE
050800             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
050900         END-IF
051000         ADD 1 TO WS-REV-COUNT
051100         MOVE WS-REV-COUNT TO WS-REV-FOUND-SUB
051200         MOVE ZEROS TO WS-REV-ENTRY (WS-REV-FOUND-SUB)
051300         MOVE WS-WORK-UNIT
051400             TO WS-REV-UNIT-CODE (WS-REV-FOUND-SUB)
051500         MOVE "N" TO WS-REV-ON-MASTER (WS-REV-FOUND-SUB)
051600         SET WS-REV-SENT-NO (WS-REV-FOUND-SUB) TO TRUE
051700     END-IF.
051800     ADD REGI-RECORD-COUNT
051900         TO WS-REV-RECORD-COUNT (WS-REV-FOUND-SUB).
052000     ADD REGI-TOTAL-S TO WS-REV-TOTAL-S (WS-REV-FOUND-SUB)
052100         ON SIZE ERROR
052200             MOVE "WS-REV-TOTAL-S" TO WS-ABEND-MESSAGE
052300             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
052400     END-ADD.
052500 1030-EXIT.
052600     EXIT.
052700
052800 1035-FIND-REVERSAL.
052900     MOVE ZERO TO WS-REV-FOUND-SUB.
053000     MOVE 1 TO WS-REV-SUB.
053100     PERFORM 1037-SCAN-REVERSAL THRU 1037-EXIT
053200         UNTIL WS-REV-FOUND-SUB > ZERO
053300            OR WS-REV-SUB > WS-REV-COUNT.
053400 1035-EXIT.
053500     EXIT.
053600
053700 1037-SCAN-REVERSAL.
053800     IF WS-REV-UNIT-CODE (WS-REV-SUB) = WS-WORK-UNIT
053900         MOVE WS-REV-SUB TO WS-REV-FOUND-SUB
054000     ELSE
054100         ADD 1 TO WS-REV-SUB
054200     END-IF.
054300 1037-EXIT.
054400     EXIT.
054500
054600 1040-CHECK-SEND-REGISTER.
054700     OPEN OUTPUT CF153-GXO-FILE.
054800     IF WS-NO-STATUS NOT = "00"
054900         MOVE "OPEN ERROR - CF153-GXO-FILE (CF153NO)"
055000                              TO WS-ABEND-MESSAGE
055100         MOVE WS-NO-STATUS    TO WS-ABEND-STATUS
055200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
055300     END-IF.
055400     OPEN INPUT CF153-GXI-FILE.
055500     IF WS-NI-STATUS = "35"
055600         GO TO 1040-EXIT
055700     END-IF.
055800     IF WS-NI-STATUS NOT = "00"
055900         MOVE "OPEN ERROR - CF153-GXI-FILE (CF153NI)"
056000                              TO WS-ABEND-MESSAGE
056100         MOVE WS-NI-STATUS    TO WS-ABEND-STATUS
056200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
056300     END-IF.
056400     SET WS-GXI-EOF-NO TO TRUE.
056500     PERFORM 1045-COPY-SEND-RECORD THRU 1045-EXIT
056600         UNTIL WS-GXI-EOF-YES.
056700     CLOSE CF153-GXI-FILE.
056800     IF WS-NI-STATUS NOT = "00"
056900         MOVE "CLOSE ERROR - CF153-GXI-FILE (CF153NI)"
057000                              TO WS-ABEND-MESSAGE
057100         MOVE WS-NI-STATUS    TO WS-ABEND-STATUS
057200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
057300     END-IF.
057400 1040-EXIT.
057500     EXIT.
057600
057700 1045-COPY-SEND-RECORD.
057800     READ CF153-GXI-FILE
057900         AT END
058000             SET WS-GXI-EOF-YES TO TRUE
058100         NOT AT END
058200             IF GXI-RUN-DATE = WS-RUN-DATE
058300                 PERFORM 1046-NOTE-SEND-RECORD THRU 1046-EXIT
058400             END-IF
058500             MOVE GXI-GLSEND-RECORD TO GXO-GLSEND-RECORD
058600             WRITE GXO-GLSEND-RECORD
058700             IF WS-NO-STATUS NOT = "00"
058800                 MOVE "WRITE ERROR - CF153-GXO-FILE (CF153NO)"
058900                                      TO WS-ABEND-MESSAGE
059000                 MOVE WS-NO-STATUS    TO WS-ABEND-STATUS
059100                 PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
059200             END-IF
059300     END-READ.
059400     IF WS-NI-STATUS NOT = "00" AND WS-NI-STATUS NOT = "10"
059500         MOVE "READ ERROR - CF153-GXI-FILE (CF153NI)"
059600                              TO WS-ABEND-MESSAGE
059700         MOVE WS-NI-STATUS    TO WS-ABEND-STATUS
059800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
059900     END-IF.
060000 1045-EXIT.
060100     EXIT.
060200
060300 1046-NOTE-SEND-RECORD.
060400     IF GXI-BATCH-SENT
060500         MOVE "Y" TO WS-MARK-SENT
060600         GO TO 1046-MARK-ALL
060700     END-IF.
060800     IF NOT GXI-REVERSAL
060900         GO TO 1046-EXIT
061000     END-IF.
061100     MOVE "N" TO WS-MARK-SENT.
061200     IF GXI-UNIT-CODE = "*ALL "
061300         GO TO 1046-MARK-ALL
061400     END-IF.
061500     MOVE GXI-UNIT-CODE TO WS-WORK-UNIT.
061600     PERFORM 1035-FIND-REVERSAL THRU 1035-EXIT.
061700     IF WS-REV-FOUND-SUB > ZERO
061800         MOVE WS-MARK-SENT TO WS-REV-SENT-SW (WS-REV-FOUND-SUB)
061900     END-IF.
062000     GO TO 1046-EXIT.
062100 1046-MARK-ALL.
062200     MOVE 1 TO WS-REV-SUB.
062300     PERFORM 1047-MARK-UNIT THRU 1047-EXIT
062400         UNTIL WS-REV-SUB > WS-REV-COUNT.
062500 1046-EXIT.
062600     EXIT.
062700
062800 1047-MARK-UNIT.
062900     MOVE WS-MARK-SENT TO WS-REV-SENT-SW (WS-REV-SUB).
063000     ADD 1 TO WS-REV-SUB.
063100 1047-EXIT.
063200     EXIT.
063300
063400 1050-COPY-HISTORY.
063500     OPEN OUTPUT CF153-HSTO-FILE.
063600     IF WS-HO-STATUS NOT = "00"
063700         MOVE "OPEN ERROR - CF153-HSTO-FILE (CF153HO)"
063800                              TO WS-ABEND-MESSAGE
063900         MOVE WS-HO-STATUS    TO WS-ABEND-STATUS
064000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
064100     END-IF.
064200     OPEN INPUT CF153-HSTI-FILE.
064300     IF WS-HI-STATUS = "35"
064400         GO TO 1050-CLOSE-OUTPUT
064500     END-IF.
064600     IF WS-HI-STATUS NOT = "00"
064700         MOVE "OPEN ERROR - CF153-HSTI-FILE (CF153HF)"
064800                              TO WS-ABEND-MESSAGE
064900         MOVE WS-HI-STATUS    TO WS-ABEND-STATUS
065000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
065100     END-IF.
065200     SET WS-HSTI-EOF-NO TO TRUE.
065300     PERFORM 1055-COPY-HISTORY-RECORD THRU 1055-EXIT
065400         UNTIL WS-HSTI-EOF-YES.
065500     CLOSE CF153-HSTI-FILE.
065600     IF WS-HI-STATUS NOT = "00"
065700         MOVE "CLOSE ERROR - CF153-HSTI-FILE (CF153HF)"
065800                              TO WS-ABEND-MESSAGE
065900         MOVE WS-HI-STATUS    TO WS-ABEND-STATUS
066000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
066100     END-IF.
066200 1050-CLOSE-OUTPUT.
066300     CLOSE CF153-HSTO-FILE.
066400     IF WS-HO-STATUS NOT = "00"
066500         MOVE "CLOSE ERROR - CF153-HSTO-FILE (CF153HO)"
066600                              TO WS-ABEND-MESSAGE
066700         MOVE WS-HO-STATUS    TO WS-ABEND-STATUS
066800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
066900     END-IF.
067000 1050-EXIT.
067100     EXIT.
067200
067300 1055-COPY-HISTORY-RECORD.
067400     READ CF153-HSTI-FILE
067500         AT END
067600             SET WS-HSTI-EOF-YES TO TRUE
067700         NOT AT END
067800             ADD 1 TO WS-HISTORY-READ
067900             PERFORM 1057-KEEP-HISTORY-RECORD THRU 1057-EXIT
068000     END-READ.
068100     IF WS-HI-STATUS NOT = "00" AND WS-HI-STATUS NOT = "10"
068200         MOVE "READ ERROR - CF153-HSTI-FILE (CF153HF)"
068300                              TO WS-ABEND-MESSAGE
068400         MOVE WS-HI-STATUS    TO WS-ABEND-STATUS
068500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
068600     END-IF.
068700 1055-EXIT.
068800     EXIT.
068900
069000 1057-KEEP-HISTORY-RECORD.
069100     IF HSTI-RUN-DATE = WS-RUN-DATE
069200         MOVE HSTI-UNIT-CODE TO WS-WORK-UNIT
069300         PERFORM 1035-FIND-REVERSAL THRU 1035-EXIT
069400         IF WS-REV-FOUND-SUB > ZERO
069500             ADD 1 TO WS-HISTORY-DROPPED
069600             GO TO 1057-EXIT
069700         END-IF
069800     END-IF.
069900     MOVE HSTI-EXTRACT-RECORD TO HSTO-EXTRACT-RECORD.
070000     WRITE HSTO-EXTRACT-RECORD.
070100     IF WS-HO-STATUS NOT = "00"
070200         MOVE "WRITE ERROR - CF153-HSTO-FILE (CF153HO)"
070300                              TO WS-ABEND-MESSAGE
070400         MOVE WS-HO-STATUS    TO WS-ABEND-STATUS
070500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
070600     END-IF.
070700 1057-EXIT.
070800     EXIT.
070900
071000 1100-WRITE-BATCH-HEADER.
071100     MOVE SPACES              TO CF153-GLH-RECORD.
071200     MOVE "BHD"               TO GLH-REC-TYPE.
071300     MOVE WS-RUN-DATE         TO GLH-RUN-DATE.
071400     ACCEPT GLH-PREPARED-DATE FROM DATE YYYYMMDD.
071500     ACCEPT WS-ACCEPT-TIME FROM TIME.
071600     MOVE WS-ACCEPT-HHMMSS    TO GLH-PREPARED-TIME.
071700     WRITE CF153-GLH-RECORD.
071800     IF WS-VG-STATUS NOT = "00"
071900         MOVE "WRITE ERROR - CF153-GLPF-FILE (CF153VG)"
072000                              TO WS-ABEND-MESSAGE
072100         MOVE WS-VG-STATUS    TO WS-ABEND-STATUS
072200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
072300     END-IF.
072400 1100-EXIT.
072500     EXIT.
072600
072700 2000-PROCESS-MASTER.
072800     ADD 1 TO WS-MASTER-COUNT.
072900     MOVE MSTI-CUM-BALANCE    TO WS-BALANCE-BEFORE.
073000     MOVE ZERO                TO WS-BACKED-OUT-S.
073100     MOVE MSTI-UNIT-CODE      TO WS-WORK-UNIT.
073200     PERFORM 1035-FIND-REVERSAL THRU 1035-EXIT.
073300     IF WS-REV-FOUND-SUB > ZERO
073400         MOVE WS-REV-TOTAL-S (WS-REV-FOUND-SUB) TO WS-BACKED-OUT-S
073500         MOVE "Y" TO WS-REV-ON-MASTER (WS-REV-FOUND-SUB)
073600     END-IF.
073700     SUBTRACT WS-BACKED-OUT-S FROM WS-BALANCE-BEFORE
073800         GIVING WS-BALANCE-AFTER
073900         ON SIZE ERROR
074000             MOVE "WS-BALANCE-AFTER" TO WS-ABEND-MESSAGE
074100             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
074200     END-SUBTRACT.
074300     MOVE MSTI-MASTER-RECORD  TO MSTO-MASTER-RECORD.
074400     MOVE WS-BALANCE-AFTER    TO MSTO-CUM-BALANCE.
074500     WRITE MSTO-MASTER-RECORD.
074600     IF WS-MO-STATUS NOT = "00"
074700         MOVE "WRITE ERROR - CF153-MSTO-FILE (CF153MO)"
074800                              TO WS-ABEND-MESSAGE
074900         MOVE WS-MO-STATUS    TO WS-ABEND-STATUS
075000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
075100     END-IF.
075200     ADD WS-BALANCE-BEFORE TO WS-TOTAL-BEFORE
075300         ON SIZE ERROR
075400             MOVE "WS-TOTAL-BEFORE" TO WS-ABEND-MESSAGE
075500             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
075600     END-ADD.
075700     ADD WS-BACKED-OUT-S TO WS-TOTAL-BACKED-OUT
075800         ON SIZE ERROR
075900             MOVE "WS-TOTAL-BACKED-OUT" TO WS-ABEND-MESSAGE
076000             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
076100     END-ADD.
076200     ADD WS-BALANCE-AFTER TO WS-TOTAL-AFTER
076300         ON SIZE ERROR
076400             MOVE "WS-TOTAL-AFTER" TO WS-ABEND-MESSAGE
076500             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
076600     END-ADD.
076700     MOVE SPACES              TO WS-DETAIL-LINE.
076800     MOVE MSTI-UNIT-CODE      TO WS-DET-UNIT.
076900     MOVE WS-RUN-DATE         TO WS-DET-RUN-DATE.
077000     MOVE WS-BALANCE-BEFORE   TO WS-DET-BEFORE.
077100     MOVE WS-BACKED-OUT-S     TO WS-DET-BACKED-OUT.
077200     MOVE WS-BALANCE-AFTER    TO WS-DET-AFTER.
077300     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
077400     PERFORM 2900-WRITE-PROOF-LINE THRU 2900-EXIT.
077500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
077600 2000-EXIT.
077700     EXIT.
077800
077900 2100-READ-MASTER.
078000     READ CF153-MSTI-FILE
078100         AT END SET WS-MSTI-EOF-YES TO TRUE
078200     END-READ.
078300     IF WS-MI-STATUS NOT = "00" AND WS-MI-STATUS NOT = "10"
078400         MOVE "READ ERROR - CF153-MSTI-FILE (CF153MI)"
078500                              TO WS-ABEND-MESSAGE
078600         MOVE WS-MI-STATUS    TO WS-ABEND-STATUS
078700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
078800     END-IF.
078900 2100-EXIT.
079000     EXIT.
079100
079200 2200-BUILD-GL-REVERSAL.
079300     ADD 1 TO WS-REV-SUB.
079400     IF WS-REV-ON-MASTER (WS-REV-SUB) NOT = "Y"
079500         DISPLAY "CODEFORCES153C -- UNIT "
079600             WS-REV-UNIT-CODE (WS-REV-SUB)
079700             " POSTED ON REGISTER BUT NOT ON MASTER"
079800         MOVE "REVERSED UNIT NOT ON MASTER"
079900                              TO WS-ABEND-MESSAGE
080000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
080100     END-IF.
080200     IF WS-REV-SENT-NO (WS-REV-SUB)
080300         GO TO 2200-EXIT
080400     END-IF.
080500     SET WS-SENT-FOUND-YES TO TRUE.
080600     MOVE SPACES              TO CF153-GLD-RECORD.
080700     MOVE "DTL"               TO GLD-REC-TYPE.
080800     MOVE WS-REV-UNIT-CODE (WS-REV-SUB) TO GLD-UNIT-CODE.
080900     MOVE WS-RUN-DATE         TO GLD-RUN-DATE.
081000     IF WS-REV-TOTAL-S (WS-REV-SUB) < ZERO
081100         SUBTRACT WS-REV-TOTAL-S (WS-REV-SUB) FROM ZERO
081200             GIVING WS-WORK-DEBIT
081300         MOVE WS-WORK-DEBIT   TO GLD-DEBIT-AMOUNT
081400         MOVE ZERO            TO GLD-CREDIT-AMOUNT
081500     ELSE
081600         MOVE ZERO            TO GLD-DEBIT-AMOUNT
081700         MOVE WS-REV-TOTAL-S (WS-REV-SUB) TO GLD-CREDIT-AMOUNT
081800     END-IF.
081900     WRITE CF153-GLD-RECORD.
082000     IF WS-VG-STATUS NOT = "00"
082100         MOVE "WRITE ERROR - CF153-GLPF-FILE (CF153VG)"
082200                              TO WS-ABEND-MESSAGE
082300         MOVE WS-VG-STATUS    TO WS-ABEND-STATUS
082400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
082500     END-IF.
082600     ADD 1 TO WS-DETAIL-COUNT.
082700     SUBTRACT WS-REV-TOTAL-S (WS-REV-SUB) FROM WS-HASH-TOTAL-S
082800         ON SIZE ERROR
082900             MOVE "WS-HASH-TOTAL-S" TO WS-ABEND-MESSAGE
083000             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
083100     END-SUBTRACT.
083200     ADD GLD-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
083300         ON SIZE ERROR
083400             MOVE "WS-DEBIT-TOTAL" TO WS-ABEND-MESSAGE
083500             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
083600     END-ADD.
083700     ADD GLD-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
083800         ON SIZE ERROR
083900             MOVE "WS-CREDIT-TOTAL" TO WS-ABEND-MESSAGE
084000             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
084100     END-ADD.
084200 2200-EXIT.
084300     EXIT.
084400
084500 2700-PAGE-HEADINGS.
084600     ADD 1 TO WS-PAGE-COUNT.
084700     MOVE WS-PAGE-COUNT       TO WS-HD1-PAGE.
084800     MOVE WS-HEADING-1        TO PRF-RECORD.
084900     IF WS-PAGE-COUNT = 1
085000         WRITE PRF-RECORD AFTER ADVANCING 1 LINE
085100     ELSE
085200         WRITE PRF-RECORD AFTER ADVANCING PAGE
085300     END-IF.
085400     IF WS-VP-STATUS NOT = "00"
085500         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153VP)"
085600                              TO WS-ABEND-MESSAGE
085700         MOVE WS-VP-STATUS    TO WS-ABEND-STATUS
085800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
085900     END-IF.
086000     MOVE WS-HEADING-2        TO PRF-RECORD.
086100     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
086200     IF WS-VP-STATUS NOT = "00"
086300         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153VP)"
086400                              TO WS-ABEND-MESSAGE
086500         MOVE WS-VP-STATUS    TO WS-ABEND-STATUS
086600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
086700     END-IF.
086800     MOVE 2 TO WS-LINE-COUNT.
086900 2700-EXIT.
087000     EXIT.
087100
087200 2900-WRITE-PROOF-LINE.
087300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
087400         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
087500     END-IF.
087600     MOVE WS-PRINT-LINE       TO PRF-RECORD.
087700     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
087800     IF WS-VP-STATUS NOT = "00"
087900         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153VP)"
088000                              TO WS-ABEND-MESSAGE
088100         MOVE WS-VP-STATUS    TO WS-ABEND-STATUS
088200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
088300     END-IF.
088400     ADD 1 TO WS-LINE-COUNT.
088500     MOVE SPACES TO WS-PRINT-LINE.
088600 2900-EXIT.
088700     EXIT.
088800
088900 3000-TERMINATE.
089000     MOVE ZERO TO WS-REV-SUB.
089100     PERFORM 2200-BUILD-GL-REVERSAL THRU 2200-EXIT
089200         WS-REV-COUNT TIMES.
089300     SUBTRACT WS-TOTAL-BACKED-OUT FROM WS-TOTAL-BEFORE
089400         GIVING WS-PROOF-CHECK
089500         ON SIZE ERROR
089600             MOVE "WS-PROOF-CHECK" TO WS-ABEND-MESSAGE
089700             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
089800     END-SUBTRACT.
089900     IF WS-PROOF-CHECK NOT = WS-TOTAL-AFTER
090000         MOVE "REVERSAL PROOF DOES NOT FOOT"
090100                              TO WS-ABEND-MESSAGE
090200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
090300     END-IF.
090400     PERFORM 3100-WRITE-BATCH-TRAILER THRU 3100-EXIT.
090500     PERFORM 3200-WRITE-SEND-RECORD THRU 3200-EXIT.
090600     PERFORM 3300-PRINT-PROOF-TOTALS THRU 3300-EXIT.
090700     CLOSE CF153-MSTI-FILE.
090800     IF WS-MI-STATUS NOT = "00"
090900         MOVE "CLOSE ERROR - CF153-MSTI-FILE (CF153MI)"
091000                              TO WS-ABEND-MESSAGE
091100         MOVE WS-MI-STATUS    TO WS-ABEND-STATUS
091200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
091300     END-IF.
091400     CLOSE CF153-MSTO-FILE.
091500     IF WS-MO-STATUS NOT = "00"
091600         MOVE "CLOSE ERROR - CF153-MSTO-FILE (CF153MO)"
091700                              TO WS-ABEND-MESSAGE
091800         MOVE WS-MO-STATUS    TO WS-ABEND-STATUS
091900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
092000     END-IF.
092100     CLOSE CF153-GLPF-FILE.
092200     IF WS-VG-STATUS NOT = "00"
092300         MOVE "CLOSE ERROR - CF153-GLPF-FILE (CF153VG)"
092400                              TO WS-ABEND-MESSAGE
092500         MOVE WS-VG-STATUS    TO WS-ABEND-STATUS
092600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
092700     END-IF.
092800     CLOSE CF153-PRF-FILE.
092900     IF WS-VP-STATUS NOT = "00"
093000         MOVE "CLOSE ERROR - CF153-PRF-FILE (CF153VP)"
093100                              TO WS-ABEND-MESSAGE
093200         MOVE WS-VP-STATUS    TO WS-ABEND-STATUS
093300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
093400     END-IF.
093500     DISPLAY "CODEFORCES153C -- RUN REVERSAL COMPLETE".
093600     DISPLAY "RUN DATE . . . . . . . . . . . " WS-RUN-DATE.
093700     IF WS-REV-UNIT = SPACES
093800         DISPLAY "UNIT . . . . . . . . . . . . . ALL UNITS"
093900     ELSE
094000         DISPLAY "UNIT . . . . . . . . . . . . . " WS-REV-UNIT
094100     END-IF.
094200     DISPLAY "REGISTER RECORDS READ. . . . . " WS-REGISTER-READ.
094300     DISPLAY "REGISTER RECORDS REVERSED. . . " WS-REVERSED-COUNT.
094400     DISPLAY "MASTER RECORDS REWRITTEN . . . " WS-MASTER-COUNT.
094500     DISPLAY "TOTAL OF S BACKED OUT. . . . . "
094600         WS-TOTAL-BACKED-OUT.
094700     DISPLAY "HISTORY RECORDS DROPPED. . . . " WS-HISTORY-DROPPED.
094800     IF WS-SENT-FOUND-YES
094900         DISPLAY "GL REVERSING RECORDS WRITTEN . " WS-DETAIL-COUNT
095000         DISPLAY "REVERSING HASH TOTAL OF S. . . " WS-HASH-TOTAL-S
095100     ELSE
095200         DISPLAY "GL REVERSING RECORDS WRITTEN . NONE -- UNITS"
095300             " NOT YET BUILT FOR THE LEDGER"
095400     END-IF.
095500     DISPLAY "END OF RUN REVERSAL".
095600 3000-EXIT.
095700     EXIT.
095800
095900 3100-WRITE-BATCH-TRAILER.
096000     MOVE SPACES              TO CF153-GLT-RECORD.
096100     MOVE "BTR"               TO GLT-REC-TYPE.
096200     MOVE WS-DETAIL-COUNT     TO GLT-RECORD-COUNT.
096300     MOVE WS-HASH-TOTAL-S     TO GLT-HASH-TOTAL-S.
096400     MOVE WS-DEBIT-TOTAL      TO GLT-DEBIT-TOTAL.
096500     MOVE WS-CREDIT-TOTAL     TO GLT-CREDIT-TOTAL.
096600     WRITE CF153-GLT-RECORD.
096700     IF WS-VG-STATUS NOT = "00"
096800         MOVE "WRITE ERROR - CF153-GLPF-FILE (CF153VG)"
096900                              TO WS-ABEND-MESSAGE
097000         MOVE WS-VG-STATUS    TO WS-ABEND-STATUS
097100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
097200     END-IF.
097300 3100-EXIT.
097400     EXIT.
097500
097600 3200-WRITE-SEND-RECORD.
097700     IF WS-SENT-FOUND-YES
097800         PERFORM 3250-WRITE-REVERSAL-ENTRY THRU 3250-EXIT
097900     END-IF.
098000     CLOSE CF153-GXO-FILE.
098100     IF WS-NO-STATUS NOT = "00"
098200         MOVE "CLOSE ERROR - CF153-GXO-FILE (CF153NO)"
098300                              TO WS-ABEND-MESSAGE
098400         MOVE WS-NO-STATUS    TO WS-ABEND-STATUS
098500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
098600     END-IF.
098700 3200-EXIT.
098800     EXIT.
098900
099000 3250-WRITE-REVERSAL-ENTRY.
099100     MOVE SPACES              TO GXO-GLSEND-RECORD.
099200     MOVE WS-RUN-DATE         TO GXO-RUN-DATE.
099300     ACCEPT GXO-SENT-DATE FROM DATE YYYYMMDD.
099400     ACCEPT WS-ACCEPT-TIME FROM TIME.
099500     MOVE WS-ACCEPT-HHMMSS    TO GXO-SENT-TIME.
099600     MOVE WS-DETAIL-COUNT     TO GXO-RECORD-COUNT.
099700     MOVE WS-HASH-TOTAL-S     TO GXO-HASH-TOTAL-S.
099800     MOVE "R"                 TO GXO-ENTRY-TYPE.
099900     IF WS-REV-UNIT = SPACES
100000         MOVE "*ALL "         TO GXO-UNIT-CODE
100100     ELSE
100200         MOVE WS-REV-UNIT     TO GXO-UNIT-CODE
100300     END-IF.
100400     WRITE GXO-GLSEND-RECORD.
100500     IF WS-NO-STATUS NOT = "00"
100600         MOVE "WRITE ERROR - CF153-GXO-FILE (CF153NO)"
100700                              TO WS-ABEND-MESSAGE
100800         MOVE WS-NO-STATUS    TO WS-ABEND-STATUS
100900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
101000     END-IF.
101100 3250-EXIT.
101200     EXIT.
101300
101400 3300-PRINT-PROOF-TOTALS.
101500     MOVE SPACES              TO WS-PRINT-LINE.
101600     PERFORM 2900-WRITE-PROOF-LINE THRU 2900-EXIT.
101700     MOVE SPACES              TO WS-TOTAL-LINE.
101800     MOVE "  MASTER TOTALS     " TO WS-TOT-LABEL.
101900     MOVE WS-TOTAL-BEFORE     TO WS-TOT-BEFORE.
102000     MOVE WS-TOTAL-BACKED-OUT TO WS-TOT-BACKED-OUT.
102100     MOVE WS-TOTAL-AFTER      TO WS-TOT-AFTER.
102200     MOVE WS-TOTAL-LINE       TO WS-PRINT-LINE.
102300     PERFORM 2900-WRITE-PROOF-LINE THRU 2900-EXIT.
102400     MOVE SPACES              TO WS-PRINT-LINE.
102500     PERFORM 2900-WRITE-PROOF-LINE THRU 2900-EXIT.
102600     MOVE SPACES              TO WS-GL-LINE.
102700     IF WS-SENT-FOUND-YES
102800         MOVE "  LEDGER REVERSING BATCH"  TO WS-GLL-LABEL
102900         MOVE WS-DETAIL-COUNT     TO WS-GLL-COUNT
103000         MOVE WS-DEBIT-TOTAL      TO WS-GLL-DEBIT
103100         MOVE WS-CREDIT-TOTAL     TO WS-GLL-CREDIT
103200         MOVE WS-GL-LINE          TO WS-PRINT-LINE
103300     ELSE
103400         MOVE "  UNITS NOT YET SENT -- NO REVERSING BATCH"
103500             TO WS-PRINT-LINE
103600     END-IF.
103700     PERFORM 2900-WRITE-PROOF-LINE THRU 2900-EXIT.
103800     MOVE SPACES              TO WS-PRINT-LINE.
103900     PERFORM 2900-WRITE-PROOF-LINE THRU 2900-EXIT.
104000     MOVE "  POSTING DESK SIGN-OFF: ___________________"
104100         TO WS-PRINT-LINE.
104200     PERFORM 2900-WRITE-PROOF-LINE THRU 2900-EXIT.
104300 3300-EXIT.
104400     EXIT.
104500
104600 8100-STAMP-RUN-START.
104700     OPEN EXTEND CF153-RUNS-FILE.
104800     IF WS-SF-STATUS = "35"
104900         OPEN OUTPUT CF153-RUNS-FILE
105000     END-IF.
105100     IF WS-SF-STATUS NOT = "00"
105200         DISPLAY "CODEFORCES153C -- RUN-STATE FILE (CF153SF)"
105300             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
105400         GO TO 8100-EXIT
105500     END-IF.
105600     SET WS-RUNSTATE-OPEN-YES TO TRUE.
105700     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
105800     MOVE "CF153C  "        TO RUNS-PROGRAM-ID.
105900     MOVE WS-RUN-DATE TO RUNS-RUN-DATE.
106000     MOVE "S"               TO RUNS-EVENT-CODE.
106100     MOVE ZERO TO RUNS-RANGE-LO.
106200     MOVE ZERO TO RUNS-RANGE-HI.
106300     MOVE ZERO              TO RUNS-RECORD-COUNT.
106400     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
106500 8100-EXIT.
106600     EXIT.
106700
106800 8150-WRITE-RUN-STATE.
106900     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
107000     ACCEPT WS-ACCEPT-TIME FROM TIME.
107100     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
107200     WRITE RUNS-RUNSTATE-RECORD.
107300     IF WS-SF-STATUS NOT = "00"
107400         DISPLAY "CODEFORCES153C -- RUN-STATE STAMP FAILED"
107500             " -- STATUS " WS-SF-STATUS
107600     END-IF.
107700 8150-EXIT.
107800     EXIT.
107900
108000 8200-STAMP-RUN-END.
108100     IF WS-RUNSTATE-OPEN-NO
108200         GO TO 8200-EXIT
108300     END-IF.
108400     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
108500     MOVE "CF153C  "        TO RUNS-PROGRAM-ID.
108600     MOVE WS-RUN-DATE TO RUNS-RUN-DATE.
108700     MOVE "C"               TO RUNS-EVENT-CODE.
108800     MOVE ZERO TO RUNS-RANGE-LO.
108900     MOVE ZERO TO RUNS-RANGE-HI.
109000     MOVE WS-REVERSED-COUNT TO RUNS-RECORD-COUNT.
109100     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
109200     CLOSE CF153-RUNS-FILE.
109300     SET WS-RUNSTATE-OPEN-NO TO TRUE.
109400 8200-EXIT.
109500     EXIT.
109600
109700 8300-STAMP-RUN-ABEND.
109800     IF WS-RUNSTATE-OPEN-NO
109900         OPEN EXTEND CF153-RUNS-FILE
110000         IF WS-SF-STATUS = "35"
110100             OPEN OUTPUT CF153-RUNS-FILE
110200         END-IF
110300         IF WS-SF-STATUS NOT = "00"
110400             GO TO 8300-EXIT
110500         END-IF
110600         SET WS-RUNSTATE-OPEN-YES TO TRUE
110700     END-IF.
110800     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
110900     MOVE "CF153C  "        TO RUNS-PROGRAM-ID.
111000     MOVE WS-RUN-DATE TO RUNS-RUN-DATE.
111100     MOVE "A"               TO RUNS-EVENT-CODE.
111200     MOVE ZERO TO RUNS-RANGE-LO.
111300     MOVE ZERO TO RUNS-RANGE-HI.
111400     MOVE WS-REVERSED-COUNT TO RUNS-RECORD-COUNT.
111500     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
111600     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
111700     CLOSE CF153-RUNS-FILE.
111800     SET WS-RUNSTATE-OPEN-NO TO TRUE.
111900 8300-EXIT.
112000     EXIT.
112100
112200 8400-CHECK-PREREQUISITES.
112300     MOVE "CF153C  "        TO WS-GATE-PROGRAM-ID.
112400     MOVE WS-RUN-DATE TO WS-GATE-RUN-DATE.
112500     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
112600     OPEN INPUT CF153-PREQ-FILE.
112700     IF WS-PF-STATUS = "35"
112800         GO TO 8400-EXIT
112900     END-IF.
113000     IF WS-PF-STATUS NOT = "00"
113100         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
113200                              TO WS-ABEND-MESSAGE
113300         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
113400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
113500     END-IF.
113600     SET WS-PREQ-EOF-NO TO TRUE.
113700     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
113800         UNTIL WS-PREQ-EOF-YES.
113900     CLOSE CF153-PREQ-FILE.
114000     IF WS-PREQ-COUNT = ZERO
114100         GO TO 8400-EXIT
114200     END-IF.
114300     OPEN INPUT CF153-RUNI-FILE.
114400     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
114500         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
114600                              TO WS-ABEND-MESSAGE
114700         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
114800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
114900     END-IF.
115000     IF WS-SI-STATUS = "00"
115100         SET WS-RUNI-EOF-NO TO TRUE
115200         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
115300             UNTIL WS-RUNI-EOF-YES
115400         CLOSE CF153-RUNI-FILE
115500     END-IF.
115600     MOVE ZERO TO WS-GATE-MISSING.
115700     MOVE 1 TO WS-PREQ-SUB.
115800     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
115900         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
116000     IF WS-GATE-MISSING = ZERO
116100         GO TO 8400-EXIT
116200     END-IF.
116300     IF WS-GATE-OVERRIDE-YES
116400         DISPLAY "CODEFORCES153C -- PREREQUISITES OVERRIDDEN BY "
116500             WS-GATE-OPERATOR
116600         DISPLAY "    REASON: " WS-GATE-REASON
116700         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
116800         GO TO 8400-EXIT
116900     END-IF.
117000     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
117100     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
117200 8400-EXIT.
117300     EXIT.
117400
117500 8410-READ-PREREQUISITE.
117600     READ CF153-PREQ-FILE
117700         AT END
117800             SET WS-PREQ-EOF-YES TO TRUE
117900         NOT AT END
118000             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
118100                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
118200             END-IF
118300     END-READ.
118400     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
118500         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
118600                              TO WS-ABEND-MESSAGE
118700         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
118800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
118900     END-IF.
119000 8410-EXIT.
119100     EXIT.
119200
119300 8415-TAKE-PREREQUISITE.
119400     IF PRQ-OVERRIDE
119500         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
119600            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
119700                AND WS-GATE-RUN-DATE NOT = ZERO)
119800             SET WS-GATE-OVERRIDE-YES TO TRUE
119900             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
120000             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
120100         END-IF
120200         GO TO 8415-EXIT
120300     END-IF.
120400     IF NOT PRQ-PREREQUISITE
120500         GO TO 8415-EXIT
120600     END-IF.
120700     IF WS-PREQ-COUNT >= WS-PREQ-MAX
120800         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
120900                              TO WS-ABEND-MESSAGE
121000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
121100     END-IF.
121200     ADD 1 TO WS-PREQ-COUNT.
121300     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
121400     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
121500     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
121600 8415-EXIT.
121700     EXIT.
121800
121900 8420-READ-RUN-EVENT.
122000     READ CF153-RUNI-FILE
122100         AT END
122200             SET WS-RUNI-EOF-YES TO TRUE
122300         NOT AT END
122400             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
122500     END-READ.
122600     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
122700         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
122800                              TO WS-ABEND-MESSAGE
122900         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
123000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
123100     END-IF.
123200 8420-EXIT.
123300     EXIT.
123400
123500 8430-POST-RUN-EVENT.
123600     IF RUNI-OVERRIDDEN
123700         GO TO 8430-EXIT
123800     END-IF.
123900     MOVE 1 TO WS-PREQ-SUB.
124000     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
124100         IF RUNI-COMPLETED
124200             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
124300                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
124400         END-IF
124500         GO TO 8430-EXIT
124600     END-IF.
124700     IF WS-GATE-RUN-DATE NOT = ZERO
124800        AND RUNI-RUN-DATE NOT = ZERO
124900        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
125000         GO TO 8430-EXIT
125100     END-IF.
125200     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
125300         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
125400 8430-EXIT.
125500     EXIT.
125600
125700 8435-RESET-UNDATED.
125800     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
125900         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
126000     END-IF.
126100     ADD 1 TO WS-PREQ-SUB.
126200 8435-EXIT.
126300     EXIT.
126400
126500 8437-POST-PREDECESSOR.
126600     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
126700         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
126800         IF WS-GATE-RUN-DATE NOT = ZERO
126900            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
127000             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
127100         ELSE
127200             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
127300         END-IF
127400     END-IF.
127500     ADD 1 TO WS-PREQ-SUB.
127600 8437-EXIT.
127700     EXIT.
127800
127900 8440-CHECK-PREDECESSOR.
128000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
128100         GO TO 8440-NEXT
128200     END-IF.
128300     ADD 1 TO WS-GATE-MISSING.
128400     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
128500     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
128600         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
128700     END-IF.
128800     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
128900         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
129000     END-IF.
129100     DISPLAY "CODEFORCES153C -- PREREQUISITE STEP "
129200         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
129300     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
129400 8440-NEXT.
129500     ADD 1 TO WS-PREQ-SUB.
129600 8440-EXIT.
129700     EXIT.
129800
129900 8460-LOG-OVERRIDE.
130000     OPEN EXTEND CF153-RUNS-FILE.
130100     IF WS-SF-STATUS = "35"
130200         OPEN OUTPUT CF153-RUNS-FILE
130300     END-IF.
130400     IF WS-SF-STATUS NOT = "00"
130500         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
130600                              TO WS-ABEND-MESSAGE
130700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
130800     END-IF.
130900     MOVE 1 TO WS-PREQ-SUB.
131000     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
131100         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
131200     CLOSE CF153-RUNS-FILE.
131300 8460-EXIT.
131400     EXIT.
131500
131600 8470-WRITE-OVERRIDE.
131700     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
131800         GO TO 8470-NEXT
131900     END-IF.
132000     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
132100     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
132200     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
132300     MOVE "O"               TO RUNS-EVENT-CODE.
132400     MOVE ZERO TO RUNS-RANGE-LO.
132500     MOVE ZERO TO RUNS-RANGE-HI.
132600     MOVE ZERO              TO RUNS-RECORD-COUNT.
132700     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
132800     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
132900     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
133000     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
133100 8470-NEXT.
133200     ADD 1 TO WS-PREQ-SUB.
133300 8470-EXIT.
133400     EXIT.
133500
133600 9900-ABEND-FILE-ERROR.
133700     DISPLAY "CODEFORCES153C -- FATAL FILE ERROR".
133800     DISPLAY WS-ABEND-MESSAGE.
133900     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
134000     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
134100     MOVE 16 TO RETURN-CODE.
134200     STOP RUN.
134300 9900-EXIT.
134400     EXIT.
134500
134600 9950-ABEND-TOTAL-OVERFLOW.
134700     DISPLAY "CODEFORCES153C -- FATAL ARITHMETIC OVERFLOW".
134800     DISPLAY WS-ABEND-MESSAGE, " EXCEEDED ITS PICTURE CAPACITY".
134900     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
135000     MOVE 16 TO RETURN-CODE.
135100     STOP RUN.
135200 9950-EXIT.
135300     EXIT.
135400
135500 9960-ABEND-CONTROL-ERROR.
135600     DISPLAY "CODEFORCES153C -- FATAL CONTROL ERROR".
135700     DISPLAY WS-ABEND-MESSAGE.
135800     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
135900     MOVE 16 TO RETURN-CODE.
136000     STOP RUN.
136100 9960-EXIT.
136200     EXIT.
