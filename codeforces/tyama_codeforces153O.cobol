000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153O.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  OPERATOR AUTHORITY MASTER
001300*                     MAINTENANCE.  READS THE OLD CF153OI OPERATOR
001400*                     FILE (A MISSING FILE STARTS AN EMPTY
001500*                     MASTER), APPLIES CF153OX MAINTENANCE
001600*                     TRANSACTIONS (ADD OR REINSTATE, UPDATE,
001700*                     REVOKE -- SEE CF153OMT), AND WRITES THE NEW
001800*                     CF153OO MASTER FOR CODEFORCES153M,
001900*                     CODEFORCES153E AND CODEFORCES153Y TO PICK UP
002000*                     AS CF153OF.  EVERY CARD IS LISTED ON THE
002100*                     CF153OR CHANGE REPORT -- BEFORE AND AFTER
002200*                     IMAGES OF EACH OPERATOR CHANGED, OR THE CARD
002300*                     AND THE REASON IT WAS NOT APPLIED (ADD FOR
002400*                     AN ACTIVE ID, UPDATE OR REVOKE FOR AN
002500*                     UNKNOWN OR REVOKED ID, A BLANK ID OR NAME, A
002600*                     FLAG NOT Y OR N, A LEVEL NOT 0-9, A BAD
002700*                     DATE, OR AN UNRECOGNIZED ACTION) -- WITH RUN
002800*                     TOTALS AND A SUPERVISOR SIGN-OFF LINE.  ANY
002900*                     CARD NOT APPLIED GIVES RETURN CODE 4.
003000*                     STAMPS THE SHARED CF153SF RUN-STATE FILE
003100*                     LIKE THE REST OF THE SUITE.
003200*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
003300*                     START ON CF153SF THE PROGRAM NOW READS THE
003400*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
003500*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
003600*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
003700*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
003800*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
003900*                     START AND IS LOGGED ON CF153SF AS AN "O"
004000*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
004100*    2026-10-15  TY   FUTURE-DATED CARDS.  AN EFFECTIVE DATE ON AN
004200*                     ADD, UPDATE OR REVOKE CARD MUST NOW BE A
004300*                     VALID DATE (MONTH 01-12, DAY 01-31) NO LATER
004400*                     THAN TODAY; A LATER DATE IS REJECTED AS
004500*                     "EFFECTIVE DATE IN THE FUTURE" INSTEAD OF
004600*                     CHANGING THE STATUS AT ONCE UNDER A DATE
004700*                     THAT HAS NOT YET ARRIVED.
004800*****************************************************************
004900
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.  GENERIC.
005300 OBJECT-COMPUTER.  GENERIC.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CF153-OPRI-FILE ASSIGN TO CF153OI
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-OI-STATUS.
006000
006100     SELECT CF153-OPRO-FILE ASSIGN TO CF153OO
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-OO-STATUS.
006400
006500     SELECT CF153-OPRX-FILE ASSIGN TO CF153OX
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-OX-STATUS.
006800
006900     SELECT CF153-PRF-FILE  ASSIGN TO CF153OR
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-OR-STATUS.
007200
007300     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-SF-STATUS.
007600
007700     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-PF-STATUS.
008000
008100     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-SI-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CF153-OPRI-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 80 CHARACTERS.
009000     COPY CF153OPR REPLACING ==:TAG:== BY ==OPRI==.
009100
009200 FD  CF153-OPRO-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 80 CHARACTERS.
009500     COPY CF153OPR REPLACING ==:TAG:== BY ==OPRO==.
009600
009700 FD  CF153-OPRX-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000     COPY CF153OMT.
010100
010200 FD  CF153-PRF-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 132 CHARACTERS.
010500 01  PRF-RECORD                PIC X(132).
010600
010700 FD  CF153-RUNS-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
011100
011200 FD  CF153-PREQ-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS.
011500     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
011600
011700 FD  CF153-RUNI-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORD CONTAINS 80 CHARACTERS.
012000     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
012100
012200 WORKING-STORAGE SECTION.
012300 77  WS-OPRI-EOF-SWITCH        PIC X(01) VALUE "N".
012400     88  WS-OPRI-EOF-YES                VALUE "Y".
012500     88  WS-OPRI-EOF-NO                 VALUE "N".
012600
012700 77  WS-OPRX-EOF-SWITCH        PIC X(01) VALUE "N".
012800     88  WS-OPRX-EOF-YES                VALUE "Y".
012900     88  WS-OPRX-EOF-NO                 VALUE "N".
013000
013100 77  WS-OPER-MAX               PIC 9(03) VALUE 200.
013200 77  WS-OPER-COUNT             PIC 9(03) COMP VALUE ZERO.
013300 77  WS-OPER-SUB               PIC 9(03) COMP VALUE ZERO.
013400 77  WS-OPER-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
013500 77  WS-FLAG-SUB               PIC 9(01) COMP VALUE ZERO.
013600
013700 01  WS-OPER-TABLE.
013800     05  WS-OPER-ENTRY OCCURS 200 TIMES.
013900         10  WS-OPER-ID            PIC X(08).
014000         10  WS-OPER-NAME          PIC X(20).
014100         10  WS-OPER-STATUS        PIC X(01).
014200         10  WS-OPER-AUTHORITY.
014300             15  WS-OPER-AUTH-FLAG PIC X(01) OCCURS 6 TIMES.
014400         10  WS-OPER-LEVEL         PIC 9(01).
014500         10  WS-OPER-EFFECTIVE     PIC 9(08).
014600         10  WS-OPER-REVOKED       PIC 9(08).
014700
014800 77  WS-EDIT-REASON            PIC X(30) VALUE SPACE.
014900
015000 01  WS-EDIT-DATE-GROUP.
015100     05  WS-EDIT-DATE          PIC 9(08) VALUE ZERO.
015200     05  WS-EDIT-DATE-PARTS    REDEFINES WS-EDIT-DATE.
015300         10  WS-EDIT-YEAR      PIC 9(04).
015400         10  WS-EDIT-MONTH     PIC 9(02).
015500         10  WS-EDIT-DAY       PIC 9(02).
015600
015700 77  WS-TODAY                  PIC 9(08) VALUE ZERO.
015800
015900 77  WS-OPER-READ              PIC 9(07) VALUE ZERO.
016000 77  WS-TRANS-READ             PIC 9(07) VALUE ZERO.
016100 77  WS-TRANS-APPLIED          PIC 9(07) VALUE ZERO.
016200 77  WS-TRANS-REJECTED         PIC 9(07) VALUE ZERO.
016300 77  WS-OPER-WRITTEN           PIC 9(07) VALUE ZERO.
016400
016500 77  WS-OI-STATUS              PIC X(02) VALUE "00".
016600 77  WS-OO-STATUS              PIC X(02) VALUE "00".
016700 77  WS-OX-STATUS              PIC X(02) VALUE "00".
016800 77  WS-OR-STATUS              PIC X(02) VALUE "00".
016900
017000 77  WS-SF-STATUS              PIC X(02) VALUE "00".
017100
017200 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
017300     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
017400     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
017500
017600 01  WS-ACCEPT-TIME.
017700     05  WS-ACCEPT-HHMMSS      PIC 9(06).
017800     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
017900
018000 77  WS-LINE-COUNT             PIC 9(03) VALUE 99.
018100 77  WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
018200 77  WS-PAGE-COUNT             PIC 9(04) VALUE ZERO.
018300
018400 01  WS-PRINT-LINE             PIC X(132) VALUE SPACE.
018500
018600 01  WS-HEADING-1.
018700     05  FILLER                PIC X(15)
018800         VALUE "CODEFORCES153O ".
018900     05  FILLER                PIC X(30) VALUE SPACE.
019000     05  FILLER                PIC X(40)
019100         VALUE "OPERATOR AUTHORITY CHANGE REPORT".
019200     05  FILLER                PIC X(32) VALUE SPACE.
019300     05  FILLER                PIC X(05) VALUE "PAGE ".
019400     05  WS-HD1-PAGE           PIC ZZZ9.
019500     05  FILLER                PIC X(06) VALUE SPACE.
019600
019700 01  WS-HEADING-2.
019800     05  FILLER                PIC X(45) VALUE SPACE.
019900     05  FILLER                PIC X(09) VALUE "RUN DATE ".
020000     05  WS-HD2-RUN-DATE       PIC 9(08).
020100     05  FILLER                PIC X(70) VALUE SPACE.
020200
020300 01  WS-HEADING-3.
020400     05  FILLER                PIC X(05) VALUE SPACE.
020500     05  FILLER                PIC X(08) VALUE "ACTION".
020600     05  FILLER                PIC X(10) VALUE "OPERATOR".
020700     05  FILLER                PIC X(22) VALUE "NAME".
020800     05  FILLER                PIC X(08) VALUE "IMAGE".
020900     05  FILLER                PIC X(04) VALUE "ST".
021000     05  FILLER                PIC X(04) VALUE "INQ".
021100     05  FILLER                PIC X(04) VALUE "UPD".
021200     05  FILLER                PIC X(04) VALUE "FRC".
021300     05  FILLER                PIC X(04) VALUE "SPL".
021400     05  FILLER                PIC X(04) VALUE "WOF".
021500     05  FILLER                PIC X(04) VALUE "COR".
021600     05  FILLER                PIC X(04) VALUE "LV".
021700     05  FILLER                PIC X(45) VALUE "RESULT".
021800     05  FILLER                PIC X(02) VALUE SPACE.
021900
022000 01  WS-CHANGE-LINE.
022100     05  FILLER                PIC X(05) VALUE SPACE.
022200     05  WS-CHG-ACTION         PIC X(06).
022300     05  FILLER                PIC X(02) VALUE SPACE.
022400     05  WS-CHG-OPERATOR       PIC X(08).
022500     05  FILLER                PIC X(02) VALUE SPACE.
022600     05  WS-CHG-NAME           PIC X(20).
022700     05  FILLER                PIC X(02) VALUE SPACE.
022800     05  WS-CHG-IMAGE          PIC X(06).
022900     05  FILLER                PIC X(02) VALUE SPACE.
023000     05  WS-CHG-STATUS         PIC X(01).
023100     05  FILLER                PIC X(03) VALUE SPACE.
023200     05  WS-CHG-FLAGS.
023300         10  WS-CHG-FLAG-ENTRY OCCURS 6 TIMES.
023400             15  WS-CHG-FLAG       PIC X(01).
023500             15  FILLER            PIC X(03).
023600     05  WS-CHG-LEVEL          PIC X(01).
023700     05  FILLER                PIC X(03) VALUE SPACE.
023800     05  WS-CHG-RESULT         PIC X(45).
023900     05  FILLER                PIC X(02) VALUE SPACE.
024000
024100 01  WS-TOTAL-LINE.
024200     05  FILLER                PIC X(05) VALUE SPACE.
024300     05  WS-TOT-LABEL          PIC X(31).
024400     05  WS-TOT-VALUE          PIC Z,ZZZ,ZZ9.
024500     05  FILLER                PIC X(87) VALUE SPACE.
024600
024700 77  WS-PF-STATUS              PIC X(02) VALUE "00".
024800 77  WS-SI-STATUS              PIC X(02) VALUE "00".
024900
025000 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
025100     88  WS-PREQ-EOF-YES                VALUE "Y".
025200     88  WS-PREQ-EOF-NO                 VALUE "N".
025300
025400 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
025500     88  WS-RUNI-EOF-YES                VALUE "Y".
025600     88  WS-RUNI-EOF-NO                 VALUE "N".
025700
025800 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
025900     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
026000     88  WS-GATE-OVERRIDE-NO            VALUE "N".
026100
026200 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
026300 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
026400 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
026500 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
026600 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
026700 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
026800 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
026900
027000 01  WS-GATE-LOG-TEXT.
027100     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
027200     05  WS-GATE-LOG-PREDECESSOR
027300                               PIC X(08).
027400     05  FILLER                PIC X(04) VALUE " BY ".
027500     05  WS-GATE-LOG-OPERATOR  PIC X(08).
027600     05  FILLER                PIC X(01) VALUE SPACE.
027700
027800 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
027900 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
028000 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
028100
028200 01  WS-PREQ-TABLE.
028300     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
028400         10  WS-PREQ-ID            PIC X(08).
028500         10  WS-PREQ-EVENT         PIC X(01).
028600         10  WS-PREQ-DATED-SW      PIC X(01).
028700             88  WS-PREQ-DATED-YES          VALUE "Y".
028800             88  WS-PREQ-DATED-NO           VALUE "N".
028900
029000 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
029100 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
029200
029300 PROCEDURE DIVISION.
029400 0000-MAINLINE.
029500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029600     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
029700     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
029800     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
029900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
030000     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
030100     STOP RUN.
030200
030300 1000-INITIALIZE.
030400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
030500     MOVE WS-TODAY TO WS-HD2-RUN-DATE.
030600     PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
030700     OPEN OUTPUT CF153-OPRO-FILE.
030800     IF WS-OO-STATUS NOT = "00"
030900         MOVE "OPEN ERROR - CF153-OPRO-FILE (CF153OO)"
031000                              TO WS-ABEND-MESSAGE
031100         MOVE WS-OO-STATUS    TO WS-ABEND-STATUS
031200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
031300     END-IF.
031400     OPEN OUTPUT CF153-PRF-FILE.
031500     IF WS-OR-STATUS NOT = "00"
031600         MOVE "OPEN ERROR - CF153-PRF-FILE (CF153OR)"
031700                              TO WS-ABEND-MESSAGE
031800         MOVE WS-OR-STATUS    TO WS-ABEND-STATUS
031900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
032000     END-IF.
032100     PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT.
032200 1000-EXIT.
032300     EXIT.
032400
032500 1100-LOAD-OLD-MASTER.
032600     OPEN INPUT CF153-OPRI-FILE.
032700     IF WS-OI-STATUS = "35"
032800         DISPLAY "CODEFORCES153O -- NO PRIOR OPERATOR FILE"
032900             " -- STARTING AN EMPTY MASTER"
033000         SET WS-OPRI-EOF-YES TO TRUE
033100         GO TO 1100-EXIT
033200     END-IF.
033300     IF WS-OI-STATUS NOT = "00"
033400         MOVE "OPEN ERROR - CF153-OPRI-FILE (CF153OI)"
033500                              TO WS-ABEND-MESSAGE
033600         MOVE WS-OI-STATUS    TO WS-ABEND-STATUS
033700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
033800     END-IF.
033900     SET WS-OPRI-EOF-NO TO TRUE.
034000     PERFORM 1150-READ-OLD-MASTER THRU 1150-EXIT
034100         UNTIL WS-OPRI-EOF-YES.
034200     CLOSE CF153-OPRI-FILE.
034300     IF WS-OI-STATUS NOT = "00"
034400         MOVE "CLOSE ERROR - CF153-OPRI-FILE (CF153OI)"
034500                              TO WS-ABEND-MESSAGE
034600         MOVE WS-OI-STATUS    TO WS-ABEND-STATUS
034700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
034800     END-IF.
034900 1100-EXIT.
035000     EXIT.
035100
035200 1150-READ-OLD-MASTER.
035300     READ CF153-OPRI-FILE
035400         AT END
035500             SET WS-OPRI-EOF-YES TO TRUE
035600         NOT AT END
035700             ADD 1 TO WS-OPER-READ
035800             IF WS-OPER-COUNT >= WS-OPER-MAX
035900                 MOVE "OPERATOR TABLE CAPACITY EXCEEDED"
036000                                      TO WS-ABEND-MESSAGE
036100                 PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
036200             END-IF
036300             ADD 1 TO WS-OPER-COUNT
036400             MOVE OPRI-OPERATOR-ID
036500                 TO WS-OPER-ID (WS-OPER-COUNT)
036600             MOVE OPRI-OPERATOR-NAME
036700                 TO WS-OPER-NAME (WS-OPER-COUNT)
036800             MOVE OPRI-STATUS-CODE
036900                 TO WS-OPER-STATUS (WS-OPER-COUNT)
037000             MOVE OPRI-AUTHORITY
037100                 TO WS-OPER-AUTHORITY (WS-OPER-COUNT)
037200             MOVE OPRI-SUPERVISOR-LEVEL
037300                 TO WS-OPER-LEVEL (WS-OPER-COUNT)
037400             MOVE OPRI-EFFECTIVE-DATE
037500                 TO WS-OPER-EFFECTIVE (WS-OPER-COUNT)
037600             MOVE OPRI-REVOKED-DATE
037700                 TO WS-OPER-REVOKED (WS-OPER-COUNT)
037800     END-READ.
037900     IF WS-OI-STATUS NOT = "00" AND WS-OI-STATUS NOT = "10"
038000         MOVE "READ ERROR - CF153-OPRI-FILE (CF153OI)"
038100                              TO WS-ABEND-MESSAGE
038200         MOVE WS-OI-STATUS    TO WS-ABEND-STATUS
038300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
038400     END-IF.
038500 1150-EXIT.
038600     EXIT.
038700
038800 2000-APPLY-TRANSACTIONS.
038900     OPEN INPUT CF153-OPRX-FILE.
039000     IF WS-OX-STATUS = "35"
039100         DISPLAY "CODEFORCES153O -- NO MAINTENANCE TRANSACTIONS"
039200         GO TO 2000-EXIT
039300     END-IF.
039400     IF WS-OX-STATUS NOT = "00"
039500         MOVE "OPEN ERROR - CF153-OPRX-FILE (CF153OX)"
039600                              TO WS-ABEND-MESSAGE
039700         MOVE WS-OX-STATUS    TO WS-ABEND-STATUS
039800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
039900     END-IF.
040000     SET WS-OPRX-EOF-NO TO TRUE.
040100     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
040200         UNTIL WS-OPRX-EOF-YES.
040300     CLOSE CF153-OPRX-FILE.
040400     IF WS-OX-STATUS NOT = "00"
040500         MOVE "CLOSE ERROR - CF153-OPRX-FILE (CF153OX)"
040600                              TO WS-ABEND-MESSAGE
040700         MOVE WS-OX-STATUS    TO WS-ABEND-STATUS
040800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
040900     END-IF.
041000 2000-EXIT.
041100     EXIT.
041200
041300 2100-READ-TRANSACTION.
041400     READ CF153-OPRX-FILE
041500         AT END
041600             SET WS-OPRX-EOF-YES TO TRUE
041700         NOT AT END
041800             ADD 1 TO WS-TRANS-READ
041900             PERFORM 2200-APPLY-ONE-ACTION THRU 2200-EXIT
042000     END-READ.
042100     IF WS-OX-STATUS NOT = "00" AND WS-OX-STATUS NOT = "10"
042200         MOVE "READ ERROR - CF153-OPRX-FILE (CF153OX)"
042300                              TO WS-ABEND-MESSAGE
042400         MOVE WS-OX-STATUS    TO WS-ABEND-STATUS
042500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
042600     END-IF.
042700 2100-EXIT.
042800     EXIT.
042900
043000 2200-APPLY-ONE-ACTION.
043100     MOVE SPACES TO WS-EDIT-REASON.
043200     IF OMT-EFFECTIVE-DATE-X = SPACES
043300         MOVE ZERO TO OMT-EFFECTIVE-DATE
043400     END-IF.
043500     IF OMT-OPERATOR-ID = SPACES
043600         MOVE "OPERATOR ID NOT GIVEN" TO WS-EDIT-REASON
043700         PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
043800         GO TO 2200-EXIT
043900     END-IF.
044000     PERFORM 2250-FIND-OPERATOR THRU 2250-EXIT.
044100     IF OMT-ACTION-ADD
044200         PERFORM 2300-ADD-OPERATOR THRU 2300-EXIT
044300         GO TO 2200-EXIT
044400     END-IF.
044500     IF OMT-ACTION-UPDATE
044600         PERFORM 2400-UPDATE-OPERATOR THRU 2400-EXIT
044700         GO TO 2200-EXIT
044800     END-IF.
044900     IF OMT-ACTION-REVOKE
045000         PERFORM 2500-REVOKE-OPERATOR THRU 2500-EXIT
045100         GO TO 2200-EXIT
045200     END-IF.
045300     MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON.
045400     PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT.
045500 2200-EXIT.
045600     EXIT.
045700
045800 2250-FIND-OPERATOR.
045900     MOVE ZERO TO WS-OPER-FOUND-SUB.
046000     MOVE 1 TO WS-OPER-SUB.
046100     PERFORM 2260-SCAN-OPERATOR THRU 2260-EXIT
046200         UNTIL WS-OPER-FOUND-SUB > ZERO
046300            OR WS-OPER-SUB > WS-OPER-COUNT.
046400 2250-EXIT.
046500     EXIT.
046600
046700 2260-SCAN-OPERATOR.
046800     IF WS-OPER-ID (WS-OPER-SUB) = OMT-OPERATOR-ID
046900         MOVE WS-OPER-SUB TO WS-OPER-FOUND-SUB
047000     ELSE
047100         ADD 1 TO WS-OPER-SUB
047200     END-IF.
047300 2260-EXIT.
047400     EXIT.
047500
047600 2300-ADD-OPERATOR.
047700     IF WS-OPER-FOUND-SUB > ZERO
047800         IF WS-OPER-STATUS (WS-OPER-FOUND-SUB) NOT = "R"
047900             MOVE "ADD FOR EXISTING OPERATOR" TO WS-EDIT-REASON
048000             PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
048100             GO TO 2300-EXIT
048200         END-IF
048300     END-IF.
048400     IF OMT-OPERATOR-NAME = SPACES
048500        AND WS-OPER-FOUND-SUB = ZERO
048600         MOVE "OPERATOR NAME NOT GIVEN" TO WS-EDIT-REASON
048700     END-IF.
048800     PERFORM 2600-EDIT-CARD THRU 2600-EXIT.
048900     IF WS-EDIT-REASON NOT = SPACES
049000         PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
049100         GO TO 2300-EXIT
049200     END-IF.
049300     IF WS-OPER-FOUND-SUB > ZERO
049400         MOVE "REINST" TO WS-CHG-ACTION
049500         PERFORM 2850-REPORT-BEFORE THRU 2850-EXIT
049600     ELSE
049700         IF WS-OPER-COUNT >= WS-OPER-MAX
049800             MOVE "OPERATOR TABLE CAPACITY EXCEEDED"
049900                                  TO WS-ABEND-MESSAGE
050000             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
050100         END-IF
050200         ADD 1 TO WS-OPER-COUNT
050300         MOVE WS-OPER-COUNT TO WS-OPER-FOUND-SUB
050400         MOVE OMT-OPERATOR-ID
050500             TO WS-OPER-ID (WS-OPER-FOUND-SUB)
050600         MOVE "ADD" TO WS-CHG-ACTION
050700     END-IF.
050800     IF OMT-OPERATOR-NAME NOT = SPACES
050900         MOVE OMT-OPERATOR-NAME
051000             TO WS-OPER-NAME (WS-OPER-FOUND-SUB)
051100     END-IF.
051200     MOVE "A" TO WS-OPER-STATUS (WS-OPER-FOUND-SUB).
051300     MOVE "NNNNNN" TO WS-OPER-AUTHORITY (WS-OPER-FOUND-SUB).
051400     MOVE ZERO TO WS-OPER-LEVEL (WS-OPER-FOUND-SUB).
051500     PERFORM 2650-APPLY-AUTHORITY THRU 2650-EXIT.
051600     MOVE WS-EDIT-DATE
051700         TO WS-OPER-EFFECTIVE (WS-OPER-FOUND-SUB).
051800     MOVE ZERO TO WS-OPER-REVOKED (WS-OPER-FOUND-SUB).
051900     ADD 1 TO WS-TRANS-APPLIED.
052000     IF WS-CHG-ACTION = "ADD"
052100         MOVE "OPERATOR ADDED" TO WS-CHG-RESULT
052200     ELSE
052300         MOVE "OPERATOR REINSTATED" TO WS-CHG-RESULT
052400     END-IF.
052500     PERFORM 2860-REPORT-AFTER THRU 2860-EXIT.
052600 2300-EXIT.
052700     EXIT.
052800
052900 2400-UPDATE-OPERATOR.
053000     IF WS-OPER-FOUND-SUB = ZERO
053100         MOVE "UPDATE FOR UNKNOWN OPERATOR" TO WS-EDIT-REASON
053200         PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
053300         GO TO 2400-EXIT
053400     END-IF.
053500     IF WS-OPER-STATUS (WS-OPER-FOUND-SUB) = "R"
053600         MOVE "UPDATE FOR REVOKED OPERATOR" TO WS-EDIT-REASON
053700         PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
053800         GO TO 2400-EXIT
053900     END-IF.
054000     PERFORM 2600-EDIT-CARD THRU 2600-EXIT.
054100     IF WS-EDIT-REASON NOT = SPACES
054200         PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
054300         GO TO 2400-EXIT
054400     END-IF.
054500     MOVE "UPDATE" TO WS-CHG-ACTION.
054600     PERFORM 2850-REPORT-BEFORE THRU 2850-EXIT.
054700     IF OMT-OPERATOR-NAME NOT = SPACES
054800         MOVE OMT-OPERATOR-NAME
054900             TO WS-OPER-NAME (WS-OPER-FOUND-SUB)
055000     END-IF.
055100     PERFORM 2650-APPLY-AUTHORITY THRU 2650-EXIT.
055200     MOVE WS-EDIT-DATE
055300         TO WS-OPER-EFFECTIVE (WS-OPER-FOUND-SUB).
055400     ADD 1 TO WS-TRANS-APPLIED.
055500     MOVE "OPERATOR UPDATED" TO WS-CHG-RESULT.
055600     PERFORM 2860-REPORT-AFTER THRU 2860-EXIT.
055700 2400-EXIT.
055800     EXIT.
055900
056000 2500-REVOKE-OPERATOR.
056100     IF WS-OPER-FOUND-SUB = ZERO
056200         MOVE "REVOKE FOR UNKNOWN OPERATOR" TO WS-EDIT-REASON
056300         PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
056400         GO TO 2500-EXIT
056500     END-IF.
056600     IF WS-OPER-STATUS (WS-OPER-FOUND-SUB) = "R"
056700         MOVE "OPERATOR ALREADY REVOKED" TO WS-EDIT-REASON
056800         PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
056900         GO TO 2500-EXIT
057000     END-IF.
057100     PERFORM 2620-EDIT-DATE THRU 2620-EXIT.
057200     IF WS-EDIT-REASON NOT = SPACES
057300         PERFORM 2800-REPORT-REJECTED THRU 2800-EXIT
057400         GO TO 2500-EXIT
057500     END-IF.
057600     MOVE "REVOKE" TO WS-CHG-ACTION.
057700     PERFORM 2850-REPORT-BEFORE THRU 2850-EXIT.
057800     MOVE "R" TO WS-OPER-STATUS (WS-OPER-FOUND-SUB).
057900     MOVE WS-EDIT-DATE TO WS-OPER-REVOKED (WS-OPER-FOUND-SUB).
058000     ADD 1 TO WS-TRANS-APPLIED.
058100     MOVE "OPERATOR REVOKED" TO WS-CHG-RESULT.
058200     PERFORM 2860-REPORT-AFTER THRU 2860-EXIT.
058300 2500-EXIT.
058400     EXIT.
058500
058600 2600-EDIT-CARD.
058700     PERFORM 2620-EDIT-DATE THRU 2620-EXIT.
058800     IF WS-EDIT-REASON NOT = SPACES
058900         GO TO 2600-EXIT
059000     END-IF.
059100     IF OMT-SUPERVISOR-LEVEL NOT = SPACE
059200        AND OMT-SUPERVISOR-LEVEL NOT NUMERIC
059300         MOVE "SUPERVISOR LEVEL NOT 0-9" TO WS-EDIT-REASON
059400         GO TO 2600-EXIT
059500     END-IF.
059600     MOVE 1 TO WS-FLAG-SUB.
059700     PERFORM 2610-EDIT-FLAG THRU 2610-EXIT
059800         UNTIL WS-FLAG-SUB > 6.
059900 2600-EXIT.
060000     EXIT.
060100
060200 2610-EDIT-FLAG.
060300     IF OMT-AUTH-FLAG (WS-FLAG-SUB) NOT = SPACE
060400        AND OMT-AUTH-FLAG (WS-FLAG-SUB) NOT = "Y"
060500        AND OMT-AUTH-FLAG (WS-FLAG-SUB) NOT = "N"
060600         MOVE "AUTHORITY FLAG NOT Y OR N" TO WS-EDIT-REASON
060700     END-IF.
060800     ADD 1 TO WS-FLAG-SUB.
060900 2610-EXIT.
061000     EXIT.
061100
061200 2620-EDIT-DATE.
061300     IF OMT-EFFECTIVE-DATE NOT NUMERIC
061400         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-EDIT-REASON
061500         GO TO 2620-EXIT
061600     END-IF.
061700     IF OMT-EFFECTIVE-DATE = ZERO
061800         MOVE WS-TODAY TO WS-EDIT-DATE
061900         GO TO 2620-EXIT
062000     END-IF.
062100     MOVE OMT-EFFECTIVE-DATE TO WS-EDIT-DATE.
062200     IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
062300        OR WS-EDIT-DAY < 01 OR WS-EDIT-DAY > 31
062400         MOVE "EFFECTIVE DATE NOT VALID" TO WS-EDIT-REASON
062500         GO TO 2620-EXIT
062600     END-IF.
062700     IF WS-EDIT-DATE > WS-TODAY
062800         MOVE "EFFECTIVE DATE IN THE FUTURE" TO WS-EDIT-REASON
062900     END-IF.
063000 2620-EXIT.
063100     EXIT.
063200
063300 2650-APPLY-AUTHORITY.
063400     MOVE 1 TO WS-FLAG-SUB.
063500     PERFORM 2660-APPLY-FLAG THRU 2660-EXIT
063600         UNTIL WS-FLAG-SUB > 6.
063700     IF OMT-SUPERVISOR-LEVEL NOT = SPACE
063800         MOVE OMT-SUPERVISOR-LEVEL
063900             TO WS-OPER-LEVEL (WS-OPER-FOUND-SUB)
064000     END-IF.
064100 2650-EXIT.
064200     EXIT.
064300
064400 2660-APPLY-FLAG.
064500     IF OMT-AUTH-FLAG (WS-FLAG-SUB) NOT = SPACE
064600         MOVE OMT-AUTH-FLAG (WS-FLAG-SUB)
064700             TO WS-OPER-AUTH-FLAG (WS-OPER-FOUND-SUB WS-FLAG-SUB)
064800     END-IF.
064900     ADD 1 TO WS-FLAG-SUB.
065000 2660-EXIT.
065100     EXIT.
065200
065300 2700-PAGE-HEADINGS.
065400     ADD 1 TO WS-PAGE-COUNT.
065500     MOVE WS-PAGE-COUNT       TO WS-HD1-PAGE.
065600     MOVE WS-HEADING-1        TO PRF-RECORD.
065700     IF WS-PAGE-COUNT = 1
065800         WRITE PRF-RECORD AFTER ADVANCING 1 LINE
065900     ELSE
066000         WRITE PRF-RECORD AFTER ADVANCING PAGE
066100     END-IF.
066200     IF WS-OR-STATUS NOT = "00"
066300         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153OR)"
066400                              TO WS-ABEND-MESSAGE
066500         MOVE WS-OR-STATUS    TO WS-ABEND-STATUS
066600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
066700     END-IF.
066800     MOVE WS-HEADING-2        TO PRF-RECORD.
066900     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
067000     IF WS-OR-STATUS NOT = "00"
067100         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153OR)"
067200                              TO WS-ABEND-MESSAGE
067300         MOVE WS-OR-STATUS    TO WS-ABEND-STATUS
067400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
067500     END-IF.
067600     MOVE WS-HEADING-3        TO PRF-RECORD.
067700     WRITE PRF-RECORD AFTER ADVANCING 2 LINES.
067800     IF WS-OR-STATUS NOT = "00"
067900         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153OR)"
068000                              TO WS-ABEND-MESSAGE
068100         MOVE WS-OR-STATUS    TO WS-ABEND-STATUS
068200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
068300     END-IF.
068400     MOVE 4 TO WS-LINE-COUNT.
068500 2700-EXIT.
068600     EXIT.
068700
068800 2800-REPORT-REJECTED.
068900     ADD 1 TO WS-TRANS-REJECTED.
069000     MOVE SPACES              TO WS-CHG-FLAGS.
069100     MOVE OMT-ACTION-CODE     TO WS-CHG-ACTION.
069200     IF OMT-ACTION-ADD
069300         MOVE "ADD"           TO WS-CHG-ACTION
069400     END-IF.
069500     IF OMT-ACTION-UPDATE
069600         MOVE "UPDATE"        TO WS-CHG-ACTION
069700     END-IF.
069800     IF OMT-ACTION-REVOKE
069900         MOVE "REVOKE"        TO WS-CHG-ACTION
070000     END-IF.
070100     MOVE OMT-OPERATOR-ID     TO WS-CHG-OPERATOR.
070200     MOVE OMT-OPERATOR-NAME   TO WS-CHG-NAME.
070300     MOVE "CARD"              TO WS-CHG-IMAGE.
070400     MOVE SPACE               TO WS-CHG-STATUS.
070500     MOVE 1 TO WS-FLAG-SUB.
070600     PERFORM 2870-MOVE-CARD-FLAG THRU 2870-EXIT
070700         UNTIL WS-FLAG-SUB > 6.
070800     MOVE OMT-SUPERVISOR-LEVEL TO WS-CHG-LEVEL.
070900     MOVE SPACES              TO WS-CHG-RESULT.
071000     STRING "NOT APPLIED -- " DELIMITED BY SIZE
071100            WS-EDIT-REASON    DELIMITED BY SIZE
071200         INTO WS-CHG-RESULT.
071300     MOVE WS-CHANGE-LINE      TO WS-PRINT-LINE.
071400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
071500 2800-EXIT.
071600     EXIT.
071700
071800 2850-REPORT-BEFORE.
071900     MOVE "BEFORE"            TO WS-CHG-IMAGE.
072000     MOVE SPACES              TO WS-CHG-RESULT.
072100     PERFORM 2880-MOVE-MASTER-IMAGE THRU 2880-EXIT.
072200 2850-EXIT.
072300     EXIT.
072400
072500 2860-REPORT-AFTER.
072600     MOVE "AFTER"             TO WS-CHG-IMAGE.
072700     PERFORM 2880-MOVE-MASTER-IMAGE THRU 2880-EXIT.
072800 2860-EXIT.
072900     EXIT.
073000
073100 2870-MOVE-CARD-FLAG.
073200     MOVE OMT-AUTH-FLAG (WS-FLAG-SUB)
073300         TO WS-CHG-FLAG (WS-FLAG-SUB).
073400     ADD 1 TO WS-FLAG-SUB.
073500 2870-EXIT.
073600     EXIT.
073700
073800 2880-MOVE-MASTER-IMAGE.
073900     MOVE SPACES              TO WS-CHG-FLAGS.
074000     MOVE WS-OPER-ID (WS-OPER-FOUND-SUB)     TO WS-CHG-OPERATOR.
074100     MOVE WS-OPER-NAME (WS-OPER-FOUND-SUB)   TO WS-CHG-NAME.
074200     MOVE WS-OPER-STATUS (WS-OPER-FOUND-SUB) TO WS-CHG-STATUS.
074300     MOVE 1 TO WS-FLAG-SUB.
074400     PERFORM 2890-MOVE-MASTER-FLAG THRU 2890-EXIT
074500         UNTIL WS-FLAG-SUB > 6.
074600     MOVE WS-OPER-LEVEL (WS-OPER-FOUND-SUB)  TO WS-CHG-LEVEL.
074700     MOVE WS-CHANGE-LINE      TO WS-PRINT-LINE.
074800     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
074900 2880-EXIT.
075000     EXIT.
075100
075200 2890-MOVE-MASTER-FLAG.
075300     MOVE WS-OPER-AUTH-FLAG (WS-OPER-FOUND-SUB WS-FLAG-SUB)
075400         TO WS-CHG-FLAG (WS-FLAG-SUB).
075500     ADD 1 TO WS-FLAG-SUB.
075600 2890-EXIT.
075700     EXIT.
075800
075900 2900-WRITE-REPORT-LINE.
076000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
076100         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
076200     END-IF.
076300     MOVE WS-PRINT-LINE       TO PRF-RECORD.
076400     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
076500     IF WS-OR-STATUS NOT = "00"
076600         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153OR)"
076700                              TO WS-ABEND-MESSAGE
076800         MOVE WS-OR-STATUS    TO WS-ABEND-STATUS
076900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
077000     END-IF.
077100     ADD 1 TO WS-LINE-COUNT.
077200     MOVE SPACES TO WS-PRINT-LINE.
077300 2900-EXIT.
077400     EXIT.
077500
077600 3000-TERMINATE.
077700     MOVE 1 TO WS-OPER-SUB.
077800     PERFORM 3100-WRITE-NEW-MASTER THRU 3100-EXIT
077900         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
078000     CLOSE CF153-OPRO-FILE.
078100     IF WS-OO-STATUS NOT = "00"
078200         MOVE "CLOSE ERROR - CF153-OPRO-FILE (CF153OO)"
078300                              TO WS-ABEND-MESSAGE
078400         MOVE WS-OO-STATUS    TO WS-ABEND-STATUS
078500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
078600     END-IF.
078700     PERFORM 3200-PRINT-MAINTENANCE-REPORT THRU 3200-EXIT.
078800     CLOSE CF153-PRF-FILE.
078900     IF WS-OR-STATUS NOT = "00"
079000         MOVE "CLOSE ERROR - CF153-PRF-FILE (CF153OR)"
079100                              TO WS-ABEND-MESSAGE
079200         MOVE WS-OR-STATUS    TO WS-ABEND-STATUS
079300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
079400     END-IF.
079500     IF WS-TRANS-REJECTED > ZERO
079600         MOVE 4 TO RETURN-CODE
079700     END-IF.
079800 3000-EXIT.
079900     EXIT.
080000
080100 3100-WRITE-NEW-MASTER.
080200     MOVE SPACES TO OPRO-OPERATOR-RECORD.
080300     MOVE WS-OPER-ID (WS-OPER-SUB)        TO OPRO-OPERATOR-ID.
080400     MOVE WS-OPER-NAME (WS-OPER-SUB)      TO OPRO-OPERATOR-NAME.
080500     MOVE WS-OPER-STATUS (WS-OPER-SUB)    TO OPRO-STATUS-CODE.
080600     MOVE WS-OPER-AUTHORITY (WS-OPER-SUB) TO OPRO-AUTHORITY.
080700     MOVE WS-OPER-LEVEL (WS-OPER-SUB)
080800                                 TO OPRO-SUPERVISOR-LEVEL.
080900     MOVE WS-OPER-EFFECTIVE (WS-OPER-SUB) TO OPRO-EFFECTIVE-DATE.
081000     MOVE WS-OPER-REVOKED (WS-OPER-SUB)   TO OPRO-REVOKED-DATE.
081100     WRITE OPRO-OPERATOR-RECORD.
081200     IF WS-OO-STATUS NOT = "00"
081300         MOVE "WRITE ERROR - CF153-OPRO-FILE (CF153OO)"
081400                              TO WS-ABEND-MESSAGE
081500         MOVE WS-OO-STATUS    TO WS-ABEND-STATUS
081600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
081700     END-IF.
081800     ADD 1 TO WS-OPER-WRITTEN.
081900     ADD 1 TO WS-OPER-SUB.
082000 3100-EXIT.
082100     EXIT.
082200
082300 3200-PRINT-MAINTENANCE-REPORT.
082400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
082500     MOVE "OPERATORS FROM OLD MASTER . . " TO WS-TOT-LABEL.
082600     MOVE WS-OPER-READ        TO WS-TOT-VALUE.
082700     PERFORM 3250-WRITE-TOTAL-LINE THRU 3250-EXIT.
082800     MOVE "TRANSACTIONS READ. . . . . . . " TO WS-TOT-LABEL.
082900     MOVE WS-TRANS-READ       TO WS-TOT-VALUE.
083000     PERFORM 3250-WRITE-TOTAL-LINE THRU 3250-EXIT.
083100     MOVE "TRANSACTIONS APPLIED . . . . . " TO WS-TOT-LABEL.
083200     MOVE WS-TRANS-APPLIED    TO WS-TOT-VALUE.
083300     PERFORM 3250-WRITE-TOTAL-LINE THRU 3250-EXIT.
083400     MOVE "TRANSACTIONS REJECTED. . . . . " TO WS-TOT-LABEL.
083500     MOVE WS-TRANS-REJECTED   TO WS-TOT-VALUE.
083600     PERFORM 3250-WRITE-TOTAL-LINE THRU 3250-EXIT.
083700     MOVE "OPERATORS WRITTEN TO MASTER. . " TO WS-TOT-LABEL.
083800     MOVE WS-OPER-WRITTEN     TO WS-TOT-VALUE.
083900     PERFORM 3250-WRITE-TOTAL-LINE THRU 3250-EXIT.
084000     MOVE "     SUPERVISOR SIGN-OFF: ______________________"
084100                              TO WS-PRINT-LINE.
084200     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
084300     DISPLAY "CODEFORCES153O -- OPERATOR AUTHORITY MAINTENANCE".
084400     DISPLAY " ".
084500     DISPLAY "OPERATORS FROM OLD MASTER . . " WS-OPER-READ.
084600     DISPLAY "TRANSACTIONS READ. . . . . . . " WS-TRANS-READ.
084700     DISPLAY "TRANSACTIONS APPLIED . . . . . " WS-TRANS-APPLIED.
084800     DISPLAY "TRANSACTIONS REJECTED. . . . . " WS-TRANS-REJECTED.
084900     DISPLAY "OPERATORS WRITTEN TO MASTER. . " WS-OPER-WRITTEN.
085000     DISPLAY "END OF OPERATOR AUTHORITY MAINTENANCE".
085100 3200-EXIT.
085200     EXIT.
085300
085400 3250-WRITE-TOTAL-LINE.
085500     MOVE WS-TOTAL-LINE       TO WS-PRINT-LINE.
085600     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
085700 3250-EXIT.
085800     EXIT.
085900
086000 8100-STAMP-RUN-START.
086100     OPEN EXTEND CF153-RUNS-FILE.
086200     IF WS-SF-STATUS = "35"
086300         OPEN OUTPUT CF153-RUNS-FILE
086400     END-IF.
086500     IF WS-SF-STATUS NOT = "00"
086600         DISPLAY "CODEFORCES153O -- RUN-STATE FILE (CF153SF)"
086700             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
086800         GO TO 8100-EXIT
086900     END-IF.
087000     SET WS-RUNSTATE-OPEN-YES TO TRUE.
087100     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
087200     MOVE "CF153O  "        TO RUNS-PROGRAM-ID.
087300     MOVE ZERO TO RUNS-RUN-DATE.
087400     MOVE "S"               TO RUNS-EVENT-CODE.
087500     MOVE ZERO TO RUNS-RANGE-LO.
087600     MOVE ZERO TO RUNS-RANGE-HI.
087700     MOVE ZERO              TO RUNS-RECORD-COUNT.
087800     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
087900 8100-EXIT.
088000     EXIT.
088100
088200 8150-WRITE-RUN-STATE.
088300     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
088400     ACCEPT WS-ACCEPT-TIME FROM TIME.
088500     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
088600     WRITE RUNS-RUNSTATE-RECORD.
088700     IF WS-SF-STATUS NOT = "00"
088800         DISPLAY "CODEFORCES153O -- RUN-STATE STAMP FAILED"
088900             " -- STATUS " WS-SF-STATUS
089000     END-IF.
089100 8150-EXIT.
089200     EXIT.
089300
089400 8200-STAMP-RUN-END.
089500     IF WS-RUNSTATE-OPEN-NO
089600         GO TO 8200-EXIT
089700     END-IF.
089800     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
089900     MOVE "CF153O  "        TO RUNS-PROGRAM-ID.
090000     MOVE ZERO TO RUNS-RUN-DATE.
090100     MOVE "C"               TO RUNS-EVENT-CODE.
090200     MOVE ZERO TO RUNS-RANGE-LO.
090300     MOVE ZERO TO RUNS-RANGE-HI.
090400     MOVE WS-OPER-WRITTEN   TO RUNS-RECORD-COUNT.
090500     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
090600     CLOSE CF153-RUNS-FILE.
090700     SET WS-RUNSTATE-OPEN-NO TO TRUE.
090800 8200-EXIT.
090900     EXIT.
091000
091100 8300-STAMP-RUN-ABEND.
091200     IF WS-RUNSTATE-OPEN-NO
091300         OPEN EXTEND CF153-RUNS-FILE
091400         IF WS-SF-STATUS = "35"
091500             OPEN OUTPUT CF153-RUNS-FILE
091600         END-IF
091700         IF WS-SF-STATUS NOT = "00"
091800             GO TO 8300-EXIT
091900         END-IF
092000         SET WS-RUNSTATE-OPEN-YES TO TRUE
092100     END-IF.
092200     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
092300     MOVE "CF153O  "        TO RUNS-PROGRAM-ID.
092400     MOVE ZERO TO RUNS-RUN-DATE.
092500     MOVE "A"               TO RUNS-EVENT-CODE.
092600     MOVE ZERO TO RUNS-RANGE-LO.
092700     MOVE ZERO TO RUNS-RANGE-HI.
092800     MOVE WS-OPER-WRITTEN   TO RUNS-RECORD-COUNT.
092900     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
093000     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
093100     CLOSE CF153-RUNS-FILE.
093200     SET WS-RUNSTATE-OPEN-NO TO TRUE.
093300 8300-EXIT.
093400     EXIT.
093500
093600 8400-CHECK-PREREQUISITES.
093700     MOVE "CF153O  "        TO WS-GATE-PROGRAM-ID.
093800     MOVE ZERO TO WS-GATE-RUN-DATE.
093900     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
094000     OPEN INPUT CF153-PREQ-FILE.
094100     IF WS-PF-STATUS = "35"
094200         GO TO 8400-EXIT
094300     END-IF.
094400     IF WS-PF-STATUS NOT = "00"
094500         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
094600                              TO WS-ABEND-MESSAGE
094700         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
094800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
094900     END-IF.
095000     SET WS-PREQ-EOF-NO TO TRUE.
095100     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
095200         UNTIL WS-PREQ-EOF-YES.
095300     CLOSE CF153-PREQ-FILE.
095400     IF WS-PREQ-COUNT = ZERO
095500         GO TO 8400-EXIT
095600     END-IF.
095700     OPEN INPUT CF153-RUNI-FILE.
095800     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
095900         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
096000                              TO WS-ABEND-MESSAGE
096100         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
096200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
096300     END-IF.
096400     IF WS-SI-STATUS = "00"
096500         SET WS-RUNI-EOF-NO TO TRUE
096600         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
096700             UNTIL WS-RUNI-EOF-YES
096800         CLOSE CF153-RUNI-FILE
096900     END-IF.
097000     MOVE ZERO TO WS-GATE-MISSING.
097100     MOVE 1 TO WS-PREQ-SUB.
097200     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
097300         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
097400     IF WS-GATE-MISSING = ZERO
097500         GO TO 8400-EXIT
097600     END-IF.
097700     IF WS-GATE-OVERRIDE-YES
097800         DISPLAY "CODEFORCES153O -- PREREQUISITES OVERRIDDEN BY "
097900             WS-GATE-OPERATOR
098000         DISPLAY "    REASON: " WS-GATE-REASON
098100         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
098200         GO TO 8400-EXIT
098300     END-IF.
098400     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
098500     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
098600 8400-EXIT.
098700     EXIT.
098800
098900 8410-READ-PREREQUISITE.
099000     READ CF153-PREQ-FILE
099100         AT END
099200             SET WS-PREQ-EOF-YES TO TRUE
099300         NOT AT END
099400             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
099500                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
099600             END-IF
099700     END-READ.
099800     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
099900         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
100000                              TO WS-ABEND-MESSAGE
100100         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
100200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
100300     END-IF.
100400 8410-EXIT.
100500     EXIT.
100600
100700 8415-TAKE-PREREQUISITE.
100800     IF PRQ-OVERRIDE
100900         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
101000            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
101100                AND WS-GATE-RUN-DATE NOT = ZERO)
101200             SET WS-GATE-OVERRIDE-YES TO TRUE
101300             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
101400             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
101500         END-IF
101600         GO TO 8415-EXIT
101700     END-IF.
101800     IF NOT PRQ-PREREQUISITE
101900         GO TO 8415-EXIT
102000     END-IF.
102100     IF WS-PREQ-COUNT >= WS-PREQ-MAX
102200         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
102300                              TO WS-ABEND-MESSAGE
102400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
102500     END-IF.
102600     ADD 1 TO WS-PREQ-COUNT.
102700     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
102800     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
102900     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
103000 8415-EXIT.
103100     EXIT.
103200
103300 8420-READ-RUN-EVENT.
103400     READ CF153-RUNI-FILE
103500         AT END
103600             SET WS-RUNI-EOF-YES TO TRUE
103700         NOT AT END
103800             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
103900     END-READ.
104000     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
104100         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
104200                              TO WS-ABEND-MESSAGE
104300         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
104400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
104500     END-IF.
104600 8420-EXIT.
104700     EXIT.
104800
104900 8430-POST-RUN-EVENT.
105000     IF RUNI-OVERRIDDEN
105100         GO TO 8430-EXIT
105200     END-IF.
105300     MOVE 1 TO WS-PREQ-SUB.
105400     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
105500         IF RUNI-COMPLETED
105600             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
105700                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
105800         END-IF
105900         GO TO 8430-EXIT
106000     END-IF.
106100     IF WS-GATE-RUN-DATE NOT = ZERO
106200        AND RUNI-RUN-DATE NOT = ZERO
106300        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
106400         GO TO 8430-EXIT
106500     END-IF.
106600     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
106700         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
106800 8430-EXIT.
106900     EXIT.
107000
107100 8435-RESET-UNDATED.
107200     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
107300         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
107400     END-IF.
107500     ADD 1 TO WS-PREQ-SUB.
107600 8435-EXIT.
107700     EXIT.
107800
107900 8437-POST-PREDECESSOR.
108000     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
108100         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
108200         IF WS-GATE-RUN-DATE NOT = ZERO
108300            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
108400             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
108500         ELSE
108600             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
108700         END-IF
108800     END-IF.
108900     ADD 1 TO WS-PREQ-SUB.
109000 8437-EXIT.
109100     EXIT.
109200
109300 8440-CHECK-PREDECESSOR.
109400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
109500         GO TO 8440-NEXT
109600     END-IF.
109700     ADD 1 TO WS-GATE-MISSING.
109800     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
109900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
110000         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
110100     END-IF.
110200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
110300         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
110400     END-IF.
110500     DISPLAY "CODEFORCES153O -- PREREQUISITE STEP "
110600         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
110700     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
110800 8440-NEXT.
110900     ADD 1 TO WS-PREQ-SUB.
111000 8440-EXIT.
111100     EXIT.
111200
111300 8460-LOG-OVERRIDE.
111400     OPEN EXTEND CF153-RUNS-FILE.
111500     IF WS-SF-STATUS = "35"
111600         OPEN OUTPUT CF153-RUNS-FILE
111700     END-IF.
111800     IF WS-SF-STATUS NOT = "00"
111900         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
112000                              TO WS-ABEND-MESSAGE
112100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
112200     END-IF.
112300     MOVE 1 TO WS-PREQ-SUB.
112400     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
112500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
112600     CLOSE CF153-RUNS-FILE.
112700 8460-EXIT.
112800     EXIT.
112900
113000 8470-WRITE-OVERRIDE.
113100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
113200         GO TO 8470-NEXT
113300     END-IF.
113400     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
113500     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
113600     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
113700     MOVE "O"               TO RUNS-EVENT-CODE.
113800     MOVE ZERO TO RUNS-RANGE-LO.
113900     MOVE ZERO TO RUNS-RANGE-HI.
114000     MOVE ZERO              TO RUNS-RECORD-COUNT.
114100     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
114200     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
114300     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
114400     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
114500 8470-NEXT.
114600     ADD 1 TO WS-PREQ-SUB.
114700 8470-EXIT.
114800     EXIT.
114900
115000 9900-ABEND-FILE-ERROR.
115100     DISPLAY "CODEFORCES153O -- FATAL FILE ERROR".
115200     DISPLAY WS-ABEND-MESSAGE.
115300     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
115400     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
115500     MOVE 16 TO RETURN-CODE.
115600     STOP RUN.
115700 9900-EXIT.
115800     EXIT.
115900
116000 9960-ABEND-CONTROL-ERROR.
116100     DISPLAY "CODEFORCES153O -- FATAL CONTROL ERROR".
116200     DISPLAY WS-ABEND-MESSAGE.
116300     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
116400     MOVE 16 TO RETURN-CODE.
116500     STOP RUN.
116600 9960-EXIT.
116700     EXIT.
