002202*                     FILE (CF153RUN) AT START, NORMAL END AND
002203*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
002204*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
002205*    2026-10-15  TY   LISTS THE NEW CF153AF FUNCTION "R" -- A
002206*                     SIGN-ON OR FUNCTION REFUSED BY
002207*                     CODEFORCES153M AGAINST THE CF153OF OPERATOR
002208*                     AUTHORITY MASTER -- AND COUNTS REFUSALS
002209*                     SEPARATELY FROM INQUIRIES AND UPDATES.
002210*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
002211*                     START ON CF153SF THE PROGRAM NOW READS THE
002212*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
002213*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
002214*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
002215*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
002216*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
002217*                     START AND IS LOGGED ON CF153SF AS AN "O"
002218*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
003502         ORGANIZATION IS SEQUENTIAL
003503         FILE STATUS IS WS-SF-STATUS.
003504
003505     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
003506         ORGANIZATION IS SEQUENTIAL
003507         FILE STATUS IS WS-PF-STATUS.
003508
003509     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
003510         ORGANIZATION IS SEQUENTIAL
003511         FILE STATUS IS WS-SI-STATUS.
003512
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CF153-AUDT-FILE
004203     RECORD CONTAINS 80 CHARACTERS.
004204     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
004205
004206 FD  CF153-PREQ-FILE
004207     LABEL RECORDS ARE STANDARD
004208     RECORD CONTAINS 80 CHARACTERS.
004209     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
004210
004211 FD  CF153-RUNI-FILE
004212     LABEL RECORDS ARE STANDARD
004213     RECORD CONTAINS 80 CHARACTERS.
004214     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
004215
004300 WORKING-STORAGE SECTION.
004400 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
004500     88  WS-EOF-YES                     VALUE "Y".
004810 77  WS-PARM-DATE-X            PIC X(08) VALUE SPACE.
004900 77  WS-INQUIRE-COUNT          PIC 9(07) VALUE ZERO.
005000 77  WS-UPDATE-COUNT           PIC 9(07) VALUE ZERO.
005010 77  WS-REFUSED-COUNT          PIC 9(07) VALUE ZERO.
005100 77  WS-SKIPPED-COUNT          PIC 9(07) VALUE ZERO.
005200
005300 77  WS-AF-STATUS              PIC X(02) VALUE "00".
005410     05  WS-ACCEPT-HHMMSS      PIC 9(06).
005411     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
005412
005413 77  WS-PF-STATUS              PIC X(02) VALUE "00".
005414 77  WS-SI-STATUS              PIC X(02) VALUE "00".
005415
005416 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
005417     88  WS-PREQ-EOF-YES                VALUE "Y".
005418     88  WS-PREQ-EOF-NO                 VALUE "N".
005419
005420 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
005421     88  WS-RUNI-EOF-YES                VALUE "Y".
005422     88  WS-RUNI-EOF-NO                 VALUE "N".
005423
005424 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
005425     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
005426     88  WS-GATE-OVERRIDE-NO            VALUE "N".
005427
005428 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
005429 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
005430 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
005431 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
005432 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
005433 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
005434 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
005435
005436 01  WS-GATE-LOG-TEXT.
005437     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
005438     05  WS-GATE-LOG-PREDECESSOR
005439                               PIC X(08).
005440     05  FILLER                PIC X(04) VALUE " BY ".
005441     05  WS-GATE-LOG-OPERATOR  PIC X(08).
005442     05  FILLER                PIC X(01) VALUE SPACE.
005443
005444 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
005445 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
005446 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
005447
005448 01  WS-PREQ-TABLE.
005449     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
005450         10  WS-PREQ-ID            PIC X(08).
005451         10  WS-PREQ-EVENT         PIC X(01).
005452         10  WS-PREQ-DATED-SW      PIC X(01).
005453             88  WS-PREQ-DATED-YES          VALUE "Y".
005454             88  WS-PREQ-DATED-NO           VALUE "N".
005455
005500 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
005600 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
005700
010700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
010800     END-IF.
010900     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
010910     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
011000 1000-EXIT.
011100     EXIT.
011200
014500     MOVE AUD-NEW-N           TO WS-DET-NEW-N.
014600     MOVE AUD-NEW-M           TO WS-DET-NEW-M.
014700     DISPLAY WS-DETAIL-LINE.
014710     IF AUD-FUNCTION-REFUSED
014720         ADD 1 TO WS-REFUSED-COUNT
014730         GO TO 2200-EXIT
014740     END-IF.
014800     IF AUD-FUNCTION-UPDATE
014900         ADD 1 TO WS-UPDATE-COUNT
015000     ELSE
016600     DISPLAY " ".
016700     DISPLAY "INQUIRIES REPORTED . . . . . . " WS-INQUIRE-COUNT.
016800     DISPLAY "UPDATES REPORTED . . . . . . . " WS-UPDATE-COUNT.
016810     DISPLAY "REFUSALS REPORTED. . . . . . . " WS-REFUSED-COUNT.
016900     DISPLAY "RECORDS OUTSIDE REPORT DATE. . " WS-SKIPPED-COUNT.
017000     DISPLAY " ".
017100     DISPLAY "SUPERVISOR SIGN-OFF: ______________________".
017536     IF WS-RUNSTATE-OPEN-NO
017537         GO TO 8200-EXIT
017538     END-IF.
017539     ADD WS-INQUIRE-COUNT WS-UPDATE-COUNT WS-REFUSED-COUNT
017540         GIVING WS-STAMP-COUNT.
017541     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
017542     MOVE "CF153D  "        TO RUNS-PROGRAM-ID.
017562         END-IF
017563         SET WS-RUNSTATE-OPEN-YES TO TRUE
017564     END-IF.
017565     ADD WS-INQUIRE-COUNT WS-UPDATE-COUNT WS-REFUSED-COUNT
017566         GIVING WS-STAMP-COUNT.
017567     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
017568     MOVE "CF153D  "        TO RUNS-PROGRAM-ID.
018900     STOP RUN.
019000 9960-EXIT.
019100     EXIT.
019200
019300 8400-CHECK-PREREQUISITES.
019400     MOVE "CF153D  "        TO WS-GATE-PROGRAM-ID.
019500     MOVE WS-REPORT-DATE TO WS-GATE-RUN-DATE.
019600     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
019700     OPEN INPUT CF153-PREQ-FILE.
019800     IF WS-PF-STATUS = "35"
019900         GO TO 8400-EXIT
020000     END-IF.
020100     IF WS-PF-STATUS NOT = "00"
020200         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
020300                              TO WS-ABEND-MESSAGE
020400         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
020500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
020600     END-IF.
020700     SET WS-PREQ-EOF-NO TO TRUE.
020800     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
020900         UNTIL WS-PREQ-EOF-YES.
021000     CLOSE CF153-PREQ-FILE.
021100     IF WS-PREQ-COUNT = ZERO
021200         GO TO 8400-EXIT
021300     END-IF.
021400     OPEN INPUT CF153-RUNI-FILE.
021500     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
021600         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
021700                              TO WS-ABEND-MESSAGE
021800         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
021900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
022000     END-IF.
022100     IF WS-SI-STATUS = "00"
022200         SET WS-RUNI-EOF-NO TO TRUE
022300         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
022400             UNTIL WS-RUNI-EOF-YES
022500         CLOSE CF153-RUNI-FILE
022600     END-IF.
022700     MOVE ZERO TO WS-GATE-MISSING.
022800     MOVE 1 TO WS-PREQ-SUB.
022900     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
023000         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
023100     IF WS-GATE-MISSING = ZERO
023200         GO TO 8400-EXIT
023300     END-IF.
023400     IF WS-GATE-OVERRIDE-YES
023500         DISPLAY "CODEFORCES153D -- PREREQUISITES OVERRIDDEN BY "
023600             WS-GATE-OPERATOR
023700         DISPLAY "    REASON: " WS-GATE-REASON
023800         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
023900         GO TO 8400-EXIT
024000     END-IF.
024100     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
024200     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
024300 8400-EXIT.
024400     EXIT.
024500
024600 8410-READ-PREREQUISITE.
024700     READ CF153-PREQ-FILE
024800         AT END
024900             SET WS-PREQ-EOF-YES TO TRUE
025000         NOT AT END
025100             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
025200                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
025300             END-IF
025400     END-READ.
025500     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
025600         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
025700                              TO WS-ABEND-MESSAGE
025800         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
025900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
026000     END-IF.
026100 8410-EXIT.
026200     EXIT.
026300
026400 8415-TAKE-PREREQUISITE.
026500     IF PRQ-OVERRIDE
026600         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
026700            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
026800                AND WS-GATE-RUN-DATE NOT = ZERO)
026900             SET WS-GATE-OVERRIDE-YES TO TRUE
027000             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
027100             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
027200         END-IF
027300         GO TO 8415-EXIT
027400     END-IF.
027500     IF NOT PRQ-PREREQUISITE
027600         GO TO 8415-EXIT
027700     END-IF.
027800     IF WS-PREQ-COUNT >= WS-PREQ-MAX
027900         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
028000                              TO WS-ABEND-MESSAGE
028100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
028200     END-IF.
028300     ADD 1 TO WS-PREQ-COUNT.
028400     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
028500     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
028600     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
028700 8415-EXIT.
028800     EXIT.
028900
029000 8420-READ-RUN-EVENT.
029100     READ CF153-RUNI-FILE
029200         AT END
029300             SET WS-RUNI-EOF-YES TO TRUE
029400         NOT AT END
029500             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
029600     END-READ.
029700     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
029800         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
029900                              TO WS-ABEND-MESSAGE
030000         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
030100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
030200     END-IF.
030300 8420-EXIT.
030400     EXIT.
030500
030600 8430-POST-RUN-EVENT.
030700     IF RUNI-OVERRIDDEN
030800         GO TO 8430-EXIT
030900     END-IF.
031000     MOVE 1 TO WS-PREQ-SUB.
031100     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
031200         IF RUNI-COMPLETED
031300             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
031400                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
031500         END-IF
031600         GO TO 8430-EXIT
031700     END-IF.
031800     IF WS-GATE-RUN-DATE NOT = ZERO
031900        AND RUNI-RUN-DATE NOT = ZERO
032000        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
032100         GO TO 8430-EXIT
032200     END-IF.
032300     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
032400         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
032500 8430-EXIT.
032600     EXIT.
032700
032800 8435-RESET-UNDATED.
032900     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
033000         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
033100     END-IF.
033200     ADD 1 TO WS-PREQ-SUB.
033300 8435-EXIT.
033400     EXIT.
033500
033600 8437-POST-PREDECESSOR.
033700     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
033800         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
033900         IF WS-GATE-RUN-DATE NOT = ZERO
034000            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
034100             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
034200         ELSE
034300             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
034400         END-IF
034500     END-IF.
034600     ADD 1 TO WS-PREQ-SUB.
034700 8437-EXIT.
034800     EXIT.
034900
035000 8440-CHECK-PREDECESSOR.
035100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
035200         GO TO 8440-NEXT
035300     END-IF.
035400     ADD 1 TO WS-GATE-MISSING.
035500     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
035600     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
035700         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
035800     END-IF.
035900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
036000         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
036100     END-IF.
036200     DISPLAY "CODEFORCES153D -- PREREQUISITE STEP "
036300         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
036400     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
036500 8440-NEXT.
036600     ADD 1 TO WS-PREQ-SUB.
036700 8440-EXIT.
036800     EXIT.
036900
037000 8460-LOG-OVERRIDE.
037100     OPEN EXTEND CF153-RUNS-FILE.
037200     IF WS-SF-STATUS = "35"
037300         OPEN OUTPUT CF153-RUNS-FILE
037400     END-IF.
037500     IF WS-SF-STATUS NOT = "00"
037600         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
037700                              TO WS-ABEND-MESSAGE
037800         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
037900     END-IF.
038000     MOVE 1 TO WS-PREQ-SUB.
038100     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
038200         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
038300     CLOSE CF153-RUNS-FILE.
038400 8460-EXIT.
038500     EXIT.
038600
038700 8470-WRITE-OVERRIDE.
038800     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
038900         GO TO 8470-NEXT
039000     END-IF.
039100     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
039200     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
039300     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
039400     MOVE "O"               TO RUNS-EVENT-CODE.
039500     MOVE ZERO TO RUNS-RANGE-LO.
039600     MOVE ZERO TO RUNS-RANGE-HI.
039700     MOVE ZERO              TO RUNS-RECORD-COUNT.
039800     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
039900     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
040000     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
040100     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
040200 8470-NEXT.
040300     ADD 1 TO WS-PREQ-SUB.
040400 8470-EXIT.
040500     EXIT.
