002762*                     FILE (CF153RUN) AT START, NORMAL END AND
002763*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
002764*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
002765*    2026-10-15  TY   INTER-UNIT TRANSFERS.  A POSTED TRANSFER
002766*                     WRITES TWO RESULT RECORDS, SO THE TRANSFERS
002767*                     POSTED ON THE "*XFR " CHECKPOINT RECORD ARE
002768*                     ADDED TO THE EXPECTED CF153RF COUNT.  THE
002769*                     TYPE "X" LEGS ON CF153XF ARE FOOTED APART
002770*                     AND THE RUN IS OUT OF BALANCE UNLESS THERE
002771*                     ARE TWO LEGS PER TRANSFER POSTED AND BOTH
002772*                     THEY AND THE CHECKPOINT NET TO ZERO.
002773*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
002774*                     START ON CF153SF THE PROGRAM NOW READS THE
002775*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
002776*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
002777*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
002778*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
002779*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
002780*                     START AND IS LOGGED ON CF153SF AS AN "O"
002781*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005202         ORGANIZATION IS SEQUENTIAL
005203         FILE STATUS IS WS-SF-STATUS.
005204
005205     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
005206         ORGANIZATION IS SEQUENTIAL
005207         FILE STATUS IS WS-PF-STATUS.
005208
005209     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
005210         ORGANIZATION IS SEQUENTIAL
005211         FILE STATUS IS WS-SI-STATUS.
005212
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CF153-OUT-FILE
007403     RECORD CONTAINS 80 CHARACTERS.
007404     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
007405
007406 FD  CF153-PREQ-FILE
007407     LABEL RECORDS ARE STANDARD
007408     RECORD CONTAINS 80 CHARACTERS.
007409     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
007410
007411 FD  CF153-RUNI-FILE
007412     LABEL RECORDS ARE STANDARD
007413     RECORD CONTAINS 80 CHARACTERS.
007414     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
007415
007500 WORKING-STORAGE SECTION.
007600 77  WS-RF-EOF-SWITCH          PIC X(01) VALUE "N".
007700     88  WS-RF-EOF-YES                  VALUE "Y".
010200 77  WS-KF-REJECT-COUNT        PIC 9(07) VALUE ZERO.
010300 77  WS-KF-EXCEPTION-COUNT     PIC 9(07) VALUE ZERO.
010400 77  WS-KF-TOTAL-S             PIC S9(13) VALUE ZERO.
010410 77  WS-KF-XFR-COUNT           PIC 9(07) VALUE ZERO.
010420 77  WS-KF-XFR-NET-S           PIC S9(13) VALUE ZERO.
010430 77  WS-XF-XFR-COUNT           PIC 9(07) VALUE ZERO.
010440 77  WS-XF-XFR-NET-S           PIC S9(13) VALUE ZERO.
010500
010600 77  WS-EXPECTED-COUNT         PIC S9(08) VALUE ZERO.
010700 77  WS-MISMATCH-COUNT         PIC 9(03) VALUE ZERO.
011308     05  WS-ACCEPT-HHMMSS      PIC 9(06).
011309     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
011310
011311 77  WS-PF-STATUS              PIC X(02) VALUE "00".
011312 77  WS-SI-STATUS              PIC X(02) VALUE "00".
011313
011314 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
011315     88  WS-PREQ-EOF-YES                VALUE "Y".
011316     88  WS-PREQ-EOF-NO                 VALUE "N".
011317
011318 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
011319     88  WS-RUNI-EOF-YES                VALUE "Y".
011320     88  WS-RUNI-EOF-NO                 VALUE "N".
011321
011322 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
011323     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
011324     88  WS-GATE-OVERRIDE-NO            VALUE "N".
011325
011326 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
011327 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
011328 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
011329 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
011330 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
011331 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
011332 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
011333
011334 01  WS-GATE-LOG-TEXT.
011335     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
011336     05  WS-GATE-LOG-PREDECESSOR
011337                               PIC X(08).
011338     05  FILLER                PIC X(04) VALUE " BY ".
011339     05  WS-GATE-LOG-OPERATOR  PIC X(08).
011340     05  FILLER                PIC X(01) VALUE SPACE.
011341
011342 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
011343 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
011344 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
011345
011346 01  WS-PREQ-TABLE.
011347     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
011348         10  WS-PREQ-ID            PIC X(08).
011349         10  WS-PREQ-EVENT         PIC X(01).
011350         10  WS-PREQ-DATED-SW      PIC X(01).
011351             88  WS-PREQ-DATED-YES          VALUE "Y".
011352             88  WS-PREQ-DATED-NO           VALUE "N".
011353
011400 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
011500 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
011600
012500
012600 1000-INITIALIZE.
012700     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
012710     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
012800 1000-EXIT.
012900     EXIT.
013000
024300                             PERFORM 9950-ABEND-TOTAL-OVERFLOW
024400                                 THRU 9950-EXIT
024500                     END-ADD
024501                     IF EXT-TRANSFER-LEG
024502                         PERFORM 2260-ADD-TRANSFER-LEG
024503                             THRU 2260-EXIT
024504                     END-IF
024510                 END-IF
024520             END-IF
024600     END-READ.
025300 2250-EXIT.
025400     EXIT.
025500
025505 2260-ADD-TRANSFER-LEG.
025510     ADD 1 TO WS-XF-XFR-COUNT
025515         ON SIZE ERROR
025520             MOVE "WS-XF-XFR-COUNT" TO WS-ABEND-MESSAGE
025525             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
025530     END-ADD.
025535     ADD EXT-S TO WS-XF-XFR-NET-S
025540         ON SIZE ERROR
025545             MOVE "WS-XF-XFR-NET-S" TO WS-ABEND-MESSAGE
025550             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
025555     END-ADD.
025560 2260-EXIT.
025565     EXIT.
025570
025600 2300-SCAN-CHECKPOINT-FILE.
025700     OPEN INPUT CF153-CKPT-FILE.
025800     IF WS-KF-STATUS = "35"
029200                                  TO WS-KF-EXCEPTION-COUNT
029300                 MOVE CKPF-TOTAL-S TO WS-KF-TOTAL-S
029400             END-IF
029410             IF CKPF-TRANSFER-TOTAL
029420                 MOVE CKPF-RECORDS-PROCESSED TO WS-KF-XFR-COUNT
029430                 MOVE CKPF-TOTAL-S TO WS-KF-XFR-NET-S
029440             END-IF
029500     END-READ.
029600     IF WS-KF-STATUS NOT = "00" AND WS-KF-STATUS NOT = "10"
029700         MOVE "READ ERROR - CF153-CKPT-FILE (CF153KF)"
031700     DISPLAY "CF153KF EXCEPTION COUNT. . . . "
031800         WS-KF-EXCEPTION-COUNT.
031900     DISPLAY "CF153KF TOTAL OF S . . . . . . " WS-KF-TOTAL-S.
031910     DISPLAY "CF153KF TRANSFERS POSTED . . . "
031920         WS-KF-XFR-COUNT.
031930     DISPLAY "CF153KF TRANSFER NET S . . . . "
031940         WS-KF-XFR-NET-S.
031950     DISPLAY "CF153XF TRANSFER LEGS. . . . . " WS-XF-XFR-COUNT.
031960     DISPLAY "CF153XF TRANSFER NET S . . . . " WS-XF-XFR-NET-S.
032000     DISPLAY " ".
032100     IF WS-GRAND-FOUND-NO
032200         ADD 1 TO WS-MISMATCH-COUNT
034500         COMPUTE WS-EXPECTED-COUNT = WS-KF-RECORDS-PROCESSED
034600             - WS-KF-REJECT-COUNT - WS-KF-EXCEPTION-COUNT
034700     END-IF.
034710     ADD WS-KF-XFR-COUNT TO WS-EXPECTED-COUNT.
034800     IF WS-RF-COUNT NOT = WS-EXPECTED-COUNT
034900         ADD 1 TO WS-MISMATCH-COUNT
035000         DISPLAY "OUT OF BALANCE -- CF153RF RECORD COUNT NOT"
035291                 " DOES NOT MATCH ITS DETAIL"
035292         END-IF
035293     END-IF.
035294     IF WS-XF-XFR-NET-S NOT = ZERO OR WS-KF-XFR-NET-S NOT = ZERO
035295        OR WS-XF-XFR-COUNT NOT = WS-KF-XFR-COUNT * 2
035296         ADD 1 TO WS-MISMATCH-COUNT
035297         DISPLAY "OUT OF BALANCE -- TRANSFER LEGS DO NOT PAIR"
035298             " AND NET TO ZERO"
035299     END-IF.
035300     DISPLAY " ".
035400     IF WS-MISMATCH-COUNT = ZERO
035500         DISPLAY "RUN IS IN BALANCE"
038000     STOP RUN.
038100 9950-EXIT.
038200     EXIT.
038300
038400 9960-ABEND-CONTROL-ERROR.
038500     DISPLAY "CODEFORCES153B -- FATAL CONTROL ERROR".
038600     DISPLAY WS-ABEND-MESSAGE.
038700     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
038800     MOVE 16 TO RETURN-CODE.
038900     STOP RUN.
039000 9960-EXIT.
039100     EXIT.
039200
039300 8400-CHECK-PREREQUISITES.
039400     MOVE "CF153B  "        TO WS-GATE-PROGRAM-ID.
039500     MOVE ZERO TO WS-GATE-RUN-DATE.
039600     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
039700     OPEN INPUT CF153-PREQ-FILE.
039800     IF WS-PF-STATUS = "35"
039900         GO TO 8400-EXIT
040000     END-IF.
040100     IF WS-PF-STATUS NOT = "00"
040200         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
040300                              TO WS-ABEND-MESSAGE
040400         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
040500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
040600     END-IF.
040700     SET WS-PREQ-EOF-NO TO TRUE.
040800     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
040900         UNTIL WS-PREQ-EOF-YES.
041000     CLOSE CF153-PREQ-FILE.
041100     IF WS-PREQ-COUNT = ZERO
041200         GO TO 8400-EXIT
041300     END-IF.
041400     OPEN INPUT CF153-RUNI-FILE.
041500     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
041600         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
041700                              TO WS-ABEND-MESSAGE
041800         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
041900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
042000     END-IF.
042100     IF WS-SI-STATUS = "00"
042200         SET WS-RUNI-EOF-NO TO TRUE
042300         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
042400             UNTIL WS-RUNI-EOF-YES
042500         CLOSE CF153-RUNI-FILE
042600     END-IF.
042700     MOVE ZERO TO WS-GATE-MISSING.
042800     MOVE 1 TO WS-PREQ-SUB.
042900     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
043000         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
043100     IF WS-GATE-MISSING = ZERO
043200         GO TO 8400-EXIT
043300     END-IF.
043400     IF WS-GATE-OVERRIDE-YES
043500         DISPLAY "CODEFORCES153B -- PREREQUISITES OVERRIDDEN BY "
043600             WS-GATE-OPERATOR
043700         DISPLAY "    REASON: " WS-GATE-REASON
043800         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
043900         GO TO 8400-EXIT
044000     END-IF.
044100     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
044200     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
044300 8400-EXIT.
044400     EXIT.
044500
044600 8410-READ-PREREQUISITE.
044700     READ CF153-PREQ-FILE
044800         AT END
044900             SET WS-PREQ-EOF-YES TO TRUE
045000         NOT AT END
045100             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
045200                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
045300             END-IF
045400     END-READ.
045500     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
045600         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
045700                              TO WS-ABEND-MESSAGE
045800         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
045900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
046000     END-IF.
046100 8410-EXIT.
046200     EXIT.
046300
046400 8415-TAKE-PREREQUISITE.
046500     IF PRQ-OVERRIDE
046600         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
046700            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
046800                AND WS-GATE-RUN-DATE NOT = ZERO)
046900             SET WS-GATE-OVERRIDE-YES TO TRUE
047000             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
047100             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
047200         END-IF
047300         GO TO 8415-EXIT
047400     END-IF.
047500     IF NOT PRQ-PREREQUISITE
047600         GO TO 8415-EXIT
047700     END-IF.
047800     IF WS-PREQ-COUNT >= WS-PREQ-MAX
047900         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
048000                              TO WS-ABEND-MESSAGE
048100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
048200     END-IF.
048300     ADD 1 TO WS-PREQ-COUNT.
048400     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
048500     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
048600     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
048700 8415-EXIT.
048800     EXIT.
048900
049000 8420-READ-RUN-EVENT.
049100     READ CF153-RUNI-FILE
049200         AT END
049300             SET WS-RUNI-EOF-YES TO TRUE
049400         NOT AT END
049500             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
049600     END-READ.
049700     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
049800         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
049900                              TO WS-ABEND-MESSAGE
050000         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
050100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
050200     END-IF.
050300 8420-EXIT.
050400     EXIT.
050500
050600 8430-POST-RUN-EVENT.
050700     IF RUNI-OVERRIDDEN
050800         GO TO 8430-EXIT
050900     END-IF.
051000     MOVE 1 TO WS-PREQ-SUB.
051100     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
051200         IF RUNI-COMPLETED
051300             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
051400                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
051500         END-IF
051600         GO TO 8430-EXIT
051700     END-IF.
051800     IF WS-GATE-RUN-DATE NOT = ZERO
051900        AND RUNI-RUN-DATE NOT = ZERO
052000        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
052100         GO TO 8430-EXIT
052200     END-IF.
052300     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
052400         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
052500 8430-EXIT.
052600     EXIT.
052700
052800 8435-RESET-UNDATED.
052900     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
053000         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
053100     END-IF.
053200     ADD 1 TO WS-PREQ-SUB.
053300 8435-EXIT.
053400     EXIT.
053500
053600 8437-POST-PREDECESSOR.
053700     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
053800         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
053900         IF WS-GATE-RUN-DATE NOT = ZERO
054000            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
054100             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
054200         ELSE
054300             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
054400         END-IF
054500     END-IF.
054600     ADD 1 TO WS-PREQ-SUB.
054700 8437-EXIT.
054800     EXIT.
054900
055000 8440-CHECK-PREDECESSOR.
055100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
055200         GO TO 8440-NEXT
055300     END-IF.
055400     ADD 1 TO WS-GATE-MISSING.
055500     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
055600     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
055700         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
055800     END-IF.
055900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
056000         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
056100     END-IF.
056200     DISPLAY "CODEFORCES153B -- PREREQUISITE STEP "
056300         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
056400     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
056500 8440-NEXT.
056600     ADD 1 TO WS-PREQ-SUB.
056700 8440-EXIT.
056800     EXIT.
056900
057000 8460-LOG-OVERRIDE.
057100     OPEN EXTEND CF153-RUNS-FILE.
057200     IF WS-SF-STATUS = "35"
057300         OPEN OUTPUT CF153-RUNS-FILE
057400     END-IF.
057500     IF WS-SF-STATUS NOT = "00"
057600         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
057700                              TO WS-ABEND-MESSAGE
057800         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
057900     END-IF.
058000     MOVE 1 TO WS-PREQ-SUB.
058100     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
058200         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
058300     CLOSE CF153-RUNS-FILE.
058400 8460-EXIT.
058500     EXIT.
058600
058700 8470-WRITE-OVERRIDE.
058800     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
058900         GO TO 8470-NEXT
059000     END-IF.
059100     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
059200     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
059300     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
059400     MOVE "O"               TO RUNS-EVENT-CODE.
059500     MOVE ZERO TO RUNS-RANGE-LO.
059600     MOVE ZERO TO RUNS-RANGE-HI.
059700     MOVE ZERO              TO RUNS-RECORD-COUNT.
059800     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
059900     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
060000     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
060100     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
060200 8470-NEXT.
060300     ADD 1 TO WS-PREQ-SUB.
060400 8470-EXIT.
060500     EXIT.
