003102*                     FILE (CF153RUN) AT START, NORMAL END AND
003103*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
003104*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
003105*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
003106*                     START ON CF153SF THE PROGRAM NOW READS THE
003107*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
003108*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
003109*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
003110*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
003111*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
003112*                     START AND IS LOGGED ON CF153SF AS AN "O"
003113*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
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
005500 FD  CF153-HSTI-FILE
006903     RECORD CONTAINS 80 CHARACTERS.
006904     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
006905
006906 FD  CF153-PREQ-FILE
006907     LABEL RECORDS ARE STANDARD
006908     RECORD CONTAINS 80 CHARACTERS.
006909     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
006910
006911 FD  CF153-RUNI-FILE
006912     LABEL RECORDS ARE STANDARD
006913     RECORD CONTAINS 80 CHARACTERS.
006914     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
006915
007000 WORKING-STORAGE SECTION.
007100 77  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
007200     88  WS-HIST-EOF-YES                VALUE "Y".
009408     05  WS-ACCEPT-HHMMSS      PIC 9(06).
009409     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
009410
009411 77  WS-PF-STATUS              PIC X(02) VALUE "00".
009412 77  WS-SI-STATUS              PIC X(02) VALUE "00".
009413
009414 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
009415     88  WS-PREQ-EOF-YES                VALUE "Y".
009416     88  WS-PREQ-EOF-NO                 VALUE "N".
009417
009418 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
009419     88  WS-RUNI-EOF-YES                VALUE "Y".
009420     88  WS-RUNI-EOF-NO                 VALUE "N".
009421
009422 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
009423     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
009424     88  WS-GATE-OVERRIDE-NO            VALUE "N".
009425
009426 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
009427 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
009428 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
009429 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
009430 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
009431 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
009432 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
009433
009434 01  WS-GATE-LOG-TEXT.
009435     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
009436     05  WS-GATE-LOG-PREDECESSOR
009437                               PIC X(08).
009438     05  FILLER                PIC X(04) VALUE " BY ".
009439     05  WS-GATE-LOG-OPERATOR  PIC X(08).
009440     05  FILLER                PIC X(01) VALUE SPACE.
009441
009442 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
009443 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
009444 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
009445
009446 01  WS-PREQ-TABLE.
009447     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
009448         10  WS-PREQ-ID            PIC X(08).
009449         10  WS-PREQ-EVENT         PIC X(01).
009450         10  WS-PREQ-DATED-SW      PIC X(01).
009451             88  WS-PREQ-DATED-YES          VALUE "Y".
009452             88  WS-PREQ-DATED-NO           VALUE "N".
009453
009500 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
009600 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
009700
013600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
013700     END-IF.
013800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
013810     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
013900 1000-EXIT.
014000     EXIT.
014100
029400     STOP RUN.
029500 9960-EXIT.
029600     EXIT.
029700
029800 8400-CHECK-PREREQUISITES.
029900     MOVE "CF153H  "        TO WS-GATE-PROGRAM-ID.
030000     MOVE WS-CLOSE-DATE TO WS-GATE-RUN-DATE.
030100     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
030200     OPEN INPUT CF153-PREQ-FILE.
030300     IF WS-PF-STATUS = "35"
030400         GO TO 8400-EXIT
030500     END-IF.
030600     IF WS-PF-STATUS NOT = "00"
030700         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
030800                              TO WS-ABEND-MESSAGE
030900         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
031000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
031100     END-IF.
031200     SET WS-PREQ-EOF-NO TO TRUE.
031300     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
031400         UNTIL WS-PREQ-EOF-YES.
031500     CLOSE CF153-PREQ-FILE.
031600     IF WS-PREQ-COUNT = ZERO
031700         GO TO 8400-EXIT
031800     END-IF.
031900     OPEN INPUT CF153-RUNI-FILE.
032000     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
032100         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
032200                              TO WS-ABEND-MESSAGE
032300         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
032400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
032500     END-IF.
032600     IF WS-SI-STATUS = "00"
032700         SET WS-RUNI-EOF-NO TO TRUE
032800         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
032900             UNTIL WS-RUNI-EOF-YES
033000         CLOSE CF153-RUNI-FILE
033100     END-IF.
033200     MOVE ZERO TO WS-GATE-MISSING.
033300     MOVE 1 TO WS-PREQ-SUB.
033400     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
033500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
033600     IF WS-GATE-MISSING = ZERO
033700         GO TO 8400-EXIT
033800     END-IF.
033900     IF WS-GATE-OVERRIDE-YES
034000         DISPLAY "CODEFORCES153H -- PREREQUISITES OVERRIDDEN BY "
034100             WS-GATE-OPERATOR
034200         DISPLAY "    REASON: " WS-GATE-REASON
034300         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
034400         GO TO 8400-EXIT
034500     END-IF.
034600     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
034700     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
034800 8400-EXIT.
034900     EXIT.
035000
035100 8410-READ-PREREQUISITE.
035200     READ CF153-PREQ-FILE
035300         AT END
035400             SET WS-PREQ-EOF-YES TO TRUE
035500         NOT AT END
035600             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
035700                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
035800             END-IF
035900     END-READ.
036000     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
036100         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
036200                              TO WS-ABEND-MESSAGE
036300         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
036400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
036500     END-IF.
036600 8410-EXIT.
036700     EXIT.
036800
036900 8415-TAKE-PREREQUISITE.
037000     IF PRQ-OVERRIDE
037100         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
037200            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
037300                AND WS-GATE-RUN-DATE NOT = ZERO)
037400             SET WS-GATE-OVERRIDE-YES TO TRUE
037500             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
037600             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
037700         END-IF
037800         GO TO 8415-EXIT
037900     END-IF.
038000     IF NOT PRQ-PREREQUISITE
038100         GO TO 8415-EXIT
038200     END-IF.
038300     IF WS-PREQ-COUNT >= WS-PREQ-MAX
038400         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
038500                              TO WS-ABEND-MESSAGE
038600         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
038700     END-IF.
038800     ADD 1 TO WS-PREQ-COUNT.
038900     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
039000     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
039100     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
039200 8415-EXIT.
039300     EXIT.
039400
039500 8420-READ-RUN-EVENT.
039600     READ CF153-RUNI-FILE
039700         AT END
039800             SET WS-RUNI-EOF-YES TO TRUE
039900         NOT AT END
040000             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
040100     END-READ.
040200     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
040300         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
040400                              TO WS-ABEND-MESSAGE
040500         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
040600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
040700     END-IF.
040800 8420-EXIT.
040900     EXIT.
041000
041100 8430-POST-RUN-EVENT.
041200     IF RUNI-OVERRIDDEN
041300         GO TO 8430-EXIT
041400     END-IF.
041500     MOVE 1 TO WS-PREQ-SUB.
041600     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
041700         IF RUNI-COMPLETED
041800             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
041900                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
042000         END-IF
042100         GO TO 8430-EXIT
042200     END-IF.
042300     IF WS-GATE-RUN-DATE NOT = ZERO
042400        AND RUNI-RUN-DATE NOT = ZERO
042500        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
042600         GO TO 8430-EXIT
042700     END-IF.
042800     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
042900         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
043000 8430-EXIT.
043100     EXIT.
043200
043300 8435-RESET-UNDATED.
043400     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
043500         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
043600     END-IF.
043700     ADD 1 TO WS-PREQ-SUB.
043800 8435-EXIT.
043900     EXIT.
044000
044100 8437-POST-PREDECESSOR.
044200     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
044300         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
044400         IF WS-GATE-RUN-DATE NOT = ZERO
044500            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
044600             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
044700         ELSE
044800             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
044900         END-IF
045000     END-IF.
045100     ADD 1 TO WS-PREQ-SUB.
045200 8437-EXIT.
045300     EXIT.
045400
045500 8440-CHECK-PREDECESSOR.
045600     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
045700         GO TO 8440-NEXT
045800     END-IF.
045900     ADD 1 TO WS-GATE-MISSING.
046000     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
046100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
046200         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
046300     END-IF.
046400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
046500         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
046600     END-IF.
046700     DISPLAY "CODEFORCES153H -- PREREQUISITE STEP "
046800         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
046900     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
047000 8440-NEXT.
047100     ADD 1 TO WS-PREQ-SUB.
047200 8440-EXIT.
047300     EXIT.
047400
047500 8460-LOG-OVERRIDE.
047600     OPEN EXTEND CF153-RUNS-FILE.
047700     IF WS-SF-STATUS = "35"
047800         OPEN OUTPUT CF153-RUNS-FILE
047900     END-IF.
048000     IF WS-SF-STATUS NOT = "00"
048100         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
048200                              TO WS-ABEND-MESSAGE
048300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
048400     END-IF.
048500     MOVE 1 TO WS-PREQ-SUB.
048600     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
048700         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
048800     CLOSE CF153-RUNS-FILE.
048900 8460-EXIT.
049000     EXIT.
049100
049200 8470-WRITE-OVERRIDE.
049300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
049400         GO TO 8470-NEXT
049500     END-IF.
049600     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
049700     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
049800     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
049900     MOVE "O"               TO RUNS-EVENT-CODE.
050000     MOVE ZERO TO RUNS-RANGE-LO.
050100     MOVE ZERO TO RUNS-RANGE-HI.
050200     MOVE ZERO              TO RUNS-RECORD-COUNT.
050300     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
050400     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
050500     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
050600     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
050700 8470-NEXT.
050800     ADD 1 TO WS-PREQ-SUB.
050900 8470-EXIT.
051000     EXIT.
