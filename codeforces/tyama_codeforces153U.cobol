002602*                     FILE (CF153RUN) AT START, NORMAL END AND
002603*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
002604*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
002605*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
002606*                     START ON CF153SF THE PROGRAM NOW READS THE
002607*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
002608*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
002609*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
002610*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
002611*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
002612*                     START AND IS LOGGED ON CF153SF AS AN "O"
002613*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
002614*    2026-10-15  TY   YEAR-END RULE.  THE UNIT REFERENCE RECORD
002615*                     NOW CARRIES A YEAR-END RULE ("R" RESET OR
002616*                     "C" CARRY) TELLING THE CODEFORCES153Z
002617*                     YEAR-END CLOSE WHAT TO DO WITH THE UNIT'S
002618*                     BALANCE.  IT IS SET BY AN ADD, REPLACED BY
002619*                     AN UPDATE WHEN NOT BLANK, AND CARRIED FROM
002620*                     OLD MASTER TO NEW.  ANY OTHER VALUE REJECTS
002621*                     THE TRANSACTION.
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
004702         ORGANIZATION IS SEQUENTIAL
004703         FILE STATUS IS WS-SF-STATUS.
004704
004705     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
004706         ORGANIZATION IS SEQUENTIAL
004707         FILE STATUS IS WS-PF-STATUS.
004708
004709     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
004710         ORGANIZATION IS SEQUENTIAL
004711         FILE STATUS IS WS-SI-STATUS.
004712
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CF153-UNTI-FILE
006403     RECORD CONTAINS 80 CHARACTERS.
006404     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
006405
006406 FD  CF153-PREQ-FILE
006407     LABEL RECORDS ARE STANDARD
006408     RECORD CONTAINS 80 CHARACTERS.
006409     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
006410
006411 FD  CF153-RUNI-FILE
006412     LABEL RECORDS ARE STANDARD
006413     RECORD CONTAINS 80 CHARACTERS.
006414     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
006415
006500 WORKING-STORAGE SECTION.
006600 77  WS-UNTI-EOF-SWITCH        PIC X(01) VALUE "N".
006700     88  WS-UNTI-EOF-YES                VALUE "Y".
008400         10  WS-UNIT-STATUS        PIC X(01).
008500         10  WS-UNIT-OPEN-DATE     PIC 9(08).
008600         10  WS-UNIT-CLOSE-DATE    PIC 9(08).
008610         10  WS-UNIT-YEAR-END-RULE PIC X(01).
008700
008800 77  WS-UNITS-READ             PIC 9(07) VALUE ZERO.
008900 77  WS-TRANS-READ             PIC 9(07) VALUE ZERO.
009708     05  WS-ACCEPT-HHMMSS      PIC 9(06).
009709     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
009710
009711 77  WS-PF-STATUS              PIC X(02) VALUE "00".
009712 77  WS-SI-STATUS              PIC X(02) VALUE "00".
009713
009714 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
009715     88  WS-PREQ-EOF-YES                VALUE "Y".
009716     88  WS-PREQ-EOF-NO                 VALUE "N".
009717
009718 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
009719     88  WS-RUNI-EOF-YES                VALUE "Y".
009720     88  WS-RUNI-EOF-NO                 VALUE "N".
009721
009722 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
009723     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
009724     88  WS-GATE-OVERRIDE-NO            VALUE "N".
009725
009726 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
009727 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
009728 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
009729 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
009730 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
009731 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
009732 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
009733
009734 01  WS-GATE-LOG-TEXT.
009735     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
009736     05  WS-GATE-LOG-PREDECESSOR
009737                               PIC X(08).
009738     05  FILLER                PIC X(04) VALUE " BY ".
009739     05  WS-GATE-LOG-OPERATOR  PIC X(08).
009740     05  FILLER                PIC X(01) VALUE SPACE.
009741
009742 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
009743 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
009744 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
009745
009746 01  WS-PREQ-TABLE.
009747     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
009748         10  WS-PREQ-ID            PIC X(08).
009749         10  WS-PREQ-EVENT         PIC X(01).
009750         10  WS-PREQ-DATED-SW      PIC X(01).
009751             88  WS-PREQ-DATED-YES          VALUE "Y".
009752             88  WS-PREQ-DATED-NO           VALUE "N".
009753
009800 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
009900 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
010000
011400         MOVE WS-UO-STATUS    TO WS-ABEND-STATUS
011500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
011600     END-IF.
011610     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
011700 1000-EXIT.
011800     EXIT.
011900
016800                 TO WS-UNIT-OPEN-DATE (WS-UNIT-COUNT)
016900             MOVE UNTI-CLOSE-DATE
017000                 TO WS-UNIT-CLOSE-DATE (WS-UNIT-COUNT)
017010             MOVE UNTI-YEAR-END-RULE
017020                 TO WS-UNIT-YEAR-END-RULE (WS-UNIT-COUNT)
017100     END-READ.
017200     IF WS-UI-STATUS NOT = "00" AND WS-UI-STATUS NOT = "10"
017300         MOVE "READ ERROR - CF153-UNTI-FILE (CF153UI)"
026900         DISPLAY "ADD WITH BLANK UNIT CODE -- NOT APPLIED"
027000         GO TO 2300-EXIT
027100     END-IF.
027110     IF NOT UMT-YEAR-END-RULE-VALID
027120         ADD 1 TO WS-TRANS-REJECTED
027130         DISPLAY "YEAR-END RULE NOT R OR C -- UNIT " UMT-UNIT-CODE
027140             " RULE " UMT-YEAR-END-RULE
027150         GO TO 2300-EXIT
027160     END-IF.
027200     IF WS-UNIT-COUNT >= WS-UNIT-MAX
027300         MOVE "UNIT TABLE CAPACITY EXCEEDED"
027400                              TO WS-ABEND-MESSAGE
028300     MOVE UMT-EFFECTIVE-DATE
028400         TO WS-UNIT-OPEN-DATE (WS-UNIT-COUNT).
028500     MOVE ZERO TO WS-UNIT-CLOSE-DATE (WS-UNIT-COUNT).
028510     MOVE UMT-YEAR-END-RULE
028520         TO WS-UNIT-YEAR-END-RULE (WS-UNIT-COUNT).
028600     ADD 1 TO WS-TRANS-APPLIED.
028700     DISPLAY "UNIT ADDED -- " UMT-UNIT-CODE
028800         " " UMT-UNIT-NAME.
029500         DISPLAY "UPDATE FOR UNKNOWN UNIT -- " UMT-UNIT-CODE
029600         GO TO 2400-EXIT
029700     END-IF.
029710     IF NOT UMT-YEAR-END-RULE-VALID
029720         ADD 1 TO WS-TRANS-REJECTED
029730         DISPLAY "YEAR-END RULE NOT R OR C -- UNIT " UMT-UNIT-CODE
029740             " RULE " UMT-YEAR-END-RULE
029750         GO TO 2400-EXIT
029760     END-IF.
029800     IF UMT-UNIT-NAME NOT = SPACES
029900         MOVE UMT-UNIT-NAME
030000             TO WS-UNIT-NAME (WS-UNIT-FOUND-SUB)
030300         MOVE UMT-DEPARTMENT
030400             TO WS-UNIT-DEPARTMENT (WS-UNIT-FOUND-SUB)
030500     END-IF.
030510     IF UMT-YEAR-END-RULE NOT = SPACE
030520         MOVE UMT-YEAR-END-RULE
030530             TO WS-UNIT-YEAR-END-RULE (WS-UNIT-FOUND-SUB)
030540     END-IF.
030600     ADD 1 TO WS-TRANS-APPLIED.
030700     DISPLAY "UNIT UPDATED -- " UMT-UNIT-CODE.
030800 2400-EXIT.
035100     MOVE WS-UNIT-STATUS (WS-UNIT-SUB)     TO UNTO-STATUS-CODE.
035200     MOVE WS-UNIT-OPEN-DATE (WS-UNIT-SUB)  TO UNTO-OPEN-DATE.
035300     MOVE WS-UNIT-CLOSE-DATE (WS-UNIT-SUB) TO UNTO-CLOSE-DATE.
035310     MOVE WS-UNIT-YEAR-END-RULE (WS-UNIT-SUB)
035320                                           TO UNTO-YEAR-END-RULE.
035400     WRITE UNTO-UNIT-RECORD.
035500     IF WS-UO-STATUS NOT = "00"
035600         MOVE "WRITE ERROR - CF153-UNTO-FILE (CF153UO)"
039100     STOP RUN.
039200 9960-EXIT.
039300     EXIT.
039400
039500 8400-CHECK-PREREQUISITES.
039600     MOVE "CF153U  "        TO WS-GATE-PROGRAM-ID.
039700     MOVE ZERO TO WS-GATE-RUN-DATE.
039800     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
039900     OPEN INPUT CF153-PREQ-FILE.
040000     IF WS-PF-STATUS = "35"
040100         GO TO 8400-EXIT
040200     END-IF.
040300     IF WS-PF-STATUS NOT = "00"
040400         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
040500                              TO WS-ABEND-MESSAGE
040600         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
040700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
040800     END-IF.
040900     SET WS-PREQ-EOF-NO TO TRUE.
041000     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
041100         UNTIL WS-PREQ-EOF-YES.
041200     CLOSE CF153-PREQ-FILE.
041300     IF WS-PREQ-COUNT = ZERO
041400         GO TO 8400-EXIT
041500     END-IF.
041600     OPEN INPUT CF153-RUNI-FILE.
041700     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
041800         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
041900                              TO WS-ABEND-MESSAGE
042000         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
042100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
042200     END-IF.
042300     IF WS-SI-STATUS = "00"
042400         SET WS-RUNI-EOF-NO TO TRUE
042500         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
042600             UNTIL WS-RUNI-EOF-YES
042700         CLOSE CF153-RUNI-FILE
042800     END-IF.
042900     MOVE ZERO TO WS-GATE-MISSING.
043000     MOVE 1 TO WS-PREQ-SUB.
043100     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
043200         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
043300     IF WS-GATE-MISSING = ZERO
043400         GO TO 8400-EXIT
043500     END-IF.
043600     IF WS-GATE-OVERRIDE-YES
043700         DISPLAY "CODEFORCES153U -- PREREQUISITES OVERRIDDEN BY "
043800             WS-GATE-OPERATOR
043900         DISPLAY "    REASON: " WS-GATE-REASON
044000         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
044100         GO TO 8400-EXIT
044200     END-IF.
044300     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
044400     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
044500 8400-EXIT.
044600     EXIT.
044700
044800 8410-READ-PREREQUISITE.
044900     READ CF153-PREQ-FILE
045000         AT END
045100             SET WS-PREQ-EOF-YES TO TRUE
045200         NOT AT END
045300             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
045400                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
045500             END-IF
045600     END-READ.
045700     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
045800         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
045900                              TO WS-ABEND-MESSAGE
046000         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
046100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
046200     END-IF.
046300 8410-EXIT.
046400     EXIT.
046500
046600 8415-TAKE-PREREQUISITE.
046700     IF PRQ-OVERRIDE
046800         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
046900            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
047000                AND WS-GATE-RUN-DATE NOT = ZERO)
047100             SET WS-GATE-OVERRIDE-YES TO TRUE
047200             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
047300             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
047400         END-IF
047500         GO TO 8415-EXIT
047600     END-IF.
047700     IF NOT PRQ-PREREQUISITE
047800         GO TO 8415-EXIT
047900     END-IF.
048000     IF WS-PREQ-COUNT >= WS-PREQ-MAX
048100         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
048200                              TO WS-ABEND-MESSAGE
048300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
048400     END-IF.
048500     ADD 1 TO WS-PREQ-COUNT.
048600     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
048700     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
048800     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
048900 8415-EXIT.
049000     EXIT.
049100
049200 8420-READ-RUN-EVENT.
049300     READ CF153-RUNI-FILE
049400         AT END
049500             SET WS-RUNI-EOF-YES TO TRUE
049600         NOT AT END
049700             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
049800     END-READ.
049900     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
050000         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
050100                              TO WS-ABEND-MESSAGE
050200         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
050300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
050400     END-IF.
050500 8420-EXIT.
050600     EXIT.
050700
050800 8430-POST-RUN-EVENT.
050900     IF RUNI-OVERRIDDEN
051000         GO TO 8430-EXIT
051100     END-IF.
051200     MOVE 1 TO WS-PREQ-SUB.
051300     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
051400         IF RUNI-COMPLETED
051500             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
051600                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
051700         END-IF
051800         GO TO 8430-EXIT
051900     END-IF.
052000     IF WS-GATE-RUN-DATE NOT = ZERO
052100        AND RUNI-RUN-DATE NOT = ZERO
052200        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
052300         GO TO 8430-EXIT
052400     END-IF.
052500     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
052600         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
052700 8430-EXIT.
052800     EXIT.
052900
053000 8435-RESET-UNDATED.
053100     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
053200         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
053300     END-IF.
053400     ADD 1 TO WS-PREQ-SUB.
053500 8435-EXIT.
053600     EXIT.
053700
053800 8437-POST-PREDECESSOR.
053900     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
054000         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
054100         IF WS-GATE-RUN-DATE NOT = ZERO
054200            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
054300             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
054400         ELSE
054500             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
054600         END-IF
054700     END-IF.
054800     ADD 1 TO WS-PREQ-SUB.
054900 8437-EXIT.
055000     EXIT.
055100
055200 8440-CHECK-PREDECESSOR.
055300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
055400         GO TO 8440-NEXT
055500     END-IF.
055600     ADD 1 TO WS-GATE-MISSING.
055700     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
055800     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
055900         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
056000     END-IF.
056100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
056200         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
056300     END-IF.
056400     DISPLAY "CODEFORCES153U -- PREREQUISITE STEP "
056500         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
056600     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
056700 8440-NEXT.
056800     ADD 1 TO WS-PREQ-SUB.
056900 8440-EXIT.
057000     EXIT.
057100
057200 8460-LOG-OVERRIDE.
057300     OPEN EXTEND CF153-RUNS-FILE.
057400     IF WS-SF-STATUS = "35"
057500         OPEN OUTPUT CF153-RUNS-FILE
057600     END-IF.
057700     IF WS-SF-STATUS NOT = "00"
057800         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
057900                              TO WS-ABEND-MESSAGE
058000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
058100     END-IF.
058200     MOVE 1 TO WS-PREQ-SUB.
058300     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
058400         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
058500     CLOSE CF153-RUNS-FILE.
058600 8460-EXIT.
058700     EXIT.
058800
058900 8470-WRITE-OVERRIDE.
059000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
059100         GO TO 8470-NEXT
059200     END-IF.
059300     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
059400     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
059500     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
059600     MOVE "O"               TO RUNS-EVENT-CODE.
059700     MOVE ZERO TO RUNS-RANGE-LO.
059800     MOVE ZERO TO RUNS-RANGE-HI.
059900     MOVE ZERO              TO RUNS-RECORD-COUNT.
060000     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
060100     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
060200     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
060300     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
060400 8470-NEXT.
060500     ADD 1 TO WS-PREQ-SUB.
060600 8470-EXIT.
060700     EXIT.
