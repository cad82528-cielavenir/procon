002002*                     FILE (CF153RUN) AT START, NORMAL END AND
002003*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
002004*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
002005*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
002006*                     START ON CF153SF THE PROGRAM NOW READS THE
002007*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
002008*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
002009*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
002010*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
002011*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
002012*                     START AND IS LOGGED ON CF153SF AS AN "O"
002013*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
003902         ORGANIZATION IS SEQUENTIAL
003903         FILE STATUS IS WS-SF-STATUS.
003904
003905     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
003906         ORGANIZATION IS SEQUENTIAL
003907         FILE STATUS IS WS-PF-STATUS.
003908
003909     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
003910         ORGANIZATION IS SEQUENTIAL
003911         FILE STATUS IS WS-SI-STATUS.
003912
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CF153-HIST-FILE
005503     RECORD CONTAINS 80 CHARACTERS.
005504     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
005505
005506 FD  CF153-PREQ-FILE
005507     LABEL RECORDS ARE STANDARD
005508     RECORD CONTAINS 80 CHARACTERS.
005509     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
005510
005511 FD  CF153-RUNI-FILE
005512     LABEL RECORDS ARE STANDARD
005513     RECORD CONTAINS 80 CHARACTERS.
005514     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
005515
005600 WORKING-STORAGE SECTION.
005700 77  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
005800     88  WS-HIST-EOF-YES                VALUE "Y".
008908     05  WS-ACCEPT-HHMMSS      PIC 9(06).
008909     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
008910
008911 77  WS-PF-STATUS              PIC X(02) VALUE "00".
008912 77  WS-SI-STATUS              PIC X(02) VALUE "00".
008913
008914 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
008915     88  WS-PREQ-EOF-YES                VALUE "Y".
008916     88  WS-PREQ-EOF-NO                 VALUE "N".
008917
008918 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
008919     88  WS-RUNI-EOF-YES                VALUE "Y".
008920     88  WS-RUNI-EOF-NO                 VALUE "N".
008921
008922 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
008923     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
008924     88  WS-GATE-OVERRIDE-NO            VALUE "N".
008925
008926 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
008927 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
008928 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
008929 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
008930 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
008931 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
008932 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
008933
008934 01  WS-GATE-LOG-TEXT.
008935     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
008936     05  WS-GATE-LOG-PREDECESSOR
008937                               PIC X(08).
008938     05  FILLER                PIC X(04) VALUE " BY ".
008939     05  WS-GATE-LOG-OPERATOR  PIC X(08).
008940     05  FILLER                PIC X(01) VALUE SPACE.
008941
008942 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
008943 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
008944 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
008945
008946 01  WS-PREQ-TABLE.
008947     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
008948         10  WS-PREQ-ID            PIC X(08).
008949         10  WS-PREQ-EVENT         PIC X(01).
008950         10  WS-PREQ-DATED-SW      PIC X(01).
008951             88  WS-PREQ-DATED-YES          VALUE "Y".
008952             88  WS-PREQ-DATED-NO           VALUE "N".
008953
009000 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
009100 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
009200
019900         MOVE WS-HF-STATUS    TO WS-ABEND-STATUS
020000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
020100     END-IF.
020110     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
020200 1000-EXIT.
020300     EXIT.
020400
041200     STOP RUN.
041300 9960-EXIT.
041400     EXIT.
041500
041600 8400-CHECK-PREREQUISITES.
041700     MOVE "CF153P  "        TO WS-GATE-PROGRAM-ID.
041800     MOVE ZERO TO WS-GATE-RUN-DATE.
041900     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
042000     OPEN INPUT CF153-PREQ-FILE.
042100     IF WS-PF-STATUS = "35"
042200         GO TO 8400-EXIT
042300     END-IF.
042400     IF WS-PF-STATUS NOT = "00"
042500         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
042600                              TO WS-ABEND-MESSAGE
042700         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
042800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
042900     END-IF.
043000     SET WS-PREQ-EOF-NO TO TRUE.
043100     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
043200         UNTIL WS-PREQ-EOF-YES.
043300     CLOSE CF153-PREQ-FILE.
043400     IF WS-PREQ-COUNT = ZERO
043500         GO TO 8400-EXIT
043600     END-IF.
043700     OPEN INPUT CF153-RUNI-FILE.
043800     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
043900         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
044000                              TO WS-ABEND-MESSAGE
044100         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
044200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
044300     END-IF.
044400     IF WS-SI-STATUS = "00"
044500         SET WS-RUNI-EOF-NO TO TRUE
044600         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
044700             UNTIL WS-RUNI-EOF-YES
044800         CLOSE CF153-RUNI-FILE
044900     END-IF.
045000     MOVE ZERO TO WS-GATE-MISSING.
045100     MOVE 1 TO WS-PREQ-SUB.
045200     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
045300         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
045400     IF WS-GATE-MISSING = ZERO
045500         GO TO 8400-EXIT
045600     END-IF.
045700     IF WS-GATE-OVERRIDE-YES
045800         DISPLAY "CODEFORCES153P -- PREREQUISITES OVERRIDDEN BY "
045900             WS-GATE-OPERATOR
046000         DISPLAY "    REASON: " WS-GATE-REASON
046100         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
046200         GO TO 8400-EXIT
046300     END-IF.
046400     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
046500     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
046600 8400-EXIT.
046700     EXIT.
046800
046900 8410-READ-PREREQUISITE.
047000     READ CF153-PREQ-FILE
047100         AT END
047200             SET WS-PREQ-EOF-YES TO TRUE
047300         NOT AT END
047400             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
047500                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
047600             END-IF
047700     END-READ.
047800     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
047900         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
048000                              TO WS-ABEND-MESSAGE
048100         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
048200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
048300     END-IF.
048400 8410-EXIT.
048500     EXIT.
048600
048700 8415-TAKE-PREREQUISITE.
048800     IF PRQ-OVERRIDE
048900         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
049000            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
049100                AND WS-GATE-RUN-DATE NOT = ZERO)
049200             SET WS-GATE-OVERRIDE-YES TO TRUE
049300             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
049400             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
049500         END-IF
049600         GO TO 8415-EXIT
049700     END-IF.
049800     IF NOT PRQ-PREREQUISITE
049900         GO TO 8415-EXIT
050000     END-IF.
050100     IF WS-PREQ-COUNT >= WS-PREQ-MAX
050200         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
050300                              TO WS-ABEND-MESSAGE
050400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
050500     END-IF.
050600     ADD 1 TO WS-PREQ-COUNT.
050700     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
050800     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
050900     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
051000 8415-EXIT.
051100     EXIT.
051200
051300 8420-READ-RUN-EVENT.
051400     READ CF153-RUNI-FILE
051500         AT END
051600             SET WS-RUNI-EOF-YES TO TRUE
051700         NOT AT END
051800             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
051900     END-READ.
052000     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
052100         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
052200                              TO WS-ABEND-MESSAGE
052300         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
052400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
052500     END-IF.
052600 8420-EXIT.
052700     EXIT.
052800
052900 8430-POST-RUN-EVENT.
053000     IF RUNI-OVERRIDDEN
053100         GO TO 8430-EXIT
053200     END-IF.
053300     MOVE 1 TO WS-PREQ-SUB.
053400     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
053500         IF RUNI-COMPLETED
053600             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
053700                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
053800         END-IF
053900         GO TO 8430-EXIT
054000     END-IF.
054100     IF WS-GATE-RUN-DATE NOT = ZERO
054200        AND RUNI-RUN-DATE NOT = ZERO
054300        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
054400         GO TO 8430-EXIT
054500     END-IF.
054600     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
054700         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
054800 8430-EXIT.
054900     EXIT.
055000
055100 8435-RESET-UNDATED.
055200     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
055300         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
055400     END-IF.
055500     ADD 1 TO WS-PREQ-SUB.
055600 8435-EXIT.
055700     EXIT.
055800
055900 8437-POST-PREDECESSOR.
056000     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
056100         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
056200         IF WS-GATE-RUN-DATE NOT = ZERO
056300            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
056400             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
056500         ELSE
056600             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
056700         END-IF
056800     END-IF.
056900     ADD 1 TO WS-PREQ-SUB.
057000 8437-EXIT.
057100     EXIT.
057200
057300 8440-CHECK-PREDECESSOR.
057400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
057500         GO TO 8440-NEXT
057600     END-IF.
057700     ADD 1 TO WS-GATE-MISSING.
057800     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
057900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
058000         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
058100     END-IF.
058200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
058300         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
058400     END-IF.
058500     DISPLAY "CODEFORCES153P -- PREREQUISITE STEP "
058600         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
058700     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
058800 8440-NEXT.
058900     ADD 1 TO WS-PREQ-SUB.
059000 8440-EXIT.
059100     EXIT.
059200
059300 8460-LOG-OVERRIDE.
059400     OPEN EXTEND CF153-RUNS-FILE.
059500     IF WS-SF-STATUS = "35"
059600         OPEN OUTPUT CF153-RUNS-FILE
059700     END-IF.
059800     IF WS-SF-STATUS NOT = "00"
059900         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
060000                              TO WS-ABEND-MESSAGE
060100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
060200     END-IF.
060300     MOVE 1 TO WS-PREQ-SUB.
060400     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
060500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
060600     CLOSE CF153-RUNS-FILE.
060700 8460-EXIT.
060800     EXIT.
060900
061000 8470-WRITE-OVERRIDE.
061100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
061200         GO TO 8470-NEXT
061300     END-IF.
061400     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
061500     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
061600     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
061700     MOVE "O"               TO RUNS-EVENT-CODE.
061800     MOVE ZERO TO RUNS-RANGE-LO.
061900     MOVE ZERO TO RUNS-RANGE-HI.
062000     MOVE ZERO              TO RUNS-RECORD-COUNT.
062100     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
062200     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
062300     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
062400     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
062500 8470-NEXT.
062600     ADD 1 TO WS-PREQ-SUB.
062700 8470-EXIT.
062800     EXIT.
