002603*                     DEPARTMENT CAN MATCH THE RECEIPT AGAINST
002604*                     WHAT IT SENT AND RESUBMIT ITS DROPS THE
002605*                     SAME DAY INSTEAD OF A RUN LATER.
002606*    2026-10-15  TY   INTER-UNIT TRANSFERS.  A CARD WITH A RECORD
002607*                     TYPE OTHER THAN BLANK OR "X" IS DROPPED, AND
002608*                     AN "X" TRANSFER CARD IS DROPPED WHEN EITHER
002609*                     UNIT IS NOT GIVEN, BOTH UNITS ARE THE SAME,
002610*                     THE TO-UNIT IS NOT ON OR IS CLOSED ON
002611*                     CF153UF, OR N + M (WHEN BOTH ARE NUMERIC)
002612*                     WOULD NOT FIT THE 10-DIGIT RESULT, SO A
002613*                     TRANSFER THAT CAN ONLY BE REJECTED GOES
002614*                     BACK TO ITS DEPARTMENT ON THE SAME DAY'S
002615*                     RECEIPT.
002616*    2026-10-15  TY   STANDING INSTRUCTIONS.  KEYS 900000 AND UP
002617*                     ARE NOW RESERVED FOR THE CODEFORCES153F
002618*                     GENERATOR.  A FEED CARD SUPPLYING A KEY IN
002619*                     THAT RANGE IS DROPPED, AND A BLANK KEY THAT
002620*                     WOULD BE ASSIGNED INTO IT IS DROPPED, SO A
002621*                     GENERATED RECORD CAN NEVER COLLIDE WITH A
002622*                     FEED CARD ON CF153TF.
002623*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
002624*                     START ON CF153SF THE PROGRAM NOW READS THE
002625*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
002626*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
002627*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
002628*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
002629*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
002630*                     START AND IS LOGGED ON CF153SF AS AN "O"
002631*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
002690*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
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
005500 FD  CF153-FEED1-FILE
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
007600     COPY CF153FED REPLACING ==:TAG:== BY ==WORK==.
007700
009020
009100 77  WS-LAST-KEY               PIC 9(06) VALUE ZERO.
009200 77  WS-WORK-KEY               PIC 9(06) VALUE ZERO.
009210 77  WS-RESERVED-KEY-LO        PIC 9(06) VALUE 900000.
009300 77  WS-DROP-REASON            PIC X(30) VALUE SPACE.
009301 77  WS-SUM-CHECK              PIC S9(11) VALUE ZERO.
009302 77  WS-MAX-RESULT             PIC S9(10) VALUE 9999999999.
009303 77  WS-MIN-RESULT             PIC S9(10) VALUE -9999999999.
009310
009320 77  WS-UNITREF-PRESENT-SW     PIC X(01) VALUE "N".
009321     88  WS-UNITREF-PRESENT-YES         VALUE "Y".
010908     05  WS-ACCEPT-HHMMSS      PIC 9(06).
010909     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
010910
010911 77  WS-PF-STATUS              PIC X(02) VALUE "00".
010912 77  WS-SI-STATUS              PIC X(02) VALUE "00".
010913
010914 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
010915     88  WS-PREQ-EOF-YES                VALUE "Y".
010916     88  WS-PREQ-EOF-NO                 VALUE "N".
010917
010918 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
010919     88  WS-RUNI-EOF-YES                VALUE "Y".
010920     88  WS-RUNI-EOF-NO                 VALUE "N".
010921
010922 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
010923     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
010924     88  WS-GATE-OVERRIDE-NO            VALUE "N".
010925
010926 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
010927 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
010928 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
010929 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
010930 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
010931 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
010932 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
010933
010934 01  WS-GATE-LOG-TEXT.
010935     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
010936     05  WS-GATE-LOG-PREDECESSOR
010937                               PIC X(08).
010938     05  FILLER                PIC X(04) VALUE " BY ".
010939     05  WS-GATE-LOG-OPERATOR  PIC X(08).
010940     05  FILLER                PIC X(01) VALUE SPACE.
010941
010942 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
010943 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
010944 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
010945
010946 01  WS-PREQ-TABLE.
010947     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
010948         10  WS-PREQ-ID            PIC X(08).
010949         10  WS-PREQ-EVENT         PIC X(01).
010950         10  WS-PREQ-DATED-SW      PIC X(01).
010951             88  WS-PREQ-DATED-YES          VALUE "Y".
010952             88  WS-PREQ-DATED-NO           VALUE "N".
010953
011000 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
011100 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
011200
012900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
013000     END-IF.
013010     PERFORM 1100-LOAD-UNIT-REFERENCE THRU 1100-EXIT.
013020     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
013100 1000-EXIT.
013200     EXIT.
013210
027400     IF WORK-RECORD-NBR = SPACES
027500         ADD 1 TO WS-LAST-KEY
027600         MOVE WS-LAST-KEY TO WS-WORK-KEY
027610         IF WS-WORK-KEY NOT < WS-RESERVED-KEY-LO
027620             MOVE "NO FREE KEY BELOW 900000"
027630                              TO WS-DROP-REASON
027640             PERFORM 2600-DROP-RECORD THRU 2600-EXIT
027650             GO TO 2500-EXIT
027660         END-IF
027700     ELSE
027800         IF WORK-RECORD-NBR NOT NUMERIC
027900             MOVE "RECORD NUMBER NOT NUMERIC"
028200             GO TO 2500-EXIT
028300         END-IF
028400         MOVE WORK-RECORD-NBR TO WS-WORK-KEY
028410         IF WS-WORK-KEY NOT < WS-RESERVED-KEY-LO
028420             MOVE "RECORD NUMBER IN RESERVED RANGE"
028430                              TO WS-DROP-REASON
028440             PERFORM 2600-DROP-RECORD THRU 2600-EXIT
028450             GO TO 2500-EXIT
028460         END-IF
028500         IF WS-WORK-KEY = WS-LAST-KEY
028600             MOVE "DUPLICATE RECORD NUMBER"
028700                              TO WS-DROP-REASON
029895             GO TO 2500-EXIT
029896         END-IF
029897     END-IF.
029898     IF WORK-RECORD-TYPE NOT = SPACE
029899         PERFORM 2750-EDIT-TRANSFER THRU 2750-EXIT
029900         IF WS-DROP-REASON NOT = SPACES
029901             PERFORM 2600-DROP-RECORD THRU 2600-EXIT
029902             GO TO 2500-EXIT
029903         END-IF
029904     END-IF.
029990     PERFORM 2700-WRITE-TRAN THRU 2700-EXIT.
030000 2500-EXIT.
030100     EXIT.
030110
033000 2700-EXIT.
033100     EXIT.
033200
033201 2750-EDIT-TRANSFER.
033202     MOVE SPACES TO WS-DROP-REASON.
033203     IF WORK-RECORD-TYPE NOT = "X"
033204         MOVE "RECORD TYPE NOT RECOGNISED"
033205                              TO WS-DROP-REASON
033206         GO TO 2750-EXIT
033207     END-IF.
033208     IF WORK-UNIT-CODE = SPACES OR WORK-TO-UNIT-CODE = SPACES
033209         MOVE "TRANSFER UNIT NOT GIVEN"
033210                              TO WS-DROP-REASON
033211         GO TO 2750-EXIT
033212     END-IF.
033213     IF WORK-UNIT-CODE = WORK-TO-UNIT-CODE
033214         MOVE "TRANSFER UNITS ARE THE SAME"
033215                              TO WS-DROP-REASON
033216         GO TO 2750-EXIT
033217     END-IF.
033218     IF WS-UNITREF-PRESENT-YES
033219         MOVE ZERO TO WS-REF-FOUND-SUB
033220         MOVE 1 TO WS-REF-SUB
033221         PERFORM 2760-SCAN-TO-UNIT-REFERENCE THRU 2760-EXIT
033222             UNTIL WS-REF-FOUND-SUB > ZERO
033223                OR WS-REF-SUB > WS-REF-COUNT
033224         IF WS-REF-FOUND-SUB = ZERO
033225             MOVE "TO-UNIT NOT ON REFERENCE FILE"
033226                              TO WS-DROP-REASON
033227             GO TO 2750-EXIT
033228         END-IF
033229         IF WS-REF-STATUS (WS-REF-FOUND-SUB) = "C"
033230             MOVE "TO-UNIT CLOSED ON REFERENCE"
033231                              TO WS-DROP-REASON
033232             GO TO 2750-EXIT
033233         END-IF
033234     END-IF.
033235     MOVE WORK-FEED-RECORD    TO CF153-TRANS-RECORD.
033236     IF TRN-N NOT NUMERIC OR TRN-M NOT NUMERIC
033237         GO TO 2750-EXIT
033238     END-IF.
033239     ADD TRN-N TRN-M GIVING WS-SUM-CHECK.
033240     IF WS-SUM-CHECK > WS-MAX-RESULT
033241        OR WS-SUM-CHECK < WS-MIN-RESULT
033242         MOVE "TRANSFER LEG EXCEEDS 10 DIGITS"
033243                              TO WS-DROP-REASON
033244     END-IF.
033245 2750-EXIT.
033246     EXIT.
033247
033248 2760-SCAN-TO-UNIT-REFERENCE.
033249     IF WS-REF-UNIT-CODE (WS-REF-SUB) = WORK-TO-UNIT-CODE
033250         MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
033251     ELSE
033252         ADD 1 TO WS-REF-SUB
033253     END-IF.
033254 2760-EXIT.
033255     EXIT.
033256
033300 3000-TERMINATE.
033400     CLOSE CF153-TRAN-FILE.
033500     IF WS-TF-STATUS NOT = "00"
040000     STOP RUN.
040100 9960-EXIT.
040200     EXIT.
040300
040400 8400-CHECK-PREREQUISITES.
040500     MOVE "CF153L  "        TO WS-GATE-PROGRAM-ID.
040600     MOVE ZERO TO WS-GATE-RUN-DATE.
040700     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
040800     OPEN INPUT CF153-PREQ-FILE.
040900     IF WS-PF-STATUS = "35"
041000         GO TO 8400-EXIT
041100     END-IF.
041200     IF WS-PF-STATUS NOT = "00"
041300         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
041400                              TO WS-ABEND-MESSAGE
041500         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
041600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
041700     END-IF.
041800     SET WS-PREQ-EOF-NO TO TRUE.
041900     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
042000         UNTIL WS-PREQ-EOF-YES.
042100     CLOSE CF153-PREQ-FILE.
042200     IF WS-PREQ-COUNT = ZERO
042300         GO TO 8400-EXIT
042400     END-IF.
042500     OPEN INPUT CF153-RUNI-FILE.
042600     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
042700         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
042800                              TO WS-ABEND-MESSAGE
042900         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
043000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
043100     END-IF.
043200     IF WS-SI-STATUS = "00"
043300         SET WS-RUNI-EOF-NO TO TRUE
043400         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
043500             UNTIL WS-RUNI-EOF-YES
043600         CLOSE CF153-RUNI-FILE
043700     END-IF.
043800     MOVE ZERO TO WS-GATE-MISSING.
043900     MOVE 1 TO WS-PREQ-SUB.
044000     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
044100         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
044200     IF WS-GATE-MISSING = ZERO
044300         GO TO 8400-EXIT
044400     END-IF.
044500     IF WS-GATE-OVERRIDE-YES
044600         DISPLAY "CODEFORCES153L -- PREREQUISITES OVERRIDDEN BY "
044700             WS-GATE-OPERATOR
044800         DISPLAY "    REASON: " WS-GATE-REASON
044900         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
045000         GO TO 8400-EXIT
045100     END-IF.
045200     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
045300     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
045400 8400-EXIT.
045500     EXIT.
045600
045700 8410-READ-PREREQUISITE.
045800     READ CF153-PREQ-FILE
045900         AT END
046000             SET WS-PREQ-EOF-YES TO TRUE
046100         NOT AT END
046200             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
046300                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
046400             END-IF
046500     END-READ.
046600     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
046700         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
046800                              TO WS-ABEND-MESSAGE
046900         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
047000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
047100     END-IF.
047200 8410-EXIT.
047300     EXIT.
047400
047500 8415-TAKE-PREREQUISITE.
047600     IF PRQ-OVERRIDE
047700         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
047800            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
047900                AND WS-GATE-RUN-DATE NOT = ZERO)
048000             SET WS-GATE-OVERRIDE-YES TO TRUE
048100             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
048200             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
048300         END-IF
048400         GO TO 8415-EXIT
048500     END-IF.
048600     IF NOT PRQ-PREREQUISITE
048700         GO TO 8415-EXIT
048800     END-IF.
048900     IF WS-PREQ-COUNT >= WS-PREQ-MAX
049000         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
049100                              TO WS-ABEND-MESSAGE
049200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
049300     END-IF.
049400     ADD 1 TO WS-PREQ-COUNT.
049500     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
049600     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
049700     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
049800 8415-EXIT.
049900     EXIT.
050000
050100 8420-READ-RUN-EVENT.
050200     READ CF153-RUNI-FILE
050300         AT END
050400             SET WS-RUNI-EOF-YES TO TRUE
050500         NOT AT END
050600             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
050700     END-READ.
050800     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
050900         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
051000                              TO WS-ABEND-MESSAGE
051100         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
051200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
051300     END-IF.
051400 8420-EXIT.
051500     EXIT.
051600
051700 8430-POST-RUN-EVENT.
051800     IF RUNI-OVERRIDDEN
051900         GO TO 8430-EXIT
052000     END-IF.
052100     MOVE 1 TO WS-PREQ-SUB.
052200     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
052300         IF RUNI-COMPLETED
052400             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
052500                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
052600         END-IF
052700         GO TO 8430-EXIT
052800     END-IF.
052900     IF WS-GATE-RUN-DATE NOT = ZERO
053000        AND RUNI-RUN-DATE NOT = ZERO
053100        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
053200         GO TO 8430-EXIT
053300     END-IF.
053400     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
053500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
053600 8430-EXIT.
053700     EXIT.
053800
053900 8435-RESET-UNDATED.
054000     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
054100         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
054200     END-IF.
054300     ADD 1 TO WS-PREQ-SUB.
054400 8435-EXIT.
054500     EXIT.
054600
054700 8437-POST-PREDECESSOR.
054800     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
054900         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
055000         IF WS-GATE-RUN-DATE NOT = ZERO
055100            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
055200             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
055300         ELSE
055400             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
055500         END-IF
055600     END-IF.
055700     ADD 1 TO WS-PREQ-SUB.
055800 8437-EXIT.
055900     EXIT.
056000
056100 8440-CHECK-PREDECESSOR.
056200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
056300         GO TO 8440-NEXT
056400     END-IF.
056500     ADD 1 TO WS-GATE-MISSING.
056600     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
056700     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
056800         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
056900     END-IF.
057000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
057100         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
057200     END-IF.
057300     DISPLAY "CODEFORCES153L -- PREREQUISITE STEP "
057400         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
057500     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
057600 8440-NEXT.
057700     ADD 1 TO WS-PREQ-SUB.
057800 8440-EXIT.
057900     EXIT.
058000
058100 8460-LOG-OVERRIDE.
058200     OPEN EXTEND CF153-RUNS-FILE.
058300     IF WS-SF-STATUS = "35"
058400         OPEN OUTPUT CF153-RUNS-FILE
058500     END-IF.
058600     IF WS-SF-STATUS NOT = "00"
058700         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
058800                              TO WS-ABEND-MESSAGE
058900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
059000     END-IF.
059100     MOVE 1 TO WS-PREQ-SUB.
059200     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
059300         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
059400     CLOSE CF153-RUNS-FILE.
059500 8460-EXIT.
059600     EXIT.
059700
059800 8470-WRITE-OVERRIDE.
059900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
060000         GO TO 8470-NEXT
060100     END-IF.
060200     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
060300     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
060400     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
060500     MOVE "O"               TO RUNS-EVENT-CODE.
060600     MOVE ZERO TO RUNS-RANGE-LO.
060700     MOVE ZERO TO RUNS-RANGE-HI.
060800     MOVE ZERO              TO RUNS-RECORD-COUNT.
060900     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
061000     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
061100     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
061200     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
061300 8470-NEXT.
061400     ADD 1 TO WS-PREQ-SUB.
061500 8470-EXIT.
061600     EXIT.
