002885*                     FILE (CF153RUN) AT START, NORMAL END AND
002886*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
002887*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
002888*    2026-10-15  TY   INTER-UNIT TRANSFERS.  A TYPE "X" RECORD
002889*                     GETS THE E006-E011 EDITS OF CODEFORCES153A
002890*                     (2070-EDIT-TRANSFER -- KEEP IN STEP); A GOOD
002891*                     ONE COUNTS FOR BOTH UNITS, IS FORECAST AS
002892*                     TWO RESULTS AND SHOWN IN TRANSFERS EXPECTED.
002893*    2026-10-15  TY   PREREQUISITE GATE.  THE CF153PF TABLE
002894*                     (CF153PRQ) IS READ BEFORE THE CF153SF START
002895*                     STAMP; AN UNFINISHED PREDECESSOR FOR THE RUN
002896*                     DATE ABENDS THE STEP (RC 16) UNLESS A
002897*                     CF153PF OVERRIDE CARD, LOGGED AS AN "O"
002898*                     EVENT, LETS IT START.  NO CF153PF, NO GATE.
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
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
005000 FD  CF153-TRAN-FILE
005903     RECORD CONTAINS 80 CHARACTERS.
005904     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
005905
005906 FD  CF153-PREQ-FILE
005907     LABEL RECORDS ARE STANDARD
005908     RECORD CONTAINS 80 CHARACTERS.
005909     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
005910
005911 FD  CF153-RUNI-FILE
005912     LABEL RECORDS ARE STANDARD
005913     RECORD CONTAINS 80 CHARACTERS.
005914     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
005915
006000 WORKING-STORAGE SECTION.
006100 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
006200     88  WS-EOF-YES                     VALUE "Y".
009259         10  WS-CAL-BUSINESS       PIC X(01).
009260         10  WS-CAL-PERIOD-END     PIC X(01).
009261
009262 77  WS-REJECT-CODE            PIC X(04) VALUE SPACE.
009263 77  WS-REJECT-TEXT            PIC X(30) VALUE SPACE.
009264 77  WS-TRANSFER-FORECAST      PIC 9(07) VALUE ZERO.
009265
009300 77  WS-TF-STATUS              PIC X(02) VALUE "00".
009400 77  WS-CF-STATUS              PIC X(02) VALUE "00".
009410 77  WS-UF-STATUS              PIC X(02) VALUE "00".
009508     05  WS-ACCEPT-HHMMSS      PIC 9(06).
009509     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
009510
009511 77  WS-PF-STATUS              PIC X(02) VALUE "00".
009512 77  WS-SI-STATUS              PIC X(02) VALUE "00".
009513
009514 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
009515     88  WS-PREQ-EOF-YES                VALUE "Y".
009516     88  WS-PREQ-EOF-NO                 VALUE "N".
009517
009518 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
009519     88  WS-RUNI-EOF-YES                VALUE "Y".
009520     88  WS-RUNI-EOF-NO                 VALUE "N".
009521
009522 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
009523     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
009524     88  WS-GATE-OVERRIDE-NO            VALUE "N".
009525
009526 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
009527 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
009528 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
009529 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
009530 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
009531 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
009532 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
009533
009534 01  WS-GATE-LOG-TEXT.
009535     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
009536     05  WS-GATE-LOG-PREDECESSOR
009537                               PIC X(08).
009538     05  FILLER                PIC X(04) VALUE " BY ".
009539     05  WS-GATE-LOG-OPERATOR  PIC X(08).
009540     05  FILLER                PIC X(01) VALUE SPACE.
009541
009542 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
009543 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
009544 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
009545
009546 01  WS-PREQ-TABLE.
009547     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
009548         10  WS-PREQ-ID            PIC X(08).
009549         10  WS-PREQ-EVENT         PIC X(01).
009550         10  WS-PREQ-DATED-SW      PIC X(01).
009551             88  WS-PREQ-DATED-YES          VALUE "Y".
009552             88  WS-PREQ-DATED-NO           VALUE "N".
009553
009600 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
009700 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
009800
011800     DISPLAY "ROUNDING MODE. . . . . . . . . " WS-ROUNDING-MODE.
011900     DISPLAY " ".
012000     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
012010     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
012100 1000-EXIT.
012200     EXIT.
012300
018796             GO TO 2000-NEXT
018797         END-IF
018798     END-IF.
018799     IF NOT TRN-STANDARD
018800         PERFORM 2030-EDIT-TRANSFER THRU 2030-EXIT
018801         IF WS-REJECT-CODE NOT = SPACES
018802             ADD 1 TO WS-REJECT-COUNT
018803             ADD 1 TO WS-UNIT-REJ-COUNT (WS-UNIT-FOUND-SUB)
018804             DISPLAY "WOULD REJECT -- RECORD " TRN-RECORD-NBR
018805                 " " WS-REJECT-CODE " " WS-REJECT-TEXT
018806             GO TO 2000-NEXT
018807         END-IF
018808         MOVE TRN-TO-UNIT-CODE TO WS-WORK-UNIT
018809         PERFORM 2010-FIND-OR-ADD-UNIT THRU 2010-EXIT
018810         ADD 1 TO WS-UNIT-REC-COUNT (WS-UNIT-FOUND-SUB)
018811         ADD 1 TO WS-TRANSFER-FORECAST
018812         ADD 2 TO WS-RESULT-FORECAST
018813         GO TO 2000-NEXT
018814     END-IF.
018850     ADD TRN-N TRN-M GIVING WS-SUM-CHECK.
018900     IF WS-SUM-CHECK > WS-MAX-RESULT
019000        OR WS-SUM-CHECK < WS-MIN-RESULT
019100         ADD 1 TO WS-EXCEPTION-COUNT
023498 2025-EXIT.
023499     EXIT.
023500
023501 2030-EDIT-TRANSFER.
023502     MOVE SPACES TO WS-REJECT-CODE WS-REJECT-TEXT.
023503     IF NOT TRN-TRANSFER
023504         MOVE "E006"          TO WS-REJECT-CODE
023505         MOVE "RECORD TYPE NOT RECOGNISED"
023506                              TO WS-REJECT-TEXT
023507         GO TO 2030-EXIT
023508     END-IF.
023509     IF TRN-UNIT-CODE = SPACES OR TRN-TO-UNIT-CODE = SPACES
023510         MOVE "E007"          TO WS-REJECT-CODE
023511         MOVE "TRANSFER UNIT NOT GIVEN"
023512                              TO WS-REJECT-TEXT
023513         GO TO 2030-EXIT
023514     END-IF.
023515     IF TRN-UNIT-CODE = TRN-TO-UNIT-CODE
023516         MOVE "E008"          TO WS-REJECT-CODE
023517         MOVE "TRANSFER UNITS ARE THE SAME"
023518                              TO WS-REJECT-TEXT
023519         GO TO 2030-EXIT
023520     END-IF.
023521     IF WS-UNITREF-PRESENT-YES
023522         MOVE TRN-TO-UNIT-CODE TO WS-WORK-UNIT
023523         PERFORM 2020-FIND-UNIT-REFERENCE THRU 2020-EXIT
023524         MOVE TRN-UNIT-CODE    TO WS-WORK-UNIT
023525         IF WS-REF-FOUND-SUB = ZERO
023526             MOVE "E009"      TO WS-REJECT-CODE
023527             MOVE "TO-UNIT NOT ON REFERENCE FILE"
023528                              TO WS-REJECT-TEXT
023529             GO TO 2030-EXIT
023530         END-IF
023531         IF WS-REF-STATUS (WS-REF-FOUND-SUB) = "C"
023532             MOVE "E010"      TO WS-REJECT-CODE
023533             MOVE "TO-UNIT CLOSED ON REFERENCE"
023534                              TO WS-REJECT-TEXT
023535             GO TO 2030-EXIT
023536         END-IF
023537     END-IF.
023538     ADD TRN-N TRN-M GIVING WS-SUM-CHECK.
023539     IF WS-SUM-CHECK > WS-MAX-RESULT
023540        OR WS-SUM-CHECK < WS-MIN-RESULT
023541         MOVE "E011"          TO WS-REJECT-CODE
023542         MOVE "TRANSFER LEG EXCEEDS 10 DIGITS"
023543                              TO WS-REJECT-TEXT
023544     END-IF.
023545 2030-EXIT.
023546     EXIT.
023547
023600 2100-READ-TRAN.
023700     READ CF153-TRAN-FILE
023800         AT END SET WS-EOF-YES TO TRUE
026200         WS-EXCEPTION-COUNT.
026300     DISPLAY "EXPECTED RESULT RECORDS. . . . "
026400         WS-RESULT-FORECAST.
026410     DISPLAY "EXPECTED TRANSFERS . . . . . . "
026420         WS-TRANSFER-FORECAST.
026500     DISPLAY " ".
026600     MOVE 1 TO WS-UNIT-SUB.
026700     PERFORM 3100-PRINT-UNIT-FORECAST THRU 3100-EXIT
030300     STOP RUN.
030400 9960-EXIT.
030500     EXIT.
030600
030700 8400-CHECK-PREREQUISITES.
030800     MOVE "CF153V  "        TO WS-GATE-PROGRAM-ID.
030900     MOVE WS-CTL-RUN-DATE TO WS-GATE-RUN-DATE.
031000     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
031100     OPEN INPUT CF153-PREQ-FILE.
031200     IF WS-PF-STATUS = "35"
031300         GO TO 8400-EXIT
031400     END-IF.
031500     IF WS-PF-STATUS NOT = "00"
031600         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
031700                              TO WS-ABEND-MESSAGE
031800         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
031900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
032000     END-IF.
032100     SET WS-PREQ-EOF-NO TO TRUE.
032200     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
032300         UNTIL WS-PREQ-EOF-YES.
032400     CLOSE CF153-PREQ-FILE.
032500     IF WS-PREQ-COUNT = ZERO
032600         GO TO 8400-EXIT
032700     END-IF.
032800     OPEN INPUT CF153-RUNI-FILE.
032900     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
033000         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
033100                              TO WS-ABEND-MESSAGE
033200         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
033300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
033400     END-IF.
033500     IF WS-SI-STATUS = "00"
033600         SET WS-RUNI-EOF-NO TO TRUE
033700         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
033800             UNTIL WS-RUNI-EOF-YES
033900         CLOSE CF153-RUNI-FILE
034000     END-IF.
034100     MOVE ZERO TO WS-GATE-MISSING.
034200     MOVE 1 TO WS-PREQ-SUB.
034300     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
034400         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
034500     IF WS-GATE-MISSING = ZERO
034600         GO TO 8400-EXIT
034700     END-IF.
034800     IF WS-GATE-OVERRIDE-YES
034900         DISPLAY "CODEFORCES153V -- PREREQUISITES OVERRIDDEN BY "
035000             WS-GATE-OPERATOR
035100         DISPLAY "    REASON: " WS-GATE-REASON
035200         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
035300         GO TO 8400-EXIT
035400     END-IF.
035500     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
035600     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
035700 8400-EXIT.
035800     EXIT.
035900
036000 8410-READ-PREREQUISITE.
036100     READ CF153-PREQ-FILE
036200         AT END
036300             SET WS-PREQ-EOF-YES TO TRUE
036400         NOT AT END
036500             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
036600                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
036700             END-IF
036800     END-READ.
036900     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
037000         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
037100                              TO WS-ABEND-MESSAGE
037200         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
037300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
037400     END-IF.
037500 8410-EXIT.
037600     EXIT.
037700
037800 8415-TAKE-PREREQUISITE.
037900     IF PRQ-OVERRIDE
038000         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
038100            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
038200                AND WS-GATE-RUN-DATE NOT = ZERO)
038300             SET WS-GATE-OVERRIDE-YES TO TRUE
038400             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
038500             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
038600         END-IF
038700         GO TO 8415-EXIT
038800     END-IF.
038900     IF NOT PRQ-PREREQUISITE
039000         GO TO 8415-EXIT
039100     END-IF.
039200     IF WS-PREQ-COUNT >= WS-PREQ-MAX
039300         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
039400                              TO WS-ABEND-MESSAGE
039500         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
039600     END-IF.
039700     ADD 1 TO WS-PREQ-COUNT.
039800     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
039900     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
040000     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
040100 8415-EXIT.
040200     EXIT.
040300
040400 8420-READ-RUN-EVENT.
040500     READ CF153-RUNI-FILE
040600         AT END
040700             SET WS-RUNI-EOF-YES TO TRUE
040800         NOT AT END
040900             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
041000     END-READ.
041100     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
041200         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
041300                              TO WS-ABEND-MESSAGE
041400         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
041500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
041600     END-IF.
041700 8420-EXIT.
041800     EXIT.
041900
042000 8430-POST-RUN-EVENT.
042100     IF RUNI-OVERRIDDEN
042200         GO TO 8430-EXIT
042300     END-IF.
042400     MOVE 1 TO WS-PREQ-SUB.
042500     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
042600         IF RUNI-COMPLETED
042700             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
042800                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
042900         END-IF
043000         GO TO 8430-EXIT
043100     END-IF.
043200     IF WS-GATE-RUN-DATE NOT = ZERO
043300        AND RUNI-RUN-DATE NOT = ZERO
043400        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
043500         GO TO 8430-EXIT
043600     END-IF.
043700     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
043800         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
043900 8430-EXIT.
044000     EXIT.
044100
044200 8435-RESET-UNDATED.
044300     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
044400         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
044500     END-IF.
044600     ADD 1 TO WS-PREQ-SUB.
044700 8435-EXIT.
044800     EXIT.
044900
045000 8437-POST-PREDECESSOR.
045100     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
045200         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
045300         IF WS-GATE-RUN-DATE NOT = ZERO
045400            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
045500             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
045600         ELSE
045700             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
045800         END-IF
045900     END-IF.
046000     ADD 1 TO WS-PREQ-SUB.
046100 8437-EXIT.
046200     EXIT.
046300
046400 8440-CHECK-PREDECESSOR.
046500     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
046600         GO TO 8440-NEXT
046700     END-IF.
046800     ADD 1 TO WS-GATE-MISSING.
046900     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
047000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
047100         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
047200     END-IF.
047300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
047400         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
047500     END-IF.
047600     DISPLAY "CODEFORCES153V -- PREREQUISITE STEP "
047700         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
047800     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
047900 8440-NEXT.
048000     ADD 1 TO WS-PREQ-SUB.
048100 8440-EXIT.
048200     EXIT.
048300
048400 8460-LOG-OVERRIDE.
048500     OPEN EXTEND CF153-RUNS-FILE.
048600     IF WS-SF-STATUS = "35"
048700         OPEN OUTPUT CF153-RUNS-FILE
048800     END-IF.
048900     IF WS-SF-STATUS NOT = "00"
049000         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
049100                              TO WS-ABEND-MESSAGE
049200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
049300     END-IF.
049400     MOVE 1 TO WS-PREQ-SUB.
049500     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
049600         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
049700     CLOSE CF153-RUNS-FILE.
049800 8460-EXIT.
049900     EXIT.
050000
050100 8470-WRITE-OVERRIDE.
050200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
050300         GO TO 8470-NEXT
050400     END-IF.
050500     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
050600     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
050700     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
050800     MOVE "O"               TO RUNS-EVENT-CODE.
050900     MOVE ZERO TO RUNS-RANGE-LO.
051000     MOVE ZERO TO RUNS-RANGE-HI.
051100     MOVE ZERO              TO RUNS-RECORD-COUNT.
051200     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
051300     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
051400     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
051500     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
051600 8470-NEXT.
051700     ADD 1 TO WS-PREQ-SUB.
051800 8470-EXIT.
051900     EXIT.
