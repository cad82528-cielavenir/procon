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
004602         ORGANIZATION IS SEQUENTIAL
004603         FILE STATUS IS WS-SF-STATUS.
004604
004605     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
004606         ORGANIZATION IS SEQUENTIAL
004607         FILE STATUS IS WS-PF-STATUS.
004608
004609     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
004610         ORGANIZATION IS SEQUENTIAL
004611         FILE STATUS IS WS-SI-STATUS.
004612
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CF153-TRAN-FILE
005303     RECORD CONTAINS 80 CHARACTERS.
005304     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
005305
005306 FD  CF153-PREQ-FILE
005307     LABEL RECORDS ARE STANDARD
005308     RECORD CONTAINS 80 CHARACTERS.
005309     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
005310
005311 FD  CF153-RUNI-FILE
005312     LABEL RECORDS ARE STANDARD
005313     RECORD CONTAINS 80 CHARACTERS.
005314     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
005315
005400 WORKING-STORAGE SECTION.
005500 77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
005600     88  WS-EOF-YES                     VALUE "Y".
007708     05  WS-ACCEPT-HHMMSS      PIC 9(06).
007709     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
007710
007711 77  WS-PF-STATUS              PIC X(02) VALUE "00".
007712 77  WS-SI-STATUS              PIC X(02) VALUE "00".
007713
007714 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
007715     88  WS-PREQ-EOF-YES                VALUE "Y".
007716     88  WS-PREQ-EOF-NO                 VALUE "N".
007717
007718 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
007719     88  WS-RUNI-EOF-YES                VALUE "Y".
007720     88  WS-RUNI-EOF-NO                 VALUE "N".
007721
007722 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
007723     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
007724     88  WS-GATE-OVERRIDE-NO            VALUE "N".
007725
007726 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
007727 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
007728 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
007729 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
007730 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
007731 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
007732 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
007733
007734 01  WS-GATE-LOG-TEXT.
007735     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
007736     05  WS-GATE-LOG-PREDECESSOR
007737                               PIC X(08).
007738     05  FILLER                PIC X(04) VALUE " BY ".
007739     05  WS-GATE-LOG-OPERATOR  PIC X(08).
007740     05  FILLER                PIC X(01) VALUE SPACE.
007741
007742 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
007743 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
007744 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
007745
007746 01  WS-PREQ-TABLE.
007747     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
007748         10  WS-PREQ-ID            PIC X(08).
007749         10  WS-PREQ-EVENT         PIC X(01).
007750         10  WS-PREQ-DATED-SW      PIC X(01).
007751             88  WS-PREQ-DATED-YES          VALUE "Y".
007752             88  WS-PREQ-DATED-NO           VALUE "N".
007753
007800 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
007900 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
008000
010200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
010300     END-IF.
010400     MOVE ZEROS TO WS-PLAN-TABLE.
010410     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
010500 1000-EXIT.
010600     EXIT.
010700
025400     STOP RUN.
025500 9960-EXIT.
025600     EXIT.
025700
025800 8400-CHECK-PREREQUISITES.
025900     MOVE "CF153W  "        TO WS-GATE-PROGRAM-ID.
026000     MOVE ZERO TO WS-GATE-RUN-DATE.
026100     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
026200     OPEN INPUT CF153-PREQ-FILE.
026300     IF WS-PF-STATUS = "35"
026400         GO TO 8400-EXIT
026500     END-IF.
026600     IF WS-PF-STATUS NOT = "00"
026700         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
026800                              TO WS-ABEND-MESSAGE
026900         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
027000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
027100     END-IF.
027200     SET WS-PREQ-EOF-NO TO TRUE.
027300     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
027400         UNTIL WS-PREQ-EOF-YES.
027500     CLOSE CF153-PREQ-FILE.
027600     IF WS-PREQ-COUNT = ZERO
027700         GO TO 8400-EXIT
027800     END-IF.
027900     OPEN INPUT CF153-RUNI-FILE.
028000     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
028100         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
028200                              TO WS-ABEND-MESSAGE
028300         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
028400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
028500     END-IF.
028600     IF WS-SI-STATUS = "00"
028700         SET WS-RUNI-EOF-NO TO TRUE
028800         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
028900             UNTIL WS-RUNI-EOF-YES
029000         CLOSE CF153-RUNI-FILE
029100     END-IF.
029200     MOVE ZERO TO WS-GATE-MISSING.
029300     MOVE 1 TO WS-PREQ-SUB.
029400     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
029500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
029600     IF WS-GATE-MISSING = ZERO
029700         GO TO 8400-EXIT
029800     END-IF.
029900     IF WS-GATE-OVERRIDE-YES
030000         DISPLAY "CODEFORCES153W -- PREREQUISITES OVERRIDDEN BY "
030100             WS-GATE-OPERATOR
030200         DISPLAY "    REASON: " WS-GATE-REASON
030300         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
030400         GO TO 8400-EXIT
030500     END-IF.
030600     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
030700     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
030800 8400-EXIT.
030900     EXIT.
031000
031100 8410-READ-PREREQUISITE.
031200     READ CF153-PREQ-FILE
031300         AT END
031400             SET WS-PREQ-EOF-YES TO TRUE
031500         NOT AT END
031600             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
031700                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
031800             END-IF
031900     END-READ.
032000     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
032100         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
032200                              TO WS-ABEND-MESSAGE
032300         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
032400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
032500     END-IF.
032600 8410-EXIT.
032700     EXIT.
032800
032900 8415-TAKE-PREREQUISITE.
033000     IF PRQ-OVERRIDE
033100         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
033200            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
033300                AND WS-GATE-RUN-DATE NOT = ZERO)
033400             SET WS-GATE-OVERRIDE-YES TO TRUE
033500             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
033600             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
033700         END-IF
033800         GO TO 8415-EXIT
033900     END-IF.
034000     IF NOT PRQ-PREREQUISITE
034100         GO TO 8415-EXIT
034200     END-IF.
034300     IF WS-PREQ-COUNT >= WS-PREQ-MAX
034400         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
034500                              TO WS-ABEND-MESSAGE
034600         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
034700     END-IF.
034800     ADD 1 TO WS-PREQ-COUNT.
034900     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
035000     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
035100     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
035200 8415-EXIT.
035300     EXIT.
035400
035500 8420-READ-RUN-EVENT.
035600     READ CF153-RUNI-FILE
035700         AT END
035800             SET WS-RUNI-EOF-YES TO TRUE
035900         NOT AT END
036000             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
036100     END-READ.
036200     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
036300         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
036400                              TO WS-ABEND-MESSAGE
036500         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
036600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
036700     END-IF.
036800 8420-EXIT.
036900     EXIT.
037000
037100 8430-POST-RUN-EVENT.
037200     IF RUNI-OVERRIDDEN
037300         GO TO 8430-EXIT
037400     END-IF.
037500     MOVE 1 TO WS-PREQ-SUB.
037600     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
037700         IF RUNI-COMPLETED
037800             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
037900                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
038000         END-IF
038100         GO TO 8430-EXIT
038200     END-IF.
038300     IF WS-GATE-RUN-DATE NOT = ZERO
038400        AND RUNI-RUN-DATE NOT = ZERO
038500        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
038600         GO TO 8430-EXIT
038700     END-IF.
038800     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
038900         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
039000 8430-EXIT.
039100     EXIT.
039200
039300 8435-RESET-UNDATED.
039400     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
039500         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
039600     END-IF.
039700     ADD 1 TO WS-PREQ-SUB.
039800 8435-EXIT.
039900     EXIT.
040000
040100 8437-POST-PREDECESSOR.
040200     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
040300         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
040400         IF WS-GATE-RUN-DATE NOT = ZERO
040500            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
040600             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
040700         ELSE
040800             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
040900         END-IF
041000     END-IF.
041100     ADD 1 TO WS-PREQ-SUB.
041200 8437-EXIT.
041300     EXIT.
041400
041500 8440-CHECK-PREDECESSOR.
041600     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
041700         GO TO 8440-NEXT
041800     END-IF.
041900     ADD 1 TO WS-GATE-MISSING.
042000     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
042100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
042200         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
042300     END-IF.
042400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
042500         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
042600     END-IF.
042700     DISPLAY "CODEFORCES153W -- PREREQUISITE STEP "
042800         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
042900     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
043000 8440-NEXT.
043100     ADD 1 TO WS-PREQ-SUB.
043200 8440-EXIT.
043300     EXIT.
043400
043500 8460-LOG-OVERRIDE.
043600     OPEN EXTEND CF153-RUNS-FILE.
043700     IF WS-SF-STATUS = "35"
043800         OPEN OUTPUT CF153-RUNS-FILE
043900     END-IF.
044000     IF WS-SF-STATUS NOT = "00"
044100         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
044200                              TO WS-ABEND-MESSAGE
044300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
044400     END-IF.
044500     MOVE 1 TO WS-PREQ-SUB.
044600     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
044700         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
044800     CLOSE CF153-RUNS-FILE.
044900 8460-EXIT.
045000     EXIT.
045100
045200 8470-WRITE-OVERRIDE.
045300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
045400         GO TO 8470-NEXT
045500     END-IF.
045600     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
045700     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
045800     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
045900     MOVE "O"               TO RUNS-EVENT-CODE.
046000     MOVE ZERO TO RUNS-RANGE-LO.
046100     MOVE ZERO TO RUNS-RANGE-HI.
046200     MOVE ZERO              TO RUNS-RECORD-COUNT.
046300     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
046400     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
046500     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
046600     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
046700 8470-NEXT.
046800     ADD 1 TO WS-PREQ-SUB.
046900 8470-EXIT.
047000     EXIT.
