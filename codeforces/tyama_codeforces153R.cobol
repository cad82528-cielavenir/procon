003202*                     FILE (CF153RUN) AT START, NORMAL END AND
003203*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
003204*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
003205*    2026-10-15  TY   THE REBUILT TRAILER NOW CARRIES THE COUNT
003206*                     AND NET S OF THE INTER-UNIT TRANSFER LEGS,
003207*                     LIKE THE CODEFORCES153A ORIGINAL.
003208*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
003209*                     START ON CF153SF THE PROGRAM NOW READS THE
003210*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
003211*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
003212*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
003213*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
003214*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
003215*                     START AND IS LOGGED ON CF153SF AS AN "O"
003216*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
003217*    2026-10-15  TY   PER-SYSTEM RETRANSMISSION.  THE CF153SB
003218*                     SUBSCRIPTION FILE (CF153SUB) IS NOW READ FOR
003219*                     THE TARGET SYSTEM AND ONLY THE UNITS IT
003220*                     SUBSCRIBES TO ARE REGENERATED, SO THE
003221*                     REBUILT ENVELOPE FOOTS TO THE SAME FIGURES
003222*                     AS THE CODEFORCES153RT ORIGINAL AND THE
003223*                     CF153RL LOG ENTRY.  A TARGET NOT ON CF153SB
003224*                     ABENDS.  A RUN WITH HISTORY BUT NO DETAIL
003225*                     FOR THE SYSTEM'S UNITS GIVES AN EMPTY
003226*                     ENVELOPE, AS ROUTING DID.  A MISSING CF153SB
003227*                     REGENERATES EVERY UNIT AS BEFORE.
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
005302         ORGANIZATION IS SEQUENTIAL
005303         FILE STATUS IS WS-SF-STATUS.
005304
005305     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
005306         ORGANIZATION IS SEQUENTIAL
005307         FILE STATUS IS WS-PF-STATUS.
005308
005309     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
005310         ORGANIZATION IS SEQUENTIAL
005311         FILE STATUS IS WS-SI-STATUS.
005312
005313     SELECT CF153-SUBS-FILE ASSIGN TO CF153SB
005314         ORGANIZATION IS SEQUENTIAL
005315         FILE STATUS IS WS-SB-STATUS.
005316
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CF153-HIST-FILE
007103     RECORD CONTAINS 80 CHARACTERS.
007104     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
007105
007106 FD  CF153-PREQ-FILE
007107     LABEL RECORDS ARE STANDARD
007108     RECORD CONTAINS 80 CHARACTERS.
007109     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
007110
007111 FD  CF153-RUNI-FILE
007112     LABEL RECORDS ARE STANDARD
007113     RECORD CONTAINS 80 CHARACTERS.
007114     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
007115
007116 FD  CF153-SUBS-FILE
007117     LABEL RECORDS ARE STANDARD
007118     RECORD CONTAINS 80 CHARACTERS.
007119     COPY CF153SUB.
007120
007200 WORKING-STORAGE SECTION.
007300 77  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
007400     88  WS-HIST-EOF-YES                VALUE "Y".
007500     88  WS-HIST-EOF-NO                 VALUE "N".
007600
007601 77  WS-SUBS-EOF-SWITCH        PIC X(01) VALUE "N".
007602     88  WS-SUBS-EOF-YES                VALUE "Y".
007603     88  WS-SUBS-EOF-NO                 VALUE "N".
007604
007605 77  WS-TARGET-FOUND-SW        PIC X(01) VALUE "N".
007606     88  WS-TARGET-FOUND-YES            VALUE "Y".
007607     88  WS-TARGET-FOUND-NO             VALUE "N".
007608
007609 77  WS-TARGET-ALL-SW          PIC X(01) VALUE "N".
007610     88  WS-TARGET-ALL-UNITS            VALUE "Y".
007611
007612 77  WS-SUBSCRIBED-SW          PIC X(01) VALUE "N".
007613     88  WS-SUBSCRIBED-YES              VALUE "Y".
007614     88  WS-SUBSCRIBED-NO               VALUE "N".
007615
007616 77  WS-SUB-MAX                PIC 9(03) VALUE 100.
007617 77  WS-SUB-COUNT              PIC 9(03) COMP VALUE ZERO.
007618 77  WS-SUB-SUB                PIC 9(03) COMP VALUE ZERO.
007619
007620 01  WS-SUB-TABLE.
007621     05  WS-SUB-UNIT-CODE OCCURS 100 TIMES
007622                               PIC X(05).
007700 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
007800 77  WS-TARGET-SYSTEM          PIC X(08) VALUE SPACE.
007900 77  WS-HDR-UNIT-CODE          PIC X(05) VALUE SPACE.
008700 77  WS-HIST-READ-COUNT        PIC 9(07) VALUE ZERO.
008800 77  WS-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
008900 77  WS-HASH-TOTAL-S           PIC S9(13) VALUE ZERO.
008910 77  WS-XFR-LEG-COUNT          PIC 9(07) VALUE ZERO.
008920 77  WS-XFR-NET-S              PIC S9(13) VALUE ZERO.
008930 77  WS-RUN-DETAIL-COUNT       PIC 9(07) VALUE ZERO.
008940 77  WS-SKIPPED-COUNT          PIC 9(07) VALUE ZERO.
008950 77  WS-SUBS-READ              PIC 9(05) VALUE ZERO.
009000
009100 01  WS-ACCEPT-TIME.
009200     05  WS-ACCEPT-HHMMSS      PIC 9(06).
009500 77  WS-HF-STATUS              PIC X(02) VALUE "00".
009600 77  WS-XR-STATUS              PIC X(02) VALUE "00".
009700 77  WS-RL-STATUS              PIC X(02) VALUE "00".
009710 77  WS-SB-STATUS              PIC X(02) VALUE "00".
009800
009801 77  WS-SF-STATUS              PIC X(02) VALUE "00".
009802
009804     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
009805     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
009806
009807 77  WS-PF-STATUS              PIC X(02) VALUE "00".
009808 77  WS-SI-STATUS              PIC X(02) VALUE "00".
009809
009810 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
009811     88  WS-PREQ-EOF-YES                VALUE "Y".
009812     88  WS-PREQ-EOF-NO                 VALUE "N".
009813
009814 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
009815     88  WS-RUNI-EOF-YES                VALUE "Y".
009816     88  WS-RUNI-EOF-NO                 VALUE "N".
009817
009818 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
009819     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
009820     88  WS-GATE-OVERRIDE-NO            VALUE "N".
009821
009822 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
009823 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
009824 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
009825 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
009826 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
009827 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
009828 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
009829
009830 01  WS-GATE-LOG-TEXT.
009831     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
009832     05  WS-GATE-LOG-PREDECESSOR
009833                               PIC X(08).
009834     05  FILLER                PIC X(04) VALUE " BY ".
009835     05  WS-GATE-LOG-OPERATOR  PIC X(08).
009836     05  FILLER                PIC X(01) VALUE SPACE.
009837
009838 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
009839 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
009840 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
009841
009842 01  WS-PREQ-TABLE.
009843     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
009844         10  WS-PREQ-ID            PIC X(08).
009845         10  WS-PREQ-EVENT         PIC X(01).
009846         10  WS-PREQ-DATED-SW      PIC X(01).
009847             88  WS-PREQ-DATED-YES          VALUE "Y".
009848             88  WS-PREQ-DATED-NO           VALUE "N".
009849
009900 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
010000 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
010100
012400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
012500     END-IF.
012600     MOVE WS-PARM-SYSTEM-X TO WS-TARGET-SYSTEM.
012601     PERFORM 1070-LOAD-SUBSCRIPTIONS THRU 1070-EXIT.
012610     PERFORM 1050-SCAN-FOR-HEADER-UNIT THRU 1050-EXIT.
012700     OPEN INPUT CF153-HIST-FILE.
012800     IF WS-HF-STATUS NOT = "00"
014000     END-IF.
014100     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
014200     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
014210     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
014300 1000-EXIT.
014400     EXIT.
014410
014458 1060-EXIT.
014459     EXIT.
014460
014465 1070-LOAD-SUBSCRIPTIONS.
014466     OPEN INPUT CF153-SUBS-FILE.
014467     IF WS-SB-STATUS = "35"
014468         DISPLAY "CODEFORCES153R -- NO SUBSCRIPTION FILE"
014469             " (CF153SB) -- ALL UNITS REGENERATED"
014470         SET WS-TARGET-ALL-UNITS TO TRUE
014471         GO TO 1070-EXIT
014472     END-IF.
014473     IF WS-SB-STATUS NOT = "00"
014474         MOVE "OPEN ERROR - CF153-SUBS-FILE (CF153SB)"
014475                              TO WS-ABEND-MESSAGE
014476         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
014477         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
014478     END-IF.
014479     SET WS-SUBS-EOF-NO TO TRUE.
014480     PERFORM 1080-READ-SUBSCRIPTION THRU 1080-EXIT
014481         UNTIL WS-SUBS-EOF-YES.
014482     CLOSE CF153-SUBS-FILE.
014483     IF WS-SB-STATUS NOT = "00"
014484         MOVE "CLOSE ERROR - CF153-SUBS-FILE (CF153SB)"
014485                              TO WS-ABEND-MESSAGE
014486         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
014487         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
014488     END-IF.
014489     IF WS-TARGET-FOUND-NO
014490         MOVE "TARGET SYSTEM NOT ON CF153SB"
014491                              TO WS-ABEND-MESSAGE
014492         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
014493     END-IF.
014494 1070-EXIT.
014495     EXIT.
014496
014497 1080-READ-SUBSCRIPTION.
014498     READ CF153-SUBS-FILE
014499         AT END
014500             SET WS-SUBS-EOF-YES TO TRUE
014501         NOT AT END
014502             ADD 1 TO WS-SUBS-READ
014503             IF SUB-SYSTEM-ID = WS-TARGET-SYSTEM
014504                 PERFORM 1090-TAKE-SUBSCRIPTION THRU 1090-EXIT
014505             END-IF
014506     END-READ.
014507     IF WS-SB-STATUS NOT = "00" AND WS-SB-STATUS NOT = "10"
014508         MOVE "READ ERROR - CF153-SUBS-FILE (CF153SB)"
014509                              TO WS-ABEND-MESSAGE
014510         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
014511         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
014512     END-IF.
014513 1080-EXIT.
014514     EXIT.
014515
014516 1090-TAKE-SUBSCRIPTION.
014517     SET WS-TARGET-FOUND-YES TO TRUE.
014518     IF SUB-ALL-UNITS
014519         SET WS-TARGET-ALL-UNITS TO TRUE
014520         GO TO 1090-EXIT
014521     END-IF.
014522     IF SUB-UNIT-CODE = SPACES
014523         DISPLAY "CODEFORCES153R -- BAD CF153SB RECORD "
014524             WS-SUBS-READ ": " CF153-SUB-RECORD (1:14)
014525         MOVE "INVALID RECORD ON CF153SB"
014526                              TO WS-ABEND-MESSAGE
014527         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
014528     END-IF.
014529     IF WS-SUB-COUNT >= WS-SUB-MAX
014530         MOVE "SUBSCRIPTION TABLE CAPACITY EXCEEDED"
014531                              TO WS-ABEND-MESSAGE
014532         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
014533     END-IF.
014534     ADD 1 TO WS-SUB-COUNT.
014535     MOVE SUB-UNIT-CODE  TO WS-SUB-UNIT-CODE (WS-SUB-COUNT).
014536 1090-EXIT.
014537     EXIT.
014538
014600 1100-WRITE-HEADER.
014700     MOVE SPACES              TO CF153-EXT-HDR-RECORD.
014800     MOVE "HDR"               TO EXH-REC-TYPE.
016400 2000-SELECT-RECORD.
016500     ADD 1 TO WS-HIST-READ-COUNT.
016600     IF HST-RUN-DATE = WS-RUN-DATE
016700         ADD 1 TO WS-RUN-DETAIL-COUNT
016710         PERFORM 2300-CHECK-SUBSCRIBED THRU 2300-EXIT
016720         IF WS-SUBSCRIBED-YES
016730             PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
016740         ELSE
016750             ADD 1 TO WS-SKIPPED-COUNT
016760         END-IF
016800     END-IF.
016900     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
017000 2000-EXIT.
020100             MOVE "WS-HASH-TOTAL-S" TO WS-ABEND-MESSAGE
020200             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
020300     END-ADD.
020310     IF HST-TRANSFER-LEG
020320         ADD 1 TO WS-XFR-LEG-COUNT
020330         ADD HST-S TO WS-XFR-NET-S
020340             ON SIZE ERROR
020350                 MOVE "WS-XFR-NET-S" TO WS-ABEND-MESSAGE
020360                 PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
020370         END-ADD
020380     END-IF.
020400 2200-EXIT.
020500     EXIT.
020600
020601 2300-CHECK-SUBSCRIBED.
020602     SET WS-SUBSCRIBED-NO TO TRUE.
020603     IF WS-TARGET-ALL-UNITS
020604         SET WS-SUBSCRIBED-YES TO TRUE
020605         GO TO 2300-EXIT
020606     END-IF.
020607     MOVE 1 TO WS-SUB-SUB.
020608     PERFORM 2350-SCAN-SUBSCRIPTION THRU 2350-EXIT
020609         UNTIL WS-SUBSCRIBED-YES
020610            OR WS-SUB-SUB > WS-SUB-COUNT.
020611 2300-EXIT.
020612     EXIT.
020613
020614 2350-SCAN-SUBSCRIPTION.
020615     IF WS-SUB-UNIT-CODE (WS-SUB-SUB) = HST-UNIT-CODE
020616         SET WS-SUBSCRIBED-YES TO TRUE
020617     ELSE
020618         ADD 1 TO WS-SUB-SUB
020619     END-IF.
020620 2350-EXIT.
020621     EXIT.
020622
020700 3000-TERMINATE.
020800     IF WS-RUN-DETAIL-COUNT = ZERO
020900         MOVE "NO HISTORY DETAIL FOR REQUESTED RUN DATE"
021000                              TO WS-ABEND-MESSAGE
021100         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
023600     MOVE WS-RUN-DATE         TO EXL-RUN-DATE.
023700     MOVE WS-DETAIL-COUNT     TO EXL-RECORD-COUNT.
023800     MOVE WS-HASH-TOTAL-S     TO EXL-HASH-TOTAL-S.
023810     MOVE WS-XFR-LEG-COUNT    TO EXL-TRANSFER-COUNT.
023820     MOVE WS-XFR-NET-S        TO EXL-TRANSFER-NET-S.
023900     WRITE CF153-EXT-TRL-RECORD.
024000     IF WS-XR-STATUS NOT = "00"
024100         MOVE "WRITE ERROR - CF153-RXMT-FILE (CF153XR)"
029100         WS-HIST-READ-COUNT.
029200     DISPLAY "DETAIL RECORDS REGENERATED . . " WS-DETAIL-COUNT.
029300     DISPLAY "HASH TOTAL OF S. . . . . . . . " WS-HASH-TOTAL-S.
029301     DISPLAY "RUN DETAIL ON HISTORY. . . . . "
029302         WS-RUN-DETAIL-COUNT.
029303     DISPLAY "SKIPPED -- NOT SUBSCRIBED. . . " WS-SKIPPED-COUNT.
029304     IF WS-TARGET-ALL-UNITS
029305         DISPLAY "UNITS REGENERATED. . . . . . . ALL"
029306     ELSE
029307         DISPLAY "UNITS REGENERATED. . . . . . . "
029308             WS-SUB-COUNT " SUBSCRIBED ON CF153SB"
029309     END-IF.
029310     IF WS-DETAIL-COUNT = ZERO
029311         DISPLAY "NO DETAIL FOR THIS SYSTEM'S UNITS -- EMPTY"
029312             " ENVELOPE"
029313     END-IF.
029400     DISPLAY "RETRANSMISSION LOGGED TO CF153RL".
029500     DISPLAY "END OF EXTRACT RETRANSMISSION REPORT".
029600 3300-EXIT.
032000     STOP RUN.
032100 9960-EXIT.
032200     EXIT.
032300
032400 8400-CHECK-PREREQUISITES.
032500     MOVE "CF153R  "        TO WS-GATE-PROGRAM-ID.
032600     MOVE WS-RUN-DATE TO WS-GATE-RUN-DATE.
032700     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
032800     OPEN INPUT CF153-PREQ-FILE.
032900     IF WS-PF-STATUS = "35"
033000         GO TO 8400-EXIT
033100     END-IF.
033200     IF WS-PF-STATUS NOT = "00"
033300         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
033400                              TO WS-ABEND-MESSAGE
033500         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
033600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
033700     END-IF.
033800     SET WS-PREQ-EOF-NO TO TRUE.
033900     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
034000         UNTIL WS-PREQ-EOF-YES.
034100     CLOSE CF153-PREQ-FILE.
034200     IF WS-PREQ-COUNT = ZERO
034300         GO TO 8400-EXIT
034400     END-IF.
034500     OPEN INPUT CF153-RUNI-FILE.
034600     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
034700         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
034800                              TO WS-ABEND-MESSAGE
034900         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
035000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
035100     END-IF.
035200     IF WS-SI-STATUS = "00"
035300         SET WS-RUNI-EOF-NO TO TRUE
035400         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
035500             UNTIL WS-RUNI-EOF-YES
035600         CLOSE CF153-RUNI-FILE
035700     END-IF.
035800     MOVE ZERO TO WS-GATE-MISSING.
035900     MOVE 1 TO WS-PREQ-SUB.
036000     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
036100         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
036200     IF WS-GATE-MISSING = ZERO
036300         GO TO 8400-EXIT
036400     END-IF.
036500     IF WS-GATE-OVERRIDE-YES
036600         DISPLAY "CODEFORCES153R -- PREREQUISITES OVERRIDDEN BY "
036700             WS-GATE-OPERATOR
036800         DISPLAY "    REASON: " WS-GATE-REASON
036900         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
037000         GO TO 8400-EXIT
037100     END-IF.
037200     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
037300     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
037400 8400-EXIT.
037500     EXIT.
037600
037700 8410-READ-PREREQUISITE.
037800     READ CF153-PREQ-FILE
037900         AT END
038000             SET WS-PREQ-EOF-YES TO TRUE
038100         NOT AT END
038200             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
038300                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
038400             END-IF
038500     END-READ.
038600     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
038700         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
038800                              TO WS-ABEND-MESSAGE
038900         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
039000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
039100     END-IF.
039200 8410-EXIT.
039300     EXIT.
039400
039500 8415-TAKE-PREREQUISITE.
039600     IF PRQ-OVERRIDE
039700         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
039800            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
039900                AND WS-GATE-RUN-DATE NOT = ZERO)
040000             SET WS-GATE-OVERRIDE-YES TO TRUE
040100             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
040200             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
040300         END-IF
040400         GO TO 8415-EXIT
040500     END-IF.
040600     IF NOT PRQ-PREREQUISITE
040700         GO TO 8415-EXIT
040800     END-IF.
040900     IF WS-PREQ-COUNT >= WS-PREQ-MAX
041000         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
041100                              TO WS-ABEND-MESSAGE
041200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
041300     END-IF.
041400     ADD 1 TO WS-PREQ-COUNT.
041500     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
041600     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
041700     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
041800 8415-EXIT.
041900     EXIT.
042000
042100 8420-READ-RUN-EVENT.
042200     READ CF153-RUNI-FILE
042300         AT END
042400             SET WS-RUNI-EOF-YES TO TRUE
042500         NOT AT END
042600             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
042700     END-READ.
042800     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
042900         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
043000                              TO WS-ABEND-MESSAGE
043100         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
043200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
043300     END-IF.
043400 8420-EXIT.
043500     EXIT.
043600
043700 8430-POST-RUN-EVENT.
043800     IF RUNI-OVERRIDDEN
043900         GO TO 8430-EXIT
044000     END-IF.
044100     MOVE 1 TO WS-PREQ-SUB.
044200     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
044300         IF RUNI-COMPLETED
044400             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
044500                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
044600         END-IF
044700         GO TO 8430-EXIT
044800     END-IF.
044900     IF WS-GATE-RUN-DATE NOT = ZERO
045000        AND RUNI-RUN-DATE NOT = ZERO
045100        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
045200         GO TO 8430-EXIT
045300     END-IF.
045400     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
045500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
045600 8430-EXIT.
045700     EXIT.
045800
045900 8435-RESET-UNDATED.
046000     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
046100         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
046200     END-IF.
046300     ADD 1 TO WS-PREQ-SUB.
046400 8435-EXIT.
046500     EXIT.
046600
046700 8437-POST-PREDECESSOR.
046800     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
046900         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
047000         IF WS-GATE-RUN-DATE NOT = ZERO
047100            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
047200             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
047300         ELSE
047400             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
047500         END-IF
047600     END-IF.
047700     ADD 1 TO WS-PREQ-SUB.
047800 8437-EXIT.
047900     EXIT.
048000
048100 8440-CHECK-PREDECESSOR.
048200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
048300         GO TO 8440-NEXT
048400     END-IF.
048500     ADD 1 TO WS-GATE-MISSING.
048600     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
048700     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
048800         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
048900     END-IF.
049000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
049100         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
049200     END-IF.
049300     DISPLAY "CODEFORCES153R -- PREREQUISITE STEP "
049400         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
049500     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
049600 8440-NEXT.
049700     ADD 1 TO WS-PREQ-SUB.
049800 8440-EXIT.
049900     EXIT.
050000
050100 8460-LOG-OVERRIDE.
050200     OPEN EXTEND CF153-RUNS-FILE.
050300     IF WS-SF-STATUS = "35"
050400         OPEN OUTPUT CF153-RUNS-FILE
050500     END-IF.
050600     IF WS-SF-STATUS NOT = "00"
050700         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
050800                              TO WS-ABEND-MESSAGE
050900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
051000     END-IF.
051100     MOVE 1 TO WS-PREQ-SUB.
051200     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
051300         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
051400     CLOSE CF153-RUNS-FILE.
051500 8460-EXIT.
051600     EXIT.
051700
051800 8470-WRITE-OVERRIDE.
051900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
052000         GO TO 8470-NEXT
052100     END-IF.
052200     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
052300     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
052400     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
052500     MOVE "O"               TO RUNS-EVENT-CODE.
052600     MOVE ZERO TO RUNS-RANGE-LO.
052700     MOVE ZERO TO RUNS-RANGE-HI.
052800     MOVE ZERO              TO RUNS-RECORD-COUNT.
052900     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
053000     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
053100     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
053200     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
053300 8470-NEXT.
053400     ADD 1 TO WS-PREQ-SUB.
053500 8470-EXIT.
053600     EXIT.
