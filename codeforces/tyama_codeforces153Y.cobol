002795*                     FILE (CF153RUN) AT START, NORMAL END AND
002796*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
002797*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
002798*    2026-10-15  TY   A RECYCLED REJECT NOW CARRIES ITS RECORD
002799*                     TYPE AND TO-UNIT CODE BACK TO CF153TF SO A
002800*                     CORRECTED INTER-UNIT TRANSFER POSTS AGAIN
002801*                     AS A TRANSFER.
002802*    2026-10-15  TY   EACH CORRECTION NOW CARRIES THE ID OF THE
002803*                     OPERATOR WHO KEYED IT (COR-OPERATOR-ID),
002804*                     CHECKED AGAINST THE CF153OF OPERATOR
002805*                     AUTHORITY MASTER (CF153OPR).  A CORRECTION
002806*                     WHOSE OPERATOR IS BLANK, NOT ON FILE, NOT
002807*                     ACTIVE OR WITHOUT THE CORRECT-REJECTS
002808*                     AUTHORITY IS REFUSED AND THE REJECT CARRIED
002809*                     FORWARD.  A MISSING CF153OF REFUSES EVERY
002810*                     CORRECTION AND GIVES RETURN CODE 4.
002811*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
002812*                     START ON CF153SF THE PROGRAM NOW READS THE
002813*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
002814*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
002815*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
002816*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
002817*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
002818*                     START AND IS LOGGED ON CF153SF AS AN "O"
002819*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
002890*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS WS-UF-STATUS.
004840
004850     SELECT CF153-OPER-FILE ASSIGN TO CF153OF
004860         ORGANIZATION IS SEQUENTIAL
004870         FILE STATUS IS WS-OF-STATUS.
004880
004900     SELECT CF153-TRAN-FILE ASSIGN TO CF153TF
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005402         ORGANIZATION IS SEQUENTIAL
005403         FILE STATUS IS WS-SF-STATUS.
005404
005405     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
005406         ORGANIZATION IS SEQUENTIAL
005407         FILE STATUS IS WS-PF-STATUS.
005408
005409     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
005410         ORGANIZATION IS SEQUENTIAL
005411         FILE STATUS IS WS-SI-STATUS.
005412
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CF153-REJI-FILE
007040     RECORD CONTAINS 80 CHARACTERS.
007050     COPY CF153UNT REPLACING ==:TAG:== BY ==UNT==.
007100
007110 FD  CF153-OPER-FILE
007120     LABEL RECORDS ARE STANDARD
007130     RECORD CONTAINS 80 CHARACTERS.
007140     COPY CF153OPR REPLACING ==:TAG:== BY ==OPR==.
007150
007200 FD  CF153-TRAN-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007603     RECORD CONTAINS 80 CHARACTERS.
007604     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
007605
007606 FD  CF153-PREQ-FILE
007607     LABEL RECORDS ARE STANDARD
007608     RECORD CONTAINS 80 CHARACTERS.
007609     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
007610
007611 FD  CF153-RUNI-FILE
007612     LABEL RECORDS ARE STANDARD
007613     RECORD CONTAINS 80 CHARACTERS.
007614     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
007615
007700 WORKING-STORAGE SECTION.
007800 77  WS-REJI-EOF-SWITCH        PIC X(01) VALUE "N".
007900     88  WS-REJI-EOF-YES                VALUE "Y".
010000 77  WS-CORRECTIONS-UNMATCHED  PIC 9(07) VALUE ZERO.
010100 77  WS-KEY-COLLISIONS         PIC 9(07) VALUE ZERO.
010110 77  WS-UNIT-HELD-COUNT        PIC 9(07) VALUE ZERO.
010120 77  WS-OPER-REFUSED-COUNT     PIC 9(07) VALUE ZERO.
010200
010300 01  WS-NEW-VALUES.
010400     05  WS-NEW-N-X            PIC X(10).
011700         10  WS-CORR-KEY           PIC 9(06).
011800         10  WS-CORR-NEW-N         PIC X(10).
011900         10  WS-CORR-NEW-M         PIC X(10).
011910         10  WS-CORR-OPERATOR      PIC X(08).
012000         10  WS-CORR-USED-SWITCH   PIC X(01).
012100             88  WS-CORR-USED-YES           VALUE "Y".
012200             88  WS-CORR-USED-NO            VALUE "N".
012325         10  WS-REF-UNIT-CODE      PIC X(05).
012326         10  WS-REF-STATUS         PIC X(01).
012327
012328 77  WS-OPERREF-PRESENT-SW     PIC X(01) VALUE "N".
012329     88  WS-OPERREF-PRESENT-YES         VALUE "Y".
012330     88  WS-OPERREF-PRESENT-NO          VALUE "N".
012331
012332 77  WS-OPERREF-EOF-SWITCH     PIC X(01) VALUE "N".
012333     88  WS-OPERREF-EOF-YES             VALUE "Y".
012334     88  WS-OPERREF-EOF-NO              VALUE "N".
012335
012336 77  WS-AUTHORIZED-SWITCH      PIC X(01) VALUE "N".
012337     88  WS-AUTHORIZED-YES              VALUE "Y".
012338     88  WS-AUTHORIZED-NO               VALUE "N".
012339
012340 77  WS-OPER-MAX               PIC 9(03) VALUE 200.
012341 77  WS-OPER-COUNT             PIC 9(03) COMP VALUE ZERO.
012342 77  WS-OPER-SUB               PIC 9(03) COMP VALUE ZERO.
012343 77  WS-OPER-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
012344
012345 01  WS-OPER-TABLE.
012346     05  WS-OPER-ENTRY OCCURS 200 TIMES.
012347         10  WS-OPER-ID            PIC X(08).
012348         10  WS-OPER-STATUS        PIC X(01).
012349         10  WS-OPER-CORRECT       PIC X(01).
012350
012351 77  WS-REFUSE-REASON          PIC X(30) VALUE SPACE.
012352
012400 77  WS-JI-STATUS              PIC X(02) VALUE "00".
012500 77  WS-JO-STATUS              PIC X(02) VALUE "00".
012600 77  WS-CX-STATUS              PIC X(02) VALUE "00".
012700 77  WS-TF-STATUS              PIC X(02) VALUE "00".
012710 77  WS-UF-STATUS              PIC X(02) VALUE "00".
012720 77  WS-OF-STATUS              PIC X(02) VALUE "00".
012800
012801 77  WS-SF-STATUS              PIC X(02) VALUE "00".
012802
012808     05  WS-ACCEPT-HHMMSS      PIC 9(06).
012809     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
012810
012811 77  WS-PF-STATUS              PIC X(02) VALUE "00".
012812 77  WS-SI-STATUS              PIC X(02) VALUE "00".
012813
012814 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
012815     88  WS-PREQ-EOF-YES                VALUE "Y".
012816     88  WS-PREQ-EOF-NO                 VALUE "N".
012817
012818 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
012819     88  WS-RUNI-EOF-YES                VALUE "Y".
012820     88  WS-RUNI-EOF-NO                 VALUE "N".
012821
012822 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
012823     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
012824     88  WS-GATE-OVERRIDE-NO            VALUE "N".
012825
012826 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
012827 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
012828 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
012829 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
012830 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
012831 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
012832 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
012833
012834 01  WS-GATE-LOG-TEXT.
012835     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
012836     05  WS-GATE-LOG-PREDECESSOR
012837                               PIC X(08).
012838     05  FILLER                PIC X(04) VALUE " BY ".
012839     05  WS-GATE-LOG-OPERATOR  PIC X(08).
012840     05  FILLER                PIC X(01) VALUE SPACE.
012841
012842 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
012843 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
012844 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
012845
012846 01  WS-PREQ-TABLE.
012847     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
012848         10  WS-PREQ-ID            PIC X(08).
012849         10  WS-PREQ-EVENT         PIC X(01).
012850         10  WS-PREQ-DATED-SW      PIC X(01).
012851             88  WS-PREQ-DATED-YES          VALUE "Y".
012852             88  WS-PREQ-DATED-NO           VALUE "N".
012853
012900 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
013000 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
013100
014400     END-IF.
014500     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
014510     PERFORM 1200-LOAD-UNIT-REFERENCE THRU 1200-EXIT.
014520     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT.
014600     OPEN I-O CF153-TRAN-FILE.
014700     IF WS-TF-STATUS = "35"
014800         OPEN OUTPUT CF153-TRAN-FILE
017300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
017400     END-IF.
017500     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
017510     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
017600 1000-EXIT.
017700     EXIT.
017800
021600                      TO WS-CORR-NEW-N (WS-CORR-COUNT)
021700                 MOVE COR-NEW-M
021800                      TO WS-CORR-NEW-M (WS-CORR-COUNT)
021810                 MOVE COR-OPERATOR-ID
021820                      TO WS-CORR-OPERATOR (WS-CORR-COUNT)
021900                 SET WS-CORR-USED-NO (WS-CORR-COUNT) TO TRUE
022000             ELSE
022100                 MOVE "CORRECTION TABLE CAPACITY EXCEEDED"
023369 1250-EXIT.
023370     EXIT.
023400
023401 1300-LOAD-OPERATORS.
023402     OPEN INPUT CF153-OPER-FILE.
023403     IF WS-OF-STATUS = "35"
023404         DISPLAY "CODEFORCES153Y -- WARNING -- NO OPERATOR"
023405             " AUTHORITY FILE (CF153OF) -- ALL CORRECTIONS"
023406             " REFUSED"
023407         GO TO 1300-EXIT
023408     END-IF.
023409     IF WS-OF-STATUS NOT = "00"
023410         MOVE "OPEN ERROR - CF153-OPER-FILE (CF153OF)"
023411                              TO WS-ABEND-MESSAGE
023412         MOVE WS-OF-STATUS    TO WS-ABEND-STATUS
023413         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
023414     END-IF.
023415     SET WS-OPERREF-PRESENT-YES TO TRUE.
023416     SET WS-OPERREF-EOF-NO TO TRUE.
023417     PERFORM 1350-READ-OPERATOR THRU 1350-EXIT
023418         UNTIL WS-OPERREF-EOF-YES.
023419     CLOSE CF153-OPER-FILE.
023420     IF WS-OF-STATUS NOT = "00"
023421         MOVE "CLOSE ERROR - CF153-OPER-FILE (CF153OF)"
023422                              TO WS-ABEND-MESSAGE
023423         MOVE WS-OF-STATUS    TO WS-ABEND-STATUS
023424         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
023425     END-IF.
023426 1300-EXIT.
023427     EXIT.
023428
023429 1350-READ-OPERATOR.
023430     READ CF153-OPER-FILE
023431         AT END
023432             SET WS-OPERREF-EOF-YES TO TRUE
023433         NOT AT END
023434             IF WS-OPER-COUNT >= WS-OPER-MAX
023435                 MOVE "OPERATOR TABLE CAPACITY EXCEEDED"
023436                                      TO WS-ABEND-MESSAGE
023437                 PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
023438             END-IF
023439             ADD 1 TO WS-OPER-COUNT
023440             MOVE OPR-OPERATOR-ID
023441                 TO WS-OPER-ID (WS-OPER-COUNT)
023442             MOVE OPR-STATUS-CODE
023443                 TO WS-OPER-STATUS (WS-OPER-COUNT)
023444             MOVE OPR-AUTH-CORRECT
023445                 TO WS-OPER-CORRECT (WS-OPER-COUNT)
023446     END-READ.
023447     IF WS-OF-STATUS NOT = "00" AND WS-OF-STATUS NOT = "10"
023448         MOVE "READ ERROR - CF153-OPER-FILE (CF153OF)"
023449                              TO WS-ABEND-MESSAGE
023450         MOVE WS-OF-STATUS    TO WS-ABEND-STATUS
023451         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
023452     END-IF.
023453 1350-EXIT.
023454     EXIT.
023455
023500 2000-PROCESS-REJECT.
023600     ADD 1 TO WS-REJECTS-READ.
023700     IF REJI-AGE-DAYS NUMERIC
028900     MOVE WS-CORR-NEW-N (WS-CORR-SUB) TO WS-NEW-N-X.
029000     MOVE WS-CORR-NEW-M (WS-CORR-SUB) TO WS-NEW-M-X.
029100     SET WS-CORR-USED-YES (WS-CORR-SUB) TO TRUE.
029110     PERFORM 2370-CHECK-OPERATOR THRU 2370-EXIT.
029120     IF WS-AUTHORIZED-NO
029130         GO TO 2300-EXIT
029140     END-IF.
029200     IF WS-NEW-N-9 NOT NUMERIC
029300        OR WS-NEW-M-9 NOT NUMERIC
029400         ADD 1 TO WS-CORRECTIONS-INVALID
030200     MOVE WS-NEW-N-9          TO TRN-N.
030300     MOVE WS-NEW-M-9          TO TRN-M.
030310     MOVE REJI-UNIT-CODE      TO TRN-UNIT-CODE.
030320     MOVE REJI-RECORD-TYPE    TO TRN-RECORD-TYPE.
030330     MOVE REJI-TO-UNIT-CODE   TO TRN-TO-UNIT-CODE.
030400     WRITE CF153-TRANS-RECORD
030500         INVALID KEY
030600             ADD 1 TO WS-KEY-COLLISIONS
032398 2360-EXIT.
032399     EXIT.
032400
032401 2370-CHECK-OPERATOR.
032402     SET WS-AUTHORIZED-YES TO TRUE.
032403     MOVE ZERO TO WS-OPER-FOUND-SUB.
032404     IF WS-CORR-OPERATOR (WS-CORR-SUB) = SPACES
032405         MOVE "NO OPERATOR ON CORRECTION" TO WS-REFUSE-REASON
032406         GO TO 2370-REFUSE
032407     END-IF.
032408     IF WS-OPERREF-PRESENT-NO
032409         MOVE "NO OPERATOR AUTHORITY FILE" TO WS-REFUSE-REASON
032410         GO TO 2370-REFUSE
032411     END-IF.
032412     MOVE 1 TO WS-OPER-SUB.
032413     PERFORM 2375-SCAN-OPERATOR THRU 2375-EXIT
032414         UNTIL WS-OPER-FOUND-SUB > ZERO
032415            OR WS-OPER-SUB > WS-OPER-COUNT.
032416     IF WS-OPER-FOUND-SUB = ZERO
032417         MOVE "OPERATOR NOT ON AUTHORITY FILE" TO WS-REFUSE-REASON
032418         GO TO 2370-REFUSE
032419     END-IF.
032420     IF WS-OPER-STATUS (WS-OPER-FOUND-SUB) NOT = "A"
032421         MOVE "OPERATOR NOT ACTIVE" TO WS-REFUSE-REASON
032422         GO TO 2370-REFUSE
032423     END-IF.
032424     IF WS-OPER-CORRECT (WS-OPER-FOUND-SUB) NOT = "Y"
032425         MOVE "NO CORRECT-REJECTS AUTHORITY" TO WS-REFUSE-REASON
032426         GO TO 2370-REFUSE
032427     END-IF.
032428     GO TO 2370-EXIT.
032429 2370-REFUSE.
032430     SET WS-AUTHORIZED-NO TO TRUE.
032431     ADD 1 TO WS-OPER-REFUSED-COUNT.
032432     DISPLAY "CODEFORCES153Y -- CORRECTION REFUSED -- "
032433         WS-REFUSE-REASON.
032434     DISPLAY "    RECORD " REJI-RECORD-NBR
032435         " OPERATOR " WS-CORR-OPERATOR (WS-CORR-SUB).
032436     PERFORM 2400-CARRY-FORWARD THRU 2400-EXIT.
032437 2370-EXIT.
032438     EXIT.
032439
032440 2375-SCAN-OPERATOR.
032441     IF WS-OPER-ID (WS-OPER-SUB) = WS-CORR-OPERATOR (WS-CORR-SUB)
032442         MOVE WS-OPER-SUB TO WS-OPER-FOUND-SUB
032443     ELSE
032444         ADD 1 TO WS-OPER-SUB
032445     END-IF.
032446 2375-EXIT.
032447     EXIT.
032448
032500 2400-CARRY-FORWARD.
032600     MOVE REJI-REJECT-RECORD  TO REJO-REJECT-RECORD.
032700     MOVE WS-WORK-AGE         TO REJO-AGE-DAYS.
036800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
036900     END-IF.
037000     PERFORM 3200-PRINT-RECYCLE-REPORT THRU 3200-EXIT.
037010     IF WS-OPERREF-PRESENT-NO
037020         MOVE 4 TO RETURN-CODE
037030     END-IF.
037100 3000-EXIT.
037200     EXIT.
037300
041500         WS-KEY-COLLISIONS.
041510     DISPLAY "CORRECTIONS HELD FOR UNIT. . . "
041520         WS-UNIT-HELD-COUNT.
041530     DISPLAY "CORRECTIONS REFUSED. . . . . . "
041540         WS-OPER-REFUSED-COUNT.
041600     DISPLAY "END OF REJECT RECYCLE REPORT".
041700 3200-EXIT.
041800     EXIT.
043300     STOP RUN.
043400 9960-EXIT.
043500     EXIT.
043600
043700 8400-CHECK-PREREQUISITES.
043800     MOVE "CF153Y  "        TO WS-GATE-PROGRAM-ID.
043900     MOVE ZERO TO WS-GATE-RUN-DATE.
044000     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
044100     OPEN INPUT CF153-PREQ-FILE.
044200     IF WS-PF-STATUS = "35"
044300         GO TO 8400-EXIT
044400     END-IF.
044500     IF WS-PF-STATUS NOT = "00"
044600         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
044700                              TO WS-ABEND-MESSAGE
044800         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
044900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
045000     END-IF.
045100     SET WS-PREQ-EOF-NO TO TRUE.
045200     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
045300         UNTIL WS-PREQ-EOF-YES.
045400     CLOSE CF153-PREQ-FILE.
045500     IF WS-PREQ-COUNT = ZERO
045600         GO TO 8400-EXIT
045700     END-IF.
045800     OPEN INPUT CF153-RUNI-FILE.
045900     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
046000         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
046100                              TO WS-ABEND-MESSAGE
046200         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
046300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
046400     END-IF.
046500     IF WS-SI-STATUS = "00"
046600         SET WS-RUNI-EOF-NO TO TRUE
046700         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
046800             UNTIL WS-RUNI-EOF-YES
046900         CLOSE CF153-RUNI-FILE
047000     END-IF.
047100     MOVE ZERO TO WS-GATE-MISSING.
047200     MOVE 1 TO WS-PREQ-SUB.
047300     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
047400         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
047500     IF WS-GATE-MISSING = ZERO
047600         GO TO 8400-EXIT
047700     END-IF.
047800     IF WS-GATE-OVERRIDE-YES
047900         DISPLAY "CODEFORCES153Y -- PREREQUISITES OVERRIDDEN BY "
048000             WS-GATE-OPERATOR
048100         DISPLAY "    REASON: " WS-GATE-REASON
048200         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
048300         GO TO 8400-EXIT
048400     END-IF.
048500     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
048600     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
048700 8400-EXIT.
048800     EXIT.
048900
049000 8410-READ-PREREQUISITE.
049100     READ CF153-PREQ-FILE
049200         AT END
049300             SET WS-PREQ-EOF-YES TO TRUE
049400         NOT AT END
049500             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
049600                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
049700             END-IF
049800     END-READ.
049900     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
050000         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
050100                              TO WS-ABEND-MESSAGE
050200         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
050300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
050400     END-IF.
050500 8410-EXIT.
050600     EXIT.
050700
050800 8415-TAKE-PREREQUISITE.
050900     IF PRQ-OVERRIDE
051000         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
051100            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
051200                AND WS-GATE-RUN-DATE NOT = ZERO)
051300             SET WS-GATE-OVERRIDE-YES TO TRUE
051400             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
051500             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
051600         END-IF
051700         GO TO 8415-EXIT
051800     END-IF.
051900     IF NOT PRQ-PREREQUISITE
052000         GO TO 8415-EXIT
052100     END-IF.
052200     IF WS-PREQ-COUNT >= WS-PREQ-MAX
052300         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
052400                              TO WS-ABEND-MESSAGE
052500         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
052600     END-IF.
052700     ADD 1 TO WS-PREQ-COUNT.
052800     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
052900     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
053000     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
053100 8415-EXIT.
053200     EXIT.
053300
053400 8420-READ-RUN-EVENT.
053500     READ CF153-RUNI-FILE
053600         AT END
053700             SET WS-RUNI-EOF-YES TO TRUE
053800         NOT AT END
053900             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
054000     END-READ.
054100     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
054200         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
054300                              TO WS-ABEND-MESSAGE
054400         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
054500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
054600     END-IF.
054700 8420-EXIT.
054800     EXIT.
054900
055000 8430-POST-RUN-EVENT.
055100     IF RUNI-OVERRIDDEN
055200         GO TO 8430-EXIT
055300     END-IF.
055400     MOVE 1 TO WS-PREQ-SUB.
055500     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
055600         IF RUNI-COMPLETED
055700             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
055800                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
055900         END-IF
056000         GO TO 8430-EXIT
056100     END-IF.
056200     IF WS-GATE-RUN-DATE NOT = ZERO
056300        AND RUNI-RUN-DATE NOT = ZERO
056400        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
056500         GO TO 8430-EXIT
056600     END-IF.
056700     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
056800         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
056900 8430-EXIT.
057000     EXIT.
057100
057200 8435-RESET-UNDATED.
057300     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
057400         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
057500     END-IF.
057600     ADD 1 TO WS-PREQ-SUB.
057700 8435-EXIT.
057800     EXIT.
057900
058000 8437-POST-PREDECESSOR.
058100     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
058200         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
058300         IF WS-GATE-RUN-DATE NOT = ZERO
058400            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
058500             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
058600         ELSE
058700             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
058800         END-IF
058900     END-IF.
059000     ADD 1 TO WS-PREQ-SUB.
059100 8437-EXIT.
059200     EXIT.
059300
059400 8440-CHECK-PREDECESSOR.
059500     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
059600         GO TO 8440-NEXT
059700     END-IF.
059800     ADD 1 TO WS-GATE-MISSING.
059900     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
060000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
060100         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
060200     END-IF.
060300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
060400         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
060500     END-IF.
060600     DISPLAY "CODEFORCES153Y -- PREREQUISITE STEP "
060700         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
060800     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
060900 8440-NEXT.
061000     ADD 1 TO WS-PREQ-SUB.
061100 8440-EXIT.
061200     EXIT.
061300
061400 8460-LOG-OVERRIDE.
061500     OPEN EXTEND CF153-RUNS-FILE.
061600     IF WS-SF-STATUS = "35"
061700         OPEN OUTPUT CF153-RUNS-FILE
061800     END-IF.
061900     IF WS-SF-STATUS NOT = "00"
062000         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
062100                              TO WS-ABEND-MESSAGE
062200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
062300     END-IF.
062400     MOVE 1 TO WS-PREQ-SUB.
062500     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
062600         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
062700     CLOSE CF153-RUNS-FILE.
062800 8460-EXIT.
062900     EXIT.
063000
063100 8470-WRITE-OVERRIDE.
063200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
063300         GO TO 8470-NEXT
063400     END-IF.
063500     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
063600     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
063700     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
063800     MOVE "O"               TO RUNS-EVENT-CODE.
063900     MOVE ZERO TO RUNS-RANGE-LO.
064000     MOVE ZERO TO RUNS-RANGE-HI.
064100     MOVE ZERO              TO RUNS-RECORD-COUNT.
064200     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
064300     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
064400     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
064500     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
064600 8470-NEXT.
064700     ADD 1 TO WS-PREQ-SUB.
064800 8470-EXIT.
064900     EXIT.
