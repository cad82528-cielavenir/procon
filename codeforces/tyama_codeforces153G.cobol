003097*                     FILE (CF153RUN) AT START, NORMAL END AND
003098*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
003099*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
003100*    2026-10-15  TY   RUN REVERSAL SUPPORT.  A REGISTER RECORD
003101*                     MARKED "R" BY THE NEW CODEFORCES153C RUN
003102*                     REVERSAL NO LONGER COUNTS AS POSTED.  WHEN
003103*                     ONLY SOME UNITS OF THE RUN DATE WERE BACKED
003104*                     OUT THE MERGE POSTS THE DATE AGAIN WITHOUT
003105*                     THE OVERRIDE, WRITING NO SECOND REGISTER
003106*                     RECORD FOR A UNIT STILL POSTED FOR THE DATE
003107*                     (THE PARTITIONS REJECT ITS TRANSACTIONS).
003108*    2026-10-15  TY   INTER-UNIT TRANSFERS.  THE "*XFR " TRANSFER
003109*                     RECORD OF EACH PARTITION CHECKPOINT GROUP
003110*                     (TRANSFERS POSTED AND REJECTED, CREDIT,
003111*                     DEBIT AND NET S OF THE LEGS) IS STAGED AND
003112*                     ROLLED IN APART FROM THE UNITS, WRITTEN TO
003113*                     CF153GO AS A "T" TRANSFER CONTROL REGISTER
003114*                     RECORD AND PRINTED ON THE MERGED CONTROL
003115*                     TOTALS REPORT WITH A WARNING WHEN THE LEGS
003116*                     DO NOT NET TO ZERO.
003117*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
003118*                     START ON CF153SF THE PROGRAM NOW READS THE
003119*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
003120*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
003121*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
003122*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
003123*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
003124*                     START AND IS LOGGED ON CF153SF AS AN "O"
003125*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
003190*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
007502         ORGANIZATION IS SEQUENTIAL
007503         FILE STATUS IS WS-SF-STATUS.
007504
007505     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
007506         ORGANIZATION IS SEQUENTIAL
007507         FILE STATUS IS WS-PF-STATUS.
007508
007509     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
007510         ORGANIZATION IS SEQUENTIAL
007511         FILE STATUS IS WS-SI-STATUS.
007512
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CF153-CKP1-FILE
012203     RECORD CONTAINS 80 CHARACTERS.
012204     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
012205
012206 FD  CF153-PREQ-FILE
012207     LABEL RECORDS ARE STANDARD
012208     RECORD CONTAINS 80 CHARACTERS.
012209     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
012210
012211 FD  CF153-RUNI-FILE
012212     LABEL RECORDS ARE STANDARD
012213     RECORD CONTAINS 80 CHARACTERS.
012214     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
012215
012300 WORKING-STORAGE SECTION.
012400     COPY CF153CKP REPLACING ==:TAG:== BY ==CKPW==.
012500
014300     88  WS-POSTED-FOUND-YES            VALUE "Y".
014400     88  WS-POSTED-FOUND-NO             VALUE "N".
014500
014501 77  WS-REVERSED-FOUND-SW      PIC X(01) VALUE "N".
014502     88  WS-REVERSED-FOUND-YES          VALUE "Y".
014503     88  WS-REVERSED-FOUND-NO           VALUE "N".
014504
014505 77  WS-REPOST-SWITCH          PIC X(01) VALUE "N".
014506     88  WS-REPOST-YES                  VALUE "Y".
014507     88  WS-REPOST-NO                   VALUE "N".
014508
014509 77  WS-DATE-UNIT-MAX          PIC 9(03) VALUE 50.
014510 77  WS-DATE-UNIT-COUNT        PIC 9(03) COMP VALUE ZERO.
014511 77  WS-DATE-UNIT-SUB          PIC 9(03) COMP VALUE ZERO.
014512 77  WS-DATE-UNIT-FOUND-SUB    PIC 9(03) COMP VALUE ZERO.
014513 77  WS-DATE-POSTED-COUNT      PIC 9(03) COMP VALUE ZERO.
014514 77  WS-DATE-REVERSED-COUNT    PIC 9(03) COMP VALUE ZERO.
014515 77  WS-DATE-UNIT-KEY          PIC X(05) VALUE SPACE.
014516
014517 01  WS-DATE-UNIT-TABLE.
014518     05  WS-DATE-UNIT-ENTRY OCCURS 50 TIMES.
014519         10  WS-DATE-UNIT-CODE     PIC X(05).
014520         10  WS-DATE-UNIT-STATUS   PIC X(01).
014521
014600 01  WS-PARM-LINE.
014700     05  WS-PARM-OVERRIDE      PIC X(01).
014800         88  WS-OVERRIDE-POSTED        VALUE "O".
020200 77  WS-STG-GRAND-N            PIC S9(13) VALUE ZERO.
020300 77  WS-STG-GRAND-M            PIC S9(13) VALUE ZERO.
020400 77  WS-STG-GRAND-S            PIC S9(13) VALUE ZERO.
020401 77  WS-STG-XFR-RECS           PIC 9(07) VALUE ZERO.
020402 77  WS-STG-XFR-REJS           PIC 9(07) VALUE ZERO.
020403 77  WS-STG-XFR-CREDIT-S       PIC S9(13) VALUE ZERO.
020404 77  WS-STG-XFR-DEBIT-S        PIC S9(13) VALUE ZERO.
020405 77  WS-STG-XFR-NET-S          PIC S9(13) VALUE ZERO.
020406
020407 77  WS-XFR-COUNT              PIC 9(07) VALUE ZERO.
020408 77  WS-XFR-REJ-COUNT          PIC 9(07) VALUE ZERO.
020409 77  WS-XFR-CREDIT-S           PIC S9(13) VALUE ZERO.
020410 77  WS-XFR-DEBIT-S            PIC S9(13) VALUE ZERO.
020411 77  WS-XFR-NET-S              PIC S9(13) VALUE ZERO.
020500
020600 77  WS-K1-STATUS              PIC X(02) VALUE "00".
020700 77  WS-K2-STATUS              PIC X(02) VALUE "00".
021508     05  WS-ACCEPT-HHMMSS      PIC 9(06).
021509     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
021510
021511 77  WS-PF-STATUS              PIC X(02) VALUE "00".
021512 77  WS-SI-STATUS              PIC X(02) VALUE "00".
021513
021514 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
021515     88  WS-PREQ-EOF-YES                VALUE "Y".
021516     88  WS-PREQ-EOF-NO                 VALUE "N".
021517
021518 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
021519     88  WS-RUNI-EOF-YES                VALUE "Y".
021520     88  WS-RUNI-EOF-NO                 VALUE "N".
021521
021522 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
021523     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
021524     88  WS-GATE-OVERRIDE-NO            VALUE "N".
021525
021526 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
021527 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
021528 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
021529 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
021530 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
021531 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
021532 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
021533
021534 01  WS-GATE-LOG-TEXT.
021535     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
021536     05  WS-GATE-LOG-PREDECESSOR
021537                               PIC X(08).
021538     05  FILLER                PIC X(04) VALUE " BY ".
021539     05  WS-GATE-LOG-OPERATOR  PIC X(08).
021540     05  FILLER                PIC X(01) VALUE SPACE.
021541
021542 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
021543 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
021544 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
021545
021546 01  WS-PREQ-TABLE.
021547     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
021548         10  WS-PREQ-ID            PIC X(08).
021549         10  WS-PREQ-EVENT         PIC X(01).
021550         10  WS-PREQ-DATED-SW      PIC X(01).
021551             88  WS-PREQ-DATED-YES          VALUE "Y".
021552             88  WS-PREQ-DATED-NO           VALUE "N".
021553
021600 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
021700 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
021800
023200     PERFORM 1010-READ-CONTROL THRU 1010-EXIT.
023300     PERFORM 1020-CHECK-RUN-REGISTER THRU 1020-EXIT.
023400     PERFORM 1050-READ-OLD-MASTER THRU 1050-EXIT.
023410     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700
030200             DISPLAY "CODEFORCES153G -- RUN DATE " WS-CTL-RUN-DATE
030300                 " ALREADY POSTED -- OPERATOR OVERRIDE ACCEPTED"
030400         ELSE
030500             PERFORM 1029-CHECK-REPOST THRU 1029-EXIT
030800         END-IF
030900     END-IF.
031000 1020-EXIT.
031304             SET WS-REGI-EOF-YES TO TRUE
031305         NOT AT END
031306             IF REGI-RUN-DATE = WS-CTL-RUN-DATE
031307                 PERFORM 1026-NOTE-RUN-DATE-RECORD
031308                     THRU 1026-EXIT
031309             END-IF
031310             IF WS-OVERRIDE-POSTED
031311                AND REGI-RUN-DATE = WS-CTL-RUN-DATE
031332 1025-EXIT.
031333     EXIT.
031334
031335 1026-NOTE-RUN-DATE-RECORD.
031336     MOVE REGI-UNIT-CODE TO WS-DATE-UNIT-KEY.
031337     PERFORM 1027-FIND-DATE-UNIT THRU 1027-EXIT.
031338     IF WS-DATE-UNIT-FOUND-SUB = ZERO
031339         IF WS-DATE-UNIT-COUNT >= WS-DATE-UNIT-MAX
031340             MOVE "RUN DATE UNIT TABLE CAPACITY EXCEEDED"
031341                                  TO WS-ABEND-MESSAGE
031342             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
031343         END-IF
031344         ADD 1 TO WS-DATE-UNIT-COUNT
031345         MOVE WS-DATE-UNIT-COUNT TO WS-DATE-UNIT-FOUND-SUB
031346         MOVE WS-DATE-UNIT-KEY
031347             TO WS-DATE-UNIT-CODE (WS-DATE-UNIT-FOUND-SUB)
031348         MOVE SPACE
031349             TO WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB)
031350     END-IF.
031351     IF WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB) = "P"
031352         SUBTRACT 1 FROM WS-DATE-POSTED-COUNT
031353     END-IF.
031354     IF WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB) = "R"
031355         SUBTRACT 1 FROM WS-DATE-REVERSED-COUNT
031356     END-IF.
031357     MOVE REGI-STATUS-CODE
031358         TO WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB).
031359     IF REGI-POSTED
031360         ADD 1 TO WS-DATE-POSTED-COUNT
031361     END-IF.
031362     IF REGI-REVERSED
031363         ADD 1 TO WS-DATE-REVERSED-COUNT
031364     END-IF.
031365     IF WS-DATE-POSTED-COUNT > ZERO
031366         SET WS-POSTED-FOUND-YES TO TRUE
031367     ELSE
031368         SET WS-POSTED-FOUND-NO TO TRUE
031369     END-IF.
031370     IF WS-DATE-REVERSED-COUNT > ZERO
031371         SET WS-REVERSED-FOUND-YES TO TRUE
031372     ELSE
031373         SET WS-REVERSED-FOUND-NO TO TRUE
031374     END-IF.
031375 1026-EXIT.
031376     EXIT.
031377
031378 1027-FIND-DATE-UNIT.
031379     MOVE ZERO TO WS-DATE-UNIT-FOUND-SUB.
031380     MOVE 1 TO WS-DATE-UNIT-SUB.
031381     PERFORM 1028-SCAN-DATE-UNIT THRU 1028-EXIT
031382         UNTIL WS-DATE-UNIT-FOUND-SUB > ZERO
031383            OR WS-DATE-UNIT-SUB > WS-DATE-UNIT-COUNT.
031384 1027-EXIT.
031385     EXIT.
031386
031387 1028-SCAN-DATE-UNIT.
031388     IF WS-DATE-UNIT-CODE (WS-DATE-UNIT-SUB) = WS-DATE-UNIT-KEY
031389         MOVE WS-DATE-UNIT-SUB TO WS-DATE-UNIT-FOUND-SUB
031390     ELSE
031391         ADD 1 TO WS-DATE-UNIT-SUB
031392     END-IF.
031393 1028-EXIT.
031394     EXIT.
031395
031396 1029-CHECK-REPOST.
031397     IF WS-REVERSED-FOUND-NO
031398         MOVE "RUN DATE ALREADY POSTED ON REGISTER"
031399                              TO WS-ABEND-MESSAGE
031400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
031401     END-IF.
031402     SET WS-REPOST-YES TO TRUE.
031403     DISPLAY "CODEFORCES153G -- RUN DATE " WS-CTL-RUN-DATE
031404         " PARTLY REVERSED -- RE-POSTING REVERSED UNITS ONLY".
031405 1029-EXIT.
031406     EXIT.
031407
034000 1050-READ-OLD-MASTER.
034100     OPEN INPUT CF153-MSTI-FILE.
034200     IF WS-MI-STATUS = "35"
060600
060700 2500-STASH-CHECKPOINT.
060800     SET WS-STG-FOUND-YES TO TRUE.
060810     IF CKPW-TRANSFER-TOTAL
060820         MOVE CKPW-RECORDS-PROCESSED TO WS-STG-XFR-RECS
060830         MOVE CKPW-REJECT-COUNT      TO WS-STG-XFR-REJS
060840         MOVE CKPW-TOTAL-N           TO WS-STG-XFR-CREDIT-S
060850         MOVE CKPW-TOTAL-M           TO WS-STG-XFR-DEBIT-S
060860         MOVE CKPW-TOTAL-S           TO WS-STG-XFR-NET-S
060870         GO TO 2500-EXIT
060880     END-IF.
060900     IF CKPW-GRAND-TOTAL OR CKPW-UNIT-CODE = SPACES
061000         MOVE CKPW-RECORDS-PROCESSED TO WS-STG-GRAND-RECS
061100         MOVE CKPW-REJECT-COUNT      TO WS-STG-GRAND-REJS
066100                  WS-STG-GRAND-N
066200                  WS-STG-GRAND-M
066300                  WS-STG-GRAND-S.
066310     MOVE ZERO TO WS-STG-XFR-RECS
066320                  WS-STG-XFR-REJS
066330                  WS-STG-XFR-CREDIT-S
066340                  WS-STG-XFR-DEBIT-S
066350                  WS-STG-XFR-NET-S.
066400 2600-EXIT.
066500     EXIT.
066600
068900             MOVE "WS-TOTAL-S" TO WS-ABEND-MESSAGE
069000             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
069100     END-ADD.
069101     ADD WS-STG-XFR-RECS TO WS-XFR-COUNT.
069102     ADD WS-STG-XFR-REJS TO WS-XFR-REJ-COUNT.
069103     ADD WS-STG-XFR-CREDIT-S TO WS-XFR-CREDIT-S
069104         ON SIZE ERROR
069105             MOVE "WS-XFR-CREDIT-S" TO WS-ABEND-MESSAGE
069106             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
069107     END-ADD.
069108     ADD WS-STG-XFR-DEBIT-S TO WS-XFR-DEBIT-S
069109         ON SIZE ERROR
069110             MOVE "WS-XFR-DEBIT-S" TO WS-ABEND-MESSAGE
069111             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
069112     END-ADD.
069113     ADD WS-STG-XFR-NET-S TO WS-XFR-NET-S
069114         ON SIZE ERROR
069115             MOVE "WS-XFR-NET-S" TO WS-ABEND-MESSAGE
069116             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
069117     END-ADD.
069200     MOVE 1 TO WS-STG-SUB.
069300     PERFORM 2750-ROLL-IN-UNIT THRU 2750-EXIT
069400         UNTIL WS-STG-SUB > WS-STG-COUNT.
072500     END-IF.
072510     PERFORM 2800-VERIFY-COVERAGE THRU 2800-EXIT.
072600     PERFORM 3050-WRITE-NEW-MASTER THRU 3050-EXIT.
072610     IF WS-XFR-COUNT > ZERO OR WS-XFR-REJ-COUNT > ZERO
072620         PERFORM 3090-WRITE-TRANSFER-REGISTER THRU 3090-EXIT
072630     END-IF.
072700     PERFORM 3070-WRITE-RUN-REGISTER THRU 3070-EXIT.
072800     PERFORM 3100-PRINT-MERGED-TOTALS THRU 3100-EXIT.
072900 3000-EXIT.
077900
078000 3070-WRITE-RUN-REGISTER.
078100     MOVE 1 TO WS-UNIT-SUB.
078200     PERFORM 3080-REGISTER-ONE-UNIT THRU 3080-EXIT
078300         UNTIL WS-UNIT-SUB > WS-UNIT-COUNT.
078400     CLOSE CF153-REGO-FILE.
078500     IF WS-GO-STATUS NOT = "00"
081400 3075-EXIT.
081500     EXIT.
081600
081601 3080-REGISTER-ONE-UNIT.
081602     IF WS-REPOST-YES
081603         MOVE WS-UNIT-CODE (WS-UNIT-SUB) TO WS-DATE-UNIT-KEY
081604         PERFORM 1027-FIND-DATE-UNIT THRU 1027-EXIT
081605         IF WS-DATE-UNIT-FOUND-SUB > ZERO
081606             IF WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB) = "P"
081607                 ADD 1 TO WS-UNIT-SUB
081608                 GO TO 3080-EXIT
081609             END-IF
081610         END-IF
081611     END-IF.
081612     PERFORM 3075-WRITE-UNIT-REGISTER THRU 3075-EXIT.
081613 3080-EXIT.
081614     EXIT.
081615
081616 3090-WRITE-TRANSFER-REGISTER.
081617     MOVE SPACES            TO REGO-REGISTER-RECORD.
081618     MOVE WS-CTL-RUN-DATE   TO REGO-RUN-DATE.
081619     MOVE "*XFR "           TO REGO-UNIT-CODE.
081620     MOVE WS-XFR-COUNT      TO REGO-RECORD-COUNT.
081621     MOVE WS-XFR-REJ-COUNT  TO REGO-REJECT-COUNT.
081622     MOVE ZERO              TO REGO-EXCEPTION-COUNT.
081623     MOVE WS-XFR-CREDIT-S   TO REGO-TOTAL-N.
081624     MOVE WS-XFR-DEBIT-S    TO REGO-TOTAL-M.
081625     MOVE WS-XFR-NET-S      TO REGO-TOTAL-S.
081626     MOVE "T"               TO REGO-STATUS-CODE.
081627     WRITE REGO-REGISTER-RECORD.
081628     IF WS-GO-STATUS NOT = "00"
081629         MOVE "WRITE ERROR - CF153-REGO-FILE (CF153GO)"
081630                              TO WS-ABEND-MESSAGE
081631         MOVE WS-GO-STATUS    TO WS-ABEND-STATUS
081632         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
081633     END-IF.
081634 3090-EXIT.
081635     EXIT.
081636
081637 3095-PRINT-TRANSFER-TOTALS.
081638     DISPLAY " ".
081639     DISPLAY "TRANSFERS POSTED . . . . . . . " WS-XFR-COUNT.
081640     DISPLAY "TRANSFERS REJECTED . . . . . . " WS-XFR-REJ-COUNT.
081641     DISPLAY "TRANSFER CREDIT LEGS -- S. . . " WS-XFR-CREDIT-S.
081642     DISPLAY "TRANSFER DEBIT LEGS -- S . . . " WS-XFR-DEBIT-S.
081643     DISPLAY "TRANSFER NET -- S. . . . . . . " WS-XFR-NET-S.
081644     IF WS-XFR-NET-S NOT = ZERO
081645         DISPLAY "WARNING -- TRANSFER LEGS DO NOT NET TO ZERO"
081646         MOVE 4 TO RETURN-CODE
081647     END-IF.
081648 3095-EXIT.
081649     EXIT.
081650
081700 3100-PRINT-MERGED-TOTALS.
081800     DISPLAY "CODEFORCES153G -- MERGED CONTROL TOTALS REPORT".
081900     DISPLAY "RUN DATE . . . . . . . . . . . " WS-CTL-RUN-DATE.
082900     DISPLAY "TOTAL OF S . . . . . . . . . . " WS-TOTAL-S.
083000     DISPLAY "PRIOR PERIOD BALANCE . . . . . " WS-PRIOR-BALANCE.
083100     DISPLAY "NEW PERIOD BALANCE . . . . . . " WS-NEW-BALANCE.
083110     IF WS-XFR-COUNT > ZERO OR WS-XFR-REJ-COUNT > ZERO
083120         PERFORM 3095-PRINT-TRANSFER-TOTALS THRU 3095-EXIT
083130     END-IF.
083200     DISPLAY " ".
083300     DISPLAY "UNIT CONSOLIDATION -- ACTIVITY AND NEW BALANCE".
083400     MOVE ZERO TO WS-UNIT-SUM-S.
088700     STOP RUN.
088800 9960-EXIT.
088900     EXIT.
089000
089100 8400-CHECK-PREREQUISITES.
089200     MOVE "CF153G  "        TO WS-GATE-PROGRAM-ID.
089300     MOVE WS-CTL-RUN-DATE TO WS-GATE-RUN-DATE.
089400     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
089500     OPEN INPUT CF153-PREQ-FILE.
089600     IF WS-PF-STATUS = "35"
089700         GO TO 8400-EXIT
089800     END-IF.
089900     IF WS-PF-STATUS NOT = "00"
090000         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
090100                              TO WS-ABEND-MESSAGE
090200         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
090300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
090400     END-IF.
090500     SET WS-PREQ-EOF-NO TO TRUE.
090600     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
090700         UNTIL WS-PREQ-EOF-YES.
090800     CLOSE CF153-PREQ-FILE.
090900     IF WS-PREQ-COUNT = ZERO
091000         GO TO 8400-EXIT
091100     END-IF.
091200     OPEN INPUT CF153-RUNI-FILE.
091300     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
091400         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
091500                              TO WS-ABEND-MESSAGE
091600         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
091700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
091800     END-IF.
091900     IF WS-SI-STATUS = "00"
092000         SET WS-RUNI-EOF-NO TO TRUE
092100         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
092200             UNTIL WS-RUNI-EOF-YES
092300         CLOSE CF153-RUNI-FILE
092400     END-IF.
092500     MOVE ZERO TO WS-GATE-MISSING.
092600     MOVE 1 TO WS-PREQ-SUB.
092700     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
092800         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
092900     IF WS-GATE-MISSING = ZERO
093000         GO TO 8400-EXIT
093100     END-IF.
093200     IF WS-GATE-OVERRIDE-YES
093300         DISPLAY "CODEFORCES153G -- PREREQUISITES OVERRIDDEN BY "
093400             WS-GATE-OPERATOR
093500         DISPLAY "    REASON: " WS-GATE-REASON
093600         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
093700         GO TO 8400-EXIT
093800     END-IF.
093900     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
094000     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
094100 8400-EXIT.
094200     EXIT.
094300
094400 8410-READ-PREREQUISITE.
094500     READ CF153-PREQ-FILE
094600         AT END
094700             SET WS-PREQ-EOF-YES TO TRUE
094800         NOT AT END
094900             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
095000                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
095100             END-IF
095200     END-READ.
095300     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
095400         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
095500                              TO WS-ABEND-MESSAGE
095600         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
095700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
095800     END-IF.
095900 8410-EXIT.
096000     EXIT.
096100
096200 8415-TAKE-PREREQUISITE.
096300     IF PRQ-OVERRIDE
096400         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
096500            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
096600                AND WS-GATE-RUN-DATE NOT = ZERO)
096700             SET WS-GATE-OVERRIDE-YES TO TRUE
096800             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
096900             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
097000         END-IF
097100         GO TO 8415-EXIT
097200     END-IF.
097300     IF NOT PRQ-PREREQUISITE
097400         GO TO 8415-EXIT
097500     END-IF.
097600     IF WS-PREQ-COUNT >= WS-PREQ-MAX
097700         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
097800                              TO WS-ABEND-MESSAGE
097900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
098000     END-IF.
098100     ADD 1 TO WS-PREQ-COUNT.
098200     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
098300     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
098400     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
098500 8415-EXIT.
098600     EXIT.
098700
098800 8420-READ-RUN-EVENT.
098900     READ CF153-RUNI-FILE
099000         AT END
099100             SET WS-RUNI-EOF-YES TO TRUE
099200         NOT AT END
099300             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
099400     END-READ.
099500     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
099600         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
099700                              TO WS-ABEND-MESSAGE
099800         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
099900         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
100000     END-IF.
100100 8420-EXIT.
100200     EXIT.
100300
100400 8430-POST-RUN-EVENT.
100500     IF RUNI-OVERRIDDEN
100600         GO TO 8430-EXIT
100700     END-IF.
100800     MOVE 1 TO WS-PREQ-SUB.
100900     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
101000         IF RUNI-COMPLETED
101100             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
101200                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
101300         END-IF
101400         GO TO 8430-EXIT
101500     END-IF.
101600     IF WS-GATE-RUN-DATE NOT = ZERO
101700        AND RUNI-RUN-DATE NOT = ZERO
101800        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
101900         GO TO 8430-EXIT
102000     END-IF.
102100     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
102200         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
102300 8430-EXIT.
102400     EXIT.
102500
102600 8435-RESET-UNDATED.
102700     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
102800         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
102900     END-IF.
103000     ADD 1 TO WS-PREQ-SUB.
103100 8435-EXIT.
103200     EXIT.
103300
103400 8437-POST-PREDECESSOR.
103500     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
103600         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
103700         IF WS-GATE-RUN-DATE NOT = ZERO
103800            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
103900             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
104000         ELSE
104100             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
104200         END-IF
104300     END-IF.
104400     ADD 1 TO WS-PREQ-SUB.
104500 8437-EXIT.
104600     EXIT.
104700
104800 8440-CHECK-PREDECESSOR.
104900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
105000         GO TO 8440-NEXT
105100     END-IF.
105200     ADD 1 TO WS-GATE-MISSING.
105300     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
105400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
105500         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
105600     END-IF.
105700     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
105800         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
105900     END-IF.
106000     DISPLAY "CODEFORCES153G -- PREREQUISITE STEP "
106100         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
106200     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
106300 8440-NEXT.
106400     ADD 1 TO WS-PREQ-SUB.
106500 8440-EXIT.
106600     EXIT.
106700
106800 8460-LOG-OVERRIDE.
106900     OPEN EXTEND CF153-RUNS-FILE.
107000     IF WS-SF-STATUS = "35"
107100         OPEN OUTPUT CF153-RUNS-FILE
107200     END-IF.
107300     IF WS-SF-STATUS NOT = "00"
107400         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
107500                              TO WS-ABEND-MESSAGE
107600         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
107700     END-IF.
107800     MOVE 1 TO WS-PREQ-SUB.
107900     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
108000         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
108100     CLOSE CF153-RUNS-FILE.
108200 8460-EXIT.
108300     EXIT.
108400
108500 8470-WRITE-OVERRIDE.
108600     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
108700         GO TO 8470-NEXT
108800     END-IF.
108900     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
109000     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
109100     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
109200     MOVE "O"               TO RUNS-EVENT-CODE.
109300     MOVE ZERO TO RUNS-RANGE-LO.
109400     MOVE ZERO TO RUNS-RANGE-HI.
109500     MOVE ZERO              TO RUNS-RECORD-COUNT.
109600     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
109700     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
109800     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
109900     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
110000 8470-NEXT.
110100     ADD 1 TO WS-PREQ-SUB.
110200 8470-EXIT.
110300     EXIT.
