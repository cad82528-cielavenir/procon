003102*                     FILE (CF153RUN) AT START, NORMAL END AND
003103*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
003104*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
003105*    2026-10-15  TY   RUN REVERSAL SUPPORT.  THE SEND REGISTER
003106*                     NOW CARRIES REVERSAL ENTRIES ("R") WRITTEN
003107*                     BY THE NEW CODEFORCES153C RUN REVERSAL.  A
003108*                     RUN DATE WHOSE LATEST SEND-REGISTER ACTIVITY
003109*                     IS A REVERSAL IS BUILT AGAIN WITHOUT THE
003110*                     OVERRIDE, PICKING UP ONLY THE REVERSED UNITS
003111*                     ("*ALL " MEANS EVERY UNIT) NOW POSTED AGAIN;
003112*                     THE OVERRIDE STILL REBUILDS THE WHOLE DATE.
003113*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
003114*                     START ON CF153SF THE PROGRAM NOW READS THE
003115*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
003116*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
003117*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
003118*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
003119*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
003120*                     START AND IS LOGGED ON CF153SF AS AN "O"
003121*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
003122*    2026-10-15  TY   YEAR-END CLOSING BATCH.  A "Y" IN PARM
003123*                     COLUMN 12 BUILDS A SEPARATE YEAR-END BATCH
003124*                     FOR THE YEAR-END DATE ON THE PARM FROM THE
003125*                     CF153YB YEAR-END BALANCE FILE WRITTEN BY THE
003126*                     CODEFORCES153Z CLOSE -- ONE DETAIL PER UNIT
003127*                     WITH ITS CLOSING BALANCE SPLIT INTO DEBIT
003128*                     AND CREDIT -- INSTEAD OF THE NIGHT'S BATCH
003129*                     FROM THE CF153GI REGISTER.  THE HEADER
003130*                     CARRIES BATCH TYPE "Y" AND THE SEND REGISTER
003131*                     A "Y" ENTRY, SO THE YEAR-END BATCH AND THE
003132*                     NIGHTLY BATCH FOR THE SAME DATE ARE GUARDED
003133*                     SEPARATELY.
003200*****************************************************************
003300
003400 ENVIRONMENT DIVISION.
006002         ORGANIZATION IS SEQUENTIAL
006003         FILE STATUS IS WS-SF-STATUS.
006004
006005     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
006006         ORGANIZATION IS SEQUENTIAL
006007         FILE STATUS IS WS-PF-STATUS.
006008
006009     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
006010         ORGANIZATION IS SEQUENTIAL
006011         FILE STATUS IS WS-SI-STATUS.
006012
006013     SELECT CF153-YEB-FILE  ASSIGN TO CF153YB
006014         ORGANIZATION IS SEQUENTIAL
006015         FILE STATUS IS WS-YB-STATUS.
006016
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CF153-REGI-FILE
008703     RECORD CONTAINS 80 CHARACTERS.
008704     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
008705
008706 FD  CF153-PREQ-FILE
008707     LABEL RECORDS ARE STANDARD
008708     RECORD CONTAINS 80 CHARACTERS.
008709     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
008710
008711 FD  CF153-RUNI-FILE
008712     LABEL RECORDS ARE STANDARD
008713     RECORD CONTAINS 80 CHARACTERS.
008714     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
008715
008716 FD  CF153-YEB-FILE
008717     LABEL RECORDS ARE STANDARD
008718     RECORD CONTAINS 80 CHARACTERS.
008719     COPY CF153YEB.
008720
008800 WORKING-STORAGE SECTION.
008900 77  WS-REGI-EOF-SWITCH        PIC X(01) VALUE "N".
009000     88  WS-REGI-EOF-YES                VALUE "Y".
009100     88  WS-REGI-EOF-NO                 VALUE "N".
009110
009120 77  WS-YEB-EOF-SWITCH         PIC X(01) VALUE "N".
009130     88  WS-YEB-EOF-YES                 VALUE "Y".
009140     88  WS-YEB-EOF-NO                  VALUE "N".
009200
009300 77  WS-GXI-EOF-SWITCH         PIC X(01) VALUE "N".
009400     88  WS-GXI-EOF-YES                 VALUE "Y".
009800     88  WS-SENT-FOUND-YES              VALUE "Y".
009900     88  WS-SENT-FOUND-NO               VALUE "N".
010000
010001 77  WS-REBUILD-SWITCH         PIC X(01) VALUE "N".
010002     88  WS-REBUILD-YES                 VALUE "Y".
010003     88  WS-REBUILD-NO                  VALUE "N".
010004
010005 77  WS-REVERSAL-PENDING-SW    PIC X(01) VALUE "N".
010006     88  WS-REVERSAL-PENDING-YES        VALUE "Y".
010007     88  WS-REVERSAL-PENDING-NO         VALUE "N".
010008
010009 77  WS-PENDING-ALL-SW         PIC X(01) VALUE "N".
010010     88  WS-PENDING-ALL-YES             VALUE "Y".
010011     88  WS-PENDING-ALL-NO              VALUE "N".
010012
010013 77  WS-PND-MAX                PIC 9(03) VALUE 50.
010014 77  WS-PND-COUNT              PIC 9(03) COMP VALUE ZERO.
010015 77  WS-PND-SUB                PIC 9(03) COMP VALUE ZERO.
010016 77  WS-PND-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
010017 77  WS-PND-KEY                PIC X(05) VALUE SPACE.
010018
010019 01  WS-PND-TABLE.
010020     05  WS-PND-ENTRY OCCURS 50 TIMES.
010021         10  WS-PND-UNIT-CODE      PIC X(05).
010022
010023 77  WS-GXI-MATCH-SWITCH       PIC X(01) VALUE "N".
010024     88  WS-GXI-MATCH-YES               VALUE "Y".
010025     88  WS-GXI-MATCH-NO                VALUE "N".
010026
010100 77  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
010200
010300 01  WS-PARM-LINE.
010500     05  FILLER                PIC X(01).
010600     05  WS-PARM-OVERRIDE      PIC X(01).
010700         88  WS-OVERRIDE-SENT          VALUE "O".
010800     05  FILLER                PIC X(01).
010810     05  WS-PARM-BATCH-TYPE    PIC X(01).
010820         88  WS-DAILY-BATCH            VALUE SPACE.
010830         88  WS-YEAR-END-BATCH         VALUE "Y".
010840     05  FILLER                PIC X(18).
010900
011000 77  WS-REGISTER-READ          PIC 9(07) VALUE ZERO.
011100 77  WS-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
011300 77  WS-DEBIT-TOTAL            PIC 9(13) VALUE ZERO.
011400 77  WS-CREDIT-TOTAL           PIC 9(13) VALUE ZERO.
011500 77  WS-WORK-CREDIT            PIC S9(13) VALUE ZERO.
011510
011520 77  WS-GL-UNIT-CODE           PIC X(05) VALUE SPACE.
011530 77  WS-GL-RUN-DATE            PIC 9(08) VALUE ZERO.
011540 77  WS-GL-AMOUNT-S            PIC S9(13) VALUE ZERO.
011600
011700 01  WS-ACCEPT-TIME.
011800     05  WS-ACCEPT-HHMMSS      PIC 9(06).
012800     05  FILLER                PIC X(15)
012900         VALUE "CODEFORCES153J ".
013000     05  FILLER                PIC X(30) VALUE SPACE.
013100     05  WS-HD1-TITLE          PIC X(40)
013200         VALUE "GENERAL LEDGER POSTING PROOF".
013300     05  FILLER                PIC X(32) VALUE SPACE.
013400     05  FILLER                PIC X(05) VALUE "PAGE ".
016800 77  WS-GP-STATUS              PIC X(02) VALUE "00".
016900 77  WS-NI-STATUS              PIC X(02) VALUE "00".
017000 77  WS-NO-STATUS              PIC X(02) VALUE "00".
017010 77  WS-YB-STATUS              PIC X(02) VALUE "00".
017100
017101 77  WS-SF-STATUS              PIC X(02) VALUE "00".
017102
017104     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
017105     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
017106
017107 77  WS-PF-STATUS              PIC X(02) VALUE "00".
017108 77  WS-SI-STATUS              PIC X(02) VALUE "00".
017109
017110 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
017111     88  WS-PREQ-EOF-YES                VALUE "Y".
017112     88  WS-PREQ-EOF-NO                 VALUE "N".
017113
017114 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
017115     88  WS-RUNI-EOF-YES                VALUE "Y".
017116     88  WS-RUNI-EOF-NO                 VALUE "N".
017117
017118 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
017119     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
017120     88  WS-GATE-OVERRIDE-NO            VALUE "N".
017121
017122 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
017123 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
017124 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
017125 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
017126 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
017127 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
017128 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
017129
017130 01  WS-GATE-LOG-TEXT.
017131     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
017132     05  WS-GATE-LOG-PREDECESSOR
017133                               PIC X(08).
017134     05  FILLER                PIC X(04) VALUE " BY ".
017135     05  WS-GATE-LOG-OPERATOR  PIC X(08).
017136     05  FILLER                PIC X(01) VALUE SPACE.
017137
017138 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
017139 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
017140 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
017141
017142 01  WS-PREQ-TABLE.
017143     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
017144         10  WS-PREQ-ID            PIC X(08).
017145         10  WS-PREQ-EVENT         PIC X(01).
017146         10  WS-PREQ-DATED-SW      PIC X(01).
017147             88  WS-PREQ-DATED-YES          VALUE "Y".
017148             88  WS-PREQ-DATED-NO           VALUE "N".
017149
017200 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
017300 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
017400
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017701     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
017800     IF WS-YEAR-END-BATCH
017810         PERFORM 2500-PROCESS-YEAR-END THRU 2500-EXIT
017820             UNTIL WS-YEB-EOF-YES
017830     ELSE
017840         PERFORM 2000-PROCESS-REGISTER THRU 2000-EXIT
017850             UNTIL WS-REGI-EOF-YES
017900     END-IF.
018000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
018001     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
018100     STOP RUN.
019100                              TO WS-ABEND-MESSAGE
019200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
019300     END-IF.
019310     IF NOT WS-DAILY-BATCH AND NOT WS-YEAR-END-BATCH
019320         MOVE "BATCH TYPE PARM (COL 12) NOT BLANK OR Y"
019330                              TO WS-ABEND-MESSAGE
019340         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
019350     END-IF.
019400     PERFORM 1020-CHECK-SEND-REGISTER THRU 1020-EXIT.
019500     IF WS-YEAR-END-BATCH
019510         PERFORM 1050-OPEN-YEAR-END THRU 1050-EXIT
019520     ELSE
019530         OPEN INPUT CF153-REGI-FILE
019540         IF WS-GI-STATUS NOT = "00"
019550             MOVE "OPEN ERROR - CF153-REGI-FILE (CF153GI)"
019560                                  TO WS-ABEND-MESSAGE
019570             MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
019580             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
019590         END-IF
020100     END-IF.
020200     OPEN OUTPUT CF153-GLPF-FILE.
020300     IF WS-GL-STATUS NOT = "00"
021400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
021500     END-IF.
021600     PERFORM 1100-WRITE-BATCH-HEADER THRU 1100-EXIT.
021610     IF WS-YEAR-END-BATCH
021620         MOVE "GENERAL LEDGER YEAR-END CLOSING PROOF"
021630                              TO WS-HD1-TITLE
021640     END-IF.
021700     PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT.
021800     IF WS-DAILY-BATCH
021810         PERFORM 2100-READ-REGISTER THRU 2100-EXIT
021820     END-IF.
021830     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100
024700         MOVE WS-NI-STATUS    TO WS-ABEND-STATUS
024800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
024900     END-IF.
024910     IF WS-REVERSAL-PENDING-YES AND NOT WS-OVERRIDE-SENT
024920         SET WS-REBUILD-YES TO TRUE
024930         SET WS-SENT-FOUND-NO TO TRUE
024940         DISPLAY "CODEFORCES153J -- RUN DATE " WS-RUN-DATE
024950             " REVERSED -- REBUILDING REVERSED UNITS ONLY"
024960     END-IF.
025000     IF WS-SENT-FOUND-YES
025100         IF WS-OVERRIDE-SENT
025200             DISPLAY "CODEFORCES153J -- RUN DATE " WS-RUN-DATE
026500         AT END
026600             SET WS-GXI-EOF-YES TO TRUE
026700         NOT AT END
026800             PERFORM 1029-MATCH-SEND-RECORD THRU 1029-EXIT
026810             IF WS-GXI-MATCH-YES
026900                 PERFORM 1026-NOTE-SEND-RECORD THRU 1026-EXIT
027000             END-IF
027100             IF WS-OVERRIDE-SENT
027200                AND WS-GXI-MATCH-YES
027300                 CONTINUE
027400             ELSE
027500                 MOVE GXI-GLSEND-RECORD TO GXO-GLSEND-RECORD
029200 1025-EXIT.
029300     EXIT.
029400
029401 1026-NOTE-SEND-RECORD.
029402     IF GXI-BATCH-SENT OR GXI-YEAR-END-BATCH
029403         SET WS-SENT-FOUND-YES TO TRUE
029404         SET WS-REVERSAL-PENDING-NO TO TRUE
029405         SET WS-PENDING-ALL-NO TO TRUE
029406         MOVE ZERO TO WS-PND-COUNT
029407         GO TO 1026-EXIT
029408     END-IF.
029409     SET WS-REVERSAL-PENDING-YES TO TRUE.
029410     IF GXI-UNIT-CODE = "*ALL "
029411         SET WS-PENDING-ALL-YES TO TRUE
029412         GO TO 1026-EXIT
029413     END-IF.
029414     MOVE GXI-UNIT-CODE TO WS-PND-KEY.
029415     PERFORM 1027-FIND-PENDING-UNIT THRU 1027-EXIT.
029416     IF WS-PND-FOUND-SUB = ZERO
029417         IF WS-PND-COUNT >= WS-PND-MAX
029418             MOVE "PENDING REVERSAL TABLE CAPACITY EXCEEDED"
029419                                  TO WS-ABEND-MESSAGE
029420             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
029421         END-IF
029422         ADD 1 TO WS-PND-COUNT
029423         MOVE WS-PND-KEY TO WS-PND-UNIT-CODE (WS-PND-COUNT)
029424     END-IF.
029425 1026-EXIT.
029426     EXIT.
029427
029428 1027-FIND-PENDING-UNIT.
029429     MOVE ZERO TO WS-PND-FOUND-SUB.
029430     MOVE 1 TO WS-PND-SUB.
029431     PERFORM 1028-SCAN-PENDING-UNIT THRU 1028-EXIT
029432         UNTIL WS-PND-FOUND-SUB > ZERO
029433            OR WS-PND-SUB > WS-PND-COUNT.
029434 1027-EXIT.
029435     EXIT.
029436
029437 1028-SCAN-PENDING-UNIT.
029438     IF WS-PND-UNIT-CODE (WS-PND-SUB) = WS-PND-KEY
029439         MOVE WS-PND-SUB TO WS-PND-FOUND-SUB
029440     ELSE
029441         ADD 1 TO WS-PND-SUB
029442     END-IF.
029443 1028-EXIT.
029444     EXIT.
029445
029446 1029-MATCH-SEND-RECORD.
029447     SET WS-GXI-MATCH-NO TO TRUE.
029448     IF GXI-RUN-DATE NOT = WS-RUN-DATE
029449         GO TO 1029-EXIT
029450     END-IF.
029451     IF WS-YEAR-END-BATCH
029452         IF GXI-YEAR-END-BATCH
029453             SET WS-GXI-MATCH-YES TO TRUE
029454         END-IF
029455     ELSE
029456         IF NOT GXI-YEAR-END-BATCH
029457             SET WS-GXI-MATCH-YES TO TRUE
029458         END-IF
029459     END-IF.
029460 1029-EXIT.
029461     EXIT.
029462
029463 1050-OPEN-YEAR-END.
029464     OPEN INPUT CF153-YEB-FILE.
029465     IF WS-YB-STATUS = "35"
029466         DISPLAY "CODEFORCES153J -- NO YEAR-END BALANCE FILE"
029467             " (CF153YB)"
029468         SET WS-YEB-EOF-YES TO TRUE
029469         GO TO 1050-EXIT
029470     END-IF.
029471     IF WS-YB-STATUS NOT = "00"
029472         MOVE "OPEN ERROR - CF153-YEB-FILE (CF153YB)"
029473                              TO WS-ABEND-MESSAGE
029474         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
029475         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
029476     END-IF.
029477     SET WS-YEB-EOF-NO TO TRUE.
029478     PERFORM 2550-READ-YEAR-END THRU 2550-EXIT.
029479 1050-EXIT.
029480     EXIT.
029481
029500 1100-WRITE-BATCH-HEADER.
029600     MOVE SPACES              TO CF153-GLH-RECORD.
029700     MOVE "BHD"               TO GLH-REC-TYPE.
029800     MOVE WS-RUN-DATE         TO GLH-RUN-DATE.
029810     MOVE WS-PARM-BATCH-TYPE  TO GLH-BATCH-TYPE.
029900     ACCEPT GLH-PREPARED-DATE FROM DATE YYYYMMDD.
030000     ACCEPT WS-ACCEPT-TIME FROM TIME.
030100     MOVE WS-ACCEPT-HHMMSS    TO GLH-PREPARED-TIME.
031300     ADD 1 TO WS-REGISTER-READ.
031400     IF REGI-RUN-DATE = WS-RUN-DATE
031500        AND REGI-POSTED
031510         MOVE REGI-UNIT-CODE  TO WS-GL-UNIT-CODE
031520         MOVE REGI-RUN-DATE   TO WS-GL-RUN-DATE
031530         MOVE REGI-TOTAL-S    TO WS-GL-AMOUNT-S
031600         PERFORM 2050-SELECT-UNIT THRU 2050-EXIT
031700     END-IF.
031800     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
031900 2000-EXIT.
032000     EXIT.
032100
032101 2050-SELECT-UNIT.
032102     IF WS-REBUILD-YES AND WS-PENDING-ALL-NO
032103         MOVE REGI-UNIT-CODE TO WS-PND-KEY
032104         PERFORM 1027-FIND-PENDING-UNIT THRU 1027-EXIT
032105         IF WS-PND-FOUND-SUB = ZERO
032106             GO TO 2050-EXIT
032107         END-IF
032108     END-IF.
032109     PERFORM 2200-BUILD-GL-DETAIL THRU 2200-EXIT.
032110 2050-EXIT.
032111     EXIT.
032112
032200 2100-READ-REGISTER.
032300     READ CF153-REGI-FILE
032400         AT END SET WS-REGI-EOF-YES TO TRUE
033500 2200-BUILD-GL-DETAIL.
033600     MOVE SPACES              TO CF153-GLD-RECORD.
033700     MOVE "DTL"               TO GLD-REC-TYPE.
033800     MOVE WS-GL-UNIT-CODE     TO GLD-UNIT-CODE.
033900     MOVE WS-GL-RUN-DATE      TO GLD-RUN-DATE.
034000     IF WS-GL-AMOUNT-S < ZERO
034100         MOVE ZERO            TO GLD-DEBIT-AMOUNT
034200         SUBTRACT WS-GL-AMOUNT-S FROM ZERO GIVING WS-WORK-CREDIT
034300         MOVE WS-WORK-CREDIT  TO GLD-CREDIT-AMOUNT
034400     ELSE
034500         MOVE WS-GL-AMOUNT-S  TO GLD-DEBIT-AMOUNT
034600         MOVE ZERO            TO GLD-CREDIT-AMOUNT
034700     END-IF.
034800     WRITE CF153-GLD-RECORD.
035300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
035400     END-IF.
035500     ADD 1 TO WS-DETAIL-COUNT.
035600     ADD WS-GL-AMOUNT-S TO WS-HASH-TOTAL-S
035700         ON SIZE ERROR
035800             MOVE "WS-HASH-TOTAL-S" TO WS-ABEND-MESSAGE
035900             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
036800             MOVE "WS-CREDIT-TOTAL" TO WS-ABEND-MESSAGE
036900             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
037000     END-ADD.
037100     MOVE WS-GL-UNIT-CODE     TO WS-DET-UNIT.
037200     MOVE WS-GL-RUN-DATE      TO WS-DET-RUN-DATE.
037300     MOVE GLD-DEBIT-AMOUNT    TO WS-DET-DEBIT.
037400     MOVE GLD-CREDIT-AMOUNT   TO WS-DET-CREDIT.
037500     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
037700 2200-EXIT.
037800     EXIT.
037900
037901 2500-PROCESS-YEAR-END.
037902     ADD 1 TO WS-REGISTER-READ.
037903     IF YEB-CLOSE-DATE = WS-RUN-DATE
037904         MOVE YEB-UNIT-CODE       TO WS-GL-UNIT-CODE
037905         MOVE YEB-CLOSE-DATE      TO WS-GL-RUN-DATE
037906         MOVE YEB-CLOSING-BALANCE TO WS-GL-AMOUNT-S
037907         PERFORM 2200-BUILD-GL-DETAIL THRU 2200-EXIT
037908     END-IF.
037909     PERFORM 2550-READ-YEAR-END THRU 2550-EXIT.
037910 2500-EXIT.
037911     EXIT.
037912
037913 2550-READ-YEAR-END.
037914     READ CF153-YEB-FILE
037915         AT END SET WS-YEB-EOF-YES TO TRUE
037916     END-READ.
037917     IF WS-YB-STATUS NOT = "00" AND WS-YB-STATUS NOT = "10"
037918         MOVE "READ ERROR - CF153-YEB-FILE (CF153YB)"
037919                              TO WS-ABEND-MESSAGE
037920         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
037921         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
037922     END-IF.
037923 2550-EXIT.
037924     EXIT.
037925
038000 2700-PAGE-HEADINGS.
038100     ADD 1 TO WS-PAGE-COUNT.
038200     MOVE WS-PAGE-COUNT       TO WS-HD1-PAGE.
042500     IF WS-DETAIL-COUNT = ZERO
042600         MOVE "NO POSTED REGISTER RECORD FOR RUN DATE"
042700                              TO WS-ABEND-MESSAGE
042710         IF WS-YEAR-END-BATCH
042720             MOVE "NO YEAR-END BALANCE RECORD FOR DATE"
042730                                  TO WS-ABEND-MESSAGE
042740         END-IF
042800         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
042900     END-IF.
043000     PERFORM 3100-WRITE-BATCH-TRAILER THRU 3100-EXIT.
043100     PERFORM 3200-WRITE-SEND-RECORD THRU 3200-EXIT.
043200     PERFORM 3300-PRINT-PROOF-TOTALS THRU 3300-EXIT.
043300     IF WS-YEAR-END-BATCH
043310         CLOSE CF153-YEB-FILE
043320         IF WS-YB-STATUS NOT = "00"
043330             MOVE "CLOSE ERROR - CF153-YEB-FILE (CF153YB)"
043340                                  TO WS-ABEND-MESSAGE
043350             MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
043360             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
043370         END-IF
043380     ELSE
043390         CLOSE CF153-REGI-FILE
043400         IF WS-GI-STATUS NOT = "00"
043410             MOVE "CLOSE ERROR - CF153-REGI-FILE (CF153GI)"
043420                                  TO WS-ABEND-MESSAGE
043430             MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
043440             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
043450         END-IF
043900     END-IF.
044000     CLOSE CF153-GLPF-FILE.
044100     IF WS-GL-STATUS NOT = "00"
045200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
045300     END-IF.
045400     DISPLAY "CODEFORCES153J -- GL POSTING FILE BUILT".
045410     IF WS-YEAR-END-BATCH
045420         DISPLAY "BATCH TYPE . . . . . . . . . . YEAR-END CLOSING"
045430     END-IF.
045500     DISPLAY "RUN DATE . . . . . . . . . . . " WS-RUN-DATE.
045600     IF WS-YEAR-END-BATCH
045610         DISPLAY "YEAR-END RECORDS READ. . . . . "
045620             WS-REGISTER-READ
045630     ELSE
045640         DISPLAY "REGISTER RECORDS READ. . . . . "
045650             WS-REGISTER-READ
045660     END-IF.
045700     DISPLAY "GL SUMMARY RECORDS WRITTEN . . " WS-DETAIL-COUNT.
045800     DISPLAY "HASH TOTAL OF S. . . . . . . . " WS-HASH-TOTAL-S.
045900     DISPLAY "DEBIT TOTAL. . . . . . . . . . " WS-DEBIT-TOTAL.
048700     MOVE WS-ACCEPT-HHMMSS    TO GXO-SENT-TIME.
048800     MOVE WS-DETAIL-COUNT     TO GXO-RECORD-COUNT.
048900     MOVE WS-HASH-TOTAL-S     TO GXO-HASH-TOTAL-S.
048910     IF WS-YEAR-END-BATCH
048920         MOVE "Y"             TO GXO-ENTRY-TYPE
048930     END-IF.
049000     WRITE GXO-GLSEND-RECORD.
049100     IF WS-NO-STATUS NOT = "00"
049200         MOVE "WRITE ERROR - CF153-GXO-FILE (CF153NO)"
054500     STOP RUN.
054600 9960-EXIT.
054700     EXIT.
054800
054900 8400-CHECK-PREREQUISITES.
055000     MOVE "CF153J  "        TO WS-GATE-PROGRAM-ID.
055100     MOVE WS-RUN-DATE TO WS-GATE-RUN-DATE.
055200     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
055300     OPEN INPUT CF153-PREQ-FILE.
055400     IF WS-PF-STATUS = "35"
055500         GO TO 8400-EXIT
055600     END-IF.
055700     IF WS-PF-STATUS NOT = "00"
055800         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
055900                              TO WS-ABEND-MESSAGE
056000         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
056100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
056200     END-IF.
056300     SET WS-PREQ-EOF-NO TO TRUE.
056400     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
056500         UNTIL WS-PREQ-EOF-YES.
056600     CLOSE CF153-PREQ-FILE.
056700     IF WS-PREQ-COUNT = ZERO
056800         GO TO 8400-EXIT
056900     END-IF.
057000     OPEN INPUT CF153-RUNI-FILE.
057100     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
057200         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
057300                              TO WS-ABEND-MESSAGE
057400         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
057500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
057600     END-IF.
057700     IF WS-SI-STATUS = "00"
057800         SET WS-RUNI-EOF-NO TO TRUE
057900         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
058000             UNTIL WS-RUNI-EOF-YES
058100         CLOSE CF153-RUNI-FILE
058200     END-IF.
058300     MOVE ZERO TO WS-GATE-MISSING.
058400     MOVE 1 TO WS-PREQ-SUB.
058500     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
058600         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
058700     IF WS-GATE-MISSING = ZERO
058800         GO TO 8400-EXIT
058900     END-IF.
059000     IF WS-GATE-OVERRIDE-YES
059100         DISPLAY "CODEFORCES153J -- PREREQUISITES OVERRIDDEN BY "
059200             WS-GATE-OPERATOR
059300         DISPLAY "    REASON: " WS-GATE-REASON
059400         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
059500         GO TO 8400-EXIT
059600     END-IF.
059700     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
059800     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
059900 8400-EXIT.
060000     EXIT.
060100
060200 8410-READ-PREREQUISITE.
060300     READ CF153-PREQ-FILE
060400         AT END
060500             SET WS-PREQ-EOF-YES TO TRUE
060600         NOT AT END
060700             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
060800                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
060900             END-IF
061000     END-READ.
061100     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
061200         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
061300                              TO WS-ABEND-MESSAGE
061400         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
061500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
061600     END-IF.
061700 8410-EXIT.
061800     EXIT.
061900
062000 8415-TAKE-PREREQUISITE.
062100     IF PRQ-OVERRIDE
062200         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
062300            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
062400                AND WS-GATE-RUN-DATE NOT = ZERO)
062500             SET WS-GATE-OVERRIDE-YES TO TRUE
062600             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
062700             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
062800         END-IF
062900         GO TO 8415-EXIT
063000     END-IF.
063100     IF NOT PRQ-PREREQUISITE
063200         GO TO 8415-EXIT
063300     END-IF.
063400     IF WS-PREQ-COUNT >= WS-PREQ-MAX
063500         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
063600                              TO WS-ABEND-MESSAGE
063700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
063800     END-IF.
063900     ADD 1 TO WS-PREQ-COUNT.
064000     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
064100     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
064200     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
064300 8415-EXIT.
064400     EXIT.
064500
064600 8420-READ-RUN-EVENT.
064700     READ CF153-RUNI-FILE
064800         AT END
064900             SET WS-RUNI-EOF-YES TO TRUE
065000         NOT AT END
065100             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
065200     END-READ.
065300     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
065400         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
065500                              TO WS-ABEND-MESSAGE
065600         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
065700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
065800     END-IF.
065900 8420-EXIT.
066000     EXIT.
066100
066200 8430-POST-RUN-EVENT.
066300     IF RUNI-OVERRIDDEN
066400         GO TO 8430-EXIT
066500     END-IF.
066600     MOVE 1 TO WS-PREQ-SUB.
066700     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
066800         IF RUNI-COMPLETED
066900             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
067000                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
067100         END-IF
067200         GO TO 8430-EXIT
067300     END-IF.
067400     IF WS-GATE-RUN-DATE NOT = ZERO
067500        AND RUNI-RUN-DATE NOT = ZERO
067600        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
067700         GO TO 8430-EXIT
067800     END-IF.
067900     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
068000         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
068100 8430-EXIT.
068200     EXIT.
068300
068400 8435-RESET-UNDATED.
068500     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
068600         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
068700     END-IF.
068800     ADD 1 TO WS-PREQ-SUB.
068900 8435-EXIT.
069000     EXIT.
069100
069200 8437-POST-PREDECESSOR.
069300     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
069400         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
069500         IF WS-GATE-RUN-DATE NOT = ZERO
069600            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
069700             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
069800         ELSE
069900             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
070000         END-IF
070100     END-IF.
070200     ADD 1 TO WS-PREQ-SUB.
070300 8437-EXIT.
070400     EXIT.
070500
070600 8440-CHECK-PREDECESSOR.
070700     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
070800         GO TO 8440-NEXT
070900     END-IF.
071000     ADD 1 TO WS-GATE-MISSING.
071100     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
071200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
071300         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
071400     END-IF.
071500     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
071600         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
071700     END-IF.
071800     DISPLAY "CODEFORCES153J -- PREREQUISITE STEP "
071900         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
072000     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
072100 8440-NEXT.
072200     ADD 1 TO WS-PREQ-SUB.
072300 8440-EXIT.
072400     EXIT.
072500
072600 8460-LOG-OVERRIDE.
072700     OPEN EXTEND CF153-RUNS-FILE.
072800     IF WS-SF-STATUS = "35"
072900         OPEN OUTPUT CF153-RUNS-FILE
073000     END-IF.
073100     IF WS-SF-STATUS NOT = "00"
073200         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
073300                              TO WS-ABEND-MESSAGE
073400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
073500     END-IF.
073600     MOVE 1 TO WS-PREQ-SUB.
073700     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
073800         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
073900     CLOSE CF153-RUNS-FILE.
074000 8460-EXIT.
074100     EXIT.
074200
074300 8470-WRITE-OVERRIDE.
074400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
074500         GO TO 8470-NEXT
074600     END-IF.
074700     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
074800     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
074900     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
075000     MOVE "O"               TO RUNS-EVENT-CODE.
075100     MOVE ZERO TO RUNS-RANGE-LO.
075200     MOVE ZERO TO RUNS-RANGE-HI.
075300     MOVE ZERO              TO RUNS-RECORD-COUNT.
075400     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
075500     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
075600     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
075700     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
075800 8470-NEXT.
075900     ADD 1 TO WS-PREQ-SUB.
076000 8470-EXIT.
076100     EXIT.
