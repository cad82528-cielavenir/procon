003800*                     FILE (CF153RUN) AT START, NORMAL END AND
003900*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
004000*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
004001*    2026-10-15  TY   EVERY DISPOSITION IS NOW CHECKED AGAINST THE
004002*                     CF153OF OPERATOR AUTHORITY MASTER
004003*                     (CF153OPR).  THE OPERATOR MUST BE ON FILE
004004*                     AND ACTIVE AND HOLD THE FORCE-POST, SPLIT OR
004005*                     WRITE-OFF AUTHORITY FOR THE ACTION, AND A
004006*                     WRITE-OFF WHOSE ABSOLUTE N PLUS ABSOLUTE M
004007*                     EXCEEDS THE WRITE-OFF THRESHOLD (PARM COLS
004008*                     5-14, DEFAULT 1,000,000) NEEDS A SUPERVISOR
004009*                     LEVEL OF 1 OR MORE.  A REFUSED DISPOSITION
004010*                     IS REPORTED, COUNTED AS REFUSED AND THE
004011*                     EXCEPTION CARRIED FORWARD.  A MISSING
004012*                     CF153OF REFUSES EVERY DISPOSITION AND GIVES
004013*                     RETURN CODE 4.
004014*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
004015*                     START ON CF153SF THE PROGRAM NOW READS THE
004016*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
004017*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
004018*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
004019*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
004020*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
004021*                     START AND IS LOGGED ON CF153SF AS AN "O"
004022*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
004100*****************************************************************
004200
004300 ENVIRONMENT DIVISION.
006120         ORGANIZATION IS SEQUENTIAL
006130         FILE STATUS IS WS-UF-STATUS.
006140
006150     SELECT CF153-OPER-FILE ASSIGN TO CF153OF
006160         ORGANIZATION IS SEQUENTIAL
006170         FILE STATUS IS WS-OF-STATUS.
006180
006200     SELECT CF153-TRAN-FILE ASSIGN TO CF153TF
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-SF-STATUS.
007100
007110     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
007120         ORGANIZATION IS SEQUENTIAL
007130         FILE STATUS IS WS-PF-STATUS.
007140
007150     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
007160         ORGANIZATION IS SEQUENTIAL
007170         FILE STATUS IS WS-SI-STATUS.
007180
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CF153-EXCI-FILE
008830     RECORD CONTAINS 80 CHARACTERS.
008840     COPY CF153UNT REPLACING ==:TAG:== BY ==UNT==.
008850
008851 FD  CF153-OPER-FILE
008852     LABEL RECORDS ARE STANDARD
008853     RECORD CONTAINS 80 CHARACTERS.
008854     COPY CF153OPR REPLACING ==:TAG:== BY ==OPR==.
008855
008900 FD  CF153-TRAN-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS.
009600     RECORD CONTAINS 80 CHARACTERS.
009700     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
009800
009801 FD  CF153-PREQ-FILE
009802     LABEL RECORDS ARE STANDARD
009803     RECORD CONTAINS 80 CHARACTERS.
009804     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
009805
009806 FD  CF153-RUNI-FILE
009807     LABEL RECORDS ARE STANDARD
009808     RECORD CONTAINS 80 CHARACTERS.
009809     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
009810
009900 WORKING-STORAGE SECTION.
010000 77  WS-EXCI-EOF-SWITCH        PIC X(01) VALUE "N".
010100     88  WS-EXCI-EOF-YES                VALUE "Y".
011129         10  WS-REF-UNIT-CODE      PIC X(05).
011130         10  WS-REF-STATUS         PIC X(01).
011131
011132 77  WS-OPERREF-PRESENT-SW     PIC X(01) VALUE "N".
011133     88  WS-OPERREF-PRESENT-YES         VALUE "Y".
011134     88  WS-OPERREF-PRESENT-NO          VALUE "N".
011135
011136 77  WS-OPERREF-EOF-SWITCH     PIC X(01) VALUE "N".
011137     88  WS-OPERREF-EOF-YES             VALUE "Y".
011138     88  WS-OPERREF-EOF-NO              VALUE "N".
011139
011140 77  WS-AUTHORIZED-SWITCH      PIC X(01) VALUE "N".
011141     88  WS-AUTHORIZED-YES              VALUE "Y".
011142     88  WS-AUTHORIZED-NO               VALUE "N".
011143
011144 77  WS-OPER-MAX               PIC 9(03) VALUE 200.
011145 77  WS-OPER-COUNT             PIC 9(03) COMP VALUE ZERO.
011146 77  WS-OPER-SUB               PIC 9(03) COMP VALUE ZERO.
011147 77  WS-OPER-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
011148
011149 01  WS-OPER-TABLE.
011150     05  WS-OPER-ENTRY OCCURS 200 TIMES.
011151         10  WS-OPER-ID            PIC X(08).
011152         10  WS-OPER-STATUS        PIC X(01).
011153         10  WS-OPER-FORCE-POST    PIC X(01).
011154         10  WS-OPER-SPLIT         PIC X(01).
011155         10  WS-OPER-WRITE-OFF     PIC X(01).
011156         10  WS-OPER-LEVEL         PIC 9(01).
011157
011158 77  WS-REFUSE-REASON          PIC X(30) VALUE SPACE.
011159 77  WS-ABS-N                  PIC 9(10) VALUE ZERO.
011160 77  WS-ABS-M                  PIC 9(10) VALUE ZERO.
011161 77  WS-WRITEOFF-AMOUNT        PIC 9(11) VALUE ZERO.
011162 77  WS-WRITEOFF-THRESHOLD     PIC 9(10) VALUE 1000000.
011163
011200 77  WS-KEY-FREE-SWITCH        PIC X(01) VALUE "N".
011300     88  WS-KEY-FREE-YES                VALUE "Y".
011400     88  WS-KEY-FREE-NO                 VALUE "N".
011500
011600 77  WS-AGING-LIMIT            PIC 9(03) VALUE ZERO.
011700 01  WS-PARM-LINE.
011710     05  WS-PARM-LIMIT-X       PIC X(03).
011720     05  FILLER                PIC X(01).
011730     05  WS-PARM-THRESHOLD-X   PIC X(10).
011740     05  FILLER                PIC X(66).
011800 77  WS-WORK-AGE               PIC 9(03) VALUE ZERO.
011900 77  WS-WORK-KEY               PIC 9(06) VALUE ZERO.
012000 77  WS-POST-UNIT              PIC X(05) VALUE SPACE.
012800 77  WS-DISP-READ              PIC 9(07) VALUE ZERO.
012900 77  WS-DISP-APPLIED           PIC 9(07) VALUE ZERO.
013000 77  WS-DISP-INVALID           PIC 9(07) VALUE ZERO.
013010 77  WS-DISP-REFUSED           PIC 9(07) VALUE ZERO.
013100 77  WS-DISP-UNMATCHED         PIC 9(07) VALUE ZERO.
013200
013300 77  WS-DISP-MAX               PIC 9(03) VALUE 200.
014800
014900 77  WS-EI-STATUS              PIC X(02) VALUE "00".
014910 77  WS-UF-STATUS              PIC X(02) VALUE "00".
014920 77  WS-OF-STATUS              PIC X(02) VALUE "00".
015000 77  WS-EO-STATUS              PIC X(02) VALUE "00".
015100 77  WS-DX-STATUS              PIC X(02) VALUE "00".
015200 77  WS-TF-STATUS              PIC X(02) VALUE "00".
016100     05  WS-ACCEPT-HHMMSS      PIC 9(06).
016200     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
016300
016301 77  WS-PF-STATUS              PIC X(02) VALUE "00".
016302 77  WS-SI-STATUS              PIC X(02) VALUE "00".
016303
016304 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
016305     88  WS-PREQ-EOF-YES                VALUE "Y".
016306     88  WS-PREQ-EOF-NO                 VALUE "N".
016307
016308 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
016309     88  WS-RUNI-EOF-YES                VALUE "Y".
016310     88  WS-RUNI-EOF-NO                 VALUE "N".
016311
016312 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
016313     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
016314     88  WS-GATE-OVERRIDE-NO            VALUE "N".
016315
016316 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
016317 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
016318 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
016319 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
016320 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
016321 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
016322 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
016323
016324 01  WS-GATE-LOG-TEXT.
016325     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
016326     05  WS-GATE-LOG-PREDECESSOR
016327                               PIC X(08).
016328     05  FILLER                PIC X(04) VALUE " BY ".
016329     05  WS-GATE-LOG-OPERATOR  PIC X(08).
016330     05  FILLER                PIC X(01) VALUE SPACE.
016331
016332 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
016333 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
016334 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
016335
016336 01  WS-PREQ-TABLE.
016337     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
016338         10  WS-PREQ-ID            PIC X(08).
016339         10  WS-PREQ-EVENT         PIC X(01).
016340         10  WS-PREQ-DATED-SW      PIC X(01).
016341             88  WS-PREQ-DATED-YES          VALUE "Y".
016342             88  WS-PREQ-DATED-NO           VALUE "N".
016343
016400 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
016500 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
016600
017500     STOP RUN.
017600
017700 1000-INITIALIZE.
017800     MOVE SPACES TO WS-PARM-LINE.
017900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
018000     IF WS-PARM-LIMIT-X = SPACES
018100         MOVE ZERO TO WS-AGING-LIMIT
018200     ELSE
019100     IF WS-AGING-LIMIT = ZERO
019200         MOVE 3 TO WS-AGING-LIMIT
019300     END-IF.
019310     IF WS-PARM-THRESHOLD-X NOT = SPACES
019320         IF WS-PARM-THRESHOLD-X NUMERIC
019330             MOVE WS-PARM-THRESHOLD-X TO WS-WRITEOFF-THRESHOLD
019340         ELSE
019350             MOVE "WRITE-OFF THRESHOLD PARM NOT NUMERIC"
019360                                  TO WS-ABEND-MESSAGE
019370             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
019380         END-IF
019390     END-IF.
019400     PERFORM 1100-LOAD-DISPOSITIONS THRU 1100-EXIT.
019410     PERFORM 1200-LOAD-UNIT-REFERENCE THRU 1200-EXIT.
019420     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT.
019500     OPEN I-O CF153-TRAN-FILE.
019600     IF WS-TF-STATUS = "35"
019700         MOVE "NO CF153TF TRANSACTION FILE TO POST INTO"
022200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
022300     END-IF.
022400     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
022410     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
022500 1000-EXIT.
022600     EXIT.
022700
028869 1250-EXIT.
028870     EXIT.
028900
028901 1300-LOAD-OPERATORS.
028902     OPEN INPUT CF153-OPER-FILE.
028903     IF WS-OF-STATUS = "35"
028904         DISPLAY "CODEFORCES153E -- WARNING -- NO OPERATOR"
028905             " AUTHORITY FILE (CF153OF) -- ALL DISPOSITIONS"
028906             " REFUSED"
028907         GO TO 1300-EXIT
028908     END-IF.
028909     IF WS-OF-STATUS NOT = "00"
028910         MOVE "OPEN ERROR - CF153-OPER-FILE (CF153OF)"
028911                              TO WS-ABEND-MESSAGE
028912         MOVE WS-OF-STATUS    TO WS-ABEND-STATUS
028913         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
028914     END-IF.
028915     SET WS-OPERREF-PRESENT-YES TO TRUE.
028916     SET WS-OPERREF-EOF-NO TO TRUE.
028917     PERFORM 1350-READ-OPERATOR THRU 1350-EXIT
028918         UNTIL WS-OPERREF-EOF-YES.
028919     CLOSE CF153-OPER-FILE.
028920     IF WS-OF-STATUS NOT = "00"
028921         MOVE "CLOSE ERROR - CF153-OPER-FILE (CF153OF)"
028922                              TO WS-ABEND-MESSAGE
028923         MOVE WS-OF-STATUS    TO WS-ABEND-STATUS
028924         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
028925     END-IF.
028926 1300-EXIT.
028927     EXIT.
028928
028929 1350-READ-OPERATOR.
028930     READ CF153-OPER-FILE
028931         AT END
028932             SET WS-OPERREF-EOF-YES TO TRUE
028933         NOT AT END
028934             IF WS-OPER-COUNT >= WS-OPER-MAX
028935                 MOVE "OPERATOR TABLE CAPACITY EXCEEDED"
028936                                      TO WS-ABEND-MESSAGE
028937                 PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
028938             END-IF
028939             ADD 1 TO WS-OPER-COUNT
028940             MOVE OPR-OPERATOR-ID
028941                 TO WS-OPER-ID (WS-OPER-COUNT)
028942             MOVE OPR-STATUS-CODE
028943                 TO WS-OPER-STATUS (WS-OPER-COUNT)
028944             MOVE OPR-AUTH-FORCE-POST
028945                 TO WS-OPER-FORCE-POST (WS-OPER-COUNT)
028946             MOVE OPR-AUTH-SPLIT
028947                 TO WS-OPER-SPLIT (WS-OPER-COUNT)
028948             MOVE OPR-AUTH-WRITE-OFF
028949                 TO WS-OPER-WRITE-OFF (WS-OPER-COUNT)
028950             MOVE OPR-SUPERVISOR-LEVEL
028951                 TO WS-OPER-LEVEL (WS-OPER-COUNT)
028952     END-READ.
028953     IF WS-OF-STATUS NOT = "00" AND WS-OF-STATUS NOT = "10"
028954         MOVE "READ ERROR - CF153-OPER-FILE (CF153OF)"
028955                              TO WS-ABEND-MESSAGE
028956         MOVE WS-OF-STATUS    TO WS-ABEND-STATUS
028957         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
028958     END-IF.
028959 1350-EXIT.
028960     EXIT.
028961
029000 2000-PROCESS-EXCEPTION.
029100     ADD 1 TO WS-EXC-READ.
029200     IF EXCI-AGE-DAYS NUMERIC
034800         PERFORM 2400-CARRY-FORWARD THRU 2400-EXIT
034900         GO TO 2300-EXIT
035000     END-IF.
035010     PERFORM 2380-CHECK-AUTHORITY THRU 2380-EXIT.
035020     IF WS-AUTHORIZED-NO
035030         GO TO 2300-EXIT
035040     END-IF.
035100     IF WS-DISP-ACTION (WS-DISP-SUB) = "W"
035200         ADD 1 TO WS-EXC-WRITTEN-OFF
035300         ADD 1 TO WS-DISP-APPLIED
047700     END-IF.
047800 2370-EXIT.
047900     EXIT.
047901
047902 2380-CHECK-AUTHORITY.
047903     SET WS-AUTHORIZED-YES TO TRUE.
047904     MOVE SPACES TO WS-REFUSE-REASON.
047905     IF WS-DISP-ACTION (WS-DISP-SUB) NOT = "W"
047906        AND WS-DISP-ACTION (WS-DISP-SUB) NOT = "F"
047907        AND WS-DISP-ACTION (WS-DISP-SUB) NOT = "S"
047908         GO TO 2380-EXIT
047909     END-IF.
047910     MOVE ZERO TO WS-OPER-FOUND-SUB.
047911     IF WS-OPERREF-PRESENT-NO
047912         MOVE "NO OPERATOR AUTHORITY FILE" TO WS-REFUSE-REASON
047913         GO TO 2380-REFUSE
047914     END-IF.
047915     MOVE 1 TO WS-OPER-SUB.
047916     PERFORM 2385-SCAN-OPERATOR THRU 2385-EXIT
047917         UNTIL WS-OPER-FOUND-SUB > ZERO
047918            OR WS-OPER-SUB > WS-OPER-COUNT.
047919     IF WS-OPER-FOUND-SUB = ZERO
047920         MOVE "OPERATOR NOT ON AUTHORITY FILE" TO WS-REFUSE-REASON
047921         GO TO 2380-REFUSE
047922     END-IF.
047923     IF WS-OPER-STATUS (WS-OPER-FOUND-SUB) NOT = "A"
047924         MOVE "OPERATOR NOT ACTIVE" TO WS-REFUSE-REASON
047925         GO TO 2380-REFUSE
047926     END-IF.
047927     IF WS-DISP-ACTION (WS-DISP-SUB) = "F"
047928        AND WS-OPER-FORCE-POST (WS-OPER-FOUND-SUB) NOT = "Y"
047929         MOVE "NO FORCE-POST AUTHORITY" TO WS-REFUSE-REASON
047930         GO TO 2380-REFUSE
047931     END-IF.
047932     IF WS-DISP-ACTION (WS-DISP-SUB) = "S"
047933        AND WS-OPER-SPLIT (WS-OPER-FOUND-SUB) NOT = "Y"
047934         MOVE "NO SPLIT AUTHORITY" TO WS-REFUSE-REASON
047935         GO TO 2380-REFUSE
047936     END-IF.
047937     IF WS-DISP-ACTION (WS-DISP-SUB) NOT = "W"
047938         GO TO 2380-EXIT
047939     END-IF.
047940     IF WS-OPER-WRITE-OFF (WS-OPER-FOUND-SUB) NOT = "Y"
047941         MOVE "NO WRITE-OFF AUTHORITY" TO WS-REFUSE-REASON
047942         GO TO 2380-REFUSE
047943     END-IF.
047944     MOVE EXCI-N TO WS-ABS-N.
047945     MOVE EXCI-M TO WS-ABS-M.
047946     ADD WS-ABS-N WS-ABS-M GIVING WS-WRITEOFF-AMOUNT.
047947     IF WS-WRITEOFF-AMOUNT > WS-WRITEOFF-THRESHOLD
047948        AND WS-OPER-LEVEL (WS-OPER-FOUND-SUB) = ZERO
047949         MOVE "OVER THRESHOLD -- SUPERVISOR" TO WS-REFUSE-REASON
047950         GO TO 2380-REFUSE
047951     END-IF.
047952     GO TO 2380-EXIT.
047953 2380-REFUSE.
047954     SET WS-AUTHORIZED-NO TO TRUE.
047955     ADD 1 TO WS-DISP-REFUSED.
047956     DISPLAY "CODEFORCES153E -- DISPOSITION REFUSED -- "
047957         WS-REFUSE-REASON.
047958     DISPLAY "    RECORD " EXCI-RECORD-NBR
047959         " ACTION " WS-DISP-ACTION (WS-DISP-SUB)
047960         " OPERATOR " WS-DISP-OPERATOR (WS-DISP-SUB).
047961     PERFORM 2400-CARRY-FORWARD THRU 2400-EXIT.
047962 2380-EXIT.
047963     EXIT.
047964
047965 2385-SCAN-OPERATOR.
047966     IF WS-OPER-ID (WS-OPER-SUB) = WS-DISP-OPERATOR (WS-DISP-SUB)
047967         MOVE WS-OPER-SUB TO WS-OPER-FOUND-SUB
047968     ELSE
047969         ADD 1 TO WS-OPER-SUB
047970     END-IF.
047971 2385-EXIT.
047972     EXIT.
048000
048100 2400-CARRY-FORWARD.
048200     MOVE EXCI-EXC-RECORD     TO EXCO-EXC-RECORD.
052400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
052500     END-IF.
052600     PERFORM 3200-PRINT-DISPOSITION-REPORT THRU 3200-EXIT.
052610     IF WS-OPERREF-PRESENT-NO
052620         MOVE 4 TO RETURN-CODE
052630     END-IF.
052700 3000-EXIT.
052800     EXIT.
052900
055000 3200-PRINT-DISPOSITION-REPORT.
055100     DISPLAY "CODEFORCES153E -- EXCEPTION DISPOSITION REPORT".
055200     DISPLAY "AGING LIMIT (DAYS) . . . . . . " WS-AGING-LIMIT.
055210     DISPLAY "WRITE-OFF THRESHOLD. . . . . . "
055220         WS-WRITEOFF-THRESHOLD.
055300     DISPLAY " ".
055400     DISPLAY "EXCEPTIONS READ. . . . . . . . " WS-EXC-READ.
055500     DISPLAY "FORCE-POSTED TO SUSPENSE . . . " WS-EXC-FORCED.
056200     DISPLAY "DISPOSITIONS READ. . . . . . . " WS-DISP-READ.
056300     DISPLAY "DISPOSITIONS APPLIED . . . . . " WS-DISP-APPLIED.
056400     DISPLAY "DISPOSITIONS INVALID . . . . . " WS-DISP-INVALID.
056410     DISPLAY "DISPOSITIONS REFUSED . . . . . " WS-DISP-REFUSED.
056500     DISPLAY "DISPOSITIONS UNMATCHED . . . . "
056600         WS-DISP-UNMATCHED.
056700     DISPLAY "END OF EXCEPTION DISPOSITION REPORT".
065500     STOP RUN.
065600 9960-EXIT.
065700     EXIT.
065800
065900 8400-CHECK-PREREQUISITES.
066000     MOVE "CF153E  "        TO WS-GATE-PROGRAM-ID.
066100     MOVE ZERO TO WS-GATE-RUN-DATE.
066200     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
066300     OPEN INPUT CF153-PREQ-FILE.
066400     IF WS-PF-STATUS = "35"
066500         GO TO 8400-EXIT
066600     END-IF.
066700     IF WS-PF-STATUS NOT = "00"
066800         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
066900                              TO WS-ABEND-MESSAGE
067000         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
067100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
067200     END-IF.
067300     SET WS-PREQ-EOF-NO TO TRUE.
067400     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
067500         UNTIL WS-PREQ-EOF-YES.
067600     CLOSE CF153-PREQ-FILE.
067700     IF WS-PREQ-COUNT = ZERO
067800         GO TO 8400-EXIT
067900     END-IF.
068000     OPEN INPUT CF153-RUNI-FILE.
068100     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
068200         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
068300                              TO WS-ABEND-MESSAGE
068400         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
068500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
068600     END-IF.
068700     IF WS-SI-STATUS = "00"
068800         SET WS-RUNI-EOF-NO TO TRUE
068900         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
069000             UNTIL WS-RUNI-EOF-YES
069100         CLOSE CF153-RUNI-FILE
069200     END-IF.
069300     MOVE ZERO TO WS-GATE-MISSING.
069400     MOVE 1 TO WS-PREQ-SUB.
069500     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
069600         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
069700     IF WS-GATE-MISSING = ZERO
069800         GO TO 8400-EXIT
069900     END-IF.
070000     IF WS-GATE-OVERRIDE-YES
070100         DISPLAY "CODEFORCES153E -- PREREQUISITES OVERRIDDEN BY "
070200             WS-GATE-OPERATOR
070300         DISPLAY "    REASON: " WS-GATE-REASON
070400         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
070500         GO TO 8400-EXIT
070600     END-IF.
070700     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
070800     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
070900 8400-EXIT.
071000     EXIT.
071100
071200 8410-READ-PREREQUISITE.
071300     READ CF153-PREQ-FILE
071400         AT END
071500             SET WS-PREQ-EOF-YES TO TRUE
071600         NOT AT END
071700             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
071800                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
071900             END-IF
072000     END-READ.
072100     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
072200         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
072300                              TO WS-ABEND-MESSAGE
072400         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
072500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
072600     END-IF.
072700 8410-EXIT.
072800     EXIT.
072900
073000 8415-TAKE-PREREQUISITE.
073100     IF PRQ-OVERRIDE
073200         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
073300            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
073400                AND WS-GATE-RUN-DATE NOT = ZERO)
073500             SET WS-GATE-OVERRIDE-YES TO TRUE
073600             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
073700             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
073800         END-IF
073900         GO TO 8415-EXIT
074000     END-IF.
074100     IF NOT PRQ-PREREQUISITE
074200         GO TO 8415-EXIT
074300     END-IF.
074400     IF WS-PREQ-COUNT >= WS-PREQ-MAX
074500         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
074600                              TO WS-ABEND-MESSAGE
074700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
074800     END-IF.
074900     ADD 1 TO WS-PREQ-COUNT.
075000     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
075100     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
075200     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
075300 8415-EXIT.
075400     EXIT.
075500
075600 8420-READ-RUN-EVENT.
075700     READ CF153-RUNI-FILE
075800         AT END
075900             SET WS-RUNI-EOF-YES TO TRUE
076000         NOT AT END
076100             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
076200     END-READ.
076300     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
076400         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
076500                              TO WS-ABEND-MESSAGE
076600         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
076700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
076800     END-IF.
076900 8420-EXIT.
077000     EXIT.
077100
077200 8430-POST-RUN-EVENT.
077300     IF RUNI-OVERRIDDEN
077400         GO TO 8430-EXIT
077500     END-IF.
077600     MOVE 1 TO WS-PREQ-SUB.
077700     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
077800         IF RUNI-COMPLETED
077900             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
078000                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
078100         END-IF
078200         GO TO 8430-EXIT
078300     END-IF.
078400     IF WS-GATE-RUN-DATE NOT = ZERO
078500        AND RUNI-RUN-DATE NOT = ZERO
078600        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
078700         GO TO 8430-EXIT
078800     END-IF.
078900     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
079000         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
079100 8430-EXIT.
079200     EXIT.
079300
079400 8435-RESET-UNDATED.
079500     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
079600         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
079700     END-IF.
079800     ADD 1 TO WS-PREQ-SUB.
079900 8435-EXIT.
080000     EXIT.
080100
080200 8437-POST-PREDECESSOR.
080300     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
080400         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
080500         IF WS-GATE-RUN-DATE NOT = ZERO
080600            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
080700             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
080800         ELSE
080900             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
081000         END-IF
081100     END-IF.
081200     ADD 1 TO WS-PREQ-SUB.
081300 8437-EXIT.
081400     EXIT.
081500
081600 8440-CHECK-PREDECESSOR.
081700     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
081800         GO TO 8440-NEXT
081900     END-IF.
082000     ADD 1 TO WS-GATE-MISSING.
082100     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
082200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
082300         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
082400     END-IF.
082500     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
082600         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
082700     END-IF.
082800     DISPLAY "CODEFORCES153E -- PREREQUISITE STEP "
082900         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
083000     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
083100 8440-NEXT.
083200     ADD 1 TO WS-PREQ-SUB.
083300 8440-EXIT.
083400     EXIT.
083500
083600 8460-LOG-OVERRIDE.
083700     OPEN EXTEND CF153-RUNS-FILE.
083800     IF WS-SF-STATUS = "35"
083900         OPEN OUTPUT CF153-RUNS-FILE
084000     END-IF.
084100     IF WS-SF-STATUS NOT = "00"
084200         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
084300                              TO WS-ABEND-MESSAGE
084400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
084500     END-IF.
084600     MOVE 1 TO WS-PREQ-SUB.
084700     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
084800         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
084900     CLOSE CF153-RUNS-FILE.
085000 8460-EXIT.
085100     EXIT.
085200
085300 8470-WRITE-OVERRIDE.
085400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
085500         GO TO 8470-NEXT
085600     END-IF.
085700     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
085800     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
085900     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
086000     MOVE "O"               TO RUNS-EVENT-CODE.
086100     MOVE ZERO TO RUNS-RANGE-LO.
086200     MOVE ZERO TO RUNS-RANGE-HI.
086300     MOVE ZERO              TO RUNS-RECORD-COUNT.
086400     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
086500     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
086600     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
086700     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
086800 8470-NEXT.
086900     ADD 1 TO WS-PREQ-SUB.
087000 8470-EXIT.
087100     EXIT.
