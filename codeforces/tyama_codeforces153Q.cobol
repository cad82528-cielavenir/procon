002982*                     FILE (CF153RUN) AT START, NORMAL END AND
002983*                     ABEND, SO THE CODEFORCES153S STATUS BOARD
002984*                     CAN SHOW THE BATCH WINDOW AT A GLANCE.
002985*    2026-10-15  TY   PREREQUISITE GATE.  THE CF153PF TABLE
002986*                     (CF153PRQ) IS READ BEFORE THE CF153SF START
002987*                     STAMP; AN UNFINISHED PREDECESSOR FOR THE RUN
002988*                     DATE ABENDS THE STEP (RC 16) UNLESS A
002989*                     CF153PF OVERRIDE CARD, LOGGED AS AN "O"
002990*                     EVENT, LETS IT START.  NO CF153PF, NO GATE.
002991*    2026-10-15  TY   PER-SYSTEM EXPECTED FIGURES.  EACH CF153ACK
002992*                     IS MATCHED TO THE COUNT AND HASH OF THE
002993*                     SENDER'S OWN CF153SB SUBSCRIBED UNITS
002994*                     (CF153SUB, AS ROUTED BY CODEFORCES153RT).
002995*                     ANOTHER SYSTEM'S ID IS A MISMATCH; AN ACK
002996*                     FROM AN UNSUBSCRIBED NUMBER IS UNKNOWN, AND
002997*                     SUCH A NUMBER IS NEVER OVERDUE.  NO CF153SB
002998*                     MEANS THE WHOLE EXTRACT.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
005802         ORGANIZATION IS SEQUENTIAL
005803         FILE STATUS IS WS-SF-STATUS.
005804
005805     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
005806         ORGANIZATION IS SEQUENTIAL
005807         FILE STATUS IS WS-PF-STATUS.
005808
005809     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
005810         ORGANIZATION IS SEQUENTIAL
005811         FILE STATUS IS WS-SI-STATUS.
005812
005813     SELECT CF153-SUBS-FILE ASSIGN TO CF153SB
005814         ORGANIZATION IS SEQUENTIAL
005815         FILE STATUS IS WS-SB-STATUS.
005816
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CF153-REGI-FILE
008503     RECORD CONTAINS 80 CHARACTERS.
008504     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
008505
008506 FD  CF153-PREQ-FILE
008507     LABEL RECORDS ARE STANDARD
008508     RECORD CONTAINS 80 CHARACTERS.
008509     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
008510
008511 FD  CF153-RUNI-FILE
008512     LABEL RECORDS ARE STANDARD
008513     RECORD CONTAINS 80 CHARACTERS.
008514     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
008515
008516 FD  CF153-SUBS-FILE
008517     LABEL RECORDS ARE STANDARD
008518     RECORD CONTAINS 80 CHARACTERS.
008519     COPY CF153SUB.
008520
008600 WORKING-STORAGE SECTION.
008700     COPY CF153ACK.
008800
009300 77  WS-ACK-EOF-SWITCH         PIC X(01) VALUE "N".
009400     88  WS-ACK-EOF-YES                 VALUE "Y".
009500     88  WS-ACK-EOF-NO                  VALUE "N".
009510 77  WS-SUBS-EOF-SWITCH        PIC X(01) VALUE "N".
009520     88  WS-SUBS-EOF-YES                VALUE "Y".
009530     88  WS-SUBS-EOF-NO                 VALUE "N".
009540 77  WS-SUBS-LOADED-SW         PIC X(01) VALUE "N".
009550     88  WS-SUBS-LOADED-YES             VALUE "Y".
009560     88  WS-SUBS-LOADED-NO              VALUE "N".
009570 77  WS-SUBSCRIBED-SW          PIC X(01) VALUE "N".
009580     88  WS-SUBSCRIBED-YES              VALUE "Y".
009590     88  WS-SUBSCRIBED-NO               VALUE "N".
009600
009700 77  WS-ROUNDING-MODE          PIC X(01) VALUE "R".
009800     88  WS-ROUND-TRUNCATE              VALUE "T".
010110 77  WS-PARM-ASOF-X            PIC X(08) VALUE SPACE.
010200 77  WS-SYSTEM-NBR             PIC 9(01) VALUE ZERO.
010300 77  WS-UNIT-EXPECTED          PIC S9(08) VALUE ZERO.
010310 77  WS-SYSTEM-SUB             PIC 9(01) VALUE ZERO.
010400
010500 77  WS-SENT-MAX               PIC 9(03) VALUE 50.
010600 77  WS-SENT-COUNT             PIC 9(03) COMP VALUE ZERO.
011000 01  WS-SENT-TABLE.
011100     05  WS-SENT-ENTRY OCCURS 50 TIMES.
011200         10  WS-SENT-RUN-DATE      PIC 9(08).
011300         10  WS-SENT-SYSTEM OCCURS 3 TIMES.
011400             15  WS-SENT-EXP-COUNT PIC S9(09).
011500             15  WS-SENT-EXP-HASH  PIC S9(13).
011600             15  WS-SENT-ACK-SWITCH PIC X(01).
011700         10  WS-SENT-MISMATCH-SW   PIC X(01).
011710         10  WS-SENT-RETRAN-SW     PIC X(01).
011800
011801 01  WS-SYSTEM-TABLE.
011802     05  WS-SYSTEM-ENTRY OCCURS 3 TIMES.
011803         10  WS-SYS-ID             PIC X(08).
011804         10  WS-SYS-ALL-SW         PIC X(01).
011805             88  WS-SYS-ALL-UNITS           VALUE "Y".
011806
011807 77  WS-SUB-MAX                PIC 9(03) VALUE 100.
011808 77  WS-SUB-COUNT              PIC 9(03) COMP VALUE ZERO.
011809 77  WS-SUB-SUB                PIC 9(03) COMP VALUE ZERO.
011810
011811 01  WS-SUB-TABLE.
011812     05  WS-SUB-ENTRY OCCURS 100 TIMES.
011813         10  WS-SUB-SYSTEM-NBR     PIC 9(01).
011814         10  WS-SUB-UNIT-CODE      PIC X(05).
011815
011816 77  WS-SUBS-READ              PIC 9(05) VALUE ZERO.
011900 77  WS-ACKS-READ              PIC 9(07) VALUE ZERO.
012000 77  WS-ACKS-MATCHED           PIC 9(07) VALUE ZERO.
012100 77  WS-ACKS-UNKNOWN           PIC 9(07) VALUE ZERO.
012900 77  WS-A2-STATUS              PIC X(02) VALUE "00".
013000 77  WS-A3-STATUS              PIC X(02) VALUE "00".
013010 77  WS-RL-STATUS              PIC X(02) VALUE "00".
013020 77  WS-SB-STATUS              PIC X(02) VALUE "00".
013100
013101 77  WS-SF-STATUS              PIC X(02) VALUE "00".
013102
013108     05  WS-ACCEPT-HHMMSS      PIC 9(06).
013109     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
013110
013111 77  WS-PF-STATUS              PIC X(02) VALUE "00".
013112 77  WS-SI-STATUS              PIC X(02) VALUE "00".
013113
013114 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
013115     88  WS-PREQ-EOF-YES                VALUE "Y".
013116     88  WS-PREQ-EOF-NO                 VALUE "N".
013117
013118 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
013119     88  WS-RUNI-EOF-YES                VALUE "Y".
013120     88  WS-RUNI-EOF-NO                 VALUE "N".
013121
013122 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
013123     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
013124     88  WS-GATE-OVERRIDE-NO            VALUE "N".
013125
013126 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
013127 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
013128 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
013129 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
013130 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
013131 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
013132 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
013133
013134 01  WS-GATE-LOG-TEXT.
013135     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
013136     05  WS-GATE-LOG-PREDECESSOR
013137                               PIC X(08).
013138     05  FILLER                PIC X(04) VALUE " BY ".
013139     05  WS-GATE-LOG-OPERATOR  PIC X(08).
013140     05  FILLER                PIC X(01) VALUE SPACE.
013141
013142 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
013143 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
013144 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
013145
013146 01  WS-PREQ-TABLE.
013147     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
013148         10  WS-PREQ-ID            PIC X(08).
013149         10  WS-PREQ-EVENT         PIC X(01).
013150         10  WS-PREQ-DATED-SW      PIC X(01).
013151             88  WS-PREQ-DATED-YES          VALUE "Y".
013152             88  WS-PREQ-DATED-NO           VALUE "N".
013153
013200 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
013300 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
013400
014800         ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
014900     END-IF.
015000     PERFORM 1010-READ-CONTROL THRU 1010-EXIT.
015010     PERFORM 1020-LOAD-SUBSCRIPTIONS THRU 1020-EXIT.
015020     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
015100 1000-EXIT.
015200     EXIT.
015300
018300     END-IF.
018400 1010-EXIT.
018500     EXIT.
018501
018507 1020-LOAD-SUBSCRIPTIONS.
018508     MOVE 1 TO WS-SYSTEM-NBR.
018509     PERFORM 1070-CLEAR-SYSTEM THRU 1070-EXIT
018510         UNTIL WS-SYSTEM-NBR > 3.
018511     OPEN INPUT CF153-SUBS-FILE.
018512     IF WS-SB-STATUS = "35"
018513         DISPLAY "CODEFORCES153Q -- NO SUBSCRIPTION FILE"
018514             " (CF153SB) -- EVERY SYSTEM EXPECTS"
018515             " THE WHOLE EXTRACT"
018516         GO TO 1020-EXIT
018517     END-IF.
018518     IF WS-SB-STATUS NOT = "00"
018519         MOVE "OPEN ERROR - CF153-SUBS-FILE (CF153SB)"
018520                              TO WS-ABEND-MESSAGE
018521         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
018522         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
018523     END-IF.
018524     SET WS-SUBS-EOF-NO TO TRUE.
018525     PERFORM 1030-READ-SUBSCRIPTION THRU 1030-EXIT
018526         UNTIL WS-SUBS-EOF-YES.
018527     CLOSE CF153-SUBS-FILE.
018528     IF WS-SB-STATUS NOT = "00"
018529         MOVE "CLOSE ERROR - CF153-SUBS-FILE (CF153SB)"
018530                              TO WS-ABEND-MESSAGE
018531         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
018532         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
018533     END-IF.
018534     IF WS-SUBS-READ = ZERO
018535         MOVE "NO SUBSCRIPTIONS ON CF153SB"
018536                              TO WS-ABEND-MESSAGE
018537         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
018538     END-IF.
018539     SET WS-SUBS-LOADED-YES TO TRUE.
018540 1020-EXIT.
018541     EXIT.
018542
018543 1030-READ-SUBSCRIPTION.
018544     READ CF153-SUBS-FILE
018545         AT END
018546             SET WS-SUBS-EOF-YES TO TRUE
018547         NOT AT END
018548             ADD 1 TO WS-SUBS-READ
018549             PERFORM 1040-TAKE-SUBSCRIPTION THRU 1040-EXIT
018550     END-READ.
018551     IF WS-SB-STATUS NOT = "00" AND WS-SB-STATUS NOT = "10"
018552         MOVE "READ ERROR - CF153-SUBS-FILE (CF153SB)"
018553                              TO WS-ABEND-MESSAGE
018554         MOVE WS-SB-STATUS    TO WS-ABEND-STATUS
018555         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
018556     END-IF.
018557 1030-EXIT.
018558     EXIT.
018559
018560 1040-TAKE-SUBSCRIPTION.
018561     IF SUB-SYSTEM-ID = SPACES
018562        OR SUB-UNIT-CODE = SPACES
018563        OR SUB-SYSTEM-NBR NOT NUMERIC
018564        OR NOT SUB-SYSTEM-NBR-VALID
018565         DISPLAY "CODEFORCES153Q -- BAD CF153SB RECORD "
018566             WS-SUBS-READ ": " CF153-SUB-RECORD (1:14)
018567         MOVE "INVALID RECORD ON CF153SB"
018568                              TO WS-ABEND-MESSAGE
018569         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
018570     END-IF.
018571     MOVE SUB-SYSTEM-NBR TO WS-SYSTEM-NBR.
018572     IF WS-SYS-ID (WS-SYSTEM-NBR) = SPACES
018573         MOVE SUB-SYSTEM-ID TO WS-SYS-ID (WS-SYSTEM-NBR)
018574     END-IF.
018575     IF WS-SYS-ID (WS-SYSTEM-NBR) NOT = SUB-SYSTEM-ID
018576         MOVE "TWO SYSTEM IDS SHARE ONE CF153SB NUMBER"
018577                              TO WS-ABEND-MESSAGE
018578         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
018579     END-IF.
018580     MOVE 1 TO WS-SYSTEM-SUB.
018581     PERFORM 1050-CHECK-SYSTEM-ID THRU 1050-EXIT
018582         UNTIL WS-SYSTEM-SUB > 3.
018583     IF SUB-ALL-UNITS
018584         MOVE "Y" TO WS-SYS-ALL-SW (WS-SYSTEM-NBR)
018585         GO TO 1040-EXIT
018586     END-IF.
018587     IF WS-SUB-COUNT >= WS-SUB-MAX
018588         MOVE "SUBSCRIPTION TABLE CAPACITY EXCEEDED"
018589                              TO WS-ABEND-MESSAGE
018590         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
018591     END-IF.
018592     ADD 1 TO WS-SUB-COUNT.
018593     MOVE WS-SYSTEM-NBR  TO WS-SUB-SYSTEM-NBR (WS-SUB-COUNT).
018594     MOVE SUB-UNIT-CODE  TO WS-SUB-UNIT-CODE (WS-SUB-COUNT).
018595 1040-EXIT.
018596     EXIT.
018600
018601 1050-CHECK-SYSTEM-ID.
018602     IF WS-SYSTEM-SUB NOT = WS-SYSTEM-NBR
018603        AND WS-SYS-ID (WS-SYSTEM-SUB) = SUB-SYSTEM-ID
018604         MOVE "ONE SYSTEM ID ON TWO CF153SB NUMBERS"
018605                              TO WS-ABEND-MESSAGE
018606         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
018607     END-IF.
018608     ADD 1 TO WS-SYSTEM-SUB.
018609 1050-EXIT.
018610     EXIT.
018611
018612 1070-CLEAR-SYSTEM.
018613     MOVE SPACES TO WS-SYS-ID (WS-SYSTEM-NBR).
018614     MOVE "N"    TO WS-SYS-ALL-SW (WS-SYSTEM-NBR).
018615     ADD 1 TO WS-SYSTEM-NBR.
018616 1070-EXIT.
018617     EXIT.
018618
018700 1100-LOAD-RUNS-SENT.
018800     OPEN INPUT CF153-REGI-FILE.
018900     IF WS-GI-STATUS = "35"
024300         MOVE WS-SENT-COUNT TO WS-SENT-FOUND-SUB
024400         MOVE REGI-RUN-DATE
024500             TO WS-SENT-RUN-DATE (WS-SENT-FOUND-SUB)
024600         MOVE 1 TO WS-SYSTEM-NBR
024700         PERFORM 1162-CLEAR-SENT-SYSTEM THRU 1162-EXIT
024800             UNTIL WS-SYSTEM-NBR > 3
025100         MOVE "N" TO WS-SENT-MISMATCH-SW (WS-SENT-FOUND-SUB)
025110         MOVE "N" TO WS-SENT-RETRAN-SW (WS-SENT-FOUND-SUB)
025200     END-IF.
025700         COMPUTE WS-UNIT-EXPECTED = REGI-RECORD-COUNT
025800             - REGI-REJECT-COUNT - REGI-EXCEPTION-COUNT
025900     END-IF.
025910     MOVE 1 TO WS-SYSTEM-NBR.
025920     PERFORM 1164-POST-SYSTEM-EXPECTED THRU 1164-EXIT
025930         UNTIL WS-SYSTEM-NBR > 3.
026800 1160-EXIT.
026900     EXIT.
027000
027001 1162-CLEAR-SENT-SYSTEM.
027002     MOVE ZERO
027003         TO WS-SENT-EXP-COUNT (WS-SENT-FOUND-SUB WS-SYSTEM-NBR).
027004     MOVE ZERO
027005         TO WS-SENT-EXP-HASH (WS-SENT-FOUND-SUB WS-SYSTEM-NBR).
027006     MOVE "N"
027007         TO WS-SENT-ACK-SWITCH (WS-SENT-FOUND-SUB WS-SYSTEM-NBR).
027008     ADD 1 TO WS-SYSTEM-NBR.
027009 1162-EXIT.
027010     EXIT.
027011
027016 1164-POST-SYSTEM-EXPECTED.
027017     PERFORM 1166-CHECK-SUBSCRIBED THRU 1166-EXIT.
027018     IF WS-SUBSCRIBED-NO
027019         GO TO 1164-NEXT
027020     END-IF.
027021     ADD WS-UNIT-EXPECTED
027022         TO WS-SENT-EXP-COUNT (WS-SENT-FOUND-SUB WS-SYSTEM-NBR).
027023     ADD REGI-TOTAL-S
027024         TO WS-SENT-EXP-HASH (WS-SENT-FOUND-SUB WS-SYSTEM-NBR)
027025         ON SIZE ERROR
027026             MOVE "WS-SENT-EXP-HASH" TO WS-ABEND-MESSAGE
027027             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
027028     END-ADD.
027029 1164-NEXT.
027030     ADD 1 TO WS-SYSTEM-NBR.
027031 1164-EXIT.
027032     EXIT.
027033
027034 1166-CHECK-SUBSCRIBED.
027035     SET WS-SUBSCRIBED-NO TO TRUE.
027036     IF WS-SUBS-LOADED-NO
027037        OR WS-SYS-ALL-UNITS (WS-SYSTEM-NBR)
027038         SET WS-SUBSCRIBED-YES TO TRUE
027039         GO TO 1166-EXIT
027040     END-IF.
027041     MOVE 1 TO WS-SUB-SUB.
027042     PERFORM 1168-SCAN-SUBSCRIPTION THRU 1168-EXIT
027043         UNTIL WS-SUBSCRIBED-YES
027044            OR WS-SUB-SUB > WS-SUB-COUNT.
027045 1166-EXIT.
027046     EXIT.
027047
027048 1168-SCAN-SUBSCRIPTION.
027049     IF WS-SUB-SYSTEM-NBR (WS-SUB-SUB) = WS-SYSTEM-NBR
027050        AND WS-SUB-UNIT-CODE (WS-SUB-SUB) = REGI-UNIT-CODE
027051         SET WS-SUBSCRIBED-YES TO TRUE
027052     ELSE
027053         ADD 1 TO WS-SUB-SUB
027054     END-IF.
027055 1168-EXIT.
027056     EXIT.
027057
027100 1170-SCAN-SENT-RUN.
027200     IF WS-SENT-RUN-DATE (WS-SENT-SUB) = REGI-RUN-DATE
027300         MOVE WS-SENT-SUB TO WS-SENT-FOUND-SUB
040800
040900 2500-MATCH-ACK.
041000     ADD 1 TO WS-ACKS-READ.
041010     IF WS-SUBS-LOADED-YES
041020        AND WS-SYS-ID (WS-SYSTEM-NBR) = SPACES
041030         ADD 1 TO WS-ACKS-UNKNOWN
041040         DISPLAY "ACK FROM UNSUBSCRIBED SYSTEM -- SYSTEM "
041050             WS-SYSTEM-NBR " ID " ACK-SYSTEM-ID
041060             " RUN DATE " ACK-RUN-DATE
041070         GO TO 2500-EXIT
041080     END-IF.
041100     MOVE ZERO TO WS-SENT-FOUND-SUB.
041200     MOVE 1 TO WS-SENT-SUB.
041300     PERFORM 2550-SCAN-ACK-RUN THRU 2550-EXIT
042100         GO TO 2500-EXIT
042200     END-IF.
042300     ADD 1 TO WS-ACKS-MATCHED.
042310     IF WS-SUBS-LOADED-YES
042320        AND ACK-SYSTEM-ID NOT = WS-SYS-ID (WS-SYSTEM-NBR)
042330         MOVE "Y" TO WS-SENT-MISMATCH-SW (WS-SENT-FOUND-SUB)
042340         ADD 1 TO WS-MISMATCH-COUNT
042350         DISPLAY "ACK UNDER WRONG SYSTEM ID -- SYSTEM "
042360             WS-SYSTEM-NBR " IS " WS-SYS-ID (WS-SYSTEM-NBR)
042370             " ACK ID " ACK-SYSTEM-ID " RUN DATE " ACK-RUN-DATE
042380         GO TO 2500-EXIT
042390     END-IF.
042400     IF ACK-REJECTED
042500         MOVE "Y" TO WS-SENT-MISMATCH-SW (WS-SENT-FOUND-SUB)
042600         ADD 1 TO WS-MISMATCH-COUNT
042900         GO TO 2500-EXIT
043000     END-IF.
043100     IF ACK-RECORD-COUNT NOT =
043200            WS-SENT-EXP-COUNT (WS-SENT-FOUND-SUB WS-SYSTEM-NBR)
043300        OR ACK-HASH-TOTAL-S NOT =
043400            WS-SENT-EXP-HASH (WS-SENT-FOUND-SUB WS-SYSTEM-NBR)
043500         MOVE "Y" TO WS-SENT-MISMATCH-SW (WS-SENT-FOUND-SUB)
043600         ADD 1 TO WS-MISMATCH-COUNT
043700         DISPLAY "ACK FIGURES DO NOT MATCH RUN -- SYSTEM "
043800             WS-SYSTEM-NBR " RUN DATE " ACK-RUN-DATE
043810         DISPLAY "    EXPECTED "
043820             WS-SENT-EXP-COUNT (WS-SENT-FOUND-SUB WS-SYSTEM-NBR)
043830             " / "
043840             WS-SENT-EXP-HASH (WS-SENT-FOUND-SUB WS-SYSTEM-NBR)
043850             "  ACKED " ACK-RECORD-COUNT " / " ACK-HASH-TOTAL-S
043900         GO TO 2500-EXIT
044000     END-IF.
044100     MOVE "Y" TO
049000     EXIT.
049100
049200 3150-REPORT-ONE-SYSTEM.
049210     IF WS-SUBS-LOADED-YES
049220        AND WS-SYS-ID (WS-SYSTEM-NBR) = SPACES
049230         GO TO 3150-NEXT
049240     END-IF.
049300     IF WS-SENT-ACK-SWITCH (WS-SENT-SUB WS-SYSTEM-NBR) = "Y"
049400         DISPLAY "RUN " WS-SENT-RUN-DATE (WS-SENT-SUB)
049500             " SYSTEM " WS-SYSTEM-NBR " "
049510             WS-SYS-ID (WS-SYSTEM-NBR) " -- CONFIRMED"
049600     ELSE
049700         IF WS-SENT-RUN-DATE (WS-SENT-SUB) < WS-ASOF-DATE
049800             ADD 1 TO WS-OVERDUE-COUNT
049900             DISPLAY "RUN " WS-SENT-RUN-DATE (WS-SENT-SUB)
050000                 " SYSTEM " WS-SYSTEM-NBR " "
050010                 WS-SYS-ID (WS-SYSTEM-NBR)
050100                 " -- UNACKNOWLEDGED PAST DEADLINE"
050200         ELSE
050300             ADD 1 TO WS-PENDING-COUNT
050400             DISPLAY "RUN " WS-SENT-RUN-DATE (WS-SENT-SUB)
050500                 " SYSTEM " WS-SYSTEM-NBR " "
050510                 WS-SYS-ID (WS-SYSTEM-NBR)
050600                 " -- AWAITING ACKNOWLEDGMENT (NOT YET DUE)"
050700         END-IF
050800     END-IF.
050810 3150-NEXT.
050900     ADD 1 TO WS-SYSTEM-NBR.
051000 3150-EXIT.
051100     EXIT.
053400     STOP RUN.
053500 9960-EXIT.
053600     EXIT.
053700
053800 8400-CHECK-PREREQUISITES.
053900     MOVE "CF153Q  "        TO WS-GATE-PROGRAM-ID.
054000     MOVE WS-ASOF-DATE TO WS-GATE-RUN-DATE.
054100     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
054200     OPEN INPUT CF153-PREQ-FILE.
054300     IF WS-PF-STATUS = "35"
054400         GO TO 8400-EXIT
054500     END-IF.
054600     IF WS-PF-STATUS NOT = "00"
054700         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
054800                              TO WS-ABEND-MESSAGE
054900         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
055000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
055100     END-IF.
055200     SET WS-PREQ-EOF-NO TO TRUE.
055300     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
055400         UNTIL WS-PREQ-EOF-YES.
055500     CLOSE CF153-PREQ-FILE.
055600     IF WS-PREQ-COUNT = ZERO
055700         GO TO 8400-EXIT
055800     END-IF.
055900     OPEN INPUT CF153-RUNI-FILE.
056000     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
056100         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
056200                              TO WS-ABEND-MESSAGE
056300         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
056400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
056500     END-IF.
056600     IF WS-SI-STATUS = "00"
056700         SET WS-RUNI-EOF-NO TO TRUE
056800         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
056900             UNTIL WS-RUNI-EOF-YES
057000         CLOSE CF153-RUNI-FILE
057100     END-IF.
057200     MOVE ZERO TO WS-GATE-MISSING.
057300     MOVE 1 TO WS-PREQ-SUB.
057400     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
057500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
057600     IF WS-GATE-MISSING = ZERO
057700         GO TO 8400-EXIT
057800     END-IF.
057900     IF WS-GATE-OVERRIDE-YES
058000         DISPLAY "CODEFORCES153Q -- PREREQUISITES OVERRIDDEN BY "
058100             WS-GATE-OPERATOR
058200         DISPLAY "    REASON: " WS-GATE-REASON
058300         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
058400         GO TO 8400-EXIT
058500     END-IF.
058600     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
058700     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
058800 8400-EXIT.
058900     EXIT.
059000
059100 8410-READ-PREREQUISITE.
059200     READ CF153-PREQ-FILE
059300         AT END
059400             SET WS-PREQ-EOF-YES TO TRUE
059500         NOT AT END
059600             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
059700                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
059800             END-IF
059900     END-READ.
060000     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
060100         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
060200                              TO WS-ABEND-MESSAGE
060300         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
060400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
060500     END-IF.
060600 8410-EXIT.
060700     EXIT.
060800
060900 8415-TAKE-PREREQUISITE.
061000     IF PRQ-OVERRIDE
061100         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
061200            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
061300                AND WS-GATE-RUN-DATE NOT = ZERO)
061400             SET WS-GATE-OVERRIDE-YES TO TRUE
061500             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
061600             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
061700         END-IF
061800         GO TO 8415-EXIT
061900     END-IF.
062000     IF NOT PRQ-PREREQUISITE
062100         GO TO 8415-EXIT
062200     END-IF.
062300     IF WS-PREQ-COUNT >= WS-PREQ-MAX
062400         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
062500                              TO WS-ABEND-MESSAGE
062600         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
062700     END-IF.
062800     ADD 1 TO WS-PREQ-COUNT.
062900     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
063000     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
063100     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
063200 8415-EXIT.
063300     EXIT.
063400
063500 8420-READ-RUN-EVENT.
063600     READ CF153-RUNI-FILE
063700         AT END
063800             SET WS-RUNI-EOF-YES TO TRUE
063900         NOT AT END
064000             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
064100     END-READ.
064200     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
064300         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
064400                              TO WS-ABEND-MESSAGE
064500         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
064600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
064700     END-IF.
064800 8420-EXIT.
064900     EXIT.
065000
065100 8430-POST-RUN-EVENT.
065200     IF RUNI-OVERRIDDEN
065300         GO TO 8430-EXIT
065400     END-IF.
065500     MOVE 1 TO WS-PREQ-SUB.
065600     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
065700         IF RUNI-COMPLETED
065800             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
065900                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
066000         END-IF
066100         GO TO 8430-EXIT
066200     END-IF.
066300     IF WS-GATE-RUN-DATE NOT = ZERO
066400        AND RUNI-RUN-DATE NOT = ZERO
066500        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
066600         GO TO 8430-EXIT
066700     END-IF.
066800     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
066900         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
067000 8430-EXIT.
067100     EXIT.
067200
067300 8435-RESET-UNDATED.
067400     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
067500         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
067600     END-IF.
067700     ADD 1 TO WS-PREQ-SUB.
067800 8435-EXIT.
067900     EXIT.
068000
068100 8437-POST-PREDECESSOR.
068200     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
068300         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
068400         IF WS-GATE-RUN-DATE NOT = ZERO
068500            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
068600             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
068700         ELSE
068800             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
068900         END-IF
069000     END-IF.
069100     ADD 1 TO WS-PREQ-SUB.
069200 8437-EXIT.
069300     EXIT.
069400
069500 8440-CHECK-PREDECESSOR.
069600     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
069700         GO TO 8440-NEXT
069800     END-IF.
069900     ADD 1 TO WS-GATE-MISSING.
070000     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
070100     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
070200         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
070300     END-IF.
070400     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
070500         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
070600     END-IF.
070700     DISPLAY "CODEFORCES153Q -- PREREQUISITE STEP "
070800         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
070900     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
071000 8440-NEXT.
071100     ADD 1 TO WS-PREQ-SUB.
071200 8440-EXIT.
071300     EXIT.
071400
071500 8460-LOG-OVERRIDE.
071600     OPEN EXTEND CF153-RUNS-FILE.
071700     IF WS-SF-STATUS = "35"
071800         OPEN OUTPUT CF153-RUNS-FILE
071900     END-IF.
072000     IF WS-SF-STATUS NOT = "00"
072100         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
072200                              TO WS-ABEND-MESSAGE
072300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
072400     END-IF.
072500     MOVE 1 TO WS-PREQ-SUB.
072600     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
072700         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
072800     CLOSE CF153-RUNS-FILE.
072900 8460-EXIT.
073000     EXIT.
073100
073200 8470-WRITE-OVERRIDE.
073300     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
073400         GO TO 8470-NEXT
073500     END-IF.
073600     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
073700     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
073800     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
073900     MOVE "O"               TO RUNS-EVENT-CODE.
074000     MOVE ZERO TO RUNS-RANGE-LO.
074100     MOVE ZERO TO RUNS-RANGE-HI.
074200     MOVE ZERO              TO RUNS-RECORD-COUNT.
074300     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
074400     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
074500     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
074600     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
074700 8470-NEXT.
074800     ADD 1 TO WS-PREQ-SUB.
074900 8470-EXIT.
075000     EXIT.
