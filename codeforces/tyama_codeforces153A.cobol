008985*                     RELEASE THEM WITHOUT READING SPOOL.  A
008986*                     MISSING CF153LF (STATUS 35) BYPASSES THE
008987*                     CHECK FOR PHASE-IN.
008988*    2026-10-15  TY   RUN REVERSAL SUPPORT.  A REGISTER RECORD
008989*                     MARKED "R" BY THE NEW CODEFORCES153C RUN
008990*                     REVERSAL NO LONGER COUNTS AS POSTED.  WHEN
008991*                     ONLY SOME UNITS OF THE RUN DATE WERE BACKED
008992*                     OUT THE DATE IS TAKEN AGAIN WITHOUT THE
008993*                     OVERRIDE AS A RE-POST -- A TRANSACTION FOR A
008994*                     UNIT STILL POSTED FOR THE DATE REJECTS WITH
008995*                     E005, NO SECOND REGISTER RECORD IS WRITTEN
008996*                     FOR SUCH A UNIT, AND THE NEXT-BUSINESS-DAY
008997*                     CALENDAR CHECK IS NOT APPLIED.
008998*    2026-10-15  TY   INTER-UNIT TRANSFERS.  A CF153TF RECORD OF
008999*                     TYPE "X" MOVES N + M FROM ITS UNIT CODE TO
009000*                     THE TO-UNIT CODE AND IS POSTED AS A BALANCED
009001*                     PAIR -- A DEBIT LEG (N, M AND S NEGATED) TO
009002*                     THE FROM UNIT AND A CREDIT LEG TO THE TO
009003*                     UNIT, EACH WRITTEN TO CF153RF AND TO CF153XF
009004*                     AS A TYPE "X" EXTRACT NAMING THE OTHER UNIT
009005*                     -- OR IS REJECTED WHOLE: E006 UNKNOWN RECORD
009006*                     TYPE, E007 A UNIT NOT GIVEN, E008 BOTH UNITS
009007*                     THE SAME, E009/E010 TO-UNIT NOT ON OR CLOSED
009008*                     ON CF153UF, E011 A LEG OVER 10 DIGITS (UNDER
009009*                     EITHER ROUNDING MODE) AND, ON A RE-POST,
009010*                     E012 TO-UNIT STILL POSTED.  THE LEGS ARE IN
009011*                     THE UNIT TOTALS BUT NOT IN THE RUN N/M/S
009012*                     TOTALS.  TRANSFERS POSTED AND REJECTED AND
009013*                     THE CREDIT, DEBIT AND NET S OF THE LEGS ARE
009014*                     CARRIED ON A "*XFR " CHECKPOINT RECORD, A
009015*                     "T" CF153GO REGISTER RECORD, THE CF153XF
009016*                     TRAILER AND THE CONTROL TOTALS REPORT SO THE
009017*                     TRANSFERS CAN BE PROVED TO NET TO ZERO.
009018*    2026-10-15  TY   PREREQUISITE GATE.  BEFORE STAMPING ITS
009019*                     START ON CF153SF THE PROGRAM NOW READS THE
009020*                     CF153PF STEP PREREQUISITE TABLE (CF153PRQ)
009021*                     AND REFUSES TO RUN, WITH AN ABEND STAMP AND
009022*                     RETURN CODE 16, WHEN A PREDECESSOR STEP HAS
009023*                     NOT COMPLETED FOR THE SAME RUN DATE.  A
009024*                     CF153PF OVERRIDE CARD FOR THE DATE LETS IT
009025*                     START AND IS LOGGED ON CF153SF AS AN "O"
009026*                     EVENT.  A MISSING CF153PF BYPASSES THE GATE.
009027*    2026-10-15  TY   YEAR-END CLOSE.  THE CALENDAR YEAR-END FLAG
009028*                     IS NOW LOADED.  ON THE YEAR-END DATE THE RUN
009029*                     REMINDS THE OPERATOR THAT THE CODEFORCES153Z
009030*                     YEAR-END CLOSE IS DUE, AND THE FIRST RUN OF
009031*                     THE NEW YEAR (LATEST POSTED DATE ON OR
009032*                     BEFORE THE LATEST YEAR-END DATE BEFORE THE
009033*                     RUN DATE) IS REFUSED WITH RETURN CODE 16
009034*                     UNTIL THE CF153YB YEAR-END BALANCE FILE
009035*                     SHOWS THAT YEAR CLOSED.  THE CALENDAR
009036*                     OVERRIDE DOES NOT BYPASS THIS CHECK.  A
009037*                     MISSING CALENDAR BYPASSES IT.
009080*****************************************************************
009090
009100 ENVIRONMENT DIVISION.
009200 CONFIGURATION SECTION.
009300 SOURCE-COMPUTER.  GENERIC.
013902         ORGANIZATION IS SEQUENTIAL
013903         FILE STATUS IS WS-SF-STATUS.
013904
013905     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
013906         ORGANIZATION IS SEQUENTIAL
013907         FILE STATUS IS WS-PF-STATUS.
013908
013909     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
013910         ORGANIZATION IS SEQUENTIAL
013911         FILE STATUS IS WS-SI-STATUS.
013912
013913     SELECT CF153-YEB-FILE  ASSIGN TO CF153YB
013914         ORGANIZATION IS SEQUENTIAL
013915         FILE STATUS IS WS-YB-STATUS.
013916
014000 DATA DIVISION.
014100 FILE SECTION.
014200 FD  CF153-TRAN-FILE
019168     RECORD CONTAINS 80 CHARACTERS.
019169     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
019170
019171 FD  CF153-PREQ-FILE
019172     LABEL RECORDS ARE STANDARD
019173     RECORD CONTAINS 80 CHARACTERS.
019174     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
019175
019176 FD  CF153-RUNI-FILE
019177     LABEL RECORDS ARE STANDARD
019178     RECORD CONTAINS 80 CHARACTERS.
019179     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
019180
019181 FD  CF153-YEB-FILE
019182     LABEL RECORDS ARE STANDARD
019183     RECORD CONTAINS 80 CHARACTERS.
019184     COPY CF153YEB.
019185
019200 WORKING-STORAGE SECTION.
019300 77  WS-EOF-SWITCH            PIC X(01) VALUE "N".
019400     88  WS-EOF-YES                     VALUE "Y".
024845         10  WS-CAL-DATE           PIC 9(08).
024846         10  WS-CAL-BUSINESS       PIC X(01).
024847         10  WS-CAL-PERIOD-END     PIC X(01).
024848         10  WS-CAL-YEAR-END       PIC X(01).
024849
024850 77  WS-REVERSED-FOUND-SW      PIC X(01) VALUE "N".
024851     88  WS-REVERSED-FOUND-YES          VALUE "Y".
024852     88  WS-REVERSED-FOUND-NO           VALUE "N".
024853
024854 77  WS-REPOST-SWITCH          PIC X(01) VALUE "N".
024855     88  WS-REPOST-YES                  VALUE "Y".
024856     88  WS-REPOST-NO                   VALUE "N".
024857
024858 77  WS-DATE-UNIT-MAX          PIC 9(03) VALUE 50.
024859 77  WS-DATE-UNIT-COUNT        PIC 9(03) COMP VALUE ZERO.
024860 77  WS-DATE-UNIT-SUB          PIC 9(03) COMP VALUE ZERO.
024861 77  WS-DATE-UNIT-FOUND-SUB    PIC 9(03) COMP VALUE ZERO.
024862 77  WS-DATE-POSTED-COUNT      PIC 9(03) COMP VALUE ZERO.
024863 77  WS-DATE-REVERSED-COUNT    PIC 9(03) COMP VALUE ZERO.
024864 77  WS-DATE-UNIT-KEY          PIC X(05) VALUE SPACE.
024865
024866 01  WS-DATE-UNIT-TABLE.
024867     05  WS-DATE-UNIT-ENTRY OCCURS 50 TIMES.
024868         10  WS-DATE-UNIT-CODE     PIC X(05).
024869         10  WS-DATE-UNIT-STATUS   PIC X(01).
024870
024871 77  WS-XFR-COUNT              PIC 9(07) VALUE ZERO.
024872 77  WS-XFR-REJ-COUNT          PIC 9(07) VALUE ZERO.
024873 77  WS-XFR-CREDIT-S           PIC S9(13) VALUE ZERO.
024874 77  WS-XFR-DEBIT-S            PIC S9(13) VALUE ZERO.
024875 77  WS-XFR-NET-S              PIC S9(13) VALUE ZERO.
024876 77  WS-XFR-FROM-UNIT          PIC X(05) VALUE SPACE.
024877 77  WS-LEG-N                  PIC S9(10) VALUE ZERO.
024878 77  WS-LEG-M                  PIC S9(10) VALUE ZERO.
024879 77  WS-LEG-S                  PIC S9(10) VALUE ZERO.
024880 77  WS-LEG-OTHER-UNIT         PIC X(05) VALUE SPACE.
024881
024900 77  WS-TF-STATUS              PIC X(02) VALUE "00".
025000 77  WS-RF-STATUS              PIC X(02) VALUE "00".
025100 77  WS-EF-STATUS              PIC X(02) VALUE "00".
025830 77  WS-HF-STATUS              PIC X(02) VALUE "00".
025831 77  WS-UF-STATUS              PIC X(02) VALUE "00".
025832 77  WS-LF-STATUS              PIC X(02) VALUE "00".
025833 77  WS-YB-STATUS              PIC X(02) VALUE "00".
025834
025835 77  WS-YEAR-END-DATE          PIC 9(08) VALUE ZERO.
025840
025841 77  WS-YEB-EOF-SWITCH         PIC X(01) VALUE "N".
025842     88  WS-YEB-EOF-YES                 VALUE "Y".
025843     88  WS-YEB-EOF-NO                  VALUE "N".
025844
025845 77  WS-YEAR-CLOSED-SWITCH     PIC X(01) VALUE "N".
025846     88  WS-YEAR-CLOSED-YES             VALUE "Y".
025847     88  WS-YEAR-CLOSED-NO              VALUE "N".
025848
025850 77  WS-EXTRACT-COUNT          PIC 9(07) VALUE ZERO.
025860 77  WS-EXTRACT-HASH-S         PIC S9(13) VALUE ZERO.
025861 77  WS-EXTRACT-XFR-COUNT      PIC 9(07) VALUE ZERO.
025862 77  WS-EXTRACT-XFR-NET-S      PIC S9(13) VALUE ZERO.
025870
025880 01  WS-ACCEPT-TIME.
025881     05  WS-ACCEPT-HHMMSS      PIC 9(06).
025904     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
025905     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
025906
025907 77  WS-PF-STATUS              PIC X(02) VALUE "00".
025908 77  WS-SI-STATUS              PIC X(02) VALUE "00".
025909
025910 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
025911     88  WS-PREQ-EOF-YES                VALUE "Y".
025912     88  WS-PREQ-EOF-NO                 VALUE "N".
025913
025914 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
025915     88  WS-RUNI-EOF-YES                VALUE "Y".
025916     88  WS-RUNI-EOF-NO                 VALUE "N".
025917
025918 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
025919     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
025920     88  WS-GATE-OVERRIDE-NO            VALUE "N".
025921
025922 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
025923 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
025924 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
025925 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
025926 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
025927 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
025928 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
025929
025930 01  WS-GATE-LOG-TEXT.
025931     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
025932     05  WS-GATE-LOG-PREDECESSOR
025933                               PIC X(08).
025934     05  FILLER                PIC X(04) VALUE " BY ".
025935     05  WS-GATE-LOG-OPERATOR  PIC X(08).
025936     05  FILLER                PIC X(01) VALUE SPACE.
025937
025938 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
025939 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
025940 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
025941
025942 01  WS-PREQ-TABLE.
025943     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
025944         10  WS-PREQ-ID            PIC X(08).
025945         10  WS-PREQ-EVENT         PIC X(01).
025946         10  WS-PREQ-DATED-SW      PIC X(01).
025947             88  WS-PREQ-DATED-YES          VALUE "Y".
025948             88  WS-PREQ-DATED-NO           VALUE "N".
025949
026000 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
026100 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
026200
028006     PERFORM 1016-LOAD-CALENDAR THRU 1016-EXIT.
028010     PERFORM 1020-CHECK-RUN-REGISTER THRU 1020-EXIT.
028015     PERFORM 1028-CHECK-CALENDAR THRU 1028-EXIT.
028016     PERFORM 1080-CHECK-YEAR-END-CLOSE THRU 1080-EXIT.
028020     PERFORM 1030-WRITE-EXTRACT-HEADER THRU 1030-EXIT.
028100     PERFORM 1050-READ-OLD-MASTER THRU 1050-EXIT.
028200     PERFORM 1060-SEED-FROM-CHECKPOINT THRU 1060-EXIT.
028400     PERFORM 1100-SKIP-TO-RESTART THRU 1100-EXIT
028500         UNTIL WS-EOF-YES
028600            OR TRN-RECORD-NBR > WS-RESTART-PARM.
028610     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
028700 1000-EXIT.
028800     EXIT.
028900
037403                 TO WS-CAL-BUSINESS (WS-CAL-COUNT)
037404             MOVE CAL-PERIOD-END-FLAG
037405                 TO WS-CAL-PERIOD-END (WS-CAL-COUNT)
037406             MOVE CAL-YEAR-END-FLAG
037407                 TO WS-CAL-YEAR-END (WS-CAL-COUNT)
037408     END-READ.
037409     IF WS-LF-STATUS NOT = "00" AND WS-LF-STATUS NOT = "10"
037410         MOVE "READ ERROR - CF153-CAL-FILE (CF153LF)"
037411                              TO WS-ABEND-MESSAGE
037412         MOVE WS-LF-STATUS    TO WS-ABEND-STATUS
037413         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
037414     END-IF.
037415 1017-EXIT.
037416     EXIT.
037417
037418 1020-CHECK-RUN-REGISTER.
037419     OPEN OUTPUT CF153-REGO-FILE.
037420     IF WS-GO-STATUS NOT = "00"
037421         MOVE "OPEN ERROR - CF153-REGO-FILE (CF153GO)"
037422                              TO WS-ABEND-MESSAGE
037423         MOVE WS-GO-STATUS    TO WS-ABEND-STATUS
037424         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
037425     END-IF.
037426     OPEN INPUT CF153-REGI-FILE.
037427     IF WS-GI-STATUS = "35"
037428         GO TO 1020-EXIT
037429     END-IF.
037430     IF WS-GI-STATUS NOT = "00"
037431         MOVE "OPEN ERROR - CF153-REGI-FILE (CF153GI)"
037432                              TO WS-ABEND-MESSAGE
037433         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
037434         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
037435     END-IF.
037436     SET WS-REGI-EOF-NO TO TRUE.
037437     PERFORM 1025-COPY-REGISTER-RECORD THRU 1025-EXIT
037438         UNTIL WS-REGI-EOF-YES.
037439     CLOSE CF153-REGI-FILE.
037440     IF WS-GI-STATUS NOT = "00"
037441         MOVE "CLOSE ERROR - CF153-REGI-FILE (CF153GI)"
037442                              TO WS-ABEND-MESSAGE
037443         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
037444         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
037445     END-IF.
037446     IF WS-POSTED-FOUND-YES
037447         IF WS-OVERRIDE-POSTED
037448             DISPLAY "CODEFORCES153A -- RUN DATE " WS-CTL-RUN-DATE
037449                 " ALREADY POSTED -- OPERATOR OVERRIDE ACCEPTED"
037450         ELSE
037451             PERFORM 1059-CHECK-REPOST THRU 1059-EXIT
037452         END-IF
037453     END-IF.
037454 1020-EXIT.
037460             SET WS-REGI-EOF-YES TO TRUE
037461         NOT AT END
037462             IF REGI-RUN-DATE = WS-CTL-RUN-DATE
037463                 PERFORM 1056-NOTE-RUN-DATE-RECORD
037464                     THRU 1056-EXIT
037465             END-IF
037466             IF REGI-POSTED
037467                AND REGI-RUN-DATE > WS-LATEST-POSTED-DATE
037524             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
037525         END-IF
037526     END-IF.
037527     IF WS-LATEST-POSTED-DATE > ZERO AND WS-REPOST-NO
037528         PERFORM 1031-FIND-NEXT-EXPECTED THRU 1031-EXIT
037529         IF WS-NEXT-EXPECTED-DATE > ZERO
037530            AND WS-NEXT-EXPECTED-DATE NOT = WS-CTL-RUN-DATE
037668 1055-EXIT.
037669     EXIT.
037670
037680 1056-NOTE-RUN-DATE-RECORD.
037690     MOVE REGI-UNIT-CODE TO WS-DATE-UNIT-KEY.
037700     PERFORM 1057-FIND-DATE-UNIT THRU 1057-EXIT.
037710     IF WS-DATE-UNIT-FOUND-SUB = ZERO
037720         IF WS-DATE-UNIT-COUNT >= WS-DATE-UNIT-MAX
037730             MOVE "RUN DATE UNIT TABLE CAPACITY EXCEEDED"
037740                                  TO WS-ABEND-MESSAGE
037750             PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
037760         END-IF
037770         ADD 1 TO WS-DATE-UNIT-COUNT
037780         MOVE WS-DATE-UNIT-COUNT TO WS-DATE-UNIT-FOUND-SUB
037790         MOVE WS-DATE-UNIT-KEY
037800             TO WS-DATE-UNIT-CODE (WS-DATE-UNIT-FOUND-SUB)
037810         MOVE SPACE
037820             TO WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB)
037830     END-IF.
037840     IF WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB) = "P"
037850         SUBTRACT 1 FROM WS-DATE-POSTED-COUNT
037860     END-IF.
037870     IF WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB) = "R"
037880         SUBTRACT 1 FROM WS-DATE-REVERSED-COUNT
037890     END-IF.
037900     MOVE REGI-STATUS-CODE
037910         TO WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB).
037920     IF REGI-POSTED
037930         ADD 1 TO WS-DATE-POSTED-COUNT
037940     END-IF.
037950     IF REGI-REVERSED
037960         ADD 1 TO WS-DATE-REVERSED-COUNT
037970     END-IF.
037980     IF WS-DATE-POSTED-COUNT > ZERO
037990         SET WS-POSTED-FOUND-YES TO TRUE
038000     ELSE
038010         SET WS-POSTED-FOUND-NO TO TRUE
038020     END-IF.
038030     IF WS-DATE-REVERSED-COUNT > ZERO
038040         SET WS-REVERSED-FOUND-YES TO TRUE
038050     ELSE
038060         SET WS-REVERSED-FOUND-NO TO TRUE
038070     END-IF.
038080 1056-EXIT.
038090     EXIT.
038100
038110 1057-FIND-DATE-UNIT.
038120     MOVE ZERO TO WS-DATE-UNIT-FOUND-SUB.
038130     MOVE 1 TO WS-DATE-UNIT-SUB.
038140     PERFORM 1058-SCAN-DATE-UNIT THRU 1058-EXIT
038150         UNTIL WS-DATE-UNIT-FOUND-SUB > ZERO
038160            OR WS-DATE-UNIT-SUB > WS-DATE-UNIT-COUNT.
038170 1057-EXIT.
038180     EXIT.
038190
038200 1058-SCAN-DATE-UNIT.
038210     IF WS-DATE-UNIT-CODE (WS-DATE-UNIT-SUB) = WS-DATE-UNIT-KEY
038220         MOVE WS-DATE-UNIT-SUB TO WS-DATE-UNIT-FOUND-SUB
038230     ELSE
038240         ADD 1 TO WS-DATE-UNIT-SUB
038250     END-IF.
038260 1058-EXIT.
038270     EXIT.
038280
038290 1059-CHECK-REPOST.
038300     IF WS-REVERSED-FOUND-NO
038310         MOVE "RUN DATE ALREADY POSTED ON REGISTER"
038320                              TO WS-ABEND-MESSAGE
038330         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
038340     END-IF.
038350     SET WS-REPOST-YES TO TRUE.
038360     DISPLAY "CODEFORCES153A -- RUN DATE " WS-CTL-RUN-DATE
038370         " PARTLY REVERSED -- RE-POSTING REVERSED UNITS ONLY".
038380 1059-EXIT.
038390     EXIT.
038400
041101 1060-SEED-FROM-CHECKPOINT.
041102     OPEN INPUT CF153-CKPI-FILE.
041103     IF WS-KI-STATUS = "35"
041165                 MOVE CKPI-LAST-RECORD-NBR
041166                              TO WS-LAST-CKPI-RECORD-NBR
041167             ELSE
041168                 PERFORM 1075-ROUTE-CKPI-UNIT THRU 1075-EXIT
041169             END-IF
041170     END-READ.
041171     IF WS-KI-STATUS NOT = "00" AND WS-KI-STATUS NOT = "10"
041237 1070-EXIT.
041238     EXIT.
041239
041240 1075-ROUTE-CKPI-UNIT.
041241     IF CKPI-TRANSFER-TOTAL
041242         IF WS-RESTART-PARM > ZERO
041243             MOVE CKPI-RECORDS-PROCESSED TO WS-XFR-COUNT
041244             MOVE CKPI-REJECT-COUNT      TO WS-XFR-REJ-COUNT
041245             MOVE CKPI-TOTAL-N           TO WS-XFR-CREDIT-S
041246             MOVE CKPI-TOTAL-M           TO WS-XFR-DEBIT-S
041247             MOVE CKPI-TOTAL-S           TO WS-XFR-NET-S
041248         END-IF
041249         GO TO 1075-EXIT
041250     END-IF.
041251     PERFORM 1066-STASH-CKPI-UNIT THRU 1066-EXIT.
041252 1075-EXIT.
041253     EXIT.
041254
041260 1080-CHECK-YEAR-END-CLOSE.
041270     IF WS-CAL-PRESENT-YES AND WS-CAL-FOUND-SUB > ZERO
041280         IF WS-CAL-YEAR-END (WS-CAL-FOUND-SUB) = "Y"
041290             DISPLAY "CODEFORCES153A -- YEAR END -- RUN THE"
041300                 " CODEFORCES153Z YEAR-END CLOSE AFTER THIS RUN"
041310         END-IF
041320     END-IF.
041330     IF WS-CAL-PRESENT-NO OR WS-LATEST-POSTED-DATE = ZERO
041340         GO TO 1080-EXIT
041350     END-IF.
041360     MOVE ZERO TO WS-YEAR-END-DATE.
041370     MOVE 1 TO WS-CAL-SUB.
041380     PERFORM 1085-SCAN-YEAR-END THRU 1085-EXIT
041390         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
041400     IF WS-YEAR-END-DATE = ZERO
041410        OR WS-LATEST-POSTED-DATE > WS-YEAR-END-DATE
041420         GO TO 1080-EXIT
041430     END-IF.
041440     SET WS-YEAR-CLOSED-NO TO TRUE.
041450     OPEN INPUT CF153-YEB-FILE.
041460     IF WS-YB-STATUS = "35"
041470         GO TO 1080-NOT-CLOSED
041480     END-IF.
041490     IF WS-YB-STATUS NOT = "00"
041500         MOVE "OPEN ERROR - CF153-YEB-FILE (CF153YB)"
041510                              TO WS-ABEND-MESSAGE
041520         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
041530         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
041540     END-IF.
041550     SET WS-YEB-EOF-NO TO TRUE.
041560     PERFORM 1090-READ-YEAR-END-BALANCE THRU 1090-EXIT
041570         UNTIL WS-YEB-EOF-YES OR WS-YEAR-CLOSED-YES.
041580     CLOSE CF153-YEB-FILE.
041590     IF WS-YB-STATUS NOT = "00"
041600         MOVE "CLOSE ERROR - CF153-YEB-FILE (CF153YB)"
041610                              TO WS-ABEND-MESSAGE
041620         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
041630         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
041640     END-IF.
041650     IF WS-YEAR-CLOSED-YES
041660         GO TO 1080-EXIT
041670     END-IF.
041680 1080-NOT-CLOSED.
041690     DISPLAY "CODEFORCES153A -- YEAR ENDED " WS-YEAR-END-DATE
041700         " NOT CLOSED ON CF153YB -- RUN THE CODEFORCES153Z"
041710         " YEAR-END CLOSE BEFORE THE FIRST RUN OF THE NEW YEAR".
041720     MOVE "YEAR-END CLOSE HAS NOT RUN" TO WS-ABEND-MESSAGE.
041730     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
041740 1080-EXIT.
041750     EXIT.
041760
041770 1085-SCAN-YEAR-END.
041780     IF WS-CAL-DATE (WS-CAL-SUB) < WS-CTL-RUN-DATE
041790        AND WS-CAL-YEAR-END (WS-CAL-SUB) = "Y"
041800        AND WS-CAL-DATE (WS-CAL-SUB) > WS-YEAR-END-DATE
041810         MOVE WS-CAL-DATE (WS-CAL-SUB) TO WS-YEAR-END-DATE
041820     END-IF.
041830     ADD 1 TO WS-CAL-SUB.
041840 1085-EXIT.
041850     EXIT.
041860
041870 1090-READ-YEAR-END-BALANCE.
041880     READ CF153-YEB-FILE
041890         AT END
041900             SET WS-YEB-EOF-YES TO TRUE
041910         NOT AT END
041920             IF YEB-CLOSE-DATE = WS-YEAR-END-DATE
041930                 SET WS-YEAR-CLOSED-YES TO TRUE
041940             END-IF
041950     END-READ.
041960     IF WS-YB-STATUS NOT = "00" AND WS-YB-STATUS NOT = "10"
041970         MOVE "READ ERROR - CF153-YEB-FILE (CF153YB)"
041980                              TO WS-ABEND-MESSAGE
041990         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
042000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
042010     END-IF.
042020 1090-EXIT.
042030     EXIT.
042040
048100 1100-SKIP-TO-RESTART.
048200     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
048300 1100-EXIT.
048744     PERFORM 2058-SET-TALLY-UNIT THRU 2058-EXIT.
048750     PERFORM 2010-FIND-OR-ADD-UNIT THRU 2010-EXIT.
048760     ADD 1 TO WS-UNIT-REC-COUNT (WS-UNIT-FOUND-SUB).
048770     IF WS-INVALID-NO AND TRN-TRANSFER
048780         PERFORM 2600-POST-TRANSFER THRU 2600-EXIT
048790         GO TO 2000-NEXT
048800     END-IF.
049000     IF WS-INVALID-YES
049100         ADD 1                TO WS-REJECT-COUNT
049110         ADD 1 TO WS-UNIT-REJ-COUNT (WS-UNIT-FOUND-SUB)
054200             PERFORM 2350-WRITE-RESULT THRU 2350-EXIT
054300         END-IF
054400     END-IF.
054410 2000-NEXT.
054500     PERFORM 2400-WRITE-CHECKPOINT THRU 2400-EXIT.
054600     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
054700 2000-EXIT.
057710     IF WS-INVALID-NO AND WS-UNITREF-PRESENT-YES
057720         PERFORM 2055-CHECK-UNIT THRU 2055-EXIT
057730     END-IF.
057740     IF WS-INVALID-NO AND WS-REPOST-YES
057750         PERFORM 2059-CHECK-UNIT-POSTED THRU 2059-EXIT
057760     END-IF.
057770     IF WS-INVALID-NO AND NOT TRN-STANDARD
057780         PERFORM 2070-EDIT-TRANSFER THRU 2070-EXIT
057790     END-IF.
057800 2050-EXIT.
057900     EXIT.
057910
058040 2058-EXIT.
058041     EXIT.
058042
058043 2059-CHECK-UNIT-POSTED.
058044     MOVE WS-WORK-UNIT TO WS-DATE-UNIT-KEY.
058045     PERFORM 1057-FIND-DATE-UNIT THRU 1057-EXIT.
058046     IF WS-DATE-UNIT-FOUND-SUB = ZERO
058047         GO TO 2059-EXIT
058048     END-IF.
058049     IF WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB) = "P"
058050         SET WS-INVALID-YES TO TRUE
058051         MOVE "E005"          TO WS-REJECT-CODE
058052         MOVE "UNIT ALREADY POSTED THIS DATE"
058053                              TO WS-REJECT-TEXT
058054     END-IF.
058055 2059-EXIT.
058056     EXIT.
058057
058100 2060-WRITE-REJECT.
058200     MOVE TRN-RECORD-NBR      TO REJ-RECORD-NBR.
058300     MOVE TRN-N               TO REJ-N.
058600     MOVE WS-REJECT-TEXT      TO REJ-REASON-TEXT.
058610     MOVE ZERO                TO REJ-AGE-DAYS.
058620     MOVE WS-REJECT-UNIT      TO REJ-UNIT-CODE.
058630     MOVE TRN-RECORD-TYPE     TO REJ-RECORD-TYPE.
058640     MOVE TRN-TO-UNIT-CODE    TO REJ-TO-UNIT-CODE.
058700     WRITE REJ-REJECT-RECORD.
058800     IF WS-JF-STATUS NOT = "00"
058900         MOVE "WRITE ERROR - CF153-REJ-FILE (CF153JF)"
059100         MOVE WS-JF-STATUS    TO WS-ABEND-STATUS
059200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
059300     END-IF.
059310     IF TRN-TRANSFER
059320         ADD 1 TO WS-XFR-REJ-COUNT
059330     END-IF.
059400 2060-EXIT.
059500     EXIT.
059600
059601 2070-EDIT-TRANSFER.
059602     IF NOT TRN-TRANSFER
059603         SET WS-INVALID-YES TO TRUE
059604         MOVE "E006"          TO WS-REJECT-CODE
059605         MOVE "RECORD TYPE NOT RECOGNISED"
059606                              TO WS-REJECT-TEXT
059607         GO TO 2070-EXIT
059608     END-IF.
059609     IF TRN-UNIT-CODE = SPACES OR TRN-TO-UNIT-CODE = SPACES
059610         SET WS-INVALID-YES TO TRUE
059611         MOVE "E007"          TO WS-REJECT-CODE
059612         MOVE "TRANSFER UNIT NOT GIVEN"
059613                              TO WS-REJECT-TEXT
059614         GO TO 2070-EXIT
059615     END-IF.
059616     IF TRN-UNIT-CODE = TRN-TO-UNIT-CODE
059617         SET WS-INVALID-YES TO TRUE
059618         MOVE "E008"          TO WS-REJECT-CODE
059619         MOVE "TRANSFER UNITS ARE THE SAME"
059620                              TO WS-REJECT-TEXT
059621         GO TO 2070-EXIT
059622     END-IF.
059623     IF WS-UNITREF-PRESENT-YES
059624         MOVE TRN-TO-UNIT-CODE TO WS-WORK-UNIT
059625         PERFORM 2075-CHECK-TO-UNIT THRU 2075-EXIT
059626         MOVE TRN-UNIT-CODE    TO WS-WORK-UNIT
059627         IF WS-INVALID-YES
059628             GO TO 2070-EXIT
059629         END-IF
059630     END-IF.
059631     PERFORM 2200-CHECK-OVERFLOW THRU 2200-EXIT.
059632     IF WS-OVERFLOW-YES
059633         SET WS-INVALID-YES TO TRUE
059634         MOVE "E011"          TO WS-REJECT-CODE
059635         MOVE "TRANSFER LEG EXCEEDS 10 DIGITS"
059636                              TO WS-REJECT-TEXT
059637         GO TO 2070-EXIT
059638     END-IF.
059639     IF WS-REPOST-YES
059640         MOVE TRN-TO-UNIT-CODE TO WS-DATE-UNIT-KEY
059641         PERFORM 1057-FIND-DATE-UNIT THRU 1057-EXIT
059642         IF WS-DATE-UNIT-FOUND-SUB > ZERO
059643             IF WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB) = "P"
059644                 SET WS-INVALID-YES TO TRUE
059645                 MOVE "E012"  TO WS-REJECT-CODE
059646                 MOVE "TO-UNIT ALREADY POSTED"
059647                              TO WS-REJECT-TEXT
059648             END-IF
059649         END-IF
059650     END-IF.
059651 2070-EXIT.
059652     EXIT.
059653
059654 2075-CHECK-TO-UNIT.
059655     MOVE ZERO TO WS-REF-FOUND-SUB.
059656     MOVE 1 TO WS-REF-SUB.
059657     PERFORM 2057-SCAN-UNIT-REFERENCE THRU 2057-EXIT
059658         UNTIL WS-REF-FOUND-SUB > ZERO
059659            OR WS-REF-SUB > WS-REF-COUNT.
059660     IF WS-REF-FOUND-SUB = ZERO
059661         SET WS-INVALID-YES TO TRUE
059662         MOVE "E009"          TO WS-REJECT-CODE
059663         MOVE "TO-UNIT NOT ON REFERENCE FILE"
059664                              TO WS-REJECT-TEXT
059665         GO TO 2075-EXIT
059666     END-IF.
059667     IF WS-REF-STATUS (WS-REF-FOUND-SUB) = "C"
059668         SET WS-INVALID-YES TO TRUE
059669         MOVE "E010"          TO WS-REJECT-CODE
059670         MOVE "TO-UNIT CLOSED ON REFERENCE"
059671                              TO WS-REJECT-TEXT
059672     END-IF.
059673 2075-EXIT.
059674     EXIT.
059675
059700 2200-CHECK-OVERFLOW.
059800     SET WS-OVERFLOW-NO TO TRUE.
059900     ADD TRN-N TRN-M GIVING WS-SUM-CHECK.
065743         MOVE WS-KF-STATUS    TO WS-ABEND-STATUS
065744         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
065745     END-IF.
065746     IF WS-XFR-COUNT > ZERO OR WS-XFR-REJ-COUNT > ZERO
065747         PERFORM 2430-WRITE-TRANSFER-CHECKPOINT THRU 2430-EXIT
065748     END-IF.
065756 2420-EXIT.
065757     EXIT.
065758
065759 2430-WRITE-TRANSFER-CHECKPOINT.
065760     MOVE "CF153A  "        TO CKPO-RUN-ID.
065761     MOVE WS-LAST-TRAN-NBR  TO CKPO-LAST-RECORD-NBR.
065762     MOVE WS-XFR-COUNT      TO CKPO-RECORDS-PROCESSED.
065763     MOVE WS-XFR-REJ-COUNT  TO CKPO-REJECT-COUNT.
065764     MOVE ZERO              TO CKPO-EXCEPTION-COUNT.
065765     MOVE WS-XFR-CREDIT-S   TO CKPO-TOTAL-N.
065766     MOVE WS-XFR-DEBIT-S    TO CKPO-TOTAL-M.
065767     MOVE WS-XFR-NET-S      TO CKPO-TOTAL-S.
065768     MOVE "*XFR "           TO CKPO-UNIT-CODE.
065769     WRITE CKPO-CKPT-RECORD.
065770     IF WS-KF-STATUS NOT = "00"
065771         MOVE "WRITE ERROR - CF153-CKPT-FILE (CF153KF)"
065772                              TO WS-ABEND-MESSAGE
065773         MOVE WS-KF-STATUS    TO WS-ABEND-STATUS
065774         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
065775     END-IF.
065776 2430-EXIT.
065777     EXIT.
065778
065900 2500-WRITE-EXTRACT.
066000     MOVE TRN-RECORD-NBR      TO EXT-RECORD-NBR.
066100     MOVE TRN-N               TO EXT-N.
066300     MOVE OUT-S               TO EXT-S.
066400     MOVE WS-CTL-RUN-DATE     TO EXT-RUN-DATE.
066500     MOVE WS-WORK-UNIT        TO EXT-UNIT-CODE.
066510     MOVE TRN-RECORD-TYPE     TO EXT-RECORD-TYPE.
066520     MOVE SPACES              TO EXT-OTHER-UNIT.
066530     IF TRN-TRANSFER
066540         MOVE WS-LEG-N        TO EXT-N
066550         MOVE WS-LEG-M        TO EXT-M
066560         MOVE WS-LEG-OTHER-UNIT TO EXT-OTHER-UNIT
066570     END-IF.
066600     WRITE EXT-EXTRACT-RECORD.
066700     IF WS-XF-STATUS NOT = "00"
066800         MOVE "WRITE ERROR - CF153-EXT-FILE (CF153XF)"
067260         MOVE WS-HF-STATUS    TO WS-ABEND-STATUS
067270         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
067280     END-IF.
067281     IF EXT-TRANSFER-LEG
067282         ADD 1 TO WS-EXTRACT-XFR-COUNT
067283         ADD EXT-S TO WS-EXTRACT-XFR-NET-S
067284             ON SIZE ERROR
067285                 MOVE "WS-EXTRACT-XFR-NET-S" TO WS-ABEND-MESSAGE
067286                 PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
067287         END-ADD
067288     END-IF.
067300 2500-EXIT.
067400     EXIT.
067500
067501 2600-POST-TRANSFER.
067502     ADD 1 TO WS-XFR-COUNT.
067503     MOVE WS-CTL-RUN-DATE     TO OUT-RUN-DATE.
067504     MOVE WS-WORK-UNIT        TO WS-XFR-FROM-UNIT.
067505     SUBTRACT TRN-N FROM ZERO GIVING WS-LEG-N.
067506     SUBTRACT TRN-M FROM ZERO GIVING WS-LEG-M.
067507     ADD WS-LEG-N WS-LEG-M GIVING WS-LEG-S.
067508     MOVE TRN-TO-UNIT-CODE    TO WS-LEG-OTHER-UNIT.
067509     PERFORM 2610-POST-TRANSFER-LEG THRU 2610-EXIT.
067510     ADD WS-LEG-S TO WS-XFR-DEBIT-S
067511         ON SIZE ERROR
067512             MOVE "WS-XFR-DEBIT-S" TO WS-ABEND-MESSAGE
067513             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
067514     END-ADD.
067515     MOVE TRN-TO-UNIT-CODE    TO WS-WORK-UNIT.
067516     PERFORM 2010-FIND-OR-ADD-UNIT THRU 2010-EXIT.
067517     ADD 1 TO WS-UNIT-REC-COUNT (WS-UNIT-FOUND-SUB).
067518     MOVE TRN-N               TO WS-LEG-N.
067519     MOVE TRN-M               TO WS-LEG-M.
067520     ADD WS-LEG-N WS-LEG-M GIVING WS-LEG-S.
067521     MOVE WS-XFR-FROM-UNIT    TO WS-LEG-OTHER-UNIT.
067522     PERFORM 2610-POST-TRANSFER-LEG THRU 2610-EXIT.
067523     ADD WS-LEG-S TO WS-XFR-CREDIT-S
067524         ON SIZE ERROR
067525             MOVE "WS-XFR-CREDIT-S" TO WS-ABEND-MESSAGE
067526             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
067527     END-ADD.
067528     ADD WS-XFR-CREDIT-S WS-XFR-DEBIT-S GIVING WS-XFR-NET-S
067529         ON SIZE ERROR
067530             MOVE "WS-XFR-NET-S" TO WS-ABEND-MESSAGE
067531             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
067532     END-ADD.
067533     MOVE WS-XFR-FROM-UNIT    TO WS-WORK-UNIT.
067534 2600-EXIT.
067535     EXIT.
067536
067537 2610-POST-TRANSFER-LEG.
067538     ADD WS-LEG-N
067539         TO WS-UNIT-TOTAL-N (WS-UNIT-FOUND-SUB)
067540         ON SIZE ERROR
067541             MOVE "WS-UNIT-TOTAL-N" TO WS-ABEND-MESSAGE
067542             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
067543     END-ADD.
067544     ADD WS-LEG-M
067545         TO WS-UNIT-TOTAL-M (WS-UNIT-FOUND-SUB)
067546         ON SIZE ERROR
067547             MOVE "WS-UNIT-TOTAL-M" TO WS-ABEND-MESSAGE
067548             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
067549     END-ADD.
067550     ADD WS-LEG-S
067551         TO WS-UNIT-TOTAL-S (WS-UNIT-FOUND-SUB)
067552         ON SIZE ERROR
067553             MOVE "WS-UNIT-TOTAL-S" TO WS-ABEND-MESSAGE
067554             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
067555     END-ADD.
067556     MOVE WS-WORK-UNIT        TO OUT-UNIT-CODE.
067557     MOVE WS-LEG-S            TO OUT-S.
067558     PERFORM 2350-WRITE-RESULT THRU 2350-EXIT.
067559 2610-EXIT.
067560     EXIT.
067561
067600 3000-TERMINATE.
067650     PERFORM 2420-WRITE-CHECKPOINT-GROUP THRU 2420-EXIT.
067660     IF WS-NOT-PARTITIONED
067700         PERFORM 3050-WRITE-NEW-MASTER THRU 3050-EXIT
067701         IF WS-XFR-COUNT > ZERO OR WS-XFR-REJ-COUNT > ZERO
067702             PERFORM 3090-WRITE-TRANSFER-REGISTER THRU 3090-EXIT
067703         END-IF
067710         PERFORM 3070-WRITE-RUN-REGISTER THRU 3070-EXIT
067715     ELSE
067716         DISPLAY "CODEFORCES153A -- PARTITION " WS-RANGE-LO
075602
075610 3070-WRITE-RUN-REGISTER.
075611     MOVE 1 TO WS-UNIT-SUB.
075612     PERFORM 3085-REGISTER-ONE-UNIT THRU 3085-EXIT
075613         UNTIL WS-UNIT-SUB > WS-UNIT-COUNT.
075614     CLOSE CF153-REGO-FILE.
075615     IF WS-GO-STATUS NOT = "00"
075653     MOVE WS-CTL-RUN-DATE     TO EXL-RUN-DATE.
075654     MOVE WS-EXTRACT-COUNT    TO EXL-RECORD-COUNT.
075655     MOVE WS-EXTRACT-HASH-S   TO EXL-HASH-TOTAL-S.
075656     MOVE WS-EXTRACT-XFR-COUNT TO EXL-TRANSFER-COUNT.
075657     MOVE WS-EXTRACT-XFR-NET-S TO EXL-TRANSFER-NET-S.
075658     WRITE CF153-EXT-TRL-RECORD.
075659     IF WS-XF-STATUS NOT = "00"
075660         MOVE "WRITE ERROR - CF153-EXT-FILE (CF153XF)"
075661                              TO WS-ABEND-MESSAGE
075662         MOVE WS-XF-STATUS    TO WS-ABEND-STATUS
075663         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
075664     END-IF.
075665 3080-EXIT.
075666     EXIT.
075667
075675 3085-REGISTER-ONE-UNIT.
075685     IF WS-REPOST-YES
075695         MOVE WS-UNIT-CODE (WS-UNIT-SUB) TO WS-DATE-UNIT-KEY
075705         PERFORM 1057-FIND-DATE-UNIT THRU 1057-EXIT
075715         IF WS-DATE-UNIT-FOUND-SUB > ZERO
075725             IF WS-DATE-UNIT-STATUS (WS-DATE-UNIT-FOUND-SUB) = "P"
075735                 ADD 1 TO WS-UNIT-SUB
075745                 GO TO 3085-EXIT
075755             END-IF
075765         END-IF
075775     END-IF.
075785     PERFORM 3075-WRITE-UNIT-REGISTER THRU 3075-EXIT.
075795 3085-EXIT.
075805     EXIT.
075815
075816 3090-WRITE-TRANSFER-REGISTER.
075817     MOVE SPACES            TO REGO-REGISTER-RECORD.
075818     MOVE WS-CTL-RUN-DATE   TO REGO-RUN-DATE.
075819     MOVE "*XFR "           TO REGO-UNIT-CODE.
075820     MOVE WS-XFR-COUNT      TO REGO-RECORD-COUNT.
075821     MOVE WS-XFR-REJ-COUNT  TO REGO-REJECT-COUNT.
075822     MOVE ZERO              TO REGO-EXCEPTION-COUNT.
075823     MOVE WS-XFR-CREDIT-S   TO REGO-TOTAL-N.
075824     MOVE WS-XFR-DEBIT-S    TO REGO-TOTAL-M.
075825     MOVE WS-XFR-NET-S      TO REGO-TOTAL-S.
075826     MOVE "T"               TO REGO-STATUS-CODE.
075827     WRITE REGO-REGISTER-RECORD.
075828     IF WS-GO-STATUS NOT = "00"
075829         MOVE "WRITE ERROR - CF153-REGO-FILE (CF153GO)"
075830                              TO WS-ABEND-MESSAGE
075831         MOVE WS-GO-STATUS    TO WS-ABEND-STATUS
075832         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
075833     END-IF.
075834 3090-EXIT.
075835     EXIT.
075836
075837 3095-PRINT-TRANSFER-TOTALS.
075838     DISPLAY " ".
075839     DISPLAY "TRANSFERS POSTED . . . . . . . " WS-XFR-COUNT.
075840     DISPLAY "TRANSFERS REJECTED . . . . . . " WS-XFR-REJ-COUNT.
075841     DISPLAY "TRANSFER CREDIT LEGS -- S. . . " WS-XFR-CREDIT-S.
075842     DISPLAY "TRANSFER DEBIT LEGS -- S . . . " WS-XFR-DEBIT-S.
075843     DISPLAY "TRANSFER NET -- S. . . . . . . " WS-XFR-NET-S.
075844     IF WS-XFR-NET-S NOT = ZERO
075845         DISPLAY "WARNING -- TRANSFER LEGS DO NOT NET TO ZERO"
075846     END-IF.
075847 3095-EXIT.
075848     EXIT.
075849
076200 3100-PRINT-CONTROL-TOTALS.
076300     DISPLAY "CODEFORCES153A -- CONTROL TOTALS REPORT".
076400     DISPLAY "RUN DATE . . . . . . . . . . . " WS-CTL-RUN-DATE.
077200     DISPLAY "TOTAL OF S . . . . . . . . . . " WS-TOTAL-S.
077300     DISPLAY "PRIOR PERIOD BALANCE . . . . . " WS-PRIOR-BALANCE.
077400     DISPLAY "NEW PERIOD BALANCE . . . . . . " WS-NEW-BALANCE.
077401     IF WS-XFR-COUNT > ZERO OR WS-XFR-REJ-COUNT > ZERO
077402         PERFORM 3095-PRINT-TRANSFER-TOTALS THRU 3095-EXIT
077403     END-IF.
077410     DISPLAY " ".
077420     DISPLAY "UNIT CONSOLIDATION -- ACTIVITY AND NEW BALANCE".
077430     MOVE 1 TO WS-UNIT-SUB.
080000     STOP RUN.
080100 9960-EXIT.
080200     EXIT.
080300
080400 8400-CHECK-PREREQUISITES.
080500     MOVE "CF153A  "        TO WS-GATE-PROGRAM-ID.
080600     MOVE WS-CTL-RUN-DATE TO WS-GATE-RUN-DATE.
080700     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
080800     OPEN INPUT CF153-PREQ-FILE.
080900     IF WS-PF-STATUS = "35"
081000         GO TO 8400-EXIT
081100     END-IF.
081200     IF WS-PF-STATUS NOT = "00"
081300         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
081400                              TO WS-ABEND-MESSAGE
081500         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
081600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
081700     END-IF.
081800     SET WS-PREQ-EOF-NO TO TRUE.
081900     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
082000         UNTIL WS-PREQ-EOF-YES.
082100     CLOSE CF153-PREQ-FILE.
082200     IF WS-PREQ-COUNT = ZERO
082300         GO TO 8400-EXIT
082400     END-IF.
082500     OPEN INPUT CF153-RUNI-FILE.
082600     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
082700         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
082800                              TO WS-ABEND-MESSAGE
082900         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
083000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
083100     END-IF.
083200     IF WS-SI-STATUS = "00"
083300         SET WS-RUNI-EOF-NO TO TRUE
083400         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
083500             UNTIL WS-RUNI-EOF-YES
083600         CLOSE CF153-RUNI-FILE
083700     END-IF.
083800     MOVE ZERO TO WS-GATE-MISSING.
083900     MOVE 1 TO WS-PREQ-SUB.
084000     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
084100         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
084200     IF WS-GATE-MISSING = ZERO
084300         GO TO 8400-EXIT
084400     END-IF.
084500     IF WS-GATE-OVERRIDE-YES
084600         DISPLAY "CODEFORCES153A -- PREREQUISITES OVERRIDDEN BY "
084700             WS-GATE-OPERATOR
084800         DISPLAY "    REASON: " WS-GATE-REASON
084900         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
085000         GO TO 8400-EXIT
085100     END-IF.
085200     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
085300     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
085400 8400-EXIT.
085500     EXIT.
085600
085700 8410-READ-PREREQUISITE.
085800     READ CF153-PREQ-FILE
085900         AT END
086000             SET WS-PREQ-EOF-YES TO TRUE
086100         NOT AT END
086200             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
086300                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
086400             END-IF
086500     END-READ.
086600     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
086700         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
086800                              TO WS-ABEND-MESSAGE
086900         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
087000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
087100     END-IF.
087200 8410-EXIT.
087300     EXIT.
087400
087500 8415-TAKE-PREREQUISITE.
087600     IF PRQ-OVERRIDE
087700         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
087800            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
087900                AND WS-GATE-RUN-DATE NOT = ZERO)
088000             SET WS-GATE-OVERRIDE-YES TO TRUE
088100             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
088200             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
088300         END-IF
088400         GO TO 8415-EXIT
088500     END-IF.
088600     IF NOT PRQ-PREREQUISITE
088700         GO TO 8415-EXIT
088800     END-IF.
088900     IF WS-PREQ-COUNT >= WS-PREQ-MAX
089000         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
089100                              TO WS-ABEND-MESSAGE
089200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
089300     END-IF.
089400     ADD 1 TO WS-PREQ-COUNT.
089500     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
089600     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
089700     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
089800 8415-EXIT.
089900     EXIT.
090000
090100 8420-READ-RUN-EVENT.
090200     READ CF153-RUNI-FILE
090300         AT END
090400             SET WS-RUNI-EOF-YES TO TRUE
090500         NOT AT END
090600             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
090700     END-READ.
090800     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
090900         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
091000                              TO WS-ABEND-MESSAGE
091100         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
091200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
091300     END-IF.
091400 8420-EXIT.
091500     EXIT.
091600
091700 8430-POST-RUN-EVENT.
091800     IF RUNI-OVERRIDDEN
091900         GO TO 8430-EXIT
092000     END-IF.
092100     MOVE 1 TO WS-PREQ-SUB.
092200     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
092300         IF RUNI-COMPLETED
092400             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
092500                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
092600         END-IF
092700         GO TO 8430-EXIT
092800     END-IF.
092900     IF WS-GATE-RUN-DATE NOT = ZERO
093000        AND RUNI-RUN-DATE NOT = ZERO
093100        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
093200         GO TO 8430-EXIT
093300     END-IF.
093400     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
093500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
093600 8430-EXIT.
093700     EXIT.
093800
093900 8435-RESET-UNDATED.
094000     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
094100         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
094200     END-IF.
094300     ADD 1 TO WS-PREQ-SUB.
094400 8435-EXIT.
094500     EXIT.
094600
094700 8437-POST-PREDECESSOR.
094800     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
094900         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
095000         IF WS-GATE-RUN-DATE NOT = ZERO
095100            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
095200             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
095300         ELSE
095400             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
095500         END-IF
095600     END-IF.
095700     ADD 1 TO WS-PREQ-SUB.
095800 8437-EXIT.
095900     EXIT.
096000
096100 8440-CHECK-PREDECESSOR.
096200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
096300         GO TO 8440-NEXT
096400     END-IF.
096500     ADD 1 TO WS-GATE-MISSING.
096600     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
096700     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
096800         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
096900     END-IF.
097000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
097100         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
097200     END-IF.
097300     DISPLAY "CODEFORCES153A -- PREREQUISITE STEP "
097400         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
097500     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
097600 8440-NEXT.
097700     ADD 1 TO WS-PREQ-SUB.
097800 8440-EXIT.
097900     EXIT.
098000
098100 8460-LOG-OVERRIDE.
098200     OPEN EXTEND CF153-RUNS-FILE.
098300     IF WS-SF-STATUS = "35"
098400         OPEN OUTPUT CF153-RUNS-FILE
098500     END-IF.
098600     IF WS-SF-STATUS NOT = "00"
098700         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
098800                              TO WS-ABEND-MESSAGE
098900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
099000     END-IF.
099100     MOVE 1 TO WS-PREQ-SUB.
099200     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
099300         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
099400     CLOSE CF153-RUNS-FILE.
099500 8460-EXIT.
099600     EXIT.
099700
099800 8470-WRITE-OVERRIDE.
099900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
100000         GO TO 8470-NEXT
100100     END-IF.
100200     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
100300     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
100400     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
100500     MOVE "O"               TO RUNS-EVENT-CODE.
100600     MOVE ZERO TO RUNS-RANGE-LO.
100700     MOVE ZERO TO RUNS-RANGE-HI.
100800     MOVE ZERO              TO RUNS-RECORD-COUNT.
100900     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
101000     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
101100     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
101200     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
101300 8470-NEXT.
101400     ADD 1 TO WS-PREQ-SUB.
101500 8470-EXIT.
101600     EXIT.
