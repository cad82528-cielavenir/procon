002500*                     SCHEDULER CAN RELEASE DOWNSTREAM JOBS AT
002600*                     02:00 INSTEAD OF WAITING FOR SOMEONE TO
002700*                     READ SPOOL AT 06:00.
002710*    2026-10-15  TY   "O" OVERRIDDEN EVENTS WRITTEN WHEN A STEP IS
002720*                     STARTED UNDER A CF153PF PREREQUISITE
002730*                     OVERRIDE ARE NO LONGER TAKEN AS THE STEP
002740*                     STATUS.  THEY ARE COUNTED AND LISTED AFTER
002750*                     THE STEP LINES WITH THE PREDECESSOR AND THE
002760*                     AUTHORIZING OPERATOR.
002761*    2026-10-15  TY   ONLY THE OVERRIDES OF EACH STEP'S LATEST
002762*                     START ARE LISTED.  A STEP STARTED AGAIN
002763*                     WITHOUT AN "O" GROUP AHEAD OF ITS "S" EVENT
002764*                     DROPS THE OVERRIDES KEPT FOR IT, AND AN "O"
002765*                     EVENT FOR A LATER RUN DATE DROPS THOSE OF
002766*                     EARLIER DATES, SO THE CUMULATIVE CF153SF NO
002767*                     LONGER FILLS THE OVERRIDE TABLE.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
007100 77  WS-RUNNING-COUNT          PIC 9(03) VALUE ZERO.
007200 77  WS-COMPLETED-COUNT        PIC 9(03) VALUE ZERO.
007300 77  WS-ABENDED-COUNT          PIC 9(03) VALUE ZERO.
007301 77  WS-OVERRIDE-COUNT         PIC 9(03) VALUE ZERO.
007302 77  WS-OVERRIDE-MAX           PIC 9(03) VALUE 50.
007303 77  WS-OVERRIDE-SUB           PIC 9(03) COMP VALUE ZERO.
007304
007305 01  WS-OVERRIDE-TABLE.
007306     05  WS-OVERRIDE-ENTRY OCCURS 50 TIMES.
007307         10  WS-OVR-PROGRAM        PIC X(08).
007308         10  WS-OVR-RUN-DATE       PIC 9(08).
007309         10  WS-OVR-STAMP-TIME     PIC 9(06).
007310         10  WS-OVR-MESSAGE        PIC X(30).
007315
007320 77  WS-OVERRIDE-KEPT          PIC 9(03) COMP VALUE ZERO.
007330 77  WS-OVERRIDE-KEEP-DATE     PIC 9(08) VALUE ZERO.
007340 77  WS-OVERRIDE-LAST-PGM      PIC X(08) VALUE SPACE.
007400
007500 77  WS-SF-STATUS              PIC X(02) VALUE "00".
007600
010500
010600 2000-POST-EVENT.
010700     ADD 1 TO WS-EVENTS-READ.
010710     IF RUNI-OVERRIDDEN
010711         MOVE RUNI-PROGRAM-ID TO WS-OVERRIDE-LAST-PGM
010712         MOVE RUNI-RUN-DATE TO WS-OVERRIDE-KEEP-DATE
010713         PERFORM 2350-DROP-OVERRIDES THRU 2350-EXIT
010720         PERFORM 2300-KEEP-OVERRIDE THRU 2300-EXIT
010730         PERFORM 2100-READ-EVENT THRU 2100-EXIT
010740         GO TO 2000-EXIT
010750     END-IF.
010751     IF RUNI-STARTED
010752        AND RUNI-PROGRAM-ID NOT = WS-OVERRIDE-LAST-PGM
010753         MOVE ZERO TO WS-OVERRIDE-KEEP-DATE
010754         PERFORM 2350-DROP-OVERRIDES THRU 2350-EXIT
010755     END-IF.
010756     MOVE SPACES TO WS-OVERRIDE-LAST-PGM.
010800     PERFORM 2200-FIND-STEP THRU 2200-EXIT.
010900     IF WS-STEP-FOUND-SUB = ZERO
011000         IF WS-STEP-COUNT >= WS-STEP-MAX
017000 2250-EXIT.
017100     EXIT.
017200
017201 2300-KEEP-OVERRIDE.
017202     IF WS-OVERRIDE-COUNT >= WS-OVERRIDE-MAX
017203         MOVE "OVERRIDE TABLE CAPACITY EXCEEDED"
017204                              TO WS-ABEND-MESSAGE
017205         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
017206     END-IF.
017207     ADD 1 TO WS-OVERRIDE-COUNT.
017208     MOVE RUNI-PROGRAM-ID
017209         TO WS-OVR-PROGRAM (WS-OVERRIDE-COUNT).
017210     MOVE RUNI-RUN-DATE
017211         TO WS-OVR-RUN-DATE (WS-OVERRIDE-COUNT).
017212     MOVE RUNI-STAMP-TIME
017213         TO WS-OVR-STAMP-TIME (WS-OVERRIDE-COUNT).
017214     MOVE RUNI-MESSAGE-TEXT
017215         TO WS-OVR-MESSAGE (WS-OVERRIDE-COUNT).
017216 2300-EXIT.
017217     EXIT.
017218
017219 2350-DROP-OVERRIDES.
017220     MOVE ZERO TO WS-OVERRIDE-KEPT.
017221     MOVE 1 TO WS-OVERRIDE-SUB.
017222     PERFORM 2360-SCAN-OVERRIDE THRU 2360-EXIT
017223         UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT.
017224     MOVE WS-OVERRIDE-KEPT TO WS-OVERRIDE-COUNT.
017225 2350-EXIT.
017226     EXIT.
017227
017228 2360-SCAN-OVERRIDE.
017229     IF WS-OVR-PROGRAM (WS-OVERRIDE-SUB) = RUNI-PROGRAM-ID
017230        AND WS-OVR-RUN-DATE (WS-OVERRIDE-SUB)
017231            NOT = WS-OVERRIDE-KEEP-DATE
017232         GO TO 2360-NEXT
017233     END-IF.
017234     ADD 1 TO WS-OVERRIDE-KEPT.
017235     MOVE WS-OVERRIDE-ENTRY (WS-OVERRIDE-SUB)
017236         TO WS-OVERRIDE-ENTRY (WS-OVERRIDE-KEPT).
017237 2360-NEXT.
017238     ADD 1 TO WS-OVERRIDE-SUB.
017239 2360-EXIT.
017240     EXIT.
017241
017300 3000-TERMINATE.
017400     IF WS-SF-STATUS NOT = "35"
017500         CLOSE CF153-RUNI-FILE
018600     MOVE 1 TO WS-STEP-SUB.
018700     PERFORM 3100-PRINT-STEP-LINE THRU 3100-EXIT
018800         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
018810     IF WS-OVERRIDE-COUNT > ZERO
018820         DISPLAY " "
018830         DISPLAY "PREREQUISITE OVERRIDES USED:"
018840         MOVE 1 TO WS-OVERRIDE-SUB
018850         PERFORM 3200-PRINT-OVERRIDE-LINE THRU 3200-EXIT
018860             UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT
018870     END-IF.
018900     DISPLAY " ".
019000     DISPLAY "STEPS COMPLETED. . . . . . . . "
019100         WS-COMPLETED-COUNT.
019200     DISPLAY "STEPS STILL RUNNING. . . . . . " WS-RUNNING-COUNT.
019300     DISPLAY "STEPS ABENDED. . . . . . . . . " WS-ABENDED-COUNT.
019310     DISPLAY "PREREQUISITE OVERRIDES . . . . "
019320         WS-OVERRIDE-COUNT.
019400     IF WS-ABENDED-COUNT > ZERO
019500         DISPLAY "HOLD DOWNSTREAM JOBS -- AN ABEND NEEDS"
019600             " ATTENTION"
024300 3100-EXIT.
024400     EXIT.
024500
024501 3200-PRINT-OVERRIDE-LINE.
024502     DISPLAY WS-OVR-PROGRAM (WS-OVERRIDE-SUB)
024503         " RUN " WS-OVR-RUN-DATE (WS-OVERRIDE-SUB)
024504         " -- STARTED AT "
024505         WS-OVR-STAMP-TIME (WS-OVERRIDE-SUB)
024506         " " WS-OVR-MESSAGE (WS-OVERRIDE-SUB).
024507     ADD 1 TO WS-OVERRIDE-SUB.
024508 3200-EXIT.
024509     EXIT.
024510
024600 9900-ABEND-FILE-ERROR.
024700     DISPLAY "CODEFORCES153S -- FATAL FILE ERROR".
024800     DISPLAY WS-ABEND-MESSAGE.
