002180*                     JOURNAL IS OPENED EXTEND SO A DAY'S
002190*                     SESSIONS ACCUMULATE FOR THE CODEFORCES153D
002200*                     DAILY AUDIT REPORT.
002201*    2026-10-15  TY   THE OPERATOR ID MUST NOW BE ACTIVE ON THE
002202*                     CF153OF OPERATOR AUTHORITY MASTER (CF153OPR,
002203*                     KEPT BY CODEFORCES153O); THREE FAILED
002204*                     SIGN-ONS END THE SESSION WITH RETURN CODE
002205*                     8.  AN INQUIRE OR UPDATE IS REFUSED UNLESS
002206*                     THE OPERATOR HOLDS ITS AUTHORITY FLAG.
002207*                     REFUSALS ARE JOURNALED ON CF153AF AS
002208*                     FUNCTION "R" FOR THE CODEFORCES153D AUDIT
002209*                     REPORT.  A MISSING CF153OF ENDS THE UTILITY.
002210*****************************************************************
002300                                                                 
002400 ENVIRONMENT DIVISION.                                           
003520     SELECT CF153-AUDT-FILE ASSIGN TO CF153AF
003530         ORGANIZATION IS SEQUENTIAL
003540         FILE STATUS IS WS-AF-STATUS.
003550
003560     SELECT CF153-OPER-FILE ASSIGN TO CF153OF
003570         ORGANIZATION IS SEQUENTIAL
003580         FILE STATUS IS WS-OF-STATUS.
003600
003700 DATA DIVISION.                                                  
003800 FILE SECTION.                                                   
004230     LABEL RECORDS ARE STANDARD
004240     RECORD CONTAINS 80 CHARACTERS.
004250     COPY CF153AUD.
004251
004252 FD  CF153-OPER-FILE
004253     LABEL RECORDS ARE STANDARD
004254     RECORD CONTAINS 80 CHARACTERS.
004255     COPY CF153OPR REPLACING ==:TAG:== BY ==OPR==.
004300
004400 WORKING-STORAGE SECTION.                                        
004500 77  WS-FUNCTION-CODE          PIC X(01) VALUE SPACE.            
005700                                                                 
005800 77  WS-TF-STATUS              PIC X(02) VALUE "00".
005810 77  WS-AF-STATUS              PIC X(02) VALUE "00".
005811 77  WS-OF-STATUS              PIC X(02) VALUE "00".
005820
005830 77  WS-OPERATOR-ID            PIC X(08) VALUE SPACE.
005840 77  WS-JOURNAL-FUNCTION       PIC X(01) VALUE SPACE.
005890     05  WS-ACCEPT-HHMMSS      PIC 9(06).
005891     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
005900
005901 77  WS-OPER-EOF-SWITCH        PIC X(01) VALUE "N".
005902     88  WS-OPER-EOF-YES                VALUE "Y".
005903     88  WS-OPER-EOF-NO                 VALUE "N".
005904
005905 77  WS-SIGNON-OK-SWITCH       PIC X(01) VALUE "N".
005906     88  WS-SIGNON-OK-YES               VALUE "Y".
005907     88  WS-SIGNON-OK-NO                VALUE "N".
005908
005909 77  WS-AUTHORIZED-SWITCH      PIC X(01) VALUE "N".
005910     88  WS-AUTHORIZED-YES              VALUE "Y".
005911     88  WS-AUTHORIZED-NO               VALUE "N".
005912
005913 77  WS-SIGNON-ATTEMPTS        PIC 9(01) VALUE ZERO.
005914 77  WS-SIGNON-MAX             PIC 9(01) VALUE 3.
005915 77  WS-REQUESTED-FUNCTION     PIC X(01) VALUE SPACE.
005916 77  WS-REFUSED-RECORD-NBR     PIC 9(06) VALUE ZERO.
005917
005918 77  WS-OPER-MAX               PIC 9(03) VALUE 200.
005919 77  WS-OPER-COUNT             PIC 9(03) COMP VALUE ZERO.
005920 77  WS-OPER-SUB               PIC 9(03) COMP VALUE ZERO.
005921 77  WS-OPER-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
005922
005923 01  WS-OPER-TABLE.
005924     05  WS-OPER-ENTRY OCCURS 200 TIMES.
005925         10  WS-OPER-ID            PIC X(08).
005926         10  WS-OPER-STATUS        PIC X(01).
005927         10  WS-OPER-INQUIRE       PIC X(01).
005928         10  WS-OPER-UPDATE        PIC X(01).
005929
006000 PROCEDURE DIVISION.                                             
006100 0000-MAINLINE.                                                  
006200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                     
007690         MOVE 16 TO RETURN-CODE
007691         STOP RUN
007692     END-IF.
007693     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
007700 1000-EXIT.
007800     EXIT.
007801
007802 1050-SIGN-ON.
007803     OPEN INPUT CF153-OPER-FILE.
007804     IF WS-OF-STATUS NOT = "00"
007805         DISPLAY "CODEFORCES153M -- FATAL FILE ERROR"
007806         DISPLAY "OPEN ERROR - CF153-OPER-FILE (CF153OF)"
007807         DISPLAY "FILE STATUS: " WS-OF-STATUS
007808         MOVE 16 TO RETURN-CODE
007809         STOP RUN
007810     END-IF.
007811     PERFORM 1060-READ-OPERATOR THRU 1060-EXIT
007812         UNTIL WS-OPER-EOF-YES.
007813     CLOSE CF153-OPER-FILE.
007814     IF WS-OF-STATUS NOT = "00"
007815         DISPLAY "CODEFORCES153M -- FATAL FILE ERROR"
007816         DISPLAY "CLOSE ERROR - CF153-OPER-FILE (CF153OF)"
007817         DISPLAY "FILE STATUS: " WS-OF-STATUS
007818         MOVE 16 TO RETURN-CODE
007819         STOP RUN
007820     END-IF.
007821     PERFORM 1100-GET-OPERATOR THRU 1100-EXIT
007822         UNTIL WS-SIGNON-OK-YES
007823            OR WS-SIGNON-ATTEMPTS >= WS-SIGNON-MAX.
007824     IF WS-SIGNON-OK-NO
007825         DISPLAY "CODEFORCES153M -- SIGN-ON REFUSED --"
007826             " SESSION ENDED"
007827         PERFORM 3000-TERMINATE THRU 3000-EXIT
007828         MOVE 8 TO RETURN-CODE
007829         STOP RUN
007830     END-IF.
007831 1050-EXIT.
007832     EXIT.
007833
007834 1060-READ-OPERATOR.
007835     READ CF153-OPER-FILE
007836         AT END
007837             SET WS-OPER-EOF-YES TO TRUE
007838         NOT AT END
007839             IF WS-OPER-COUNT >= WS-OPER-MAX
007840                 DISPLAY "CODEFORCES153M -- FATAL CONTROL ERROR"
007841                 DISPLAY "OPERATOR TABLE CAPACITY EXCEEDED"
007842                 MOVE 16 TO RETURN-CODE
007843                 STOP RUN
007844             END-IF
007845             ADD 1 TO WS-OPER-COUNT
007846             MOVE OPR-OPERATOR-ID
007847                 TO WS-OPER-ID (WS-OPER-COUNT)
007848             MOVE OPR-STATUS-CODE
007849                 TO WS-OPER-STATUS (WS-OPER-COUNT)
007850             MOVE OPR-AUTH-INQUIRE
007851                 TO WS-OPER-INQUIRE (WS-OPER-COUNT)
007852             MOVE OPR-AUTH-UPDATE
007853                 TO WS-OPER-UPDATE (WS-OPER-COUNT)
007854     END-READ.
007855     IF WS-OF-STATUS NOT = "00" AND WS-OF-STATUS NOT = "10"
007856         DISPLAY "CODEFORCES153M -- FATAL FILE ERROR"
007857         DISPLAY "READ ERROR - CF153-OPER-FILE (CF153OF)"
007858         DISPLAY "FILE STATUS: " WS-OF-STATUS
007859         MOVE 16 TO RETURN-CODE
007860         STOP RUN
007861     END-IF.
007862 1060-EXIT.
007863     EXIT.
007900
007910 1100-GET-OPERATOR.
007920     DISPLAY "ENTER OPERATOR ID: ".
007930     ACCEPT WS-OPERATOR-ID.
007931     PERFORM 1150-VALIDATE-OPERATOR THRU 1150-EXIT.
007940 1100-EXIT.
007950     EXIT.
007960
007961 1150-VALIDATE-OPERATOR.
007962     ADD 1 TO WS-SIGNON-ATTEMPTS.
007963     IF WS-OPERATOR-ID = SPACES
007964         GO TO 1150-EXIT
007965     END-IF.
007966     MOVE SPACE TO WS-REQUESTED-FUNCTION.
007967     MOVE ZERO TO WS-REFUSED-RECORD-NBR.
007968     MOVE ZERO TO WS-OPER-FOUND-SUB.
007969     MOVE 1 TO WS-OPER-SUB.
007970     PERFORM 1160-SCAN-OPERATOR THRU 1160-EXIT
007971         UNTIL WS-OPER-FOUND-SUB > ZERO
007972            OR WS-OPER-SUB > WS-OPER-COUNT.
007973     IF WS-OPER-FOUND-SUB = ZERO
007974         DISPLAY "OPERATOR ID NOT ON AUTHORITY FILE -- "
007975             WS-OPERATOR-ID
007976         PERFORM 2350-WRITE-REFUSAL THRU 2350-EXIT
007977         GO TO 1150-EXIT
007978     END-IF.
007979     IF WS-OPER-STATUS (WS-OPER-FOUND-SUB) NOT = "A"
007980         DISPLAY "OPERATOR ID NOT ACTIVE -- " WS-OPERATOR-ID
007981         PERFORM 2350-WRITE-REFUSAL THRU 2350-EXIT
007982         GO TO 1150-EXIT
007983     END-IF.
007984     SET WS-SIGNON-OK-YES TO TRUE.
007985 1150-EXIT.
007986     EXIT.
007987
007988 1160-SCAN-OPERATOR.
007989     IF WS-OPER-ID (WS-OPER-SUB) = WS-OPERATOR-ID
007990         MOVE WS-OPER-SUB TO WS-OPER-FOUND-SUB
007991     ELSE
007992         ADD 1 TO WS-OPER-SUB
007993     END-IF.
007994 1160-EXIT.
007995     EXIT.
007996
008000 2000-PROCESS-REQUEST.                                           
008100     DISPLAY "CODEFORCES153M -- N/M RECORD MAINTENANCE".         
008200     DISPLAY "ENTER FUNCTION (I=INQUIRE, U=UPDATE, X=EXIT): ".   
008600     ELSE                                                        
008700         DISPLAY "ENTER RECORD NUMBER: "                         
008800         ACCEPT TRN-RECORD-NBR                                   
008810         PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
008820         IF WS-AUTHORIZED-NO
008830             GO TO 2000-EXIT
008840         END-IF
008900         PERFORM 2100-READ-RECORD THRU 2100-EXIT
009000         IF WS-READ-OK
009010             MOVE TRN-N TO WS-OLD-N
010300     END-IF.                                                     
010400 2000-EXIT.                                                      
010500     EXIT.                                                       
010501
010502 2050-CHECK-AUTHORITY.
010503     SET WS-AUTHORIZED-YES TO TRUE.
010504     IF WS-UPDATE-REQUESTED
010505         IF WS-OPER-UPDATE (WS-OPER-FOUND-SUB) NOT = "Y"
010506             SET WS-AUTHORIZED-NO TO TRUE
010507             MOVE "U" TO WS-REQUESTED-FUNCTION
010508         END-IF
010509     ELSE
010510         IF WS-OPER-INQUIRE (WS-OPER-FOUND-SUB) NOT = "Y"
010511             SET WS-AUTHORIZED-NO TO TRUE
010512             MOVE "I" TO WS-REQUESTED-FUNCTION
010513         END-IF
010514     END-IF.
010515     IF WS-AUTHORIZED-NO
010516         DISPLAY "OPERATOR " WS-OPERATOR-ID
010517             " NOT AUTHORIZED FOR FUNCTION " WS-REQUESTED-FUNCTION
010518             " -- REQUEST REFUSED"
010519         MOVE TRN-RECORD-NBR TO WS-REFUSED-RECORD-NBR
010520         PERFORM 2350-WRITE-REFUSAL THRU 2350-EXIT
010521     END-IF.
010522 2050-EXIT.
010523     EXIT.
010600                                                                 
010700 2100-READ-RECORD.                                               
010800     READ CF153-TRAN-FILE                                        
013750     ACCEPT WS-ACCEPT-TIME FROM TIME.
013760     MOVE WS-ACCEPT-HHMMSS    TO AUD-TIME.
013770     MOVE WS-JOURNAL-FUNCTION TO AUD-FUNCTION-CODE.
013771     MOVE SPACE               TO AUD-REQUESTED-FUNCTION.
013780     MOVE TRN-RECORD-NBR      TO AUD-RECORD-NBR.
013790     MOVE WS-OLD-N            TO AUD-OLD-N.
013791     MOVE WS-OLD-M            TO AUD-OLD-M.
013820 2300-EXIT.
013830     EXIT.
013840
013841 2350-WRITE-REFUSAL.
013842     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID.
013843     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
013844     ACCEPT WS-ACCEPT-TIME FROM TIME.
013845     MOVE WS-ACCEPT-HHMMSS    TO AUD-TIME.
013846     MOVE "R"                 TO AUD-FUNCTION-CODE.
013847     MOVE WS-REQUESTED-FUNCTION TO AUD-REQUESTED-FUNCTION.
013848     MOVE WS-REFUSED-RECORD-NBR TO AUD-RECORD-NBR.
013849     MOVE ZERO                TO AUD-OLD-N.
013850     MOVE ZERO                TO AUD-OLD-M.
013851     MOVE ZERO                TO AUD-NEW-N.
013852     MOVE ZERO                TO AUD-NEW-M.
013853     WRITE CF153-AUD-RECORD.
013854     IF WS-AF-STATUS NOT = "00"
013855         DISPLAY "CODEFORCES153M -- FATAL FILE ERROR"
013856         DISPLAY "WRITE ERROR - CF153-AUDT-FILE (CF153AF)"
013857         DISPLAY "FILE STATUS: " WS-AF-STATUS
013858         MOVE 16 TO RETURN-CODE
013859         STOP RUN
013860     END-IF.
013861 2350-EXIT.
013862     EXIT.

013900 3000-TERMINATE.                                                 
014000     CLOSE CF153-TRAN-FILE.                                      
