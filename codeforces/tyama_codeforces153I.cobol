000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CODEFORCES153I.
000300 AUTHOR.        TYAMA.
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY
000900*
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -------------------------------------------
001200*    2026-10-15  TY   NEW PROGRAM.  POINT-IN-TIME REBUILD OF THE
001300*                     BALANCE-FORWARD MASTER FROM THE CF153GI RUN
001400*                     REGISTER, FOR USE WHEN CF153MO IS LOST OR
001500*                     CORRUPTED.  STARTS FROM THE MASTER ON
001600*                     CF153RM (OR FROM ZERO BALANCES WHEN CF153RM
001700*                     IS NOT SUPPLIED) AND REPLAYS, IN RUN DATE
001800*                     ORDER, EVERY REGISTER ENTRY POSTED ("P") FOR
001900*                     A UNIT AFTER THAT UNIT'S LAST RUN DATE ON
002000*                     CF153RM UP TO AND INCLUDING THE TARGET RUN
002100*                     DATE (PARM COLS 1-8).  REVERSED ("R")
002200*                     ENTRIES ARE LISTED BUT NOT REPLAYED AND
002300*                     TRANSFER CONTROL ("T") RECORDS ARE LEFT
002400*                     OUT.  WRITES THE REBUILT CF153MST MASTER TO
002500*                     CF153RN, EVERY UNIT DATED WITH THE LATEST
002600*                     RUN DATE REPLAYED, AND PRINTS A REBUILD
002700*                     REPORT BY UNIT ON CF153RP.  REFUSES THE RUN,
002800*                     WITH NO MASTER WRITTEN AND RETURN CODE 16,
002900*                     WHEN THE REGISTER SHOWS THE SAME RUN DATE
003000*                     AND UNIT POSTED TWICE WITHOUT A REVERSAL OR
003100*                     WHEN CF153RM IS LATER THAN THE TARGET DATE.
003200*                     WHERE THE CF153CF CONTROL CARD AND THE
003300*                     CF153KF CHECKPOINT FILE OF THE LAST POSTING
003400*                     RUN ARE AVAILABLE AND THAT RUN IS NOT AFTER
003500*                     THE TARGET DATE, ITS "*ALL " AND UNIT
003600*                     CHECKPOINT TOTALS OF S ARE PROVED AGAINST
003700*                     THE REGISTER; A DISAGREEMENT ENDS THE RUN
003800*                     WITH RETURN CODE 8.  CHECKS THE CF153PF STEP
003900*                     PREREQUISITE TABLE BEFORE STAMPING ITS START
004000*                     ON CF153SF, AS THE REST OF THE SUITE DOES.
004100*    2026-10-15  TY   YEAR-END CLOSES.  THE CF153YB YEAR-END
004200*                     BALANCE FILE IS NOW READ AND, WHEN A UNIT'S
004300*                     REPLAY PASSES A CLOSE DATE NOT AFTER THE
004400*                     TARGET DATE, THE RUNNING BALANCE IS SET TO
004500*                     THAT CLOSE'S OPENING BALANCE BEFORE THE NEW
004600*                     YEAR'S ENTRIES ARE REPLAYED.  EACH CLOSE IS
004700*                     LISTED UNDER ITS UNIT WITH THE ADJUSTMENT IT
004800*                     MADE, SO STARTING BALANCE PLUS REPLAYED PLUS
004900*                     YEAR-END ADJUSTMENT EQUALS THE REBUILT
005000*                     BALANCE.  A REBUILT BALANCE AT THE CLOSE
005100*                     THAT DOES NOT AGREE WITH THE CLOSING BALANCE
005200*                     ON CF153YB ENDS THE RUN WITH RETURN CODE 8.
005300*                     A STARTING MASTER DATED ON THE CLOSE DATE IS
005400*                     TAKEN AS ALREADY CLOSED UNLESS ITS BALANCE
005500*                     IS THE CLOSING BALANCE.  A MISSING CF153YB
005600*                     (STATUS 35) MEANS NO CLOSES.
005700*****************************************************************
005800
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.  GENERIC.
006200 OBJECT-COMPUTER.  GENERIC.
006300
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT CF153-MSTS-FILE ASSIGN TO CF153RM
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-RM-STATUS.
006900
007000     SELECT CF153-MSTN-FILE ASSIGN TO CF153RN
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RN-STATUS.
007300
007400     SELECT CF153-REGI-FILE ASSIGN TO CF153GI
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-GI-STATUS.
007700
007800     SELECT CF153-CTL-FILE  ASSIGN TO CF153CF
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-CF-STATUS.
008100
008200     SELECT CF153-CKPT-FILE ASSIGN TO CF153KF
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-KF-STATUS.
008500
008600     SELECT CF153-PRF-FILE  ASSIGN TO CF153RP
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-RP-STATUS.
008900
009000     SELECT CF153-RUNS-FILE ASSIGN TO CF153SF
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-SF-STATUS.
009300
009400     SELECT CF153-PREQ-FILE ASSIGN TO CF153PF
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-PF-STATUS.
009700
009800     SELECT CF153-RUNI-FILE ASSIGN TO CF153SF
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-SI-STATUS.
010100
010200     SELECT CF153-YEB-FILE  ASSIGN TO CF153YB
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-YB-STATUS.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  CF153-MSTS-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 80 CHARACTERS.
011100     COPY CF153MST REPLACING ==:TAG:== BY ==MSTS==.
011200
011300 FD  CF153-MSTN-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 80 CHARACTERS.
011600     COPY CF153MST REPLACING ==:TAG:== BY ==MSTN==.
011700
011800 FD  CF153-REGI-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS.
012100     COPY CF153REG REPLACING ==:TAG:== BY ==REGI==.
012200
012300 FD  CF153-CTL-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORD CONTAINS 80 CHARACTERS.
012600     COPY CF153CTL.
012700
012800 FD  CF153-CKPT-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 80 CHARACTERS.
013100     COPY CF153CKP REPLACING ==:TAG:== BY ==CKPF==.
013200
013300 FD  CF153-PRF-FILE
013400     LABEL RECORDS ARE STANDARD
013500     RECORD CONTAINS 132 CHARACTERS.
013600 01  PRF-RECORD                PIC X(132).
013700
013800 FD  CF153-RUNS-FILE
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 80 CHARACTERS.
014100     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNS==.
014200
014300 FD  CF153-PREQ-FILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORD CONTAINS 80 CHARACTERS.
014600     COPY CF153PRQ REPLACING ==:TAG:== BY ==PRQ==.
014700
014800 FD  CF153-RUNI-FILE
014900     LABEL RECORDS ARE STANDARD
015000     RECORD CONTAINS 80 CHARACTERS.
015100     COPY CF153RUN REPLACING ==:TAG:== BY ==RUNI==.
015200
015300 FD  CF153-YEB-FILE
015400     LABEL RECORDS ARE STANDARD
015500     RECORD CONTAINS 80 CHARACTERS.
015600     COPY CF153YEB.
015700
015800 WORKING-STORAGE SECTION.
015900 77  WS-MSTS-EOF-SWITCH        PIC X(01) VALUE "N".
016000     88  WS-MSTS-EOF-YES                VALUE "Y".
016100     88  WS-MSTS-EOF-NO                 VALUE "N".
016200
016300 77  WS-REGI-EOF-SWITCH        PIC X(01) VALUE "N".
016400     88  WS-REGI-EOF-YES                VALUE "Y".
016500     88  WS-REGI-EOF-NO                 VALUE "N".
016600
016700 77  WS-CKPF-EOF-SWITCH        PIC X(01) VALUE "N".
016800     88  WS-CKPF-EOF-YES                VALUE "Y".
016900     88  WS-CKPF-EOF-NO                 VALUE "N".
017000
017100 77  WS-YEB-EOF-SWITCH         PIC X(01) VALUE "N".
017200     88  WS-YEB-EOF-YES                 VALUE "Y".
017300     88  WS-YEB-EOF-NO                  VALUE "N".
017400
017500 77  WS-STARTING-PRESENT-SW    PIC X(01) VALUE "N".
017600     88  WS-STARTING-PRESENT-YES        VALUE "Y".
017700     88  WS-STARTING-PRESENT-NO         VALUE "N".
017800
017900 77  WS-CKPT-PRESENT-SW        PIC X(01) VALUE "N".
018000     88  WS-CKPT-PRESENT-YES            VALUE "Y".
018100     88  WS-CKPT-PRESENT-NO             VALUE "N".
018200
018300 77  WS-CKPT-ALL-FOUND-SW      PIC X(01) VALUE "N".
018400     88  WS-CKPT-ALL-FOUND-YES          VALUE "Y".
018500     88  WS-CKPT-ALL-FOUND-NO           VALUE "N".
018600
018700 77  WS-CKPT-GROUP-CLOSED-SW   PIC X(01) VALUE "N".
018800     88  WS-CKPT-GROUP-CLOSED-YES       VALUE "Y".
018900     88  WS-CKPT-GROUP-CLOSED-NO        VALUE "N".
019000
019100 77  WS-CKPT-PROVED-SW         PIC X(01) VALUE "N".
019200     88  WS-CKPT-PROVED-YES             VALUE "Y".
019300     88  WS-CKPT-PROVED-NO              VALUE "N".
019400
019500 77  WS-CKPT-REPOSTED-SW       PIC X(01) VALUE "N".
019600     88  WS-CKPT-REPOSTED-YES           VALUE "Y".
019700     88  WS-CKPT-REPOSTED-NO            VALUE "N".
019800
019900 77  WS-SHIFT-DONE-SW          PIC X(01) VALUE "N".
020000     88  WS-SHIFT-DONE-YES              VALUE "Y".
020100     88  WS-SHIFT-DONE-NO               VALUE "N".
020200
020300 77  WS-SCAN-DONE-SW           PIC X(01) VALUE "N".
020400     88  WS-SCAN-DONE-YES               VALUE "Y".
020500     88  WS-SCAN-DONE-NO                VALUE "N".
020600
020700 01  WS-PARM-LINE.
020800     05  WS-PARM-TARGET-DATE-X PIC X(08).
020900     05  FILLER                PIC X(72).
021000
021100 77  WS-TARGET-DATE            PIC 9(08) VALUE ZERO.
021200 77  WS-LATEST-REPLAYED        PIC 9(08) VALUE ZERO.
021300 77  WS-CKPT-RUN-DATE          PIC 9(08) VALUE ZERO.
021400
021500 77  WS-UNIT-MAX               PIC 9(03) VALUE 50.
021600 77  WS-UNIT-COUNT             PIC 9(03) COMP VALUE ZERO.
021700 77  WS-UNIT-SUB               PIC 9(03) COMP VALUE ZERO.
021800 77  WS-UNIT-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
021900 77  WS-UNIT-KEY               PIC X(05) VALUE SPACE.
022000
022100 01  WS-UNIT-TABLE.
022200     05  WS-UNIT-ENTRY OCCURS 50 TIMES.
022300         10  WS-UNIT-CODE          PIC X(05).
022400         10  WS-UNIT-ON-STARTING   PIC X(01).
022500         10  WS-UNIT-STARTING-BAL  PIC S9(13).
022600         10  WS-UNIT-STARTING-LAST PIC 9(08).
022700         10  WS-UNIT-REPLAYED      PIC S9(13).
022800         10  WS-UNIT-REPLAY-COUNT  PIC 9(05).
022900         10  WS-UNIT-REBUILT-BAL   PIC S9(13).
023000         10  WS-UNIT-REBUILT-LAST  PIC 9(08).
023100         10  WS-UNIT-YEAR-END-ADJ  PIC S9(13).
023200         10  WS-UNIT-CLOSE-COUNT   PIC 9(03).
023300
023400 77  WS-MOV-MAX                PIC 9(05) VALUE 5000.
023500 77  WS-MOV-COUNT              PIC 9(05) COMP VALUE ZERO.
023600 77  WS-MOV-SUB                PIC 9(05) COMP VALUE ZERO.
023700 77  WS-MOV-PRIOR              PIC 9(05) COMP VALUE ZERO.
023800 77  WS-MOV-OTHER              PIC 9(05) COMP VALUE ZERO.
023900
024000 01  WS-MOV-TABLE.
024100     05  WS-MOV-ENTRY OCCURS 5000 TIMES.
024200         10  WS-MOV-UNIT-CODE      PIC X(05).
024300         10  WS-MOV-RUN-DATE       PIC 9(08).
024400         10  WS-MOV-RECORD-COUNT   PIC 9(07).
024500         10  WS-MOV-REJECT-COUNT   PIC 9(07).
024600         10  WS-MOV-EXCEPT-COUNT   PIC 9(07).
024700         10  WS-MOV-TOTAL-S        PIC S9(13).
024800         10  WS-MOV-STATUS-CODE    PIC X(01).
024900             88  WS-MOV-POSTED             VALUE "P".
025000             88  WS-MOV-REVERSED           VALUE "R".
025100         10  WS-MOV-ACTION         PIC X(01).
025200             88  WS-MOV-REPLAYED           VALUE "P".
025300             88  WS-MOV-ON-STARTING        VALUE "S".
025400             88  WS-MOV-NOT-REPLAYED       VALUE "R".
025500
025600 77  WS-YEB-MAX                PIC 9(03) VALUE 200.
025700 77  WS-YEB-COUNT              PIC 9(03) COMP VALUE ZERO.
025800 77  WS-YEB-SUB                PIC 9(03) COMP VALUE ZERO.
025900 77  WS-CLOSE-LIMIT-DATE       PIC 9(08) VALUE ZERO.
026000 77  WS-RUNNING-BAL            PIC S9(13) VALUE ZERO.
026100
026200 01  WS-YEB-TABLE.
026300     05  WS-YEB-ENTRY OCCURS 200 TIMES.
026400         10  WS-YEB-UNIT-CODE      PIC X(05).
026500         10  WS-YEB-CLOSE-DATE     PIC 9(08).
026600         10  WS-YEB-RULE           PIC X(01).
026700             88  WS-YEB-RESET              VALUE "R".
026800         10  WS-YEB-CLOSING-BAL    PIC S9(13).
026900         10  WS-YEB-OPENING-BAL    PIC S9(13).
027000         10  WS-YEB-AT-CLOSE-BAL   PIC S9(13).
027100         10  WS-YEB-ADJUSTMENT     PIC S9(13).
027200         10  WS-YEB-APPLIED        PIC X(01).
027300             88  WS-YEB-APPLIED-YES        VALUE "Y".
027400             88  WS-YEB-APPLIED-NO         VALUE "N".
027410         10  WS-YEB-PRINTED        PIC X(01).
027420             88  WS-YEB-PRINTED-YES        VALUE "Y".
027430             88  WS-YEB-PRINTED-NO         VALUE "N".
027500
027600 77  WS-KFU-MAX                PIC 9(03) VALUE 50.
027700 77  WS-KFU-COUNT              PIC 9(03) COMP VALUE ZERO.
027800 77  WS-KFU-SUB                PIC 9(03) COMP VALUE ZERO.
027900
028000 01  WS-KFU-TABLE.
028100     05  WS-KFU-ENTRY OCCURS 50 TIMES.
028200         10  WS-KFU-UNIT-CODE      PIC X(05).
028300         10  WS-KFU-TOTAL-S        PIC S9(13).
028400         10  WS-KFU-REGISTER-S     PIC S9(13).
028500         10  WS-KFU-DIFFERENCE     PIC S9(13).
028600
028700 77  WS-CKPT-ALL-TOTAL-S       PIC S9(13) VALUE ZERO.
028800 77  WS-CKPT-REGISTER-S        PIC S9(13) VALUE ZERO.
028900 77  WS-CKPT-DIFFERENCE        PIC S9(13) VALUE ZERO.
029000 77  WS-CKPT-STATE-TEXT        PIC X(60) VALUE SPACE.
029100
029200 77  WS-REGISTER-READ          PIC 9(07) VALUE ZERO.
029300 77  WS-POSTED-SELECTED        PIC 9(07) VALUE ZERO.
029400 77  WS-REVERSED-SELECTED      PIC 9(07) VALUE ZERO.
029500 77  WS-ENTRIES-REPLAYED       PIC 9(07) VALUE ZERO.
029600 77  WS-ENTRIES-ON-STARTING    PIC 9(07) VALUE ZERO.
029700 77  WS-DUPLICATE-COUNT        PIC 9(05) VALUE ZERO.
029800 77  WS-LATE-START-COUNT       PIC 9(03) VALUE ZERO.
029900 77  WS-MASTER-WRITTEN         PIC 9(05) VALUE ZERO.
030000 77  WS-CKPT-BREAK-COUNT       PIC 9(03) VALUE ZERO.
030100 77  WS-CLOSES-APPLIED         PIC 9(05) VALUE ZERO.
030200 77  WS-CLOSE-BREAK-COUNT      PIC 9(03) VALUE ZERO.
030300
030400 77  WS-SUITE-STARTING         PIC S9(13) VALUE ZERO.
030500 77  WS-SUITE-REPLAYED         PIC S9(13) VALUE ZERO.
030600 77  WS-SUITE-REBUILT          PIC S9(13) VALUE ZERO.
030700 77  WS-SUITE-YEAR-END         PIC S9(13) VALUE ZERO.
030800
030900 01  WS-ACCEPT-TIME.
031000     05  WS-ACCEPT-HHMMSS      PIC 9(06).
031100     05  WS-ACCEPT-HUNDREDTHS  PIC 9(02).
031200
031300 77  WS-LINE-COUNT             PIC 9(03) VALUE 99.
031400 77  WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
031500 77  WS-PAGE-COUNT             PIC 9(04) VALUE ZERO.
031600
031700 01  WS-PRINT-LINE             PIC X(132) VALUE SPACE.
031800
031900 01  WS-HEADING-1.
032000     05  FILLER                PIC X(15)
032100         VALUE "CODEFORCES153I ".
032200     05  FILLER                PIC X(30) VALUE SPACE.
032300     05  FILLER                PIC X(40)
032400         VALUE "BALANCE-FORWARD MASTER REBUILD".
032500     05  FILLER                PIC X(32) VALUE SPACE.
032600     05  FILLER                PIC X(05) VALUE "PAGE ".
032700     05  WS-HD1-PAGE           PIC ZZZ9.
032800     05  FILLER                PIC X(06) VALUE SPACE.
032900
033000 01  WS-HEADING-2.
033100     05  FILLER                PIC X(45) VALUE SPACE.
033200     05  FILLER                PIC X(23)
033300         VALUE "REBUILT AS OF RUN DATE ".
033400     05  WS-HD2-TARGET-DATE    PIC 9(08).
033500     05  FILLER                PIC X(56) VALUE SPACE.
033600
033700 01  WS-HEADING-3.
033800     05  FILLER                PIC X(05) VALUE SPACE.
033900     05  FILLER                PIC X(06) VALUE "UNIT".
034000     05  FILLER                PIC X(10) VALUE "RUN DATE".
034100     05  FILLER                PIC X(10) VALUE "   RECORDS".
034200     05  FILLER                PIC X(10) VALUE "   REJECTS".
034300     05  FILLER                PIC X(10) VALUE "   EXCPTNS".
034400     05  FILLER                PIC X(19)
034500         VALUE "         TOTAL OF S".
034600     05  FILLER                PIC X(62) VALUE SPACE.
034700
034800 01  WS-UNIT-LINE.
034900     05  FILLER                PIC X(05) VALUE SPACE.
035000     05  WS-UNL-UNIT           PIC X(05).
035100     05  FILLER                PIC X(02) VALUE SPACE.
035200     05  WS-UNL-STATUS         PIC X(40).
035300     05  FILLER                PIC X(80) VALUE SPACE.
035400
035500 01  WS-DETAIL-LINE.
035600     05  FILLER                PIC X(05) VALUE SPACE.
035700     05  WS-DET-UNIT           PIC X(05).
035800     05  FILLER                PIC X(01) VALUE SPACE.
035900     05  WS-DET-RUN-DATE       PIC 9(08).
036000     05  FILLER                PIC X(03) VALUE SPACE.
036100     05  WS-DET-RECORDS        PIC Z,ZZZ,ZZ9.
036200     05  FILLER                PIC X(01) VALUE SPACE.
036300     05  WS-DET-REJECTS        PIC Z,ZZZ,ZZ9.
036400     05  FILLER                PIC X(01) VALUE SPACE.
036500     05  WS-DET-EXCEPTIONS     PIC Z,ZZZ,ZZ9.
036600     05  FILLER                PIC X(01) VALUE SPACE.
036700     05  WS-DET-TOTAL-S        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
036800     05  FILLER                PIC X(02) VALUE SPACE.
036900     05  WS-DET-NOTE           PIC X(30).
037000     05  FILLER                PIC X(30) VALUE SPACE.
037100
037200 01  WS-AMOUNT-LINE.
037300     05  FILLER                PIC X(12) VALUE SPACE.
037400     05  WS-AMT-LABEL          PIC X(40).
037500     05  WS-AMT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
037600     05  FILLER                PIC X(62) VALUE SPACE.
037700
037800 01  WS-DATE-LINE.
037900     05  FILLER                PIC X(12) VALUE SPACE.
038000     05  WS-DTL-LABEL          PIC X(40).
038100     05  FILLER                PIC X(10) VALUE SPACE.
038200     05  WS-DTL-DATE           PIC 9(08).
038300     05  FILLER                PIC X(62) VALUE SPACE.
038400
038500 01  WS-FLAG-LINE.
038600     05  FILLER                PIC X(12) VALUE SPACE.
038700     05  WS-FLG-TEXT           PIC X(60).
038800     05  FILLER                PIC X(60) VALUE SPACE.
038900
039000 01  WS-CKPT-UNIT-LINE.
039100     05  FILLER                PIC X(12) VALUE SPACE.
039200     05  WS-CKU-UNIT           PIC X(05).
039300     05  FILLER                PIC X(02) VALUE SPACE.
039400     05  WS-CKU-CHECKPOINT-S   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
039500     05  FILLER                PIC X(02) VALUE SPACE.
039600     05  WS-CKU-REGISTER-S     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
039700     05  FILLER                PIC X(02) VALUE SPACE.
039800     05  WS-CKU-NOTE           PIC X(30).
039900     05  FILLER                PIC X(43) VALUE SPACE.
040000
040100 77  WS-RM-STATUS              PIC X(02) VALUE "00".
040200 77  WS-RN-STATUS              PIC X(02) VALUE "00".
040300 77  WS-GI-STATUS              PIC X(02) VALUE "00".
040400 77  WS-CF-STATUS              PIC X(02) VALUE "00".
040500 77  WS-KF-STATUS              PIC X(02) VALUE "00".
040600 77  WS-RP-STATUS              PIC X(02) VALUE "00".
040700
040800 77  WS-SF-STATUS              PIC X(02) VALUE "00".
040900
041000 77  WS-RUNSTATE-OPEN-SW       PIC X(01) VALUE "N".
041100     88  WS-RUNSTATE-OPEN-YES           VALUE "Y".
041200     88  WS-RUNSTATE-OPEN-NO            VALUE "N".
041300
041400 77  WS-PF-STATUS              PIC X(02) VALUE "00".
041500 77  WS-SI-STATUS              PIC X(02) VALUE "00".
041600 77  WS-YB-STATUS              PIC X(02) VALUE "00".
041700
041800 77  WS-PREQ-EOF-SWITCH        PIC X(01) VALUE "N".
041900     88  WS-PREQ-EOF-YES                VALUE "Y".
042000     88  WS-PREQ-EOF-NO                 VALUE "N".
042100
042200 77  WS-RUNI-EOF-SWITCH        PIC X(01) VALUE "N".
042300     88  WS-RUNI-EOF-YES                VALUE "Y".
042400     88  WS-RUNI-EOF-NO                 VALUE "N".
042500
042600 77  WS-GATE-OVERRIDE-SW       PIC X(01) VALUE "N".
042700     88  WS-GATE-OVERRIDE-YES           VALUE "Y".
042800     88  WS-GATE-OVERRIDE-NO            VALUE "N".
042900
043000 77  WS-GATE-PROGRAM-ID        PIC X(08) VALUE SPACE.
043100 77  WS-GATE-RUN-DATE          PIC 9(08) VALUE ZERO.
043200 77  WS-GATE-TODAY             PIC 9(08) VALUE ZERO.
043300 77  WS-GATE-OPERATOR          PIC X(08) VALUE SPACE.
043400 77  WS-GATE-REASON            PIC X(30) VALUE SPACE.
043500 77  WS-GATE-STATE-TEXT        PIC X(26) VALUE SPACE.
043600 77  WS-GATE-MISSING           PIC 9(03) VALUE ZERO.
043700
043800 01  WS-GATE-LOG-TEXT.
043900     05  FILLER                PIC X(09) VALUE "OVERRIDE ".
044000     05  WS-GATE-LOG-PREDECESSOR
044100                               PIC X(08).
044200     05  FILLER                PIC X(04) VALUE " BY ".
044300     05  WS-GATE-LOG-OPERATOR  PIC X(08).
044400     05  FILLER                PIC X(01) VALUE SPACE.
044500
044600 77  WS-PREQ-MAX               PIC 9(03) VALUE 20.
044700 77  WS-PREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
044800 77  WS-PREQ-SUB               PIC 9(03) COMP VALUE ZERO.
044900
045000 01  WS-PREQ-TABLE.
045100     05  WS-PREQ-ENTRY OCCURS 20 TIMES.
045200         10  WS-PREQ-ID            PIC X(08).
045300         10  WS-PREQ-EVENT         PIC X(01).
045400         10  WS-PREQ-DATED-SW      PIC X(01).
045500             88  WS-PREQ-DATED-YES          VALUE "Y".
045600             88  WS-PREQ-DATED-NO           VALUE "N".
045700
045800 77  WS-ABEND-MESSAGE          PIC X(40) VALUE SPACE.
045900 77  WS-ABEND-STATUS           PIC X(02) VALUE SPACE.
046000
046100 PROCEDURE DIVISION.
046200 0000-MAINLINE.
046300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046400     PERFORM 8400-CHECK-PREREQUISITES THRU 8400-EXIT.
046500     PERFORM 8100-STAMP-RUN-START THRU 8100-EXIT.
046600     PERFORM 2000-REBUILD-MASTER THRU 2000-EXIT.
046700     PERFORM 3000-TERMINATE THRU 3000-EXIT.
046800     PERFORM 8200-STAMP-RUN-END THRU 8200-EXIT.
046900     STOP RUN.
047000
047100 1000-INITIALIZE.
047200     MOVE SPACES TO WS-PARM-LINE.
047300     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
047400     IF WS-PARM-TARGET-DATE-X NUMERIC
047500        AND WS-PARM-TARGET-DATE-X NOT = "00000000"
047600         MOVE WS-PARM-TARGET-DATE-X TO WS-TARGET-DATE
047700     ELSE
047800         MOVE "TARGET DATE PARM MISSING OR NOT NUMERIC"
047900                              TO WS-ABEND-MESSAGE
048000         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
048100     END-IF.
048200     PERFORM 1100-LOAD-STARTING-MASTER THRU 1100-EXIT.
048300     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
048400     PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT.
048500     PERFORM 1400-LOAD-CHECKPOINT THRU 1400-EXIT.
048600     PERFORM 1500-CHECK-DUPLICATES THRU 1500-EXIT.
048700     PERFORM 1600-LOAD-YEAR-END THRU 1600-EXIT.
048800     OPEN OUTPUT CF153-PRF-FILE.
048900     IF WS-RP-STATUS NOT = "00"
049000         MOVE "OPEN ERROR - CF153-PRF-FILE (CF153RP)"
049100                              TO WS-ABEND-MESSAGE
049200         MOVE WS-RP-STATUS    TO WS-ABEND-STATUS
049300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
049400     END-IF.
049500     MOVE WS-TARGET-DATE      TO WS-HD2-TARGET-DATE.
049600     PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT.
049700 1000-EXIT.
049800     EXIT.
049900
050000 1100-LOAD-STARTING-MASTER.
050100     OPEN INPUT CF153-MSTS-FILE.
050200     IF WS-RM-STATUS = "35"
050300         DISPLAY "CODEFORCES153I -- NO STARTING MASTER (CF153RM)"
050400             " -- STARTING BALANCES TAKEN AS ZERO"
050500         GO TO 1100-EXIT
050600     END-IF.
050700     IF WS-RM-STATUS NOT = "00"
050800         MOVE "OPEN ERROR - CF153-MSTS-FILE (CF153RM)"
050900                              TO WS-ABEND-MESSAGE
051000         MOVE WS-RM-STATUS    TO WS-ABEND-STATUS
051100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
051200     END-IF.
051300     SET WS-STARTING-PRESENT-YES TO TRUE.
051400     SET WS-MSTS-EOF-NO TO TRUE.
051500     PERFORM 1150-READ-STARTING-MASTER THRU 1150-EXIT
051600         UNTIL WS-MSTS-EOF-YES.
051700     CLOSE CF153-MSTS-FILE.
051800     IF WS-RM-STATUS NOT = "00"
051900         MOVE "CLOSE ERROR - CF153-MSTS-FILE (CF153RM)"
052000                              TO WS-ABEND-MESSAGE
052100         MOVE WS-RM-STATUS    TO WS-ABEND-STATUS
052200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
052300     END-IF.
052400     IF WS-LATE-START-COUNT > ZERO
052500         MOVE "STARTING MASTER POSTED AFTER TARGET DATE"
052600                              TO WS-ABEND-MESSAGE
052700         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
052800     END-IF.
052900 1100-EXIT.
053000     EXIT.
053100
053200 1150-READ-STARTING-MASTER.
053300     READ CF153-MSTS-FILE
053400         AT END
053500             SET WS-MSTS-EOF-YES TO TRUE
053600         NOT AT END
053700             PERFORM 1160-TAKE-STARTING-UNIT THRU 1160-EXIT
053800     END-READ.
053900     IF WS-RM-STATUS NOT = "00" AND WS-RM-STATUS NOT = "10"
054000         MOVE "READ ERROR - CF153-MSTS-FILE (CF153RM)"
054100                              TO WS-ABEND-MESSAGE
054200         MOVE WS-RM-STATUS    TO WS-ABEND-STATUS
054300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
054400     END-IF.
054500 1150-EXIT.
054600     EXIT.
054700
054800 1160-TAKE-STARTING-UNIT.
054900     MOVE MSTS-UNIT-CODE      TO WS-UNIT-KEY.
055000     PERFORM 2050-FIND-OR-ADD-UNIT THRU 2050-EXIT.
055100     MOVE "Y" TO WS-UNIT-ON-STARTING (WS-UNIT-FOUND-SUB).
055200     MOVE MSTS-CUM-BALANCE
055300         TO WS-UNIT-STARTING-BAL (WS-UNIT-FOUND-SUB).
055400     MOVE MSTS-LAST-RUN-DATE
055500         TO WS-UNIT-STARTING-LAST (WS-UNIT-FOUND-SUB).
055600     IF MSTS-LAST-RUN-DATE > WS-TARGET-DATE
055700         ADD 1 TO WS-LATE-START-COUNT
055800         DISPLAY "CODEFORCES153I -- UNIT " MSTS-UNIT-CODE
055900             " ON CF153RM LAST POSTED " MSTS-LAST-RUN-DATE
056000             ", AFTER TARGET DATE " WS-TARGET-DATE
056100     END-IF.
056200 1160-EXIT.
056300     EXIT.
056400
056500 1200-READ-CONTROL.
056600     OPEN INPUT CF153-CTL-FILE.
056700     IF WS-CF-STATUS = "35"
056800         GO TO 1200-EXIT
056900     END-IF.
057000     IF WS-CF-STATUS NOT = "00"
057100         MOVE "OPEN ERROR - CF153-CTL-FILE (CF153CF)"
057200                              TO WS-ABEND-MESSAGE
057300         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
057400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
057500     END-IF.
057600     READ CF153-CTL-FILE
057700         AT END
057800             CONTINUE
057900         NOT AT END
058000             IF CTL-RUN-DATE NUMERIC
058100                 MOVE CTL-RUN-DATE TO WS-CKPT-RUN-DATE
058200             END-IF
058300     END-READ.
058400     IF WS-CF-STATUS NOT = "00" AND WS-CF-STATUS NOT = "10"
058500         MOVE "READ ERROR - CF153-CTL-FILE (CF153CF)"
058600                              TO WS-ABEND-MESSAGE
058700         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
058800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
058900     END-IF.
059000     CLOSE CF153-CTL-FILE.
059100     IF WS-CF-STATUS NOT = "00"
059200         MOVE "CLOSE ERROR - CF153-CTL-FILE (CF153CF)"
059300                              TO WS-ABEND-MESSAGE
059400         MOVE WS-CF-STATUS    TO WS-ABEND-STATUS
059500         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
059600     END-IF.
059700 1200-EXIT.
059800     EXIT.
059900
060000 1300-LOAD-REGISTER.
060100     OPEN INPUT CF153-REGI-FILE.
060200     IF WS-GI-STATUS NOT = "00"
060300         MOVE "OPEN ERROR - CF153-REGI-FILE (CF153GI)"
060400                              TO WS-ABEND-MESSAGE
060500         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
060600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
060700     END-IF.
060800     SET WS-REGI-EOF-NO TO TRUE.
060900     PERFORM 1350-READ-REGISTER THRU 1350-EXIT
061000         UNTIL WS-REGI-EOF-YES.
061100     CLOSE CF153-REGI-FILE.
061200     IF WS-GI-STATUS NOT = "00"
061300         MOVE "CLOSE ERROR - CF153-REGI-FILE (CF153GI)"
061400                              TO WS-ABEND-MESSAGE
061500         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
061600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
061700     END-IF.
061800 1300-EXIT.
061900     EXIT.
062000
062100 1350-READ-REGISTER.
062200     READ CF153-REGI-FILE
062300         AT END
062400             SET WS-REGI-EOF-YES TO TRUE
062500         NOT AT END
062600             ADD 1 TO WS-REGISTER-READ
062700             PERFORM 1360-SELECT-REGISTER THRU 1360-EXIT
062800     END-READ.
062900     IF WS-GI-STATUS NOT = "00" AND WS-GI-STATUS NOT = "10"
063000         MOVE "READ ERROR - CF153-REGI-FILE (CF153GI)"
063100                              TO WS-ABEND-MESSAGE
063200         MOVE WS-GI-STATUS    TO WS-ABEND-STATUS
063300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
063400     END-IF.
063500 1350-EXIT.
063600     EXIT.
063700
063800 1360-SELECT-REGISTER.
063900     IF REGI-RUN-DATE > WS-TARGET-DATE
064000         GO TO 1360-EXIT
064100     END-IF.
064200     IF NOT REGI-POSTED AND NOT REGI-REVERSED
064300         GO TO 1360-EXIT
064400     END-IF.
064500     IF WS-MOV-COUNT >= WS-MOV-MAX
064600         MOVE "MOVEMENT TABLE CAPACITY EXCEEDED"
064700                              TO WS-ABEND-MESSAGE
064800         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
064900     END-IF.
065000     ADD 1 TO WS-MOV-COUNT.
065100     MOVE WS-MOV-COUNT        TO WS-MOV-SUB.
065200     SET WS-SHIFT-DONE-NO TO TRUE.
065300     PERFORM 1370-SHIFT-MOVEMENT THRU 1370-EXIT
065400         UNTIL WS-SHIFT-DONE-YES.
065500     MOVE REGI-UNIT-CODE      TO WS-MOV-UNIT-CODE (WS-MOV-SUB).
065600     MOVE REGI-RUN-DATE       TO WS-MOV-RUN-DATE (WS-MOV-SUB).
065700     MOVE REGI-RECORD-COUNT   TO WS-MOV-RECORD-COUNT (WS-MOV-SUB).
065800     MOVE REGI-REJECT-COUNT   TO WS-MOV-REJECT-COUNT (WS-MOV-SUB).
065900     MOVE REGI-EXCEPTION-COUNT
066000         TO WS-MOV-EXCEPT-COUNT (WS-MOV-SUB).
066100     MOVE REGI-TOTAL-S        TO WS-MOV-TOTAL-S (WS-MOV-SUB).
066200     MOVE REGI-STATUS-CODE    TO WS-MOV-STATUS-CODE (WS-MOV-SUB).
066300     MOVE SPACE               TO WS-MOV-ACTION (WS-MOV-SUB).
066400     IF REGI-REVERSED
066500         ADD 1 TO WS-REVERSED-SELECTED
066600     ELSE
066700         ADD 1 TO WS-POSTED-SELECTED
066800     END-IF.
066900 1360-EXIT.
067000     EXIT.
067100
067200 1370-SHIFT-MOVEMENT.
067300     IF WS-MOV-SUB = 1
067400         SET WS-SHIFT-DONE-YES TO TRUE
067500         GO TO 1370-EXIT
067600     END-IF.
067700     SUBTRACT 1 FROM WS-MOV-SUB GIVING WS-MOV-PRIOR.
067800     IF WS-MOV-RUN-DATE (WS-MOV-PRIOR) NOT > REGI-RUN-DATE
067900         SET WS-SHIFT-DONE-YES TO TRUE
068000         GO TO 1370-EXIT
068100     END-IF.
068200     MOVE WS-MOV-ENTRY (WS-MOV-PRIOR)
068300         TO WS-MOV-ENTRY (WS-MOV-SUB).
068400     MOVE WS-MOV-PRIOR        TO WS-MOV-SUB.
068500 1370-EXIT.
068600     EXIT.
068700
068800 1400-LOAD-CHECKPOINT.
068900     OPEN INPUT CF153-CKPT-FILE.
069000     IF WS-KF-STATUS = "35"
069100         GO TO 1400-EXIT
069200     END-IF.
069300     IF WS-KF-STATUS NOT = "00"
069400         MOVE "OPEN ERROR - CF153-CKPT-FILE (CF153KF)"
069500                              TO WS-ABEND-MESSAGE
069600         MOVE WS-KF-STATUS    TO WS-ABEND-STATUS
069700         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
069800     END-IF.
069900     SET WS-CKPT-PRESENT-YES TO TRUE.
070000     SET WS-CKPF-EOF-NO TO TRUE.
070100     PERFORM 1450-READ-CHECKPOINT THRU 1450-EXIT
070200         UNTIL WS-CKPF-EOF-YES.
070300     CLOSE CF153-CKPT-FILE.
070400     IF WS-KF-STATUS NOT = "00"
070500         MOVE "CLOSE ERROR - CF153-CKPT-FILE (CF153KF)"
070600                              TO WS-ABEND-MESSAGE
070700         MOVE WS-KF-STATUS    TO WS-ABEND-STATUS
070800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
070900     END-IF.
071000 1400-EXIT.
071100     EXIT.
071200
071300 1450-READ-CHECKPOINT.
071400     READ CF153-CKPT-FILE
071500         AT END
071600             SET WS-CKPF-EOF-YES TO TRUE
071700         NOT AT END
071800             PERFORM 1460-TAKE-CHECKPOINT THRU 1460-EXIT
071900     END-READ.
072000     IF WS-KF-STATUS NOT = "00" AND WS-KF-STATUS NOT = "10"
072100         MOVE "READ ERROR - CF153-CKPT-FILE (CF153KF)"
072200                              TO WS-ABEND-MESSAGE
072300         MOVE WS-KF-STATUS    TO WS-ABEND-STATUS
072400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
072500     END-IF.
072600 1450-EXIT.
072700     EXIT.
072800
072900 1460-TAKE-CHECKPOINT.
073000     IF CKPF-GRAND-TOTAL OR CKPF-UNIT-CODE = SPACES
073100         SET WS-CKPT-ALL-FOUND-YES TO TRUE
073200         SET WS-CKPT-GROUP-CLOSED-YES TO TRUE
073300         MOVE CKPF-TOTAL-S    TO WS-CKPT-ALL-TOTAL-S
073400         GO TO 1460-EXIT
073500     END-IF.
073600     IF CKPF-TRANSFER-TOTAL
073700         GO TO 1460-EXIT
073800     END-IF.
073900     IF WS-CKPT-GROUP-CLOSED-YES
074000         MOVE ZERO TO WS-KFU-COUNT
074100         SET WS-CKPT-GROUP-CLOSED-NO TO TRUE
074200     END-IF.
074300     IF WS-KFU-COUNT >= WS-KFU-MAX
074400         MOVE "CHECKPOINT UNIT TABLE CAPACITY EXCEEDED"
074500                              TO WS-ABEND-MESSAGE
074600         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
074700     END-IF.
074800     ADD 1 TO WS-KFU-COUNT.
074900     MOVE CKPF-UNIT-CODE      TO WS-KFU-UNIT-CODE (WS-KFU-COUNT).
075000     MOVE CKPF-TOTAL-S        TO WS-KFU-TOTAL-S (WS-KFU-COUNT).
075100     MOVE ZERO                TO WS-KFU-REGISTER-S (WS-KFU-COUNT).
075200     MOVE ZERO                TO WS-KFU-DIFFERENCE (WS-KFU-COUNT).
075300 1460-EXIT.
075400     EXIT.
075500
075600 1500-CHECK-DUPLICATES.
075700     MOVE 1 TO WS-MOV-SUB.
075800     PERFORM 1510-CHECK-ENTRY THRU 1510-EXIT
075900         UNTIL WS-MOV-SUB > WS-MOV-COUNT.
076000     IF WS-DUPLICATE-COUNT > ZERO
076100         MOVE "REGISTER SHOWS A UNIT POSTED TWICE"
076200                              TO WS-ABEND-MESSAGE
076300         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
076400     END-IF.
076500 1500-EXIT.
076600     EXIT.
076700
076800 1510-CHECK-ENTRY.
076900     IF NOT WS-MOV-POSTED (WS-MOV-SUB)
077000         GO TO 1510-NEXT
077100     END-IF.
077200     MOVE WS-MOV-SUB          TO WS-MOV-OTHER.
077300     SET WS-SCAN-DONE-NO TO TRUE.
077400     PERFORM 1520-SCAN-SAME-DATE THRU 1520-EXIT
077500         UNTIL WS-SCAN-DONE-YES.
077600 1510-NEXT.
077700     ADD 1 TO WS-MOV-SUB.
077800 1510-EXIT.
077900     EXIT.
078000
078100 1520-SCAN-SAME-DATE.
078200     ADD 1 TO WS-MOV-OTHER.
078300     IF WS-MOV-OTHER > WS-MOV-COUNT
078400         SET WS-SCAN-DONE-YES TO TRUE
078500         GO TO 1520-EXIT
078600     END-IF.
078700     IF WS-MOV-RUN-DATE (WS-MOV-OTHER)
078800        NOT = WS-MOV-RUN-DATE (WS-MOV-SUB)
078900         SET WS-SCAN-DONE-YES TO TRUE
079000         GO TO 1520-EXIT
079100     END-IF.
079200     IF WS-MOV-POSTED (WS-MOV-OTHER)
079300        AND WS-MOV-UNIT-CODE (WS-MOV-OTHER)
079400            = WS-MOV-UNIT-CODE (WS-MOV-SUB)
079500         ADD 1 TO WS-DUPLICATE-COUNT
079600         DISPLAY "CODEFORCES153I -- UNIT "
079700             WS-MOV-UNIT-CODE (WS-MOV-SUB)
079800             " POSTED TWICE FOR RUN DATE "
079900             WS-MOV-RUN-DATE (WS-MOV-SUB)
080000             " WITHOUT A REVERSAL"
080100     END-IF.
080200 1520-EXIT.
080300     EXIT.
080400
080500 1600-LOAD-YEAR-END.
080600     OPEN INPUT CF153-YEB-FILE.
080700     IF WS-YB-STATUS = "35"
080800         DISPLAY "CODEFORCES153I -- NO YEAR-END BALANCE FILE"
080900             " (CF153YB) -- NO YEAR-END CLOSES APPLIED"
081000         GO TO 1600-EXIT
081100     END-IF.
081200     IF WS-YB-STATUS NOT = "00"
081300         MOVE "OPEN ERROR - CF153-YEB-FILE (CF153YB)"
081400                              TO WS-ABEND-MESSAGE
081500         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
081600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
081700     END-IF.
081800     SET WS-YEB-EOF-NO TO TRUE.
081900     PERFORM 1650-READ-YEAR-END THRU 1650-EXIT
082000         UNTIL WS-YEB-EOF-YES.
082100     CLOSE CF153-YEB-FILE.
082200     IF WS-YB-STATUS NOT = "00"
082300         MOVE "CLOSE ERROR - CF153-YEB-FILE (CF153YB)"
082400                              TO WS-ABEND-MESSAGE
082500         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
082600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
082700     END-IF.
082800 1600-EXIT.
082900     EXIT.
083000
083100 1650-READ-YEAR-END.
083200     READ CF153-YEB-FILE
083300         AT END
083400             SET WS-YEB-EOF-YES TO TRUE
083500         NOT AT END
083600             PERFORM 1660-TAKE-YEAR-END THRU 1660-EXIT
083700     END-READ.
083800     IF WS-YB-STATUS NOT = "00" AND WS-YB-STATUS NOT = "10"
083900         MOVE "READ ERROR - CF153-YEB-FILE (CF153YB)"
084000                              TO WS-ABEND-MESSAGE
084100         MOVE WS-YB-STATUS    TO WS-ABEND-STATUS
084200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
084300     END-IF.
084400 1650-EXIT.
084500     EXIT.
084600
084700 1660-TAKE-YEAR-END.
084800     IF YEB-CLOSE-DATE > WS-TARGET-DATE
084900         GO TO 1660-EXIT
085000     END-IF.
085100     IF WS-YEB-COUNT >= WS-YEB-MAX
085200         MOVE "YEAR-END TABLE CAPACITY EXCEEDED"
085300                              TO WS-ABEND-MESSAGE
085400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
085500     END-IF.
085600     ADD 1 TO WS-YEB-COUNT.
085700     MOVE YEB-UNIT-CODE       TO WS-YEB-UNIT-CODE (WS-YEB-COUNT).
085800     MOVE YEB-CLOSE-DATE      TO WS-YEB-CLOSE-DATE (WS-YEB-COUNT).
085900     MOVE YEB-YEAR-END-RULE   TO WS-YEB-RULE (WS-YEB-COUNT).
086000     MOVE YEB-CLOSING-BALANCE
086100         TO WS-YEB-CLOSING-BAL (WS-YEB-COUNT).
086200     MOVE YEB-OPENING-BALANCE
086300         TO WS-YEB-OPENING-BAL (WS-YEB-COUNT).
086400     MOVE ZERO TO WS-YEB-AT-CLOSE-BAL (WS-YEB-COUNT).
086500     MOVE ZERO TO WS-YEB-ADJUSTMENT (WS-YEB-COUNT).
086600     SET WS-YEB-APPLIED-NO (WS-YEB-COUNT) TO TRUE.
086610     SET WS-YEB-PRINTED-NO (WS-YEB-COUNT) TO TRUE.
086700 1660-EXIT.
086800     EXIT.
086900
087000 2000-REBUILD-MASTER.
087100     MOVE 1 TO WS-MOV-SUB.
087200     PERFORM 2100-REPLAY-ENTRY THRU 2100-EXIT
087300         UNTIL WS-MOV-SUB > WS-MOV-COUNT.
087400     PERFORM 2200-WRITE-NEW-MASTER THRU 2200-EXIT.
087500     PERFORM 2500-PROVE-CHECKPOINT THRU 2500-EXIT.
087600     MOVE 1 TO WS-UNIT-SUB.
087700     PERFORM 2300-PRINT-UNIT-SECTION THRU 2300-EXIT
087800         UNTIL WS-UNIT-SUB > WS-UNIT-COUNT.
087900 2000-EXIT.
088000     EXIT.
088100
088200 2050-FIND-OR-ADD-UNIT.
088300     MOVE ZERO TO WS-UNIT-FOUND-SUB.
088400     MOVE 1 TO WS-UNIT-SUB.
088500     PERFORM 2060-SCAN-UNIT THRU 2060-EXIT
088600         UNTIL WS-UNIT-FOUND-SUB > ZERO
088700            OR WS-UNIT-SUB > WS-UNIT-COUNT.
088800     IF WS-UNIT-FOUND-SUB > ZERO
088900         GO TO 2050-EXIT
089000     END-IF.
089100     IF WS-UNIT-COUNT >= WS-UNIT-MAX
089200         MOVE "UNIT TABLE CAPACITY EXCEEDED"
089300                              TO WS-ABEND-MESSAGE
089400         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
089500     END-IF.
089600     ADD 1 TO WS-UNIT-COUNT.
089700     MOVE WS-UNIT-COUNT       TO WS-UNIT-FOUND-SUB.
089800     MOVE WS-UNIT-KEY TO WS-UNIT-CODE (WS-UNIT-COUNT).
089900     MOVE "N"  TO WS-UNIT-ON-STARTING (WS-UNIT-COUNT).
090000     MOVE ZERO TO WS-UNIT-STARTING-BAL (WS-UNIT-COUNT).
090100     MOVE ZERO TO WS-UNIT-STARTING-LAST (WS-UNIT-COUNT).
090200     MOVE ZERO TO WS-UNIT-REPLAYED (WS-UNIT-COUNT).
090300     MOVE ZERO TO WS-UNIT-REPLAY-COUNT (WS-UNIT-COUNT).
090400     MOVE ZERO TO WS-UNIT-REBUILT-BAL (WS-UNIT-COUNT).
090500     MOVE ZERO TO WS-UNIT-REBUILT-LAST (WS-UNIT-COUNT).
090600     MOVE ZERO TO WS-UNIT-YEAR-END-ADJ (WS-UNIT-COUNT).
090700     MOVE ZERO TO WS-UNIT-CLOSE-COUNT (WS-UNIT-COUNT).
090800 2050-EXIT.
090900     EXIT.
091000
091100 2060-SCAN-UNIT.
091200     IF WS-UNIT-CODE (WS-UNIT-SUB) = WS-UNIT-KEY
091300         MOVE WS-UNIT-SUB TO WS-UNIT-FOUND-SUB
091400     ELSE
091500         ADD 1 TO WS-UNIT-SUB
091600     END-IF.
091700 2060-EXIT.
091800     EXIT.
091900
092000 2100-REPLAY-ENTRY.
092100     MOVE WS-MOV-UNIT-CODE (WS-MOV-SUB) TO WS-UNIT-KEY.
092200     PERFORM 2050-FIND-OR-ADD-UNIT THRU 2050-EXIT.
092300     IF WS-MOV-REVERSED (WS-MOV-SUB)
092400         SET WS-MOV-NOT-REPLAYED (WS-MOV-SUB) TO TRUE
092500         GO TO 2100-NEXT
092600     END-IF.
092700     IF WS-MOV-RUN-DATE (WS-MOV-SUB)
092800        NOT > WS-UNIT-STARTING-LAST (WS-UNIT-FOUND-SUB)
092900         SET WS-MOV-ON-STARTING (WS-MOV-SUB) TO TRUE
093000         ADD 1 TO WS-ENTRIES-ON-STARTING
093100         GO TO 2100-NEXT
093200     END-IF.
093300     MOVE WS-MOV-RUN-DATE (WS-MOV-SUB) TO WS-CLOSE-LIMIT-DATE.
093400     PERFORM 2150-APPLY-YEAR-END THRU 2150-EXIT.
093500     SET WS-MOV-REPLAYED (WS-MOV-SUB) TO TRUE.
093600     ADD 1 TO WS-ENTRIES-REPLAYED.
093700     ADD 1 TO WS-UNIT-REPLAY-COUNT (WS-UNIT-FOUND-SUB).
093800     ADD WS-MOV-TOTAL-S (WS-MOV-SUB)
093900         TO WS-UNIT-REPLAYED (WS-UNIT-FOUND-SUB)
094000         ON SIZE ERROR
094100             MOVE "WS-UNIT-REPLAYED" TO WS-ABEND-MESSAGE
094200             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
094300     END-ADD.
094400     IF WS-MOV-RUN-DATE (WS-MOV-SUB) > WS-LATEST-REPLAYED
094500         MOVE WS-MOV-RUN-DATE (WS-MOV-SUB) TO WS-LATEST-REPLAYED
094600     END-IF.
094700 2100-NEXT.
094800     ADD 1 TO WS-MOV-SUB.
094900 2100-EXIT.
095000     EXIT.
095100
095200 2150-APPLY-YEAR-END.
095300     MOVE 1 TO WS-YEB-SUB.
095400     PERFORM 2160-CHECK-YEAR-END THRU 2160-EXIT
095500         UNTIL WS-YEB-SUB > WS-YEB-COUNT.
095600 2150-EXIT.
095700     EXIT.
095800
095900 2160-CHECK-YEAR-END.
096000     IF WS-YEB-UNIT-CODE (WS-YEB-SUB)
096100        NOT = WS-UNIT-CODE (WS-UNIT-FOUND-SUB)
096200        OR WS-YEB-APPLIED-YES (WS-YEB-SUB)
096300        OR WS-YEB-CLOSE-DATE (WS-YEB-SUB)
096400           NOT < WS-CLOSE-LIMIT-DATE
096500         GO TO 2160-NEXT
096600     END-IF.
096700     IF WS-YEB-CLOSE-DATE (WS-YEB-SUB)
096800        < WS-UNIT-STARTING-LAST (WS-UNIT-FOUND-SUB)
096900         GO TO 2160-NEXT
097000     END-IF.
097100     IF WS-YEB-CLOSE-DATE (WS-YEB-SUB)
097200        = WS-UNIT-STARTING-LAST (WS-UNIT-FOUND-SUB)
097300        AND WS-UNIT-STARTING-BAL (WS-UNIT-FOUND-SUB)
097400            NOT = WS-YEB-CLOSING-BAL (WS-YEB-SUB)
097500         GO TO 2160-NEXT
097600     END-IF.
097700     ADD WS-UNIT-STARTING-BAL (WS-UNIT-FOUND-SUB)
097800         WS-UNIT-REPLAYED (WS-UNIT-FOUND-SUB)
097900         WS-UNIT-YEAR-END-ADJ (WS-UNIT-FOUND-SUB)
098000         GIVING WS-RUNNING-BAL
098100         ON SIZE ERROR
098200             MOVE "WS-RUNNING-BAL" TO WS-ABEND-MESSAGE
098300             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
098400     END-ADD.
098500     MOVE WS-RUNNING-BAL TO WS-YEB-AT-CLOSE-BAL (WS-YEB-SUB).
098600     SUBTRACT WS-RUNNING-BAL FROM WS-YEB-OPENING-BAL (WS-YEB-SUB)
098700         GIVING WS-YEB-ADJUSTMENT (WS-YEB-SUB)
098800         ON SIZE ERROR
098900             MOVE "WS-YEB-ADJUSTMENT" TO WS-ABEND-MESSAGE
099000             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
099100     END-SUBTRACT.
099200     ADD WS-YEB-ADJUSTMENT (WS-YEB-SUB)
099300         TO WS-UNIT-YEAR-END-ADJ (WS-UNIT-FOUND-SUB)
099400         ON SIZE ERROR
099500             MOVE "WS-UNIT-YEAR-END-ADJ" TO WS-ABEND-MESSAGE
099600             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
099700     END-ADD.
099800     SET WS-YEB-APPLIED-YES (WS-YEB-SUB) TO TRUE.
099900     ADD 1 TO WS-UNIT-CLOSE-COUNT (WS-UNIT-FOUND-SUB).
100000     ADD 1 TO WS-CLOSES-APPLIED.
100100     IF WS-RUNNING-BAL NOT = WS-YEB-CLOSING-BAL (WS-YEB-SUB)
100200         ADD 1 TO WS-CLOSE-BREAK-COUNT
100300         DISPLAY "CODEFORCES153I -- UNIT "
100400             WS-YEB-UNIT-CODE (WS-YEB-SUB)
100500             " REBUILT BALANCE AT CLOSE "
100600             WS-YEB-CLOSE-DATE (WS-YEB-SUB)
100700             " DOES NOT AGREE WITH CF153YB"
100800     END-IF.
100900 2160-NEXT.
101000     ADD 1 TO WS-YEB-SUB.
101100 2160-EXIT.
101200     EXIT.
101300
101400 2200-WRITE-NEW-MASTER.
101500     OPEN OUTPUT CF153-MSTN-FILE.
101600     IF WS-RN-STATUS NOT = "00"
101700         MOVE "OPEN ERROR - CF153-MSTN-FILE (CF153RN)"
101800                              TO WS-ABEND-MESSAGE
101900         MOVE WS-RN-STATUS    TO WS-ABEND-STATUS
102000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
102100     END-IF.
102200     MOVE 1 TO WS-UNIT-SUB.
102300     PERFORM 2250-WRITE-UNIT-MASTER THRU 2250-EXIT
102400         UNTIL WS-UNIT-SUB > WS-UNIT-COUNT.
102500     CLOSE CF153-MSTN-FILE.
102600     IF WS-RN-STATUS NOT = "00"
102700         MOVE "CLOSE ERROR - CF153-MSTN-FILE (CF153RN)"
102800                              TO WS-ABEND-MESSAGE
102900         MOVE WS-RN-STATUS    TO WS-ABEND-STATUS
103000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
103100     END-IF.
103200 2200-EXIT.
103300     EXIT.
103400
103500 2250-WRITE-UNIT-MASTER.
103600     MOVE WS-UNIT-SUB         TO WS-UNIT-FOUND-SUB.
103700     MOVE 99999999            TO WS-CLOSE-LIMIT-DATE.
103800     PERFORM 2150-APPLY-YEAR-END THRU 2150-EXIT.
103900     ADD WS-UNIT-STARTING-BAL (WS-UNIT-SUB)
104000         WS-UNIT-REPLAYED (WS-UNIT-SUB)
104100         WS-UNIT-YEAR-END-ADJ (WS-UNIT-SUB)
104200         GIVING WS-UNIT-REBUILT-BAL (WS-UNIT-SUB)
104300         ON SIZE ERROR
104400             MOVE "WS-UNIT-REBUILT-BAL" TO WS-ABEND-MESSAGE
104500             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
104600     END-ADD.
104700     IF WS-LATEST-REPLAYED > WS-UNIT-STARTING-LAST (WS-UNIT-SUB)
104800         MOVE WS-LATEST-REPLAYED
104900             TO WS-UNIT-REBUILT-LAST (WS-UNIT-SUB)
105000     ELSE
105100         MOVE WS-UNIT-STARTING-LAST (WS-UNIT-SUB)
105200             TO WS-UNIT-REBUILT-LAST (WS-UNIT-SUB)
105300     END-IF.
105400     MOVE SPACES              TO MSTN-MASTER-RECORD.
105500     MOVE WS-UNIT-CODE (WS-UNIT-SUB)        TO MSTN-UNIT-CODE.
105600     MOVE WS-UNIT-REBUILT-BAL (WS-UNIT-SUB) TO MSTN-CUM-BALANCE.
105700     MOVE WS-UNIT-REBUILT-LAST (WS-UNIT-SUB)
105800                              TO MSTN-LAST-RUN-DATE.
105900     WRITE MSTN-MASTER-RECORD.
106000     IF WS-RN-STATUS NOT = "00"
106100         MOVE "WRITE ERROR - CF153-MSTN-FILE (CF153RN)"
106200                              TO WS-ABEND-MESSAGE
106300         MOVE WS-RN-STATUS    TO WS-ABEND-STATUS
106400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
106500     END-IF.
106600     ADD 1 TO WS-MASTER-WRITTEN.
106700     ADD 1 TO WS-UNIT-SUB.
106800 2250-EXIT.
106900     EXIT.
107000
107100 2300-PRINT-UNIT-SECTION.
107200     MOVE SPACES              TO WS-UNIT-LINE.
107300     MOVE WS-UNIT-CODE (WS-UNIT-SUB) TO WS-UNL-UNIT.
107400     IF WS-UNIT-ON-STARTING (WS-UNIT-SUB) = "Y"
107500         MOVE "ON STARTING MASTER (CF153RM)" TO WS-UNL-STATUS
107600     ELSE
107700         MOVE "NEW FROM REGISTER (CF153GI)"  TO WS-UNL-STATUS
107800     END-IF.
107900     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
108000         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
108100     END-IF.
108200     MOVE WS-UNIT-LINE        TO WS-PRINT-LINE.
108300     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
108400     MOVE "STARTING BALANCE"  TO WS-AMT-LABEL.
108500     MOVE WS-UNIT-STARTING-BAL (WS-UNIT-SUB) TO WS-AMT-AMOUNT.
108600     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
108700     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
108800     MOVE "STARTING LAST RUN DATE" TO WS-DTL-LABEL.
108900     MOVE WS-UNIT-STARTING-LAST (WS-UNIT-SUB) TO WS-DTL-DATE.
109000     MOVE WS-DATE-LINE        TO WS-PRINT-LINE.
109100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
109200     MOVE 1 TO WS-MOV-SUB.
109300     PERFORM 2400-PRINT-ENTRY THRU 2400-EXIT
109400         UNTIL WS-MOV-SUB > WS-MOV-COUNT.
109410     MOVE 99999999            TO WS-CLOSE-LIMIT-DATE.
109420     PERFORM 2440-PRINT-YEAR-END-LINES THRU 2440-EXIT.
110000     MOVE "REPLAYED FROM REGISTER" TO WS-AMT-LABEL.
110100     MOVE WS-UNIT-REPLAYED (WS-UNIT-SUB) TO WS-AMT-AMOUNT.
110200     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
110300     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
110400     IF WS-UNIT-CLOSE-COUNT (WS-UNIT-SUB) > ZERO
110500         MOVE "YEAR-END CLOSE ADJUSTMENT" TO WS-AMT-LABEL
110600         MOVE WS-UNIT-YEAR-END-ADJ (WS-UNIT-SUB) TO WS-AMT-AMOUNT
110700         MOVE WS-AMOUNT-LINE  TO WS-PRINT-LINE
110800         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
110900     END-IF.
111000     MOVE "REBUILT BALANCE (CF153RN)" TO WS-AMT-LABEL.
111100     MOVE WS-UNIT-REBUILT-BAL (WS-UNIT-SUB) TO WS-AMT-AMOUNT.
111200     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
111300     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
111400     MOVE "REBUILT LAST RUN DATE" TO WS-DTL-LABEL.
111500     MOVE WS-UNIT-REBUILT-LAST (WS-UNIT-SUB) TO WS-DTL-DATE.
111600     MOVE WS-DATE-LINE        TO WS-PRINT-LINE.
111700     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
111800     IF WS-UNIT-REPLAY-COUNT (WS-UNIT-SUB) = ZERO
111900         MOVE "NOTE -- NOTHING REPLAYED, STARTING BALANCE CARRIED"
112000                              TO WS-FLG-TEXT
112100         PERFORM 2350-WRITE-FLAG-LINE THRU 2350-EXIT
112200     END-IF.
112300     ADD WS-UNIT-STARTING-BAL (WS-UNIT-SUB) TO WS-SUITE-STARTING
112400         ON SIZE ERROR
112500             MOVE "WS-SUITE-STARTING" TO WS-ABEND-MESSAGE
112600             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
112700     END-ADD.
112800     ADD WS-UNIT-REPLAYED (WS-UNIT-SUB) TO WS-SUITE-REPLAYED
112900         ON SIZE ERROR
113000             MOVE "WS-SUITE-REPLAYED" TO WS-ABEND-MESSAGE
113100             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
113200     END-ADD.
113300     ADD WS-UNIT-YEAR-END-ADJ (WS-UNIT-SUB) TO WS-SUITE-YEAR-END
113400         ON SIZE ERROR
113500             MOVE "WS-SUITE-YEAR-END" TO WS-ABEND-MESSAGE
113600             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
113700     END-ADD.
113800     ADD WS-UNIT-REBUILT-BAL (WS-UNIT-SUB) TO WS-SUITE-REBUILT
113900         ON SIZE ERROR
114000             MOVE "WS-SUITE-REBUILT" TO WS-ABEND-MESSAGE
114100             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
114200     END-ADD.
114300     MOVE SPACES              TO WS-PRINT-LINE.
114400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
114500     ADD 1 TO WS-UNIT-SUB.
114600 2300-EXIT.
114700     EXIT.
114800
114900 2350-WRITE-FLAG-LINE.
115000     MOVE WS-FLAG-LINE        TO WS-PRINT-LINE.
115100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
115200 2350-EXIT.
115300     EXIT.
115400
115500 2400-PRINT-ENTRY.
115600     IF WS-MOV-UNIT-CODE (WS-MOV-SUB)
115700        NOT = WS-UNIT-CODE (WS-UNIT-SUB)
115800         ADD 1 TO WS-MOV-SUB
115900         GO TO 2400-EXIT
116000     END-IF.
116010     MOVE WS-MOV-RUN-DATE (WS-MOV-SUB) TO WS-CLOSE-LIMIT-DATE.
116020     PERFORM 2440-PRINT-YEAR-END-LINES THRU 2440-EXIT.
116100     MOVE WS-MOV-UNIT-CODE (WS-MOV-SUB)    TO WS-DET-UNIT.
116200     MOVE WS-MOV-RUN-DATE (WS-MOV-SUB)     TO WS-DET-RUN-DATE.
116300     MOVE WS-MOV-RECORD-COUNT (WS-MOV-SUB) TO WS-DET-RECORDS.
116400     MOVE WS-MOV-REJECT-COUNT (WS-MOV-SUB) TO WS-DET-REJECTS.
116500     MOVE WS-MOV-EXCEPT-COUNT (WS-MOV-SUB) TO WS-DET-EXCEPTIONS.
116600     MOVE WS-MOV-TOTAL-S (WS-MOV-SUB)      TO WS-DET-TOTAL-S.
116700     IF WS-MOV-REPLAYED (WS-MOV-SUB)
116800         MOVE "REPLAYED"      TO WS-DET-NOTE
116900     END-IF.
117000     IF WS-MOV-ON-STARTING (WS-MOV-SUB)
117100         MOVE "IN STARTING BALANCE -- SKIPPED" TO WS-DET-NOTE
117200     END-IF.
117300     IF WS-MOV-NOT-REPLAYED (WS-MOV-SUB)
117400         MOVE "REVERSED -- NOT REPLAYED" TO WS-DET-NOTE
117500     END-IF.
117600     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
117700     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
117800     ADD 1 TO WS-MOV-SUB.
117900 2400-EXIT.
118000     EXIT.
118100
118110 2440-PRINT-YEAR-END-LINES.
118120     MOVE 1 TO WS-YEB-SUB.
118130     PERFORM 2450-PRINT-YEAR-END THRU 2450-EXIT
118140         UNTIL WS-YEB-SUB > WS-YEB-COUNT.
118150 2440-EXIT.
118160     EXIT.
118170
118200 2450-PRINT-YEAR-END.
118300     IF WS-YEB-UNIT-CODE (WS-YEB-SUB)
118400        NOT = WS-UNIT-CODE (WS-UNIT-SUB)
118500        OR WS-YEB-APPLIED-NO (WS-YEB-SUB)
118510        OR WS-YEB-PRINTED-YES (WS-YEB-SUB)
118520        OR WS-YEB-CLOSE-DATE (WS-YEB-SUB)
118530           NOT < WS-CLOSE-LIMIT-DATE
118600         GO TO 2450-NEXT
118700     END-IF.
118800     MOVE SPACES              TO WS-DETAIL-LINE.
118900     MOVE WS-YEB-UNIT-CODE (WS-YEB-SUB)  TO WS-DET-UNIT.
119000     MOVE WS-YEB-CLOSE-DATE (WS-YEB-SUB) TO WS-DET-RUN-DATE.
119100     MOVE WS-YEB-ADJUSTMENT (WS-YEB-SUB) TO WS-DET-TOTAL-S.
119200     IF WS-YEB-RESET (WS-YEB-SUB)
119300         MOVE "YEAR-END CLOSE -- RESET" TO WS-DET-NOTE
119400     ELSE
119500         MOVE "YEAR-END CLOSE -- CARRIED" TO WS-DET-NOTE
119600     END-IF.
119700     MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
119800     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
119810     SET WS-YEB-PRINTED-YES (WS-YEB-SUB) TO TRUE.
119900     IF WS-YEB-AT-CLOSE-BAL (WS-YEB-SUB)
120000        NOT = WS-YEB-CLOSING-BAL (WS-YEB-SUB)
120100         MOVE "*** BALANCE AT CLOSE DOES NOT AGREE WITH CF153YB"
120200                              TO WS-FLG-TEXT
120300         PERFORM 2350-WRITE-FLAG-LINE THRU 2350-EXIT
120400         MOVE "REBUILT BALANCE AT CLOSE" TO WS-AMT-LABEL
120500         MOVE WS-YEB-AT-CLOSE-BAL (WS-YEB-SUB) TO WS-AMT-AMOUNT
120600         MOVE WS-AMOUNT-LINE  TO WS-PRINT-LINE
120700         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
120800         MOVE "CLOSING BALANCE ON CF153YB" TO WS-AMT-LABEL
120900         MOVE WS-YEB-CLOSING-BAL (WS-YEB-SUB) TO WS-AMT-AMOUNT
121000         MOVE WS-AMOUNT-LINE  TO WS-PRINT-LINE
121100         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
121200     END-IF.
121300 2450-NEXT.
121400     ADD 1 TO WS-YEB-SUB.
121500 2450-EXIT.
121600     EXIT.
121700
121800 2500-PROVE-CHECKPOINT.
121900     IF WS-CKPT-PRESENT-NO
122000         MOVE "NOT PROVED -- NO CHECKPOINT FILE (CF153KF)"
122100                              TO WS-CKPT-STATE-TEXT
122200         GO TO 2500-EXIT
122300     END-IF.
122400     IF WS-CKPT-RUN-DATE = ZERO
122500         MOVE "NOT PROVED -- NO CONTROL CARD RUN DATE (CF153CF)"
122600                              TO WS-CKPT-STATE-TEXT
122700         GO TO 2500-EXIT
122800     END-IF.
122900     IF WS-CKPT-ALL-FOUND-NO
123000         MOVE "NOT PROVED -- NO ""*ALL "" RECORD ON CF153KF"
123100                              TO WS-CKPT-STATE-TEXT
123200         GO TO 2500-EXIT
123300     END-IF.
123400     IF WS-CKPT-RUN-DATE > WS-TARGET-DATE
123500         MOVE "NOT PROVED -- CHECKPOINT RUN IS AFTER TARGET DATE"
123600                              TO WS-CKPT-STATE-TEXT
123700         GO TO 2500-EXIT
123800     END-IF.
123900     MOVE ZERO TO WS-CKPT-REGISTER-S.
124000     MOVE 1 TO WS-MOV-SUB.
124100     PERFORM 2550-SUM-CHECKPOINT-DATE THRU 2550-EXIT
124200         UNTIL WS-MOV-SUB > WS-MOV-COUNT.
124300     IF WS-CKPT-REPOSTED-YES
124400         MOVE "NOT PROVED -- CHECKPOINT RUN DATE WAS RE-POSTED"
124500                              TO WS-CKPT-STATE-TEXT
124600         GO TO 2500-EXIT
124700     END-IF.
124800     SET WS-CKPT-PROVED-YES TO TRUE.
124900     SUBTRACT WS-CKPT-REGISTER-S FROM WS-CKPT-ALL-TOTAL-S
125000         GIVING WS-CKPT-DIFFERENCE
125100         ON SIZE ERROR
125200             MOVE "WS-CKPT-DIFFERENCE" TO WS-ABEND-MESSAGE
125300             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
125400     END-SUBTRACT.
125500     IF WS-CKPT-DIFFERENCE NOT = ZERO
125600         ADD 1 TO WS-CKPT-BREAK-COUNT
125700     END-IF.
125800     MOVE 1 TO WS-KFU-SUB.
125900     PERFORM 2560-PROVE-CHECKPOINT-UNIT THRU 2560-EXIT
126000         UNTIL WS-KFU-SUB > WS-KFU-COUNT.
126100     IF WS-CKPT-BREAK-COUNT > ZERO
126200         MOVE "*** CHECKPOINT DOES NOT AGREE WITH THE REGISTER"
126300                              TO WS-CKPT-STATE-TEXT
126400     ELSE
126500         MOVE "PROVED -- CHECKPOINT AGREES WITH THE REGISTER"
126600                              TO WS-CKPT-STATE-TEXT
126700     END-IF.
126800 2500-EXIT.
126900     EXIT.
127000
127100 2550-SUM-CHECKPOINT-DATE.
127200     IF WS-MOV-RUN-DATE (WS-MOV-SUB) NOT = WS-CKPT-RUN-DATE
127300         GO TO 2550-NEXT
127400     END-IF.
127500     IF WS-MOV-REVERSED (WS-MOV-SUB)
127600         SET WS-CKPT-REPOSTED-YES TO TRUE
127700         GO TO 2550-NEXT
127800     END-IF.
127900     ADD WS-MOV-TOTAL-S (WS-MOV-SUB) TO WS-CKPT-REGISTER-S
128000         ON SIZE ERROR
128100             MOVE "WS-CKPT-REGISTER-S" TO WS-ABEND-MESSAGE
128200             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
128300     END-ADD.
128400 2550-NEXT.
128500     ADD 1 TO WS-MOV-SUB.
128600 2550-EXIT.
128700     EXIT.
128800
128900 2560-PROVE-CHECKPOINT-UNIT.
129000     MOVE 1 TO WS-MOV-SUB.
129100     PERFORM 2570-SUM-CHECKPOINT-UNIT THRU 2570-EXIT
129200         UNTIL WS-MOV-SUB > WS-MOV-COUNT.
129300     SUBTRACT WS-KFU-REGISTER-S (WS-KFU-SUB)
129400         FROM WS-KFU-TOTAL-S (WS-KFU-SUB)
129500         GIVING WS-KFU-DIFFERENCE (WS-KFU-SUB)
129600         ON SIZE ERROR
129700             MOVE "WS-KFU-DIFFERENCE" TO WS-ABEND-MESSAGE
129800             PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
129900     END-SUBTRACT.
130000     IF WS-KFU-DIFFERENCE (WS-KFU-SUB) NOT = ZERO
130100         ADD 1 TO WS-CKPT-BREAK-COUNT
130200     END-IF.
130300     ADD 1 TO WS-KFU-SUB.
130400 2560-EXIT.
130500     EXIT.
130600
130700 2570-SUM-CHECKPOINT-UNIT.
130800     IF WS-MOV-RUN-DATE (WS-MOV-SUB) = WS-CKPT-RUN-DATE
130900        AND WS-MOV-POSTED (WS-MOV-SUB)
131000        AND WS-MOV-UNIT-CODE (WS-MOV-SUB)
131100            = WS-KFU-UNIT-CODE (WS-KFU-SUB)
131200         ADD WS-MOV-TOTAL-S (WS-MOV-SUB)
131300             TO WS-KFU-REGISTER-S (WS-KFU-SUB)
131400             ON SIZE ERROR
131500                 MOVE "WS-KFU-REGISTER-S" TO WS-ABEND-MESSAGE
131600                 PERFORM 9950-ABEND-TOTAL-OVERFLOW THRU 9950-EXIT
131700         END-ADD
131800     END-IF.
131900     ADD 1 TO WS-MOV-SUB.
132000 2570-EXIT.
132100     EXIT.
132200
132300 2700-PAGE-HEADINGS.
132400     ADD 1 TO WS-PAGE-COUNT.
132500     MOVE WS-PAGE-COUNT       TO WS-HD1-PAGE.
132600     MOVE WS-HEADING-1        TO PRF-RECORD.
132700     IF WS-PAGE-COUNT = 1
132800         WRITE PRF-RECORD AFTER ADVANCING 1 LINE
132900     ELSE
133000         WRITE PRF-RECORD AFTER ADVANCING PAGE
133100     END-IF.
133200     IF WS-RP-STATUS NOT = "00"
133300         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153RP)"
133400                              TO WS-ABEND-MESSAGE
133500         MOVE WS-RP-STATUS    TO WS-ABEND-STATUS
133600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
133700     END-IF.
133800     MOVE WS-HEADING-2        TO PRF-RECORD.
133900     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
134000     IF WS-RP-STATUS NOT = "00"
134100         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153RP)"
134200                              TO WS-ABEND-MESSAGE
134300         MOVE WS-RP-STATUS    TO WS-ABEND-STATUS
134400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
134500     END-IF.
134600     MOVE WS-HEADING-3        TO PRF-RECORD.
134700     WRITE PRF-RECORD AFTER ADVANCING 2 LINES.
134800     IF WS-RP-STATUS NOT = "00"
134900         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153RP)"
135000                              TO WS-ABEND-MESSAGE
135100         MOVE WS-RP-STATUS    TO WS-ABEND-STATUS
135200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
135300     END-IF.
135400     MOVE 4 TO WS-LINE-COUNT.
135500 2700-EXIT.
135600     EXIT.
135700
135800 2900-WRITE-REPORT-LINE.
135900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
136000         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
136100     END-IF.
136200     MOVE WS-PRINT-LINE       TO PRF-RECORD.
136300     WRITE PRF-RECORD AFTER ADVANCING 1 LINE.
136400     IF WS-RP-STATUS NOT = "00"
136500         MOVE "WRITE ERROR - CF153-PRF-FILE (CF153RP)"
136600                              TO WS-ABEND-MESSAGE
136700         MOVE WS-RP-STATUS    TO WS-ABEND-STATUS
136800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
136900     END-IF.
137000     ADD 1 TO WS-LINE-COUNT.
137100     MOVE SPACES TO WS-PRINT-LINE.
137200 2900-EXIT.
137300     EXIT.
137400
137500 3000-TERMINATE.
137600     PERFORM 3100-PRINT-SUITE-TOTALS THRU 3100-EXIT.
137700     PERFORM 3200-PRINT-CHECKPOINT-PROOF THRU 3200-EXIT.
137800     CLOSE CF153-PRF-FILE.
137900     IF WS-RP-STATUS NOT = "00"
138000         MOVE "CLOSE ERROR - CF153-PRF-FILE (CF153RP)"
138100                              TO WS-ABEND-MESSAGE
138200         MOVE WS-RP-STATUS    TO WS-ABEND-STATUS
138300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
138400     END-IF.
138500     DISPLAY "CODEFORCES153I -- BALANCE-FORWARD MASTER REBUILD".
138600     DISPLAY "TARGET RUN DATE. . . . . . . . " WS-TARGET-DATE.
138700     DISPLAY "LATEST RUN DATE REPLAYED . . . " WS-LATEST-REPLAYED.
138800     DISPLAY "REGISTER RECORDS READ. . . . . " WS-REGISTER-READ.
138900     DISPLAY "POSTED ENTRIES TO TARGET . . . " WS-POSTED-SELECTED.
139000     DISPLAY "REVERSED ENTRIES TO TARGET . . "
139100         WS-REVERSED-SELECTED.
139200     DISPLAY "ENTRIES REPLAYED . . . . . . . "
139300         WS-ENTRIES-REPLAYED.
139400     DISPLAY "ENTRIES IN STARTING BALANCE. . "
139500         WS-ENTRIES-ON-STARTING.
139600     DISPLAY "UNITS WRITTEN TO CF153RN . . . " WS-MASTER-WRITTEN.
139700     DISPLAY "SUITE STARTING BALANCE . . . . " WS-SUITE-STARTING.
139800     DISPLAY "SUITE REPLAYED . . . . . . . . " WS-SUITE-REPLAYED.
139900     DISPLAY "SUITE REBUILT BALANCE. . . . . " WS-SUITE-REBUILT.
140000     DISPLAY "SUITE YEAR-END ADJUSTMENT. . . " WS-SUITE-YEAR-END.
140100     DISPLAY "YEAR-END CLOSES APPLIED. . . . " WS-CLOSES-APPLIED.
140200     DISPLAY "CHECKPOINT PROOF . . . . . . . " WS-CKPT-STATE-TEXT.
140300     IF WS-CKPT-BREAK-COUNT > ZERO
140400         DISPLAY "WARNING -- CF153KF CHECKPOINT DOES NOT AGREE"
140500             " WITH THE REGISTER (" WS-CKPT-BREAK-COUNT
140600             " DIFFERENCE(S))"
140700         MOVE 8 TO RETURN-CODE
140800     END-IF.
140900     IF WS-CLOSE-BREAK-COUNT > ZERO
141000         DISPLAY "WARNING -- REBUILT BALANCE AT A YEAR-END CLOSE"
141100             " DOES NOT AGREE WITH CF153YB (" WS-CLOSE-BREAK-COUNT
141200             " CLOSE(S))"
141300         MOVE 8 TO RETURN-CODE
141400     END-IF.
141500     DISPLAY "END OF BALANCE-FORWARD MASTER REBUILD".
141600 3000-EXIT.
141700     EXIT.
141800
141900 3100-PRINT-SUITE-TOTALS.
142000     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
142100         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
142200     END-IF.
142300     MOVE "  SUITE TOTALS"    TO WS-PRINT-LINE.
142400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
142500     MOVE "STARTING BALANCE"  TO WS-AMT-LABEL.
142600     MOVE WS-SUITE-STARTING   TO WS-AMT-AMOUNT.
142700     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
142800     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
142900     MOVE "REPLAYED FROM REGISTER" TO WS-AMT-LABEL.
143000     MOVE WS-SUITE-REPLAYED   TO WS-AMT-AMOUNT.
143100     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
143200     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
143300     MOVE "YEAR-END CLOSE ADJUSTMENT" TO WS-AMT-LABEL.
143400     MOVE WS-SUITE-YEAR-END   TO WS-AMT-AMOUNT.
143500     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
143600     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
143700     MOVE "REBUILT BALANCE (CF153RN)" TO WS-AMT-LABEL.
143800     MOVE WS-SUITE-REBUILT    TO WS-AMT-AMOUNT.
143900     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
144000     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
144100     MOVE "LATEST RUN DATE REPLAYED" TO WS-DTL-LABEL.
144200     MOVE WS-LATEST-REPLAYED  TO WS-DTL-DATE.
144300     MOVE WS-DATE-LINE        TO WS-PRINT-LINE.
144400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
144500     MOVE SPACES              TO WS-PRINT-LINE.
144600     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
144700 3100-EXIT.
144800     EXIT.
144900
145000 3200-PRINT-CHECKPOINT-PROOF.
145100     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
145200         PERFORM 2700-PAGE-HEADINGS THRU 2700-EXIT
145300     END-IF.
145400     MOVE "  CHECKPOINT PROOF (CF153KF)" TO WS-PRINT-LINE.
145500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
145600     MOVE WS-CKPT-STATE-TEXT  TO WS-FLG-TEXT.
145700     PERFORM 2350-WRITE-FLAG-LINE THRU 2350-EXIT.
145800     IF WS-CKPT-PROVED-NO
145900         GO TO 3200-EXIT
146000     END-IF.
146100     MOVE "CHECKPOINT RUN DATE (CF153CF)" TO WS-DTL-LABEL.
146200     MOVE WS-CKPT-RUN-DATE    TO WS-DTL-DATE.
146300     MOVE WS-DATE-LINE        TO WS-PRINT-LINE.
146400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
146500     MOVE """*ALL "" CHECKPOINT TOTAL OF S" TO WS-AMT-LABEL.
146600     MOVE WS-CKPT-ALL-TOTAL-S TO WS-AMT-AMOUNT.
146700     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
146800     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
146900     MOVE "REGISTER POSTED TOTAL OF S" TO WS-AMT-LABEL.
147000     MOVE WS-CKPT-REGISTER-S  TO WS-AMT-AMOUNT.
147100     MOVE WS-AMOUNT-LINE      TO WS-PRINT-LINE.
147200     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
147300     IF WS-CKPT-DIFFERENCE NOT = ZERO
147400         MOVE "*** BREAK -- DIFFERENCE" TO WS-AMT-LABEL
147500         MOVE WS-CKPT-DIFFERENCE TO WS-AMT-AMOUNT
147600         MOVE WS-AMOUNT-LINE  TO WS-PRINT-LINE
147700         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
147800     END-IF.
147900     MOVE 1 TO WS-KFU-SUB.
148000     PERFORM 3250-PRINT-CHECKPOINT-UNIT THRU 3250-EXIT
148100         UNTIL WS-KFU-SUB > WS-KFU-COUNT.
148200 3200-EXIT.
148300     EXIT.
148400
148500 3250-PRINT-CHECKPOINT-UNIT.
148600     MOVE WS-KFU-UNIT-CODE (WS-KFU-SUB)  TO WS-CKU-UNIT.
148700     MOVE WS-KFU-TOTAL-S (WS-KFU-SUB)    TO WS-CKU-CHECKPOINT-S.
148800     MOVE WS-KFU-REGISTER-S (WS-KFU-SUB) TO WS-CKU-REGISTER-S.
148900     IF WS-KFU-DIFFERENCE (WS-KFU-SUB) = ZERO
149000         MOVE "AGREES"        TO WS-CKU-NOTE
149100     ELSE
149200         MOVE "*** DOES NOT AGREE" TO WS-CKU-NOTE
149300     END-IF.
149400     MOVE WS-CKPT-UNIT-LINE   TO WS-PRINT-LINE.
149500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
149600     ADD 1 TO WS-KFU-SUB.
149700 3250-EXIT.
149800     EXIT.
149900
150000 8100-STAMP-RUN-START.
150100     OPEN EXTEND CF153-RUNS-FILE.
150200     IF WS-SF-STATUS = "35"
150300         OPEN OUTPUT CF153-RUNS-FILE
150400     END-IF.
150500     IF WS-SF-STATUS NOT = "00"
150600         DISPLAY "CODEFORCES153I -- RUN-STATE FILE (CF153SF)"
150700             " NOT AVAILABLE -- STATUS " WS-SF-STATUS
150800         GO TO 8100-EXIT
150900     END-IF.
151000     SET WS-RUNSTATE-OPEN-YES TO TRUE.
151100     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
151200     MOVE "CF153I  "        TO RUNS-PROGRAM-ID.
151300     MOVE WS-TARGET-DATE    TO RUNS-RUN-DATE.
151400     MOVE "S"               TO RUNS-EVENT-CODE.
151500     MOVE ZERO TO RUNS-RANGE-LO.
151600     MOVE ZERO TO RUNS-RANGE-HI.
151700     MOVE ZERO              TO RUNS-RECORD-COUNT.
151800     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
151900 8100-EXIT.
152000     EXIT.
152100
152200 8150-WRITE-RUN-STATE.
152300     ACCEPT RUNS-STAMP-DATE FROM DATE YYYYMMDD.
152400     ACCEPT WS-ACCEPT-TIME FROM TIME.
152500     MOVE WS-ACCEPT-HHMMSS  TO RUNS-STAMP-TIME.
152600     WRITE RUNS-RUNSTATE-RECORD.
152700     IF WS-SF-STATUS NOT = "00"
152800         DISPLAY "CODEFORCES153I -- RUN-STATE STAMP FAILED"
152900             " -- STATUS " WS-SF-STATUS
153000     END-IF.
153100 8150-EXIT.
153200     EXIT.
153300
153400 8200-STAMP-RUN-END.
153500     IF WS-RUNSTATE-OPEN-NO
153600         GO TO 8200-EXIT
153700     END-IF.
153800     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
153900     MOVE "CF153I  "        TO RUNS-PROGRAM-ID.
154000     MOVE WS-TARGET-DATE    TO RUNS-RUN-DATE.
154100     MOVE "C"               TO RUNS-EVENT-CODE.
154200     MOVE ZERO TO RUNS-RANGE-LO.
154300     MOVE ZERO TO RUNS-RANGE-HI.
154400     MOVE WS-MASTER-WRITTEN TO RUNS-RECORD-COUNT.
154500     IF WS-CKPT-BREAK-COUNT > ZERO
154600         MOVE "CHECKPOINT PROOF BREAK"
154700                               TO RUNS-MESSAGE-TEXT
154800     END-IF.
154900     IF WS-CLOSE-BREAK-COUNT > ZERO
155000         MOVE "YEAR-END CLOSE PROOF BREAK"
155100                               TO RUNS-MESSAGE-TEXT
155200     END-IF.
155300     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
155400     CLOSE CF153-RUNS-FILE.
155500     SET WS-RUNSTATE-OPEN-NO TO TRUE.
155600 8200-EXIT.
155700     EXIT.
155800
155900 8300-STAMP-RUN-ABEND.
156000     IF WS-RUNSTATE-OPEN-NO
156100         OPEN EXTEND CF153-RUNS-FILE
156200         IF WS-SF-STATUS = "35"
156300             OPEN OUTPUT CF153-RUNS-FILE
156400         END-IF
156500         IF WS-SF-STATUS NOT = "00"
156600             GO TO 8300-EXIT
156700         END-IF
156800         SET WS-RUNSTATE-OPEN-YES TO TRUE
156900     END-IF.
157000     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
157100     MOVE "CF153I  "        TO RUNS-PROGRAM-ID.
157200     MOVE WS-TARGET-DATE    TO RUNS-RUN-DATE.
157300     MOVE "A"               TO RUNS-EVENT-CODE.
157400     MOVE ZERO TO RUNS-RANGE-LO.
157500     MOVE ZERO TO RUNS-RANGE-HI.
157600     MOVE WS-MASTER-WRITTEN TO RUNS-RECORD-COUNT.
157700     MOVE WS-ABEND-MESSAGE  TO RUNS-MESSAGE-TEXT.
157800     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
157900     CLOSE CF153-RUNS-FILE.
158000     SET WS-RUNSTATE-OPEN-NO TO TRUE.
158100 8300-EXIT.
158200     EXIT.
158300
158400 8400-CHECK-PREREQUISITES.
158500     MOVE "CF153I  "        TO WS-GATE-PROGRAM-ID.
158600     MOVE WS-TARGET-DATE TO WS-GATE-RUN-DATE.
158700     ACCEPT WS-GATE-TODAY FROM DATE YYYYMMDD.
158800     OPEN INPUT CF153-PREQ-FILE.
158900     IF WS-PF-STATUS = "35"
159000         GO TO 8400-EXIT
159100     END-IF.
159200     IF WS-PF-STATUS NOT = "00"
159300         MOVE "OPEN ERROR - CF153-PREQ-FILE (CF153PF)"
159400                              TO WS-ABEND-MESSAGE
159500         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
159600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
159700     END-IF.
159800     SET WS-PREQ-EOF-NO TO TRUE.
159900     PERFORM 8410-READ-PREREQUISITE THRU 8410-EXIT
160000         UNTIL WS-PREQ-EOF-YES.
160100     CLOSE CF153-PREQ-FILE.
160200     IF WS-PREQ-COUNT = ZERO
160300         GO TO 8400-EXIT
160400     END-IF.
160500     OPEN INPUT CF153-RUNI-FILE.
160600     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "35"
160700         MOVE "OPEN ERROR - CF153-RUNI-FILE (CF153SF)"
160800                              TO WS-ABEND-MESSAGE
160900         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
161000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
161100     END-IF.
161200     IF WS-SI-STATUS = "00"
161300         SET WS-RUNI-EOF-NO TO TRUE
161400         PERFORM 8420-READ-RUN-EVENT THRU 8420-EXIT
161500             UNTIL WS-RUNI-EOF-YES
161600         CLOSE CF153-RUNI-FILE
161700     END-IF.
161800     MOVE ZERO TO WS-GATE-MISSING.
161900     MOVE 1 TO WS-PREQ-SUB.
162000     PERFORM 8440-CHECK-PREDECESSOR THRU 8440-EXIT
162100         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
162200     IF WS-GATE-MISSING = ZERO
162300         GO TO 8400-EXIT
162400     END-IF.
162500     IF WS-GATE-OVERRIDE-YES
162600         DISPLAY "CODEFORCES153I -- PREREQUISITES OVERRIDDEN BY "
162700             WS-GATE-OPERATOR
162800         DISPLAY "    REASON: " WS-GATE-REASON
162900         PERFORM 8460-LOG-OVERRIDE THRU 8460-EXIT
163000         GO TO 8400-EXIT
163100     END-IF.
163200     MOVE "PREREQUISITE STEP NOT COMPLETED" TO WS-ABEND-MESSAGE.
163300     PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT.
163400 8400-EXIT.
163500     EXIT.
163600
163700 8410-READ-PREREQUISITE.
163800     READ CF153-PREQ-FILE
163900         AT END
164000             SET WS-PREQ-EOF-YES TO TRUE
164100         NOT AT END
164200             IF PRQ-PROGRAM-ID = WS-GATE-PROGRAM-ID
164300                 PERFORM 8415-TAKE-PREREQUISITE THRU 8415-EXIT
164400             END-IF
164500     END-READ.
164600     IF WS-PF-STATUS NOT = "00" AND WS-PF-STATUS NOT = "10"
164700         MOVE "READ ERROR - CF153-PREQ-FILE (CF153PF)"
164800                              TO WS-ABEND-MESSAGE
164900         MOVE WS-PF-STATUS    TO WS-ABEND-STATUS
165000         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
165100     END-IF.
165200 8410-EXIT.
165300     EXIT.
165400
165500 8415-TAKE-PREREQUISITE.
165600     IF PRQ-OVERRIDE
165700         IF PRQ-OVERRIDE-DATE = WS-GATE-TODAY
165800            OR (PRQ-OVERRIDE-DATE = WS-GATE-RUN-DATE
165900                AND WS-GATE-RUN-DATE NOT = ZERO)
166000             SET WS-GATE-OVERRIDE-YES TO TRUE
166100             MOVE PRQ-OVERRIDE-OPERATOR TO WS-GATE-OPERATOR
166200             MOVE PRQ-OVERRIDE-REASON   TO WS-GATE-REASON
166300         END-IF
166400         GO TO 8415-EXIT
166500     END-IF.
166600     IF NOT PRQ-PREREQUISITE
166700         GO TO 8415-EXIT
166800     END-IF.
166900     IF WS-PREQ-COUNT >= WS-PREQ-MAX
167000         MOVE "PREREQUISITE TABLE CAPACITY EXCEEDED"
167100                              TO WS-ABEND-MESSAGE
167200         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
167300     END-IF.
167400     ADD 1 TO WS-PREQ-COUNT.
167500     MOVE PRQ-PREDECESSOR-ID TO WS-PREQ-ID (WS-PREQ-COUNT).
167600     MOVE SPACE              TO WS-PREQ-EVENT (WS-PREQ-COUNT).
167700     SET WS-PREQ-DATED-NO (WS-PREQ-COUNT) TO TRUE.
167800 8415-EXIT.
167900     EXIT.
168000
168100 8420-READ-RUN-EVENT.
168200     READ CF153-RUNI-FILE
168300         AT END
168400             SET WS-RUNI-EOF-YES TO TRUE
168500         NOT AT END
168600             PERFORM 8430-POST-RUN-EVENT THRU 8430-EXIT
168700     END-READ.
168800     IF WS-SI-STATUS NOT = "00" AND WS-SI-STATUS NOT = "10"
168900         MOVE "READ ERROR - CF153-RUNI-FILE (CF153SF)"
169000                              TO WS-ABEND-MESSAGE
169100         MOVE WS-SI-STATUS    TO WS-ABEND-STATUS
169200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
169300     END-IF.
169400 8420-EXIT.
169500     EXIT.
169600
169700 8430-POST-RUN-EVENT.
169800     IF RUNI-OVERRIDDEN
169900         GO TO 8430-EXIT
170000     END-IF.
170100     MOVE 1 TO WS-PREQ-SUB.
170200     IF RUNI-PROGRAM-ID = WS-GATE-PROGRAM-ID
170300         IF RUNI-COMPLETED
170400             PERFORM 8435-RESET-UNDATED THRU 8435-EXIT
170500                 UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
170600         END-IF
170700         GO TO 8430-EXIT
170800     END-IF.
170900     IF WS-GATE-RUN-DATE NOT = ZERO
171000        AND RUNI-RUN-DATE NOT = ZERO
171100        AND RUNI-RUN-DATE NOT = WS-GATE-RUN-DATE
171200         GO TO 8430-EXIT
171300     END-IF.
171400     PERFORM 8437-POST-PREDECESSOR THRU 8437-EXIT
171500         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
171600 8430-EXIT.
171700     EXIT.
171800
171900 8435-RESET-UNDATED.
172000     IF WS-PREQ-DATED-NO (WS-PREQ-SUB)
172100         MOVE SPACE TO WS-PREQ-EVENT (WS-PREQ-SUB)
172200     END-IF.
172300     ADD 1 TO WS-PREQ-SUB.
172400 8435-EXIT.
172500     EXIT.
172600
172700 8437-POST-PREDECESSOR.
172800     IF WS-PREQ-ID (WS-PREQ-SUB) = RUNI-PROGRAM-ID
172900         MOVE RUNI-EVENT-CODE TO WS-PREQ-EVENT (WS-PREQ-SUB)
173000         IF WS-GATE-RUN-DATE NOT = ZERO
173100            AND RUNI-RUN-DATE = WS-GATE-RUN-DATE
173200             SET WS-PREQ-DATED-YES (WS-PREQ-SUB) TO TRUE
173300         ELSE
173400             SET WS-PREQ-DATED-NO (WS-PREQ-SUB) TO TRUE
173500         END-IF
173600     END-IF.
173700     ADD 1 TO WS-PREQ-SUB.
173800 8437-EXIT.
173900     EXIT.
174000
174100 8440-CHECK-PREDECESSOR.
174200     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
174300         GO TO 8440-NEXT
174400     END-IF.
174500     ADD 1 TO WS-GATE-MISSING.
174600     MOVE "HAS NOT RUN" TO WS-GATE-STATE-TEXT.
174700     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "A"
174800         MOVE "ABENDED" TO WS-GATE-STATE-TEXT
174900     END-IF.
175000     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "S"
175100         MOVE "STARTED BUT NOT COMPLETED" TO WS-GATE-STATE-TEXT
175200     END-IF.
175300     DISPLAY "CODEFORCES153I -- PREREQUISITE STEP "
175400         WS-PREQ-ID (WS-PREQ-SUB) " " WS-GATE-STATE-TEXT.
175500     DISPLAY "    RUN DATE " WS-GATE-RUN-DATE.
175600 8440-NEXT.
175700     ADD 1 TO WS-PREQ-SUB.
175800 8440-EXIT.
175900     EXIT.
176000
176100 8460-LOG-OVERRIDE.
176200     OPEN EXTEND CF153-RUNS-FILE.
176300     IF WS-SF-STATUS = "35"
176400         OPEN OUTPUT CF153-RUNS-FILE
176500     END-IF.
176600     IF WS-SF-STATUS NOT = "00"
176700         MOVE "OVERRIDE CANNOT BE LOGGED ON CF153SF"
176800                              TO WS-ABEND-MESSAGE
176900         PERFORM 9960-ABEND-CONTROL-ERROR THRU 9960-EXIT
177000     END-IF.
177100     MOVE 1 TO WS-PREQ-SUB.
177200     PERFORM 8470-WRITE-OVERRIDE THRU 8470-EXIT
177300         UNTIL WS-PREQ-SUB > WS-PREQ-COUNT.
177400     CLOSE CF153-RUNS-FILE.
177500 8460-EXIT.
177600     EXIT.
177700
177800 8470-WRITE-OVERRIDE.
177900     IF WS-PREQ-EVENT (WS-PREQ-SUB) = "C"
178000         GO TO 8470-NEXT
178100     END-IF.
178200     MOVE SPACES            TO RUNS-RUNSTATE-RECORD.
178300     MOVE WS-GATE-PROGRAM-ID TO RUNS-PROGRAM-ID.
178400     MOVE WS-GATE-RUN-DATE  TO RUNS-RUN-DATE.
178500     MOVE "O"               TO RUNS-EVENT-CODE.
178600     MOVE ZERO TO RUNS-RANGE-LO.
178700     MOVE ZERO TO RUNS-RANGE-HI.
178800     MOVE ZERO              TO RUNS-RECORD-COUNT.
178900     MOVE WS-PREQ-ID (WS-PREQ-SUB) TO WS-GATE-LOG-PREDECESSOR.
179000     MOVE WS-GATE-OPERATOR  TO WS-GATE-LOG-OPERATOR.
179100     MOVE WS-GATE-LOG-TEXT  TO RUNS-MESSAGE-TEXT.
179200     PERFORM 8150-WRITE-RUN-STATE THRU 8150-EXIT.
179300 8470-NEXT.
179400     ADD 1 TO WS-PREQ-SUB.
179500 8470-EXIT.
179600     EXIT.
179700
179800 9900-ABEND-FILE-ERROR.
179900     DISPLAY "CODEFORCES153I -- FATAL FILE ERROR".
180000     DISPLAY WS-ABEND-MESSAGE.
180100     DISPLAY "FILE STATUS: " WS-ABEND-STATUS.
180200     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
180300     MOVE 16 TO RETURN-CODE.
180400     STOP RUN.
180500 9900-EXIT.
180600     EXIT.
180700
180800 9950-ABEND-TOTAL-OVERFLOW.
180900     DISPLAY "CODEFORCES153I -- FATAL ARITHMETIC OVERFLOW".
181000     DISPLAY WS-ABEND-MESSAGE, " EXCEEDED ITS PICTURE CAPACITY".
181100     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
181200     MOVE 16 TO RETURN-CODE.
181300     STOP RUN.
181400 9950-EXIT.
181500     EXIT.
181600
181700 9960-ABEND-CONTROL-ERROR.
181800     DISPLAY "CODEFORCES153I -- FATAL CONTROL ERROR".
181900     DISPLAY WS-ABEND-MESSAGE.
182000     PERFORM 8300-STAMP-RUN-ABEND THRU 8300-EXIT.
182100     MOVE 16 TO RETURN-CODE.
182200     STOP RUN.
182300 9960-EXIT.
182400     EXIT.
