001400*    PERIOD-END FLAG SIGNALS THE RUN THAT THE CODEFORCES153P
001500*    MONTH-END REPORT AND THE CODEFORCES153H HISTORY CLOSE ARE
001600*    DUE, SO THE CALENDAR TRIGGERS THEM INSTEAD OF SOMEONE
001700*    REMEMBERING.  THE YEAR-END FLAG MARKS THE LAST
001810*    BUSINESS DAY OF THE FISCAL YEAR; IT TRIGGERS THE
001820*    CODEFORCES153Z YEAR-END CLOSE AND HOLDS THE FIRST
001830*    CODEFORCES153A RUN OF THE NEW YEAR UNTIL THE CLOSE HAS RUN.
001840*    IT BELONGS WITH THE PERIOD-END FLAG BUT SITS AFTER THE
001850*    DESCRIPTION, IN WHAT WAS FILLER, SO CALENDAR CARDS PUNCHED
001860*    BEFORE IT EXISTED READ AS "NOT YEAR END".  RECORD IS FIXED
001870*    LENGTH, UNBLOCKED, 80 BYTES.
001900*****************************************************************
002000 01  CF153-CAL-RECORD.
002100     05  CAL-DATE                PIC 9(08).
002400     05  CAL-PERIOD-END-FLAG     PIC X(01).
002500         88  CAL-PERIOD-END              VALUE "Y".
002600     05  CAL-DESCRIPTION         PIC X(20).
002700     05  CAL-YEAR-END-FLAG       PIC X(01).
002710         88  CAL-YEAR-END                VALUE "Y".
002720     05  FILLER                  PIC X(49).
