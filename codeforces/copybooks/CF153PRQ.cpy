000100
000200*****************************************************************
000300*    CF153PRQ   -  STEP PREREQUISITE TABLE RECORD
000400*
000500*    ONE RECORD PER ENTRY ON THE CF153PF STEP PREREQUISITE
000600*    TABLE, READ AT START-UP BY EVERY BATCH PROGRAM IN THE SUITE
000700*    BEFORE IT STAMPS ITS "STARTED" EVENT ON CF153SF.  THE TABLE
000800*    IS A CARD-IMAGE FILE KEPT BY PRODUCTION SUPPORT.
000900*
001000*    TYPE "P"  PREREQUISITE.  THE PROGRAM NAMED IN PROGRAM-ID
001100*              MAY NOT START UNTIL THE STEP NAMED IN
001200*              PREDECESSOR-ID SHOWS A "C" COMPLETED EVENT ON
001300*              CF153SF FOR THE SAME RUN DATE.  A PREDECESSOR
001400*              THAT STAMPS NO RUN DATE (RUN DATE ZERO), OR ANY
001500*              PREDECESSOR OF A PROGRAM THAT STAMPS NO RUN DATE,
001600*              MUST HAVE COMPLETED SINCE THE PROGRAM ITSELF LAST
001700*              COMPLETED.  ONE RECORD PER PREDECESSOR.
001800*    TYPE "O"  OVERRIDE.  LETS PROGRAM-ID START WITH ITS
001900*              PREREQUISITES MISSING OR ABENDED.  APPLIES ONLY
002000*              ON THE RUN DATE, OR THE CALENDAR DATE, GIVEN IN
002100*              OVERRIDE-DATE, AND MUST NAME THE AUTHORIZING
002200*              OPERATOR AND A REASON.  EVERY USE IS LOGGED ON
002300*              CF153SF AS AN "O" OVERRIDDEN EVENT PER MISSING
002400*              PREDECESSOR.  REMOVE THE CARD AFTER USE.
002500*
002600*    PROGRAM IDS ARE THE EIGHT-BYTE IDS STAMPED ON CF153SF
002700*    ("CF153A  " ETC.).  CODED WITH THE :TAG: PSEUDO-TEXT AND
002800*    COPIED VIA COPY ... REPLACING.  RECORD IS FIXED LENGTH,
002900*    UNBLOCKED, 80 BYTES.
003000*****************************************************************
003100 01  :TAG:-PREREQ-RECORD.
003200     05  :TAG:-RECORD-TYPE       PIC X(01).
003300         88  :TAG:-PREREQUISITE          VALUE "P".
003400         88  :TAG:-OVERRIDE              VALUE "O".
003500     05  :TAG:-PROGRAM-ID        PIC X(08).
003600     05  :TAG:-PREDECESSOR-ID    PIC X(08).
003700     05  :TAG:-OVERRIDE-DATE     PIC 9(08).
003800     05  :TAG:-OVERRIDE-OPERATOR PIC X(08).
003900     05  :TAG:-OVERRIDE-REASON   PIC X(30).
004000     05  FILLER                  PIC X(17).
