000700*    CORRECTS (REJ-RECORD-NBR ON THE REJECT FILE).  CARRIES THE
000800*    REPLACEMENT N AND M VALUES, WHICH MUST BE FULLY-POPULATED
000900*    NUMERIC OR THE REJECT IS CARRIED FORWARD UNCORRECTED.
000910*    COR-OPERATOR-ID NAMES THE OPERATOR WHO KEYED THE CORRECTION
000920*    AND MUST BE AN ACTIVE OPERATOR HOLDING THE CORRECT-REJECTS
000930*    AUTHORITY ON THE CF153OF OPERATOR MASTER (CF153OPR).
001000*    RECORD IS FIXED LENGTH, UNBLOCKED, 80 BYTES.
001100*****************************************************************
001200 01  CF153-COR-RECORD.
001300     05  COR-RECORD-NBR          PIC 9(06).
001400     05  COR-NEW-N               PIC X(10).
001500     05  COR-NEW-M               PIC X(10).
001510     05  COR-OPERATOR-ID         PIC X(08).
001600     05  FILLER                  PIC X(46).
