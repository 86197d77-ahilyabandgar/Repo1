000100******************************************************************
000200*    FACTRQL.CPY                                                 *
000300*    REQUEST TRACKING LOG RECORD.  ONE RECORD IS APPENDED EACH   *
000400*    TIME A CARD CHANGES HANDS OUTSIDE THE BATCH DRIVER: EDITED  *
000500*    (ACCEPTED OR REJECTED) BY THE PRE-EDIT, CORRECTED OR PURGED *
000600*    ON THE CORRECTION SCREEN, AND SENT/ACKNOWLEDGED AS FOUND BY *
000700*    THE ACKNOWLEDGEMENT RECONCILIATION.  KEYED BY THE REQUEST ID*
000800*    (CARD COLUMNS 67-80, SEE FACTREC) AND READ, WITH THE AUDIT  *
000900*    LOG AND THE RECYCLE FILE, BY THE REQUEST INQUIRY SCREEN.    *
001000*    THE LOG IS ONLY EVER APPENDED.                              *
001010*    A CARD HELD IN SUSPENSE WITH ITS DEPARTMENT BATCH IS LOGGED *
001020*    AS HELD, WITH THE REASON, INSTEAD OF EDITED.                *
001100******************************************************************
001200 01  FACT-RQT-RECORD.
001300     05  FACT-RQT-REQUEST-ID.
001400         10  FACT-RQT-REQ-DATE   PIC 9(08).
001500         10  FACT-RQT-REQ-SEQ    PIC 9(06).
001600     05  FILLER                  PIC X(01).
001700     05  FACT-RQT-EVENT          PIC X(01).
001800         88  FACT-RQT-EDITED             VALUE "E".
001900         88  FACT-RQT-EDIT-FAILED        VALUE "F".
002000         88  FACT-RQT-CORRECTED          VALUE "C".
002100         88  FACT-RQT-PURGED             VALUE "P".
002200         88  FACT-RQT-ACK-LOADED         VALUE "L".
002300         88  FACT-RQT-ACK-ERROR          VALUE "X".
002400         88  FACT-RQT-NOT-ACKED          VALUE "U".
002450         88  FACT-RQT-HELD               VALUE "H".
002500         88  FACT-RQT-ACK-EVENT          VALUE "L" "X" "U".
002600     05  FILLER                  PIC X(01).
002700     05  FACT-RQT-DATE           PIC 9(08).
002800     05  FILLER                  PIC X(01).
002900     05  FACT-RQT-TIME           PIC 9(08).
003000     05  FILLER                  PIC X(01).
003100     05  FACT-RQT-NUMBER         PIC X(04).
003200*    NUMBER ZONE AS IT STOOD AT THE EVENT -- NOT NECESSARILY
003300*    NUMERIC ON AN EDIT REJECT.
003400     05  FILLER                  PIC X(01).
003500     05  FACT-RQT-DEPT-CODE      PIC X(04).
003600     05  FILLER                  PIC X(01).
003700     05  FACT-RQT-USERID         PIC X(08).
003800     05  FILLER                  PIC X(01).
003900     05  FACT-RQT-DETAIL         PIC X(20).
004000*    REJECT REASON, PURGE REASON, OR ACKNOWLEDGEMENT EXCEPTION.
004100     05  FILLER                  PIC X(06).
