000100******************************************************************
000200*    FACTROL.CPY                                                 *
000300*    RUN-CONTROL OVERRIDE AUDIT RECORD.  ONE RECORD IS APPENDED  *
000400*    EVERY TIME AN OPERATOR CLEARS A RUN-CONTROL ENTRY FROM      *
000500*    BATCHSTATUSPROGRAM -- OPERATOR, DATE, TIME, FUNCTION, THE   *
000600*    REASON KEYED, AND THE FULL ENTRY IMAGE AS IT STOOD -- SO    *
000700*    EVERY FILE HOLD RELEASED BY HAND IS ANSWERABLE FROM THE     *
000800*    LOG.                                                        *
000900******************************************************************
001000 01  FACT-ROV-RECORD.
001100     05  FACT-ROV-DATE           PIC 9(08).
001200     05  FILLER                  PIC X(01).
001300     05  FACT-ROV-TIME           PIC 9(08).
001400     05  FILLER                  PIC X(01).
001500     05  FACT-ROV-OPERATOR       PIC X(08).
001600     05  FILLER                  PIC X(01).
001700     05  FACT-ROV-FUNCTION       PIC X(01).
001800         88  FACT-ROV-CLEAR              VALUE "C".
001900     05  FILLER                  PIC X(01).
002000     05  FACT-ROV-REASON         PIC X(40).
002100     05  FILLER                  PIC X(01).
002200     05  FACT-ROV-ENTRY-IMAGE    PIC X(160).
002300     05  FILLER                  PIC X(26).
