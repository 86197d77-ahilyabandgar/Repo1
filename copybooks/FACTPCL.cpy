000100******************************************************************
000200*    FACTPCL.CPY                                                 *
000300*    RESULTS-MASTER PURGE-CANDIDATE RECORD, WRITTEN BY THE       *
000400*    MONTHLY MASTER USAGE REPORT (MASTERUSAGEPROGRAM) FOR EVERY  *
000500*    ENTRY NOT REFERENCED WITHIN THE STALE-DAYS LIMIT ON ITS     *
000600*    CONTROL CARD, AND REVIEWED BY THE OPERATORS THROUGH         *
000700*    MASTERMAINTPROGRAM'S C FUNCTION.  A CANDIDATE IS ONLY A     *
000800*    SUGGESTION -- NOTHING IS DELETED UNLESS AN AUTHORIZED       *
000900*    OPERATOR PURGES THE ENTRY.  THE FILE IS REPLACED EACH       *
001000*    MONTH.                                                      *
001100******************************************************************
001200 01  FACT-PCN-RECORD.
001300     05  FACT-PCN-NUMBER         PIC 9(04).
001400     05  FILLER                  PIC X(01).
001500     05  FACT-PCN-CALC-DATE      PIC 9(08).
001600     05  FILLER                  PIC X(01).
001700     05  FACT-PCN-LAST-REF-DATE  PIC 9(08).
001800     05  FILLER                  PIC X(01).
001900     05  FACT-PCN-REF-COUNT      PIC 9(07).
002000     05  FILLER                  PIC X(01).
002100     05  FACT-PCN-DAYS-IDLE      PIC 9(05).
002200     05  FILLER                  PIC X(01).
002300     05  FACT-PCN-REPORT-DATE    PIC 9(08).
002400     05  FILLER                  PIC X(01).
002500     05  FACT-PCN-STALE-DAYS     PIC 9(03).
002600     05  FILLER                  PIC X(31).
002700*    FACT-PCN-LAST-REF-DATE IS THE DATE THE IDLE DAYS WERE
002800*    COUNTED FROM: THE LAST REFERENCE, OR THE CALCULATED DATE
002900*    FOR AN ENTRY WITH NO REFERENCE RECORDED.
