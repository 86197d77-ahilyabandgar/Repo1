000100******************************************************************
000200*    FACTECL.CPY                                                 *
000300*    EDIT-CONTROL RECORD WRITTEN BY THE INPUT PRE-EDIT PROGRAM   *
000400*    WHEN IT FINISHES: THE RUN DATE AND THE CARDS READ/          *
000500*    ACCEPTED/REJECTED COUNTS FROM ITS EDIT-TOTALS PAGE, IN A    *
000600*    FORM THE MORNING CHAIN-OF-CUSTODY BALANCING CAN READ BACK   *
000700*    -- THE RAW FEED ITSELF (AND THE RE-FEED CONCATENATED        *
000800*    AHEAD OF IT) IS GONE OR CHANGED BY THE NEXT MORNING, SO     *
000900*    THE EDIT'S OWN COUNT IS THE ONLY RECORD OF HOW MANY CARDS   *
001000*    CAME IN.  ONE RECORD PER NIGHT; THE FILE IS SCRATCHED AND   *
001100*    REALLOCATED WITH THE CLEAN AND ERROR FILES.                 *
001110*    THE HELD COUNT IS EVERY CARD OF A DEPARTMENT BATCH HELD IN  *
001120*    SUSPENSE, ITS HEADER AND TRAILER INCLUDED; THE CONTROL      *
001130*    COUNT IS THE HEADER AND TRAILER CARDS OF THE BATCHES        *
001140*    ACCEPTED.  READ = ACCEPTED + REJECTED + HELD + CONTROL.     *
001200******************************************************************
001300 01  FACT-ECL-RECORD.
001400     05  FACT-ECL-RUN-DATE       PIC 9(08).
001500     05  FILLER                  PIC X(01).
001600     05  FACT-ECL-READ-COUNT     PIC 9(08).
001700     05  FILLER                  PIC X(01).
001800     05  FACT-ECL-ACCEPT-COUNT   PIC 9(08).
001900     05  FILLER                  PIC X(01).
002000     05  FACT-ECL-REJECT-COUNT   PIC 9(08).
002100     05  FILLER                  PIC X(01).
002200     05  FACT-ECL-HELD-COUNT     PIC 9(08).
002300     05  FILLER                  PIC X(01).
002400     05  FACT-ECL-CONTROL-COUNT  PIC 9(08).
002500     05  FILLER                  PIC X(27).
