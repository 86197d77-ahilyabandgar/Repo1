000200*    FACTAUL.CPY                                                 *
000300*    AUDIT RECORD WRITTEN TO THE FACTORIAL AUDIT LOG, ONE        *
000400*    RECORD PER CALCULATION ATTEMPT (ACCEPTED OR REJECTED).      *
000410*    AN ATTEMPT THAT ADDED ITS RESULT TO THE RESULTS MASTER IS   *
000420*    FLAGGED SO THE MASTER CAN BE FORWARD-RECOVERED FROM THIS    *
000430*    LOG (MASTERRECOVERYPROGRAM).                                *
000440*    A RESULT RECOVERED BY A RECYCLE RUN IS FLAGGED BY SOURCE,   *
000450*    SINCE IT REACHES NO EXTRACT.                                *
000500******************************************************************
000600 01  FACT-AUD-RECORD.
000700     05  FACT-AUD-DATE           PIC 9(08).
002100*    THE MONTHLY CHARGE-BACK REPORT CAN BILL MACHINE TIME BACK
002200*    TO THE SUBMITTING DEPARTMENT.  SPACES ON ATTEMPTS THAT DID
002300*    NOT COME THROUGH THE CARD FEED (INTERACTIVE AND ONLINE).
002310     05  FILLER                  PIC X(01).
002320     05  FACT-AUD-REQUEST-ID     PIC X(14).
002330*    REQUEST ID FROM CARD COLUMNS 67-80 (SEE FACTREC) SO THE
002340*    REQUEST INQUIRY CAN FIND THE ATTEMPT.  SPACES WHERE THE
002350*    DEPARTMENT CODE IS SPACES.
002360     05  FILLER                  PIC X(01).
002370     05  FACT-AUD-STORE-FLAG     PIC X(01).
002380         88  FACT-AUD-STORED             VALUE "S".
002390     05  FACT-AUD-BIG-FLAG       PIC X(01).
002392         88  FACT-AUD-IS-BIG             VALUE "Y".
002394*    STORE FLAG "S" WHEN THIS ATTEMPT WROTE ITS RESULT TO THE
002396*    RESULTS MASTER (A MISS THAT WAS CALCULATED AND STORED);
002398*    SPACE FOR A MASTER HIT, A REJECT, OR A CALCULATE-ONLY
002399*    PATH.  BIG FLAG AS STORED WITH THE RESULT: "Y" WHEN
002400*    FACT-AUD-FACTORIAL HOLDS THE EXTENDED-PRECISION DIGIT
002401*    STRING, "N" WHEN IT HOLDS THE EDITED PIC 9(18) VALUE.
002402     05  FACT-AUD-SOURCE-FLAG    PIC X(01).
002403         88  FACT-AUD-FROM-RECYCLE       VALUE "C".
002404*    SOURCE FLAG "C" WHEN THE ATTEMPT WAS A MODE "C" RETRY OF A
002405*    RECYCLED REQUEST, SO THE MORNING DISTRIBUTION CAN HAND THE
002406*    RECOVERED RESULT TO ITS DEPARTMENT; SPACE OTHERWISE.
002407     05  FILLER                  PIC X(03).
