000100******************************************************************
000200*    FACTBRL.CPY                                                 *
000300*    BATCH REGISTER RECORD, KEYED BY DEPARTMENT AND BATCH        *
000400*    NUMBER.  THE INPUT PRE-EDIT ADDS AN ENTRY FOR EVERY         *
000500*    DEPARTMENT BATCH IT ACCEPTS AND HOLDS ANY LATER BATCH WITH  *
000600*    THE SAME KEY AS A DUPLICATE.  AN ENTRY DATED TONIGHT THAT   *
000700*    THIS RUN DID NOT WRITE WAS LEFT BY AN EARLIER, FAILED       *
000800*    ATTEMPT AT TONIGHT'S EDIT; THE RESUBMITTED EDIT ACCEPTS     *
000900*    THAT BATCH AGAIN AND REWRITES THE ENTRY.  ENTRIES ARE NEVER *
001000*    DELETED BY THE NIGHT.                                       *
001100******************************************************************
001200 01  FACT-BRG-RECORD.
001300     05  FACT-BRG-KEY.
001400         10  FACT-BRG-DEPT-CODE  PIC X(04).
001500         10  FACT-BRG-BATCH-NO   PIC X(06).
001600     05  FILLER                  PIC X(01).
001700     05  FACT-BRG-SEND-DATE      PIC X(08).
001800     05  FILLER                  PIC X(01).
001900     05  FACT-BRG-CARD-COUNT     PIC 9(06).
002000     05  FILLER                  PIC X(01).
002100     05  FACT-BRG-HASH-TOTAL     PIC 9(10).
002200     05  FILLER                  PIC X(01).
002300     05  FACT-BRG-ACCEPT-DATE    PIC 9(08).
002400     05  FILLER                  PIC X(01).
002500     05  FACT-BRG-ACCEPT-TIME    PIC 9(08).
002600*    TIME THE ACCEPTING RUN STARTED.  WITH THE ACCEPT DATE IT
002700*    TELLS THIS RUN'S OWN ENTRIES FROM AN EARLIER ATTEMPT'S.
002800     05  FILLER                  PIC X(25).
