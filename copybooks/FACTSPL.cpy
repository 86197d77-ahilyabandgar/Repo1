000100******************************************************************
000200*    FACTSPL.CPY                                                 *
000300*    SUSPENSE RECORD WRITTEN BY THE INPUT PRE-EDIT FOR EVERY     *
000400*    CARD OF A DEPARTMENT BATCH IT HOLDS OUT OF THE CLEAN FILE   *
000500*    -- HEADER, REQUEST CARDS, AND TRAILER, IN FEED ORDER.       *
000600*    CARRIES THE REASON THE WHOLE BATCH WAS HELD, THE RUN DATE,  *
000700*    AND THE DEPARTMENT AND BATCH NUMBER FROM THE HEADER (FROM   *
000800*    THE TRAILER WHEN THERE WAS NO HEADER).  THE REQUEST CARDS   *
000900*    ALREADY CARRY THEIR REQUEST IDS IN COLUMNS 67-80, SO A      *
001000*    BATCH RELEASED BACK INTO THE FEED GOES IN UNDER THE SAME    *
001100*    IDS.                                                        *
001200******************************************************************
001300 01  FACT-SUS-RECORD.
001400     05  FACT-SUS-REASON-CODE    PIC X(01).
001500         88  FACT-SUS-NO-TRAILER         VALUE "T".
001600         88  FACT-SUS-NO-HEADER          VALUE "N".
001700         88  FACT-SUS-BAD-HEADER         VALUE "H".
001800         88  FACT-SUS-MISMATCH           VALUE "M".
001900         88  FACT-SUS-OUT-OF-BALANCE     VALUE "B".
002000         88  FACT-SUS-DUPLICATE          VALUE "D".
002100     05  FILLER                  PIC X(01).
002200     05  FACT-SUS-REASON-DESC    PIC X(20).
002300     05  FILLER                  PIC X(01).
002400     05  FACT-SUS-RUN-DATE       PIC 9(08).
002500     05  FILLER                  PIC X(01).
002600     05  FACT-SUS-DEPT-CODE      PIC X(04).
002700     05  FILLER                  PIC X(01).
002800     05  FACT-SUS-BATCH-NO       PIC X(06).
002900     05  FILLER                  PIC X(01).
003000     05  FACT-SUS-RAW-DATA       PIC X(80).
003100     05  FACT-SUS-RAW-CARD REDEFINES FACT-SUS-RAW-DATA.
003200         10  FILLER              PIC X(66).
003300         10  FACT-SUS-REQUEST-ID PIC X(14).
003400     05  FILLER                  PIC X(04).
