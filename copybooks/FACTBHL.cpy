000100******************************************************************
000200*    FACTBHL.CPY                                                 *
000300*    BATCH CONTROL CARDS ON A DEPARTMENT TRANSMISSION.  EACH     *
000400*    TRANSMISSION A DEPARTMENT SENDS INTO THE FEED OPENS WITH A  *
000500*    HEADER CARD (HDR IN COLUMNS 1-4) AND CLOSES WITH A TRAILER  *
000600*    CARD (TRL IN COLUMNS 1-4); ITS REQUEST CARDS LIE BETWEEN.   *
000700*    THE HEADER CARRIES THE DEPARTMENT, THE DEPARTMENT'S OWN     *
000800*    BATCH NUMBER, AND THE SEND DATE.  THE TRAILER REPEATS THE   *
000900*    DEPARTMENT AND BATCH NUMBER AND CARRIES THE COUNT OF        *
001000*    REQUEST CARDS BETWEEN THE TWO AND THE HASH TOTAL OF THEIR   *
001100*    NUMBERS -- THE SUM OF THE NUMBER ZONES AS THE PRE-EDIT      *
001200*    READS THEM (LEADING OR TRAILING SPACES ALLOWED); A CARD     *
001300*    WHOSE NUMBER ZONE FAILS THE EDIT ADDS NOTHING.  THE COUNT   *
001400*    AND THE HASH ARE PUNCHED ZERO-FILLED.                       *
001500*                                                                *
001600*    A CONTROL CARD CAN NEVER BE TAKEN FOR A REQUEST CARD: ITS   *
001700*    NUMBER ZONE IS NOT NUMERIC.  CONTROL CARDS ARE NOT GIVEN A  *
001800*    REQUEST ID AND NEVER REACH THE CLEAN FILE.                  *
001900******************************************************************
002000 01  FACT-BCH-CARD.
002100     05  FACT-BCH-CARD-TYPE      PIC X(04).
002200         88  FACT-BCH-HEADER             VALUE "HDR ".
002300         88  FACT-BCH-TRAILER            VALUE "TRL ".
002400     05  FILLER                  PIC X(01).
002500     05  FACT-BCH-DEPT-CODE      PIC X(04).
002600     05  FILLER                  PIC X(01).
002700     05  FACT-BCH-BATCH-NO       PIC X(06).
002800     05  FILLER                  PIC X(01).
002900     05  FACT-BCH-DETAIL         PIC X(18).
003000     05  FACT-BCH-HDR-DETAIL REDEFINES FACT-BCH-DETAIL.
003100         10  FACT-BCH-SEND-DATE  PIC X(08).
003200*        YYYYMMDD.
003300         10  FILLER              PIC X(10).
003400     05  FACT-BCH-TRL-DETAIL REDEFINES FACT-BCH-DETAIL.
003500         10  FACT-BCH-CARD-COUNT PIC X(06).
003600         10  FACT-BCH-CARD-COUNT-N REDEFINES FACT-BCH-CARD-COUNT
003700                                 PIC 9(06).
003800         10  FILLER              PIC X(01).
003900         10  FACT-BCH-HASH-TOTAL PIC X(10).
004000         10  FACT-BCH-HASH-TOTAL-N REDEFINES FACT-BCH-HASH-TOTAL
004100                                 PIC 9(10).
004200         10  FILLER              PIC X(01).
004300     05  FILLER                  PIC X(45).
