000300*    BATCH INPUT RECORD LAYOUT FOR THE FACTORIAL NUMBER FILE.    *
000400*    ONE NUMBER PER RECORD, RIGHT-JUSTIFIED ZERO-FILLED,         *
000500*    FOLLOWED BY THE REQUESTING-DEPARTMENT CODE (COLUMNS 6-9,    *
000600*    VALIDATED AGAINST THE DEPARTMENT MASTER, FACTDML) SO        *
000700*    MACHINE TIME CAN BE CHARGED BACK TO THE DEPARTMENT THAT     *
000800*    SUBMITTED THE CARD, AND THE PRIORITY CLASS (COLUMN 11,      *
000900*    R=RUSH, S=STANDARD, BLANK NORMALIZED TO S BY THE PRE-EDIT)  *
001000*    SO RUSH WORK CAN BE PROCESSED AHEAD OF ROUTINE CARDS IN     *
001100*    THE NIGHTLY WINDOW.                                         *
001110*    COLUMNS 67-80 ARE RESERVED FOR THE REQUEST ID STAMPED BY    *
001120*    THE PRE-EDIT (RUN DATE YYYYMMDD + 6-DIGIT CARD SEQUENCE),   *
001130*    WHICH FOLLOWS THE CARD THROUGH CORRECTION, RECYCLE, THE     *
001140*    AUDIT LOG, AND THE EXTRACT SO ANY ONE CARD CAN BE TRACED.   *
001150*    DEPARTMENT REMARKS ARE LIMITED TO COLUMNS 12-66.            *
001200******************************************************************
001300 01  FACT-IN-RECORD.
001400     05  FACT-IN-NUMBER          PIC 9(04).
001800     05  FACT-IN-PRIORITY        PIC X(01).
001900         88  FACT-IN-RUSH                VALUE "R".
002000         88  FACT-IN-STANDARD            VALUE "S".
002100     05  FILLER                  PIC X(55).
002200     05  FACT-IN-REQUEST-ID.
002300         10  FACT-IN-REQ-DATE    PIC 9(08).
002400         10  FACT-IN-REQ-SEQ     PIC 9(06).
