000500*    BY FACTCALC).  CARRIES THE ORIGINAL INPUT RECORD, THE RUN   *
000600*    DATE IT WAS FIRST REJECTED, AND THE REJECT REASON, SO THE   *
000700*    REQUEST CAN BE RE-FED ON A LATER NIGHT ONCE A CORRECTION    *
000800*    COMES IN AND AGED WHILE IT SITS UNRESOLVED.  THE REQUEST    *
000810*    ID RIDES IN COLUMNS 67-80 OF THE ORIGINAL CARD IMAGE.       *
000900******************************************************************
001000 01  FACT-RCY-RECORD.
001100     05  FACT-RCY-ORIG-RECORD.
001270*            IMAGE, SO A REJECTED RUSH REQUEST STAYS FLAGGED
001280*            RUSH ON THE RECYCLE FILE AND A MODE "C" RUN CAN
001290*            RETRY IT AHEAD OF THE STANDARD CARRY-FORWARDS.
001300         10  FILLER              PIC X(55).
001310         10  FACT-RCY-REQUEST-ID PIC X(14).
001400     05  FILLER                  PIC X(01).
001500     05  FACT-RCY-RUN-DATE       PIC 9(08).
001600     05  FILLER                  PIC X(01).
