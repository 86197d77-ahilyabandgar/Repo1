000400*    EVERY RAW FEED CARD THAT FAILS THE NUMERIC/BLANK/FORMAT     *
000500*    EDITS.  CARRIES THE REASON CODE, ITS DESCRIPTION, THE RUN   *
000600*    DATE, AND THE ORIGINAL CARD IMAGE SO THE SUBMITTING         *
000700*    DEPARTMENT CAN CORRECT AND RESUBMIT IT.  THE CARD IMAGE     *
000710*    ALREADY CARRIES ITS REQUEST ID IN COLUMNS 67-80, SO THE     *
000720*    CORRECTED CARD GOES BACK IN UNDER THE SAME ID.              *
000800******************************************************************
000900 01  FACT-ERR-RECORD.
001000     05  FACT-ERR-REASON-CODE    PIC X(01).
001700     05  FACT-ERR-RUN-DATE       PIC 9(08).
001800     05  FILLER                  PIC X(01).
001900     05  FACT-ERR-RAW-DATA       PIC X(80).
001910     05  FACT-ERR-RAW-CARD REDEFINES FACT-ERR-RAW-DATA.
001920         10  FILLER              PIC X(66).
001930         10  FACT-ERR-REQUEST-ID PIC X(14).
002000     05  FILLER                  PIC X(08).
