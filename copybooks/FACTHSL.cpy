000800*    ELAPSED WINDOW PER NIGHT.  UNLIKE THE CHECKPOINT ROW,      *
000900*    WHICH IS OVERWRITTEN EVERY RUN, THIS FILE IS PERMANENT     *
001000*    AND ONLY EVER APPENDED TO.                                 *
001010*    THE HIT AND MISS COUNTS ARE THE RUN'S RESULTS-MASTER        *
001020*    LOOKUPS, FOR THE NIGHTLY HIT RATIO ON THE MASTER USAGE      *
001030*    REPORT.  ROWS WRITTEN BEFORE THEY EXISTED HOLD SPACES.      *
001100******************************************************************
001200 01  FACT-HST-RECORD.
001300     05  FACT-HST-RUN-DATE       PIC 9(08).
002300     05  FACT-HST-WRITE-COUNT    PIC 9(08).
002400     05  FILLER                  PIC X(01).
002500     05  FACT-HST-REJECT-COUNT   PIC 9(08).
002600     05  FILLER                  PIC X(01).
002700     05  FACT-HST-HIT-COUNT      PIC 9(08).
002800     05  FILLER                  PIC X(01).
002900     05  FACT-HST-MISS-COUNT     PIC 9(08).
