000800*    "WHO DELETED 20-WHATEVER AND WHEN" IS ANSWERABLE FROM      *
000900*    THE AUDIT ANALYSIS STREAM INSTEAD OF BEING LOST WHEN THE   *
001000*    NEXT BATCH RUN QUIETLY RECALCULATES THE ENTRY.             *
001010*    MASTERVERIFYPROGRAM ALSO APPENDS A FUNCTION "Q" RECORD      *
001020*    FOR EVERY ENTRY IT QUARANTINES (DELETES), SO FORWARD        *
001030*    RECOVERY OF THE MASTER REAPPLIES QUARANTINES AS WELL AS     *
001040*    OPERATOR PURGES.                                            *
001100******************************************************************
001200 01  FACT-MNT-RECORD.
001300     05  FACT-MNT-DATE           PIC 9(08).
001900     05  FACT-MNT-FUNCTION       PIC X(01).
002000         88  FACT-MNT-PURGE              VALUE "P".
002100         88  FACT-MNT-INQ-AFTER-PURGE    VALUE "I".
002110         88  FACT-MNT-QUARANTINE         VALUE "Q".
002200     05  FILLER                  PIC X(01).
002300     05  FACT-MNT-NUMBER         PIC 9(04).
002400     05  FILLER                  PIC X(01).
