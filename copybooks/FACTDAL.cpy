000100******************************************************************
000200*    FACTDAL.CPY                                                 *
000300*    MAINTENANCE AUDIT RECORD FOR DEPARTMENT-MASTER CHANGES.  ONE*
000400*    RECORD IS APPENDED FOR EVERY ADD, CHANGE, AND DEACTIVATION  *
000500*    -- OPERATOR, DATE, TIME, FUNCTION, DEPARTMENT CODE, AND THE *
000600*    FULL MASTER RECORD IMAGE BEFORE AND AFTER THE ACTION (THE   *
000700*    BEFORE IMAGE IS SPACES FOR AN ADD) -- SO EVERY CHANGE TO    *
000800*    WHO MAY SUBMIT AND BE BILLED IS ANSWERABLE FROM THE LOG.    *
000900******************************************************************
001000 01  FACT-DPA-RECORD.
001100     05  FACT-DPA-DATE           PIC 9(08).
001200     05  FILLER                  PIC X(01).
001300     05  FACT-DPA-TIME           PIC 9(08).
001400     05  FILLER                  PIC X(01).
001500     05  FACT-DPA-OPERATOR       PIC X(08).
001600     05  FILLER                  PIC X(01).
001700     05  FACT-DPA-FUNCTION       PIC X(01).
001800         88  FACT-DPA-ADD                VALUE "A".
001900         88  FACT-DPA-CHANGE             VALUE "C".
002000         88  FACT-DPA-DEACTIVATE         VALUE "D".
002100     05  FILLER                  PIC X(01).
002200     05  FACT-DPA-CODE           PIC X(04).
002300     05  FILLER                  PIC X(01).
002400     05  FACT-DPA-BEFORE-IMAGE   PIC X(120).
002500     05  FACT-DPA-AFTER-IMAGE    PIC X(120).
002600     05  FILLER                  PIC X(06).
