000100******************************************************************
000200*    FACTRNP.CPY                                                 *
000300*    PARAMETER AREA FOR CALL "FACTRCTL".  THE CALLER FILLS IN    *
000400*    ITS PROGRAM-ID, INSTANCE (SPACES FOR THE USER ID), KIND,    *
000500*    AND THE FILES IT WILL HOLD WITH THEIR MODES (UNUSED SLOTS   *
000600*    SPACES), THEN CALLS WITH FUNCTION S BEFORE OPENING          *
000700*    ANYTHING.  THE RESULT COMES BACK G (GRANTED -- THE ENTRY IS *
000800*    RECORDED AND FACT-RNP-KEY IDENTIFIES IT), R (REFUSED --     *
000900*    ANOTHER JOB OR SESSION HOLDS A FILE IN A CONFLICTING MODE), *
001000*    OR U (THE RUN-CONTROL FILE COULD NOT BE USED).  ON R OR U,  *
001100*    FACT-RNP-MESSAGE SAYS WHY AND FACT-RNP-RETURN-CODE IS THE   *
001200*    RETURN CODE TO END WITH.                                    *
001300*                                                                *
001400*    AT THE END OF THE RUN THE CALLER CALLS AGAIN, WITH THE SAME *
001500*    AREA, WITH FUNCTION E TO DELETE ITS ENTRY.                  *
001600******************************************************************
001700 01  FACT-RNP-AREA.
001800     05  FACT-RNP-FUNCTION       PIC X(01).
001900         88  FACT-RNP-START              VALUE "S".
002000         88  FACT-RNP-END                VALUE "E".
002100     05  FACT-RNP-RESULT         PIC X(01).
002200         88  FACT-RNP-GRANTED            VALUE "G".
002300         88  FACT-RNP-REFUSED            VALUE "R".
002400         88  FACT-RNP-UNAVAILABLE        VALUE "U".
002500     05  FACT-RNP-RETURN-CODE    PIC 9(02).
002600     05  FACT-RNP-KEY.
002700         10  FACT-RNP-PROGRAM    PIC X(24).
002800         10  FACT-RNP-INSTANCE   PIC X(08).
002900         10  FACT-RNP-START-DATE PIC 9(08).
003000         10  FACT-RNP-START-TIME PIC 9(08).
003100     05  FACT-RNP-KIND           PIC X(01).
003200         88  FACT-RNP-BATCH              VALUE "B".
003300         88  FACT-RNP-ONLINE             VALUE "O".
003400     05  FACT-RNP-FILES.
003500         10  FACT-RNP-FILE       OCCURS 8 TIMES.
003600             15  FACT-RNP-FILE-NAME  PIC X(08).
003700             15  FACT-RNP-FILE-MODE  PIC X(01).
003800                 88  FACT-RNP-EXCLUSIVE      VALUE "E".
003900                 88  FACT-RNP-SHARED         VALUE "S".
004000     05  FACT-RNP-MESSAGE        PIC X(132).
