000100******************************************************************
000200*    FACTSRL.CPY                                                 *
000300*    STANDING-REQUEST RECORD, KEYED BY DEPARTMENT AND NUMBER.    *
000400*    ONE ENTRY PER NUMBER A DEPARTMENT WANTS CALCULATED ON A     *
000500*    FIXED CYCLE -- EVERY NIGHT, ONE NIGHT A WEEK, OR ONE NIGHT  *
000600*    A MONTH -- BETWEEN ITS START AND STOP DATES.  MAINTAINED    *
000700*    ON THE STANDINGMAINTPROGRAM SCREEN; READ AT THE FRONT OF    *
000800*    EACH NIGHT BY STANDINGREQUESTPROGRAM, WHICH WRITES THE      *
000900*    CARDS DUE THAT NIGHT INTO THE FEED AHEAD OF THE PRE-EDIT.   *
001000*                                                                *
001100*    FACT-STD-FREQ-DAY IS UNUSED (ZERO) FOR A DAILY ENTRY, THE   *
001200*    WEEKDAY (1=MONDAY THROUGH 7=SUNDAY) FOR A WEEKLY ENTRY,     *
001300*    AND THE DAY OF THE MONTH (01-31) FOR A MONTHLY ENTRY -- A   *
001400*    DAY PAST THE END OF A SHORT MONTH RUNS ON ITS LAST DAY.     *
001500*    A ZERO STOP DATE MEANS OPEN-ENDED.  THE GENERATOR MARKS     *
001600*    AN ENTRY EXPIRED ON THE FIRST NIGHT AFTER ITS STOP DATE.    *
001700******************************************************************
001800 01  FACT-STD-RECORD.
001900     05  FACT-STD-KEY.
002000         10  FACT-STD-DEPT-CODE  PIC X(04).
002100         10  FACT-STD-NUMBER     PIC 9(04).
002200     05  FILLER                  PIC X(01).
002300     05  FACT-STD-PRIORITY       PIC X(01).
002400         88  FACT-STD-RUSH               VALUE "R".
002500         88  FACT-STD-STANDARD           VALUE "S".
002600     05  FILLER                  PIC X(01).
002700     05  FACT-STD-FREQUENCY      PIC X(01).
002800         88  FACT-STD-DAILY              VALUE "D".
002900         88  FACT-STD-WEEKLY             VALUE "W".
003000         88  FACT-STD-MONTHLY            VALUE "M".
003100     05  FACT-STD-FREQ-DAY       PIC 9(02).
003200     05  FILLER                  PIC X(01).
003300     05  FACT-STD-START-DATE     PIC 9(08).
003400     05  FILLER                  PIC X(01).
003500     05  FACT-STD-STOP-DATE      PIC 9(08).
003600     05  FILLER                  PIC X(01).
003700     05  FACT-STD-STATUS         PIC X(01).
003800         88  FACT-STD-ACTIVE             VALUE "A".
003900         88  FACT-STD-EXPIRED            VALUE "E".
004000     05  FILLER                  PIC X(01).
004100     05  FACT-STD-MAINT-DATE     PIC 9(08).
004200     05  FILLER                  PIC X(01).
004300     05  FACT-STD-MAINT-OPER     PIC X(08).
004400     05  FILLER                  PIC X(28).
