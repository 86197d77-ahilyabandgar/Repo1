000700*    SEVEN DIGITS WITH FOUR IMPLIED DECIMAL PLACES -- FOR       *
000800*    BINOMIAL THE SUCCESS PROBABILITY P (0010000 = 1.0000),     *
000900*    FOR POISSON THE MEAN LAMBDA (0035000 = 3.5000).            *
000910*    FUNCTION CODES C (BINOMIAL) AND Q (POISSON) ASK THE        *
000920*    REVERSE QUESTION -- THE CRITICAL VALUE, THE SMALLEST R     *
000930*    WHOSE CUMULATIVE PROBABILITY REACHES THE TARGET            *
000940*    CONFIDENCE IN COLUMNS 21-27 (SEVEN DIGITS, SIX IMPLIED     *
000950*    DECIMAL PLACES -- 0995000 = 0.995000).  R IS IGNORED ON    *
000960*    THOSE CARDS AND THE CONFIDENCE ON ALL OTHERS.              *
001000******************************************************************
001100 01  PRB-IN-RECORD.
001200     05  PRB-IN-FUNC             PIC X(01).
001300         88  PRB-IN-BINOMIAL             VALUE "B".
001400         88  PRB-IN-POISSON              VALUE "P".
001410         88  PRB-IN-BIN-CRITICAL         VALUE "C".
001420         88  PRB-IN-POI-CRITICAL         VALUE "Q".
001500     05  FILLER                  PIC X(01).
001600     05  PRB-IN-N                PIC 9(04).
001700     05  FILLER                  PIC X(01).
001800     05  PRB-IN-R                PIC 9(04).
001900     05  FILLER                  PIC X(01).
002000     05  PRB-IN-PARM             PIC 9(03)V9(04).
002050     05  FILLER                  PIC X(01).
002060     05  PRB-IN-CONFIDENCE       PIC 9(01)V9(06).
002070     05  PRB-IN-CONFIDENCE-X REDEFINES PRB-IN-CONFIDENCE
002080                                 PIC X(07).
002100     05  FILLER                  PIC X(53).
