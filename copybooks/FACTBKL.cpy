000100******************************************************************
000200*    FACTBKL.CPY                                                 *
000300*    RESULTS MASTER BACKUP RECORD -- ONE GENERATION OF THE       *
000400*    PROD.FACT.MASTER.BKUP GDG, WRITTEN BY MASTERBACKUPPROGRAM   *
000500*    MODE U AND READ BACK BY ITS MODE L RELOAD.  A TYPE-H HEADER *
000600*    CARRIES THE DATE AND TIME OF THE UNLOAD (THE POINT FORWARD  *
000700*    RECOVERY STARTS FROM); ONE TYPE-D RECORD PER MASTER ENTRY,  *
000800*    IN KEY ORDER, CARRIES THE FULL MASTER RECORD IMAGE; A TYPE-T*
000900*    TRAILER CARRIES THE ENTRY COUNT AND THE HASH TOTAL OF THE   *
001000*    ENTRY NUMBERS FOR THE RELOAD TO BALANCE AGAINST.            *
001100******************************************************************
001200 01  FACT-BKP-RECORD.
001300     05  FACT-BKP-TYPE           PIC X(01).
001400         88  FACT-BKP-HEADER             VALUE "H".
001500         88  FACT-BKP-DETAIL             VALUE "D".
001600         88  FACT-BKP-TRAILER            VALUE "T".
001700     05  FILLER                  PIC X(01).
001800     05  FACT-BKP-BODY           PIC X(158).
001900     05  FACT-BKP-HDR-BODY REDEFINES FACT-BKP-BODY.
002000         10  FACT-BKP-HDR-DATE   PIC 9(08).
002100         10  FILLER              PIC X(01).
002200         10  FACT-BKP-HDR-TIME   PIC 9(08).
002300         10  FILLER              PIC X(01).
002400         10  FACT-BKP-HDR-USERID PIC X(08).
002500         10  FILLER              PIC X(132).
002600     05  FACT-BKP-DTL-BODY REDEFINES FACT-BKP-BODY.
002700         10  FACT-BKP-IMAGE      PIC X(120).
002800         10  FILLER              PIC X(38).
002900*    FACTMSL RECORD IMAGE.  THE SPARE BYTES LEAVE ROOM FOR THE
003000*    MASTER RECORD TO GROW WITHOUT CHANGING THE BACKUP LRECL.
003100     05  FACT-BKP-TRL-BODY REDEFINES FACT-BKP-BODY.
003200         10  FACT-BKP-TRL-COUNT  PIC 9(08).
003300         10  FILLER              PIC X(01).
003400         10  FACT-BKP-TRL-HASH   PIC 9(12).
003500         10  FILLER              PIC X(137).
