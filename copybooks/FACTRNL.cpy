000100******************************************************************
000200*    FACTRNL.CPY                                                 *
000300*    RUN-CONTROL ENTRY, ONE PER BATCH JOB OR ONLINE SESSION NOW  *
000400*    RUNNING AGAINST THE SHARED FACTORIAL FILES, KEYED BY        *
000500*    PROGRAM, INSTANCE, AND START DATE AND TIME.  FACTRCTL ADDS  *
000600*    THE ENTRY WHEN THE PROGRAM STARTS AND DELETES IT WHEN THE   *
000700*    PROGRAM ENDS, SO AN ENTRY STILL STANDING WITH NO JOB BEHIND *
000800*    IT WAS LEFT BY AN ABEND AND IS CLEARED FROM                 *
000900*    BATCHSTATUSPROGRAM.                                         *
001000*                                                                *
001100*    EACH FILE HELD IS NAMED BY THE QUALIFIER THAT FOLLOWS       *
001200*    PROD.FACT. IN ITS DATA SET NAME (MASTER, AUDIT, EXTRACT     *
001300*    ...), SO ONE NAME ALSO COVERS THE FILES FILED UNDER IT --   *
001400*    AUDIT COVERS AUDIT.KEEP AND THE STREAM AUDIT FILES          *
001500*    AUDIT.STR1 TO AUDIT.STR4.  MODE E IS EXCLUSIVE -- NO OTHER  *
001600*    JOB OR SESSION MAY HOLD THE FILE AT ALL; MODE S IS SHARED   *
001700*    WITH ANY OTHER S HOLDER.                                    *
001800******************************************************************
001900 01  FACT-RNC-RECORD.
002000     05  FACT-RNC-KEY.
002100         10  FACT-RNC-PROGRAM    PIC X(24).
002200         10  FACT-RNC-INSTANCE   PIC X(08).
002300*        RUN ID FOR FACTORIALPROGRAM, THE USER ID FOR ALL OTHERS.
002400         10  FACT-RNC-START-DATE PIC 9(08).
002500         10  FACT-RNC-START-TIME PIC 9(08).
002600     05  FILLER                  PIC X(01).
002700     05  FACT-RNC-KIND           PIC X(01).
002800         88  FACT-RNC-BATCH              VALUE "B".
002900         88  FACT-RNC-ONLINE             VALUE "O".
003000     05  FILLER                  PIC X(01).
003100     05  FACT-RNC-USER-ID        PIC X(08).
003200     05  FILLER                  PIC X(01).
003300     05  FACT-RNC-FILES.
003400         10  FACT-RNC-FILE       OCCURS 8 TIMES.
003500             15  FACT-RNC-FILE-NAME  PIC X(08).
003600             15  FACT-RNC-FILE-MODE  PIC X(01).
003700                 88  FACT-RNC-EXCLUSIVE      VALUE "E".
003800                 88  FACT-RNC-SHARED         VALUE "S".
003900     05  FILLER                  PIC X(28).
