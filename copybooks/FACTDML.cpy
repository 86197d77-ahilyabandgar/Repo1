000100******************************************************************
000200*    FACTDML.CPY                                                 *
000300*    DEPARTMENT MASTER RECORD, KEYED BY THE FOUR-CHARACTER       *
000400*    DEPARTMENT CODE CARRIED IN CARD COLUMNS 6-9.  ONE RECORD    *
000500*    PER DEPARTMENT THAT IS, OR EVER WAS, AUTHORIZED TO SUBMIT   *
000600*    CARDS TO THE FACTORIAL FEED.  MAINTAINED ON THE             *
000700*    DEPTMAINTPROGRAM SCREEN; READ BY THE INPUT PRE-EDIT TO      *
000800*    VALIDATE A CARD'S DEPARTMENT ZONE AND BY THE CHARGE-BACK    *
000900*    AND DISTRIBUTION REPORTS FOR DEPARTMENT NAMES.              *
001000*                                                                *
001100*    A DEPARTMENT ACCEPTS CARDS ON A GIVEN DATE WHEN ITS         *
001200*    EFFECTIVE DATE IS ON OR BEFORE THAT DATE AND ITS EXPIRY     *
001300*    DATE IS ZERO (OPEN-ENDED) OR ON OR AFTER IT -- THE DATES,   *
001400*    NOT THE STATUS BYTE, DECIDE.  THE STATUS BYTE RECORDS THE   *
001500*    LAST MAINTENANCE ACTION (DEACTIVATION SETS I AND THE EXPIRY *
001600*    DATE).  RECORDS ARE NEVER DELETED, SO REPORTS OVER OLD      *
001700*    AUDIT DATA STILL RESOLVE A RETIRED DEPARTMENT'S NAME.       *
001800******************************************************************
001900 01  FACT-DPM-RECORD.
002000     05  FACT-DPM-CODE           PIC X(04).
002100     05  FILLER                  PIC X(01).
002200     05  FACT-DPM-NAME           PIC X(20).
002300     05  FILLER                  PIC X(01).
002400     05  FACT-DPM-COST-CENTER    PIC X(08).
002500     05  FILLER                  PIC X(01).
002600     05  FACT-DPM-CONTACT        PIC X(30).
002700     05  FILLER                  PIC X(01).
002800     05  FACT-DPM-STATUS         PIC X(01).
002900         88  FACT-DPM-ACTIVE             VALUE "A".
003000         88  FACT-DPM-INACTIVE           VALUE "I".
003100     05  FILLER                  PIC X(01).
003200     05  FACT-DPM-EFFECTIVE-DATE PIC 9(08).
003300     05  FILLER                  PIC X(01).
003400     05  FACT-DPM-EXPIRY-DATE    PIC 9(08).
003500     05  FILLER                  PIC X(01).
003600     05  FACT-DPM-MAINT-DATE     PIC 9(08).
003700     05  FILLER                  PIC X(01).
003800     05  FACT-DPM-MAINT-OPER     PIC X(08).
003900     05  FILLER                  PIC X(17).
