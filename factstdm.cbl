000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. StandingMaintProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  FULL-SCREEN MAINTENANCE  *
001100*                    OF THE STANDING-REQUEST FILE, IN THE STYLE  *
001200*                    OF FACTORIALONLINEPROGRAM: ONE PANEL SHOWS  *
001300*                    AN ENTRY BY DEPARTMENT AND NUMBER -- THE    *
001400*                    PRIORITY CLASS, THE FREQUENCY (DAILY,       *
001500*                    WEEKLY ON A WEEKDAY, OR MONTHLY ON A DAY OF *
001600*                    THE MONTH), AND THE START AND STOP DATES -- *
001700*                    AND LETS THE OPERATOR INQUIRE, ADD, CHANGE, *
001800*                    OR DELETE IT.  EVERY FIELD IS EDITED BEFORE *
001900*                    THE FILE IS TOUCHED (THE DEPARTMENT AGAINST *
002000*                    THE DEPARTMENT TABLE, THE NUMBER AGAINST THE*
002100*                    BATCH DRIVER'S CAPACITY LIMIT) SO A STANDING*
002200*                    ENTRY CANNOT GENERATE A CARD THE PRE-EDIT   *
002300*                    WOULD REJECT EVERY NIGHT.  A DELETE MUST    *
002400*                    FOLLOW AN INQUIRY ON THE SAME ENTRY.        *
002410*   10-15-2026  DLH  DEPARTMENT NOW EDITED AGAINST THE           *
002420*                    DEPARTMENT MASTER FILE IN PLACE OF THE      *
002430*                    COMPILED TABLE, AND MUST BE IN EFFECT       *
002440*                    TODAY -- A RETIRED DEPARTMENT CANNOT BE     *
002450*                    GIVEN A NEW STANDING ENTRY.                 *
002455*   10-15-2026  DLH  RECORDS THE SESSION ON THE RUN-CONTROL FILE *
002460*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002465*                    STANDING AND DEPT SHARED, AND CLEARS THE    *
002470*                    ENTRY AT THE END.  THE SESSION IS REFUSED   *
002475*                    WITH RETURN CODE 12 (16 IF THE RUN-CONTROL  *
002480*                    FILE WILL NOT OPEN) WHILE ANOTHER JOB OR    *
002485*                    SESSION HOLDS ONE OF THOSE FILES IN A       *
002490*                    CONFLICTING MODE.                           *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FACT-STD-FILE    ASSIGN TO "FACTSTD"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS FACT-STD-KEY
003300         FILE STATUS IS FSM-STD-STATUS.
003310
003320     SELECT FSM-DEPT-FILE    ASSIGN TO "FACTDPT"
003330         ORGANIZATION IS INDEXED
003340         ACCESS MODE IS RANDOM
003350         RECORD KEY IS FACT-DPM-CODE
003360         FILE STATUS IS FSM-DPM-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  FACT-STD-FILE.
003800 COPY FACTSRL.
003810
003820 FD  FSM-DEPT-FILE.
003830 COPY FACTDML.
003900
004000 WORKING-STORAGE SECTION.
004100*****************************************************************
004200*   CONTROL SWITCHES AND FILE STATUS                             *
004300*****************************************************************
004400 77  FSM-DONE-SWITCH         PIC X(01)   VALUE "N".
004500     88  FSM-DONE                        VALUE "Y".
004600
004700 77  FSM-VALID-SWITCH        PIC X(01)   VALUE "Y".
004800     88  FSM-FIELDS-VALID                VALUE "Y".
004900     88  FSM-FIELDS-INVALID              VALUE "N".
005000
005100 77  FSM-DEPT-FOUND-SWITCH   PIC X(01)   VALUE "N".
005200     88  FSM-DEPT-FOUND                  VALUE "Y".
005300     88  FSM-DEPT-NOT-FOUND              VALUE "N".
005400
005500 77  FSM-STD-STATUS          PIC X(02)   VALUE "00".
005600 77  FSM-DPM-STATUS          PIC X(02)   VALUE "00".
005800
005900 77  FSM-MAX-BIG-NUMBER      PIC 9(04)   VALUE 50.
006000*    LARGEST NUMBER THE BATCH DRIVER WILL CALCULATE -- SAME
006100*    LIMIT USED BY FACTORIALPROGRAM.  A STANDING ENTRY ABOVE IT
006200*    WOULD ONLY FEED THE RECYCLE FILE EVERY NIGHT.
006300
006400*****************************************************************
006500*   SCREEN FIELDS                                                *
006600*****************************************************************
006700 01  FSM-SCR-DEPT            PIC X(04)   VALUE SPACES.
006800 01  FSM-SCR-NUMBER          PIC 9(04)   VALUE ZERO.
006900 01  FSM-SCR-PRIORITY        PIC X(01)   VALUE SPACE.
007000 01  FSM-SCR-FREQUENCY       PIC X(01)   VALUE SPACE.
007100 01  FSM-SCR-FREQ-DAY        PIC 9(02)   VALUE ZERO.
007200 01  FSM-SCR-START-DATE      PIC 9(08)   VALUE ZERO.
007300 01  FSM-SCR-STOP-DATE       PIC 9(08)   VALUE ZERO.
007400 01  FSM-SCR-STATUS          PIC X(20)   VALUE SPACES.
007500 01  FSM-SCR-MAINTAINED      PIC X(30)   VALUE SPACES.
007600 01  FSM-SCR-ACTION          PIC X(01)   VALUE SPACE.
007700     88  FSM-ACT-INQUIRE                 VALUE "I" "i".
007800     88  FSM-ACT-ADD                     VALUE "A" "a".
007900     88  FSM-ACT-CHANGE                  VALUE "C" "c".
008000     88  FSM-ACT-DELETE                  VALUE "D" "d".
008100     88  FSM-ACT-EXIT                    VALUE "X" "x".
008200 01  FSM-SCR-MESSAGE         PIC X(60)   VALUE SPACES.
008300
008400*****************************************************************
008500*   OPERATOR, DATES, AND THE LAST ENTRY INQUIRED ON              *
008600*****************************************************************
008700 01  FSM-OPERATOR-ID         PIC X(08)   VALUE SPACES.
008800 01  FSM-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
008900 01  FSM-MAINT-DATE-X        PIC X(08)   VALUE SPACES.
009000 01  FSM-MAINT-DATE-EDIT     PIC X(10)   VALUE SPACES.
009100
009200 01  FSM-LAST-KEY            PIC X(08)   VALUE SPACES.
009300*    KEY OF THE ENTRY LAST SHOWN BY AN INQUIRY.  A DELETE IS
009400*    ONLY HONORED FOR THAT ENTRY, SO NOTHING IS DELETED THAT
009500*    THE OPERATOR HAS NOT JUST LOOKED AT.
009600
009700*****************************************************************
009800*   DATE EDIT WORK FIELDS                                        *
009900*****************************************************************
010000 01  FSM-DATE-WORK           PIC 9(08)   VALUE ZERO.
010100 01  FSM-DATE-PARTS REDEFINES FSM-DATE-WORK.
010200     05  FSM-DATE-YEAR       PIC 9(04).
010300     05  FSM-DATE-MONTH      PIC 9(02).
010400     05  FSM-DATE-DAY        PIC 9(02).
010500
010600 77  FSM-DATE-SWITCH         PIC X(01)   VALUE "Y".
010700     88  FSM-DATE-VALID                  VALUE "Y".
010800     88  FSM-DATE-INVALID                VALUE "N".
010900
010910*****************************************************************
010920*   RUN CONTROL                                                  *
010930*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
010940*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
010950*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
010960*****************************************************************
010970 01  FSM-RUN-FILES.
010980     05  FILLER              PIC X(08)   VALUE "STANDING".
010990     05  FILLER              PIC X(01)   VALUE "S".
011000     05  FILLER              PIC X(08)   VALUE "DEPT".
011010     05  FILLER              PIC X(01)   VALUE "S".
011020
011023 77  FSM-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
011026
011030 COPY FACTRNP.
011040
011500 SCREEN SECTION.
011600*****************************************************************
011700*   01  FSM-MAINT-SCREEN                                         *
011800*   SINGLE-PANEL MAINTENANCE SCREEN: THE OPERATOR KEYS THE       *
011900*   DEPARTMENT AND NUMBER, THE ENTRY FIELDS (FOR AN ADD OR       *
012000*   CHANGE), AND THE ACTION CODE.                                *
012100*****************************************************************
012200 01  FSM-MAINT-SCREEN.
012300     05  BLANK SCREEN.
012400     05  LINE 01 COL 01 VALUE "STANDING REQUEST MAINTENANCE".
012500     05  LINE 03 COL 01 VALUE "DEPARTMENT . . . . . . . . :".
012600     05  LINE 03 COL 31 PIC X(04)
012700             USING FSM-SCR-DEPT.
012800     05  LINE 04 COL 01 VALUE "NUMBER . . . . . . . . . . :".
012900     05  LINE 04 COL 31 PIC 9(04)
013000             USING FSM-SCR-NUMBER.
013100     05  LINE 06 COL 01 VALUE "PRIORITY (R/S) . . . . . . :".
013200     05  LINE 06 COL 31 PIC X(01)
013300             USING FSM-SCR-PRIORITY.
013400     05  LINE 07 COL 01 VALUE "FREQUENCY (D/W/M). . . . . :".
013500     05  LINE 07 COL 31 PIC X(01)
013600             USING FSM-SCR-FREQUENCY.
013700     05  LINE 07 COL 36 VALUE "D=DAILY  W=WEEKLY  M=MONTHLY".
013800     05  LINE 08 COL 01 VALUE "DAY OF WEEK / MONTH. . . . :".
013900     05  LINE 08 COL 31 PIC 9(02)
014000             USING FSM-SCR-FREQ-DAY.
014100     05  LINE 08 COL 36 VALUE "W: 1=MON - 7=SUN   M: 01-31".
014200     05  LINE 09 COL 01 VALUE "START DATE (YYYYMMDD). . . :".
014300     05  LINE 09 COL 31 PIC 9(08)
014400             USING FSM-SCR-START-DATE.
014500     05  LINE 09 COL 41 VALUE "ZERO = TODAY".
014600     05  LINE 10 COL 01 VALUE "STOP DATE (YYYYMMDD) . . . :".
014700     05  LINE 10 COL 31 PIC 9(08)
014800             USING FSM-SCR-STOP-DATE.
014900     05  LINE 10 COL 41 VALUE "ZERO = NO STOP DATE".
015000     05  LINE 11 COL 01 VALUE "STATUS . . . . . . . . . . :".
015100     05  LINE 11 COL 31 PIC X(20)
015200             FROM FSM-SCR-STATUS.
015300     05  LINE 12 COL 01 VALUE "LAST MAINTAINED. . . . . . :".
015400     05  LINE 12 COL 31 PIC X(30)
015500             FROM FSM-SCR-MAINTAINED.
015600     05  LINE 14 COL 01
015700             VALUE "I=INQUIRE, A=ADD, C=CHANGE, D=DELETE,".
015800     05  LINE 15 COL 01
015900             VALUE "X=EXIT . . . . . . . . . . . . . :".
016000     05  LINE 15 COL 37 PIC X(01)
016100             USING FSM-SCR-ACTION.
016200     05  LINE 17 COL 01 PIC X(60)
016300             FROM FSM-SCR-MESSAGE.
016400
016500 PROCEDURE DIVISION.
016600*****************************************************************
016700*   0000-MAINLINE                                                *
016800*   OPENS THE STANDING-REQUEST FILE AND PROCESSES ONE ACTION     *
016900*   PER SCREEN PASS UNTIL THE OPERATOR KEYS X.                   *
017000*****************************************************************
017100 0000-MAINLINE.
017200     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
017210     IF FACT-RNP-GRANTED
017220         PERFORM 1000-INITIALIZE THRU 1000-EXIT
017230     ELSE
017240         SET FSM-DONE TO TRUE
017250     END-IF.
017300
017400     IF NOT FSM-DONE
017500         PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
017600             UNTIL FSM-DONE
017700         CLOSE FACT-STD-FILE
017750         CLOSE FSM-DEPT-FILE
017800     END-IF.
017900
017910     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
018000     STOP RUN.
018100
018200*****************************************************************
018300*   1000-INITIALIZE                                              *
018400*   OPENS THE STANDING-REQUEST FILE I-O, LOADING AN EMPTY        *
018500*   CLUSTER ON FIRST USE THE SAME WAY THE RESULTS MASTER IS      *
018600*   LOADED, OPENS THE DEPARTMENT MASTER FOR THE DEPARTMENT       *
018650*   EDIT, AND PICKS UP THE OPERATOR ID AND TODAY'S DATE FOR      *
018700*   THE MAINTENANCE STAMP.                                       *
018800*****************************************************************
018900 1000-INITIALIZE.
019000     OPEN I-O FACT-STD-FILE.
019100     IF FSM-STD-STATUS = "35"
019200         OPEN OUTPUT FACT-STD-FILE
019300         CLOSE FACT-STD-FILE
019400         OPEN I-O FACT-STD-FILE
019500     END-IF.
019600     IF FSM-STD-STATUS NOT = "00"
019700         DISPLAY "FACTSTD DID NOT OPEN -- FILE STATUS "
019800             FSM-STD-STATUS ".  RUN FACTSTDF TO DEFINE THE "
019900             "STANDING-REQUEST FILE."
020000         SET FSM-DONE TO TRUE
020100     ELSE
020110         OPEN INPUT FSM-DEPT-FILE
020120         IF FSM-DPM-STATUS NOT = "00"
020130             DISPLAY "FACTDPT DID NOT OPEN -- FILE STATUS "
020140                 FSM-DPM-STATUS ".  RUN FACTDMDF TO DEFINE THE "
020150                 "DEPARTMENT MASTER."
020160             CLOSE FACT-STD-FILE
020170             SET FSM-DONE TO TRUE
020180         END-IF
020190     END-IF.
020195
020196     IF NOT FSM-DONE
020200         ACCEPT FSM-OPERATOR-ID FROM ENVIRONMENT "USER"
020300         ACCEPT FSM-RUN-DATE-RAW FROM DATE YYYYMMDD
020400     END-IF.
020500 1000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*   2000-PROCESS-SCREEN                                          *
021000*   DISPLAYS THE PANEL, ACCEPTS THE OPERATOR'S ENTRY, AND        *
021100*   DISPATCHES THE ACTION CODE.                                  *
021200*****************************************************************
021300 2000-PROCESS-SCREEN.
021400     DISPLAY FSM-MAINT-SCREEN.
021500     MOVE SPACE TO FSM-SCR-ACTION.
021600     ACCEPT FSM-MAINT-SCREEN.
021700     MOVE SPACES TO FSM-SCR-MESSAGE.
021800
021900     EVALUATE TRUE
022000         WHEN FSM-ACT-EXIT
022100             SET FSM-DONE TO TRUE
022200         WHEN FSM-ACT-INQUIRE
022300             PERFORM 3000-INQUIRE THRU 3000-EXIT
022400         WHEN FSM-ACT-ADD
022500             PERFORM 4000-ADD-ENTRY THRU 4000-EXIT
022600         WHEN FSM-ACT-CHANGE
022700             PERFORM 5000-CHANGE-ENTRY THRU 5000-EXIT
022800         WHEN FSM-ACT-DELETE
022900             PERFORM 6000-DELETE-ENTRY THRU 6000-EXIT
023000         WHEN OTHER
023100             MOVE "KEY I, A, C, D, OR X." TO FSM-SCR-MESSAGE
023200     END-EVALUATE.
023300 2000-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*   3000-INQUIRE                                                 *
023800*   READS THE ENTRY FOR THE KEYED DEPARTMENT AND NUMBER AND      *
023900*   SHOWS IT, REMEMBERING ITS KEY FOR A FOLLOWING DELETE.        *
024000*****************************************************************
024100 3000-INQUIRE.
024200     MOVE SPACES TO FSM-LAST-KEY.
024300     MOVE FSM-SCR-DEPT TO FACT-STD-DEPT-CODE.
024400     MOVE FSM-SCR-NUMBER TO FACT-STD-NUMBER.
024500     READ FACT-STD-FILE
024600         INVALID KEY
024700             MOVE SPACES TO FSM-SCR-STATUS
024800             MOVE SPACES TO FSM-SCR-MAINTAINED
024900             MOVE "NO STANDING REQUEST FOR THIS DEPT AND NUMBER."
025000                 TO FSM-SCR-MESSAGE
025100         NOT INVALID KEY
025200             PERFORM 3100-SHOW-ENTRY THRU 3100-EXIT
025300             MOVE FACT-STD-KEY TO FSM-LAST-KEY
025400             MOVE "ENTRY SHOWN." TO FSM-SCR-MESSAGE
025500     END-READ.
025600 3000-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000*   3100-SHOW-ENTRY                                              *
026100*   MOVES THE RECORD IN HAND TO THE SCREEN FIELDS.               *
026200*****************************************************************
026300 3100-SHOW-ENTRY.
026400     MOVE FACT-STD-PRIORITY TO FSM-SCR-PRIORITY.
026500     MOVE FACT-STD-FREQUENCY TO FSM-SCR-FREQUENCY.
026600     MOVE FACT-STD-FREQ-DAY TO FSM-SCR-FREQ-DAY.
026700     MOVE FACT-STD-START-DATE TO FSM-SCR-START-DATE.
026800     MOVE FACT-STD-STOP-DATE TO FSM-SCR-STOP-DATE.
026900
027000     IF FACT-STD-EXPIRED
027100         MOVE "EXPIRED" TO FSM-SCR-STATUS
027200     ELSE
027300         MOVE "ACTIVE" TO FSM-SCR-STATUS
027400     END-IF.
027500
027600     MOVE FACT-STD-MAINT-DATE TO FSM-MAINT-DATE-X.
027700     MOVE SPACES TO FSM-MAINT-DATE-EDIT.
027800     STRING FSM-MAINT-DATE-X(1:4) "-" FSM-MAINT-DATE-X(5:2) "-"
027900         FSM-MAINT-DATE-X(7:2) DELIMITED BY SIZE
028000             INTO FSM-MAINT-DATE-EDIT.
028100     MOVE SPACES TO FSM-SCR-MAINTAINED.
028200     STRING FSM-MAINT-DATE-EDIT " BY " FACT-STD-MAINT-OPER
028300         DELIMITED BY SIZE INTO FSM-SCR-MAINTAINED.
028400 3100-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800*   4000-ADD-ENTRY                                               *
028900*   EDITS THE SCREEN FIELDS AND WRITES A NEW ENTRY.  AN ENTRY    *
029000*   ALREADY ON FILE FOR THE DEPARTMENT AND NUMBER IS LEFT        *
029100*   ALONE -- THE OPERATOR CHANGES IT INSTEAD.                    *
029200*****************************************************************
029300 4000-ADD-ENTRY.
029400     PERFORM 7000-EDIT-FIELDS THRU 7000-EXIT.
029500     IF FSM-FIELDS-VALID
029600         MOVE SPACES TO FACT-STD-RECORD
029700         PERFORM 7500-BUILD-RECORD THRU 7500-EXIT
029800         WRITE FACT-STD-RECORD
029900             INVALID KEY
030000                 MOVE "ALREADY ON FILE -- USE C TO CHANGE IT."
030100                     TO FSM-SCR-MESSAGE
030200             NOT INVALID KEY
030300                 PERFORM 3100-SHOW-ENTRY THRU 3100-EXIT
030400                 MOVE "STANDING REQUEST ADDED." TO FSM-SCR-MESSAGE
030500         END-WRITE
030600     END-IF.
030700 4000-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*   5000-CHANGE-ENTRY                                            *
031200*   EDITS THE SCREEN FIELDS AND REWRITES AN EXISTING ENTRY.      *
031300*   A CHANGED ENTRY IS ACTIVE AGAIN, SO EXTENDING THE STOP       *
031400*   DATE OF AN EXPIRED ENTRY PUTS IT BACK INTO THE NIGHTS.       *
031500*****************************************************************
031600 5000-CHANGE-ENTRY.
031700     PERFORM 7000-EDIT-FIELDS THRU 7000-EXIT.
031800     IF FSM-FIELDS-VALID
031900         MOVE FSM-SCR-DEPT TO FACT-STD-DEPT-CODE
032000         MOVE FSM-SCR-NUMBER TO FACT-STD-NUMBER
032100         READ FACT-STD-FILE
032200             INVALID KEY
032300                 MOVE "NO SUCH ENTRY -- USE A TO ADD IT."
032400                     TO FSM-SCR-MESSAGE
032500             NOT INVALID KEY
032600                 PERFORM 7500-BUILD-RECORD THRU 7500-EXIT
032700                 REWRITE FACT-STD-RECORD
032800                 PERFORM 3100-SHOW-ENTRY THRU 3100-EXIT
032900                 MOVE "STANDING REQUEST CHANGED."
033000                     TO FSM-SCR-MESSAGE
033100         END-READ
033200     END-IF.
033300 5000-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700*   6000-DELETE-ENTRY                                            *
033800*   DELETES THE ENTRY LAST SHOWN BY AN INQUIRY.  A STANDING      *
033900*   REQUEST THAT IS MERELY FINISHED SHOULD BE GIVEN A STOP       *
034000*   DATE INSTEAD, SO THE NIGHTLY LISTING SHOWS IT EXPIRING.      *
034100*****************************************************************
034200 6000-DELETE-ENTRY.
034300     MOVE FSM-SCR-DEPT TO FACT-STD-DEPT-CODE.
034400     MOVE FSM-SCR-NUMBER TO FACT-STD-NUMBER.
034500     IF FACT-STD-KEY NOT = FSM-LAST-KEY
034600         MOVE "INQUIRE ON THE ENTRY FIRST, THEN KEY D TO DELETE."
034700             TO FSM-SCR-MESSAGE
034800     ELSE
034900         DELETE FACT-STD-FILE
035000             INVALID KEY
035100                 MOVE "ENTRY IS NO LONGER ON FILE."
035200                     TO FSM-SCR-MESSAGE
035300             NOT INVALID KEY
035400                 MOVE "STANDING REQUEST DELETED."
035500                     TO FSM-SCR-MESSAGE
035600                 MOVE SPACES TO FSM-SCR-STATUS
035700                 MOVE SPACES TO FSM-SCR-MAINTAINED
035800         END-DELETE
035900         MOVE SPACES TO FSM-LAST-KEY
036000     END-IF.
036100 6000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*   7000-EDIT-FIELDS                                             *
036600*   EDITS THE SCREEN FIELDS FOR AN ADD OR CHANGE, STOPPING AT    *
036700*   THE FIRST FAILURE WITH A MESSAGE SAYING WHAT TO FIX.  A      *
036800*   BLANK PRIORITY DEFAULTS TO S AND A ZERO START DATE TO        *
036900*   TODAY, THE SAME AS THE PRE-EDIT'S PRIORITY NORMALIZING.      *
037000*****************************************************************
037100 7000-EDIT-FIELDS.
037200     SET FSM-FIELDS-VALID TO TRUE.
037300
037400     PERFORM 7100-FIND-DEPT THRU 7100-EXIT.
037800     IF FSM-DEPT-NOT-FOUND
037900         SET FSM-FIELDS-INVALID TO TRUE
037950         IF FACT-DPM-CODE = FSM-SCR-DEPT
037960             MOVE "DEPARTMENT IS NOT IN EFFECT TODAY."
037970                 TO FSM-SCR-MESSAGE
037980         ELSE
038000             MOVE "UNKNOWN DEPARTMENT CODE." TO FSM-SCR-MESSAGE
038050         END-IF
038100     END-IF.
038200
038300     IF FSM-FIELDS-VALID
038400         AND FSM-SCR-NUMBER > FSM-MAX-BIG-NUMBER
038500         SET FSM-FIELDS-INVALID TO TRUE
038600         MOVE "NUMBER EXCEEDS THE BATCH CAPACITY LIMIT OF 50."
038700             TO FSM-SCR-MESSAGE
038800     END-IF.
038900
039000     IF FSM-FIELDS-VALID
039100         IF FSM-SCR-PRIORITY = SPACE
039200             MOVE "S" TO FSM-SCR-PRIORITY
039300         END-IF
039400         IF FSM-SCR-PRIORITY NOT = "R" AND NOT = "S"
039500             SET FSM-FIELDS-INVALID TO TRUE
039600             MOVE "PRIORITY MUST BE R OR S." TO FSM-SCR-MESSAGE
039700         END-IF
039800     END-IF.
039900
040000     IF FSM-FIELDS-VALID
040100         PERFORM 7200-EDIT-FREQUENCY THRU 7200-EXIT
040200     END-IF.
040300
040400     IF FSM-FIELDS-VALID
040500         IF FSM-SCR-START-DATE = ZERO
040600             MOVE FSM-RUN-DATE-RAW TO FSM-SCR-START-DATE
040700         END-IF
040800         MOVE FSM-SCR-START-DATE TO FSM-DATE-WORK
040900         PERFORM 7300-EDIT-DATE THRU 7300-EXIT
041000         IF FSM-DATE-INVALID
041100             SET FSM-FIELDS-INVALID TO TRUE
041200             MOVE "START DATE IS NOT A VALID YYYYMMDD DATE."
041300                 TO FSM-SCR-MESSAGE
041400         END-IF
041500     END-IF.
041600
041700     IF FSM-FIELDS-VALID AND FSM-SCR-STOP-DATE NOT = ZERO
041800         MOVE FSM-SCR-STOP-DATE TO FSM-DATE-WORK
041900         PERFORM 7300-EDIT-DATE THRU 7300-EXIT
042000         EVALUATE TRUE
042100             WHEN FSM-DATE-INVALID
042200                 SET FSM-FIELDS-INVALID TO TRUE
042300                 MOVE "STOP DATE IS NOT A VALID YYYYMMDD DATE."
042400                     TO FSM-SCR-MESSAGE
042500             WHEN FSM-SCR-STOP-DATE < FSM-SCR-START-DATE
042600                 SET FSM-FIELDS-INVALID TO TRUE
042700                 MOVE "STOP DATE IS BEFORE THE START DATE."
042800                     TO FSM-SCR-MESSAGE
042900         END-EVALUATE
043000     END-IF.
043100 7000-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500*   7100-FIND-DEPT                                               *
043600*   READS THE DEPARTMENT MASTER FOR THE KEYED CODE.  THE         *
043650*   DEPARTMENT COUNTS AS FOUND ONLY IF TODAY FALLS BETWEEN ITS   *
043670*   EFFECTIVE AND EXPIRY DATES, THE SAME TEST THE PRE-EDIT       *
043680*   APPLIES TO A CARD ON ITS RUN DATE.                           *
043700*****************************************************************
043800 7100-FIND-DEPT.
043810     SET FSM-DEPT-NOT-FOUND TO TRUE.
043900     MOVE FSM-SCR-DEPT TO FACT-DPM-CODE.
044000     READ FSM-DEPT-FILE
044100         INVALID KEY
044150             MOVE SPACES TO FACT-DPM-CODE
044200         NOT INVALID KEY
044210             IF FACT-DPM-EFFECTIVE-DATE NOT > FSM-RUN-DATE-RAW
044220                 AND (FACT-DPM-EXPIRY-DATE = ZERO
044230                  OR FACT-DPM-EXPIRY-DATE NOT < FSM-RUN-DATE-RAW)
044240                 SET FSM-DEPT-FOUND TO TRUE
044250             END-IF
044300     END-READ.
044400 7100-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*   7200-EDIT-FREQUENCY                                          *
044900*   D TAKES NO DAY (FORCED TO ZERO), W TAKES A WEEKDAY 1-7,      *
045000*   AND M TAKES A DAY OF THE MONTH 01-31.                        *
045100*****************************************************************
045200 7200-EDIT-FREQUENCY.
045300     EVALUATE FSM-SCR-FREQUENCY
045400         WHEN "D"
045500             MOVE ZERO TO FSM-SCR-FREQ-DAY
045600         WHEN "W"
045700             IF FSM-SCR-FREQ-DAY < 1 OR FSM-SCR-FREQ-DAY > 7
045800                 SET FSM-FIELDS-INVALID TO TRUE
045900                 MOVE "WEEKLY DAY MUST BE 1 (MON) TO 7 (SUN)."
046000                     TO FSM-SCR-MESSAGE
046100             END-IF
046200         WHEN "M"
046300             IF FSM-SCR-FREQ-DAY < 1 OR FSM-SCR-FREQ-DAY > 31
046400                 SET FSM-FIELDS-INVALID TO TRUE
046500                 MOVE "MONTHLY DAY MUST BE 01 THROUGH 31."
046600                     TO FSM-SCR-MESSAGE
046700             END-IF
046800         WHEN OTHER
046900             SET FSM-FIELDS-INVALID TO TRUE
047000             MOVE "FREQUENCY MUST BE D, W, OR M."
047100                 TO FSM-SCR-MESSAGE
047200     END-EVALUATE.
047300 7200-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700*   7300-EDIT-DATE                                               *
047800*   RANGE CHECK OF THE DATE IN FSM-DATE-WORK: A PLAUSIBLE        *
047900*   YEAR, MONTH 01-12, AND DAY 01-31.                            *
048000*****************************************************************
048100 7300-EDIT-DATE.
048200     SET FSM-DATE-VALID TO TRUE.
048300     IF FSM-DATE-YEAR < 1900
048400         OR FSM-DATE-MONTH < 1 OR FSM-DATE-MONTH > 12
048500         OR FSM-DATE-DAY < 1 OR FSM-DATE-DAY > 31
048600         SET FSM-DATE-INVALID TO TRUE
048700     END-IF.
048800 7300-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*   7500-BUILD-RECORD                                            *
049300*   MOVES THE EDITED SCREEN FIELDS INTO THE RECORD, MARKS IT     *
049400*   ACTIVE, AND STAMPS WHO MAINTAINED IT AND WHEN.               *
049500*****************************************************************
049600 7500-BUILD-RECORD.
049700     MOVE FSM-SCR-DEPT TO FACT-STD-DEPT-CODE.
049800     MOVE FSM-SCR-NUMBER TO FACT-STD-NUMBER.
049900     MOVE FSM-SCR-PRIORITY TO FACT-STD-PRIORITY.
050000     MOVE FSM-SCR-FREQUENCY TO FACT-STD-FREQUENCY.
050100     MOVE FSM-SCR-FREQ-DAY TO FACT-STD-FREQ-DAY.
050200     MOVE FSM-SCR-START-DATE TO FACT-STD-START-DATE.
050300     MOVE FSM-SCR-STOP-DATE TO FACT-STD-STOP-DATE.
050400     SET FACT-STD-ACTIVE TO TRUE.
050500     MOVE FSM-RUN-DATE-RAW TO FACT-STD-MAINT-DATE.
050600     MOVE FSM-OPERATOR-ID TO FACT-STD-MAINT-OPER.
050700 7500-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*   9000-START-RUN-CONTROL                                       *
051200*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
051300*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
051400*   CONFLICTING MODE.                                            *
051500*****************************************************************
051600 9000-START-RUN-CONTROL.
051700     SET FACT-RNP-START TO TRUE.
051800     MOVE "StandingMaintProgram" TO FACT-RNP-PROGRAM.
051900     MOVE SPACES TO FACT-RNP-INSTANCE.
052000     SET FACT-RNP-ONLINE TO TRUE.
052100     MOVE FSM-RUN-FILES TO FACT-RNP-FILES.
052200     CALL "FACTRCTL" USING FACT-RNP-AREA.
052300     IF NOT FACT-RNP-GRANTED
052400         DISPLAY FACT-RNP-MESSAGE
052500         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
052600     END-IF.
052700 9000-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100*   9100-END-RUN-CONTROL                                         *
053200*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
053210*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
053300*****************************************************************
053400 9100-END-RUN-CONTROL.
053500     IF FACT-RNP-GRANTED
053510         MOVE RETURN-CODE TO FSM-SAVED-RC
053600         SET FACT-RNP-END TO TRUE
053700         CALL "FACTRCTL" USING FACT-RNP-AREA
053800         IF NOT FACT-RNP-GRANTED
053900             DISPLAY FACT-RNP-MESSAGE
054000         END-IF
054010         MOVE FSM-SAVED-RC TO RETURN-CODE
054100     END-IF.
054200 9100-EXIT.
054300     EXIT.
