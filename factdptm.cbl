000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DeptMaintProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  FULL-SCREEN MAINTENANCE  *
001100*                    OF THE DEPARTMENT MASTER, WHICH REPLACES THE*
001200*                    COMPILED DEPARTMENT TABLE (FACTDPL): ONE    *
001300*                    PANEL SHOWS A DEPARTMENT BY CODE -- NAME,   *
001400*                    COST CENTER, CONTACT, STATUS, AND EFFECTIVE *
001500*                    AND EXPIRY DATES -- AND LETS AN AUTHORIZED  *
001600*                    OPERATOR (FACTOPL) ADD, CHANGE, OR          *
001700*                    DEACTIVATE IT; ANY OPERATOR MAY INQUIRE.    *
001800*                    DEPARTMENTS ARE NEVER DELETED -- A RETIRED  *
001900*                    DEPARTMENT IS DEACTIVATED WITH AN EXPIRY    *
002000*                    DATE, SO ITS CARDS STOP PASSING THE PRE-EDIT*
002100*                    AFTER THAT DATE WHILE ITS NAME STAYS ON FILE*
002200*                    FOR THE CHARGE-BACK HISTORY.  EVERY ADD,    *
002300*                    CHANGE, AND DEACTIVATION APPENDS A          *
002400*                    MAINTENANCE AUDIT RECORD (FACTDAL) WITH THE *
002500*                    OPERATOR AND THE BEFORE AND AFTER IMAGES.   *
002510*   10-15-2026  DLH  RECORDS THE SESSION ON THE RUN-CONTROL FILE *
002520*                    THROUGH FACTRCTL AT START-UP, HOLDING DEPT  *
002530*                    AND DEPTAUD SHARED, AND CLEARS THE ENTRY AT *
002540*                    THE END.  THE SESSION IS REFUSED WITH       *
002550*                    RETURN CODE 12 (16 IF THE RUN-CONTROL FILE  *
002560*                    WILL NOT OPEN) WHILE ANOTHER JOB OR SESSION *
002570*                    HOLDS ONE OF THOSE FILES IN A CONFLICTING   *
002580*                    MODE.                                       *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FACT-DPM-FILE    ASSIGN TO "FACTDPT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS FACT-DPM-CODE
003400         FILE STATUS IS FDM-DPM-STATUS.
003500
003600     SELECT FDM-DAUDIT-FILE  ASSIGN TO "FACTDAUD"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FDM-DAUD-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  FACT-DPM-FILE.
004300 COPY FACTDML.
004400
004500 FD  FDM-DAUDIT-FILE
004600     RECORDING MODE IS F.
004700 COPY FACTDAL.
004800
004900 WORKING-STORAGE SECTION.
005000*****************************************************************
005100*   CONTROL SWITCHES AND FILE STATUS                             *
005200*****************************************************************
005300 77  FDM-DONE-SWITCH         PIC X(01)   VALUE "N".
005400     88  FDM-DONE                        VALUE "Y".
005500
005600 77  FDM-VALID-SWITCH        PIC X(01)   VALUE "Y".
005700     88  FDM-FIELDS-VALID                VALUE "Y".
005800     88  FDM-FIELDS-INVALID              VALUE "N".
005900
006000 77  FDM-AUTH-SWITCH         PIC X(01)   VALUE "N".
006100     88  FDM-OPER-AUTHORIZED             VALUE "Y".
006200
006300 77  FDM-DPM-STATUS          PIC X(02)   VALUE "00".
006400 77  FDM-DAUD-STATUS         PIC X(02)   VALUE "00".
006500
006600 77  FDM-O-SUB               PIC 9(04) COMP  VALUE ZERO.
006700
006800*****************************************************************
006900*   SCREEN FIELDS                                                *
007000*****************************************************************
007100 01  FDM-SCR-CODE            PIC X(04)   VALUE SPACES.
007200 01  FDM-SCR-NAME            PIC X(20)   VALUE SPACES.
007300 01  FDM-SCR-COST-CENTER     PIC X(08)   VALUE SPACES.
007400 01  FDM-SCR-CONTACT         PIC X(30)   VALUE SPACES.
007500 01  FDM-SCR-EFFECTIVE-DATE  PIC 9(08)   VALUE ZERO.
007600 01  FDM-SCR-EXPIRY-DATE     PIC 9(08)   VALUE ZERO.
007700 01  FDM-SCR-STATUS          PIC X(20)   VALUE SPACES.
007800 01  FDM-SCR-MAINTAINED      PIC X(30)   VALUE SPACES.
007900 01  FDM-SCR-ACTION          PIC X(01)   VALUE SPACE.
008000     88  FDM-ACT-INQUIRE                 VALUE "I" "i".
008100     88  FDM-ACT-ADD                     VALUE "A" "a".
008200     88  FDM-ACT-CHANGE                  VALUE "C" "c".
008300     88  FDM-ACT-DEACTIVATE              VALUE "D" "d".
008400     88  FDM-ACT-EXIT                    VALUE "X" "x".
008500 01  FDM-SCR-MESSAGE         PIC X(60)   VALUE SPACES.
008600
008700*****************************************************************
008800*   OPERATOR, DATES, AND THE LAST DEPARTMENT INQUIRED ON         *
008900*****************************************************************
009000 01  FDM-OPERATOR-ID         PIC X(08)   VALUE SPACES.
009100 01  FDM-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
009200 01  FDM-MAINT-DATE-X        PIC X(08)   VALUE SPACES.
009300 01  FDM-MAINT-DATE-EDIT     PIC X(10)   VALUE SPACES.
009400
009500 01  FDM-LAST-CODE           PIC X(04)   VALUE SPACES.
009600*    CODE OF THE DEPARTMENT LAST SHOWN BY AN INQUIRY.  A
009700*    DEACTIVATION IS ONLY HONORED FOR THAT DEPARTMENT, SO NO
009800*    DEPARTMENT IS RETIRED THAT THE OPERATOR HAS NOT JUST
009900*    LOOKED AT.
010000
010100 01  FDM-FUNC-WORK           PIC X(01)   VALUE SPACE.
010200 01  FDM-BEFORE-IMAGE        PIC X(120)  VALUE SPACES.
010300*    FUNCTION CODE AND BEFORE IMAGE STAGED FOR THE MAINTENANCE
010400*    AUDIT RECORD; THE AFTER IMAGE IS THE RECORD AS WRITTEN.
010500
010600*****************************************************************
010700*   DATE EDIT WORK FIELDS                                        *
010800*****************************************************************
010900 01  FDM-DATE-WORK           PIC 9(08)   VALUE ZERO.
011000 01  FDM-DATE-PARTS REDEFINES FDM-DATE-WORK.
011100     05  FDM-DATE-YEAR       PIC 9(04).
011200     05  FDM-DATE-MONTH      PIC 9(02).
011300     05  FDM-DATE-DAY        PIC 9(02).
011400
011500 77  FDM-DATE-SWITCH         PIC X(01)   VALUE "Y".
011600     88  FDM-DATE-VALID                  VALUE "Y".
011700     88  FDM-DATE-INVALID                VALUE "N".
011800
011900*****************************************************************
012000*   AUTHORIZED-OPERATOR TABLE                                    *
012100*****************************************************************
012200 COPY FACTOPL.
012300
012306*****************************************************************
012312*   RUN CONTROL                                                  *
012318*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
012324*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
012330*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
012336*****************************************************************
012342 01  FDM-RUN-FILES.
012348     05  FILLER              PIC X(08)   VALUE "DEPT".
012354     05  FILLER              PIC X(01)   VALUE "S".
012360     05  FILLER              PIC X(08)   VALUE "DEPTAUD".
012366     05  FILLER              PIC X(01)   VALUE "S".
012372
012374 77  FDM-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
012376
012378 COPY FACTRNP.
012384
012400 SCREEN SECTION.
012500*****************************************************************
012600*   01  FDM-MAINT-SCREEN                                         *
012700*   SINGLE-PANEL MAINTENANCE SCREEN: THE OPERATOR KEYS THE       *
012800*   DEPARTMENT CODE, THE DEPARTMENT FIELDS (FOR AN ADD OR        *
012900*   CHANGE), AND THE ACTION CODE.                                *
013000*****************************************************************
013100 01  FDM-MAINT-SCREEN.
013200     05  BLANK SCREEN.
013300     05  LINE 01 COL 01 VALUE "DEPARTMENT MASTER MAINTENANCE".
013400     05  LINE 03 COL 01 VALUE "DEPARTMENT CODE. . . . . . :".
013500     05  LINE 03 COL 31 PIC X(04)
013600             USING FDM-SCR-CODE.
013700     05  LINE 05 COL 01 VALUE "NAME . . . . . . . . . . . :".
013800     05  LINE 05 COL 31 PIC X(20)
013900             USING FDM-SCR-NAME.
014000     05  LINE 06 COL 01 VALUE "COST CENTER. . . . . . . . :".
014100     05  LINE 06 COL 31 PIC X(08)
014200             USING FDM-SCR-COST-CENTER.
014300     05  LINE 07 COL 01 VALUE "CONTACT. . . . . . . . . . :".
014400     05  LINE 07 COL 31 PIC X(30)
014500             USING FDM-SCR-CONTACT.
014600     05  LINE 08 COL 01 VALUE "EFFECTIVE DATE (YYYYMMDD) . :".
014700     05  LINE 08 COL 31 PIC 9(08)
014800             USING FDM-SCR-EFFECTIVE-DATE.
014900     05  LINE 08 COL 41 VALUE "ZERO = TODAY".
015000     05  LINE 09 COL 01 VALUE "EXPIRY DATE (YYYYMMDD). . . :".
015100     05  LINE 09 COL 31 PIC 9(08)
015200             USING FDM-SCR-EXPIRY-DATE.
015300     05  LINE 09 COL 41 VALUE "ZERO = NO EXPIRY".
015400     05  LINE 11 COL 01 VALUE "STATUS . . . . . . . . . . :".
015500     05  LINE 11 COL 31 PIC X(20)
015600             FROM FDM-SCR-STATUS.
015700     05  LINE 12 COL 01 VALUE "LAST MAINTAINED. . . . . . :".
015800     05  LINE 12 COL 31 PIC X(30)
015900             FROM FDM-SCR-MAINTAINED.
016000     05  LINE 14 COL 01
016100             VALUE "I=INQUIRE, A=ADD, C=CHANGE, D=DEACTIVATE,".
016200     05  LINE 15 COL 01
016300             VALUE "X=EXIT . . . . . . . . . . . . . :".
016400     05  LINE 15 COL 37 PIC X(01)
016500             USING FDM-SCR-ACTION.
016600     05  LINE 17 COL 01 PIC X(60)
016700             FROM FDM-SCR-MESSAGE.
016800
016900 PROCEDURE DIVISION.
017000*****************************************************************
017100*   0000-MAINLINE                                                *
017200*   OPENS THE DEPARTMENT MASTER AND PROCESSES ONE ACTION PER     *
017300*   SCREEN PASS UNTIL THE OPERATOR KEYS X.                       *
017400*****************************************************************
017500 0000-MAINLINE.
017600     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
017610     IF FACT-RNP-GRANTED
017620         PERFORM 1000-INITIALIZE THRU 1000-EXIT
017630     ELSE
017640         SET FDM-DONE TO TRUE
017650     END-IF.
017700
017800     IF NOT FDM-DONE
017900         PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
018000             UNTIL FDM-DONE
018100         CLOSE FACT-DPM-FILE
018200     END-IF.
018300
018310     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
018400     STOP RUN.
018500
018600*****************************************************************
018700*   1000-INITIALIZE                                              *
018800*   OPENS THE DEPARTMENT MASTER I-O AND PICKS UP THE OPERATOR    *
018900*   ID, ITS AUTHORITY, AND TODAY'S DATE FOR THE MAINTENANCE      *
019000*   STAMP.  THE MASTER IS LOADED BY FACTDMDF; AN EMPTY MASTER    *
019100*   WOULD FAIL EVERY CARD ON THE FEED, SO THIS PROGRAM DOES NOT  *
019200*   CREATE ONE.                                                  *
019300*****************************************************************
019400 1000-INITIALIZE.
019500     OPEN I-O FACT-DPM-FILE.
019600     IF FDM-DPM-STATUS NOT = "00"
019700         DISPLAY "FACTDPT DID NOT OPEN -- FILE STATUS "
019800             FDM-DPM-STATUS ".  RUN FACTDMDF TO DEFINE AND LOAD "
019900             "THE DEPARTMENT MASTER."
020000         SET FDM-DONE TO TRUE
020100     ELSE
020200         ACCEPT FDM-RUN-DATE-RAW FROM DATE YYYYMMDD
020300         PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT
020400     END-IF.
020500 1000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*   1100-CHECK-AUTHORITY                                         *
021000*   LOOKS THE SESSION'S USER ID UP ON THE AUTHORIZED-OPERATOR    *
021100*   TABLE.  ONLY A LISTED OPERATOR MAY ADD, CHANGE, OR           *
021200*   DEACTIVATE A DEPARTMENT.                                     *
021300*****************************************************************
021400 1100-CHECK-AUTHORITY.
021500     ACCEPT FDM-OPERATOR-ID FROM ENVIRONMENT "USER".
021600     MOVE "N" TO FDM-AUTH-SWITCH.
021700     PERFORM 1150-MATCH-OPERATOR THRU 1150-EXIT
021800         VARYING FDM-O-SUB FROM 1 BY 1
021900         UNTIL FDM-O-SUB > FOP-OPER-COUNT
022000         OR FDM-OPER-AUTHORIZED.
022100 1100-EXIT.
022200     EXIT.
022300
022400*****************************************************************
022500*   1150-MATCH-OPERATOR                                          *
022600*****************************************************************
022700 1150-MATCH-OPERATOR.
022800     IF FDM-OPERATOR-ID = FOP-OPER-ID(FDM-O-SUB)
022900         SET FDM-OPER-AUTHORIZED TO TRUE
023000     END-IF.
023100 1150-EXIT.
023200     EXIT.
023300
023400*****************************************************************
023500*   2000-PROCESS-SCREEN                                          *
023600*   DISPLAYS THE PANEL, ACCEPTS THE OPERATOR'S ENTRY, AND        *
023700*   DISPATCHES THE ACTION CODE.  THE UPDATE ACTIONS ARE          *
023800*   REFUSED FOR AN OPERATOR NOT ON THE AUTHORIZED TABLE.         *
023900*****************************************************************
024000 2000-PROCESS-SCREEN.
024100     DISPLAY FDM-MAINT-SCREEN.
024200     MOVE SPACE TO FDM-SCR-ACTION.
024300     ACCEPT FDM-MAINT-SCREEN.
024400     MOVE SPACES TO FDM-SCR-MESSAGE.
024500
024600     EVALUATE TRUE
024700         WHEN FDM-ACT-EXIT
024800             SET FDM-DONE TO TRUE
024900         WHEN FDM-ACT-INQUIRE
025000             PERFORM 3000-INQUIRE THRU 3000-EXIT
025100         WHEN (FDM-ACT-ADD OR FDM-ACT-CHANGE
025200               OR FDM-ACT-DEACTIVATE)
025300             AND NOT FDM-OPER-AUTHORIZED
025400             MOVE "NOT AUTHORIZED TO MAINTAIN DEPARTMENTS."
025500                 TO FDM-SCR-MESSAGE
025600         WHEN FDM-ACT-ADD
025700             PERFORM 4000-ADD-DEPT THRU 4000-EXIT
025800         WHEN FDM-ACT-CHANGE
025900             PERFORM 5000-CHANGE-DEPT THRU 5000-EXIT
026000         WHEN FDM-ACT-DEACTIVATE
026100             PERFORM 6000-DEACTIVATE-DEPT THRU 6000-EXIT
026200         WHEN OTHER
026300             MOVE "KEY I, A, C, D, OR X." TO FDM-SCR-MESSAGE
026400     END-EVALUATE.
026500 2000-EXIT.
026600     EXIT.
026700
026800*****************************************************************
026900*   3000-INQUIRE                                                 *
027000*   READS THE DEPARTMENT FOR THE KEYED CODE AND SHOWS IT,        *
027100*   REMEMBERING ITS CODE FOR A FOLLOWING DEACTIVATION.           *
027200*****************************************************************
027300 3000-INQUIRE.
027400     MOVE SPACES TO FDM-LAST-CODE.
027500     MOVE FDM-SCR-CODE TO FACT-DPM-CODE.
027600     READ FACT-DPM-FILE
027700         INVALID KEY
027800             MOVE SPACES TO FDM-SCR-STATUS
027900             MOVE SPACES TO FDM-SCR-MAINTAINED
028000             MOVE "DEPARTMENT IS NOT ON THE MASTER."
028100                 TO FDM-SCR-MESSAGE
028200         NOT INVALID KEY
028300             PERFORM 3100-SHOW-DEPT THRU 3100-EXIT
028400             MOVE FACT-DPM-CODE TO FDM-LAST-CODE
028500             MOVE "DEPARTMENT SHOWN." TO FDM-SCR-MESSAGE
028600     END-READ.
028700 3000-EXIT.
028800     EXIT.
028900
029000*****************************************************************
029100*   3100-SHOW-DEPT                                               *
029200*   MOVES THE RECORD IN HAND TO THE SCREEN FIELDS.               *
029300*****************************************************************
029400 3100-SHOW-DEPT.
029500     MOVE FACT-DPM-NAME TO FDM-SCR-NAME.
029600     MOVE FACT-DPM-COST-CENTER TO FDM-SCR-COST-CENTER.
029700     MOVE FACT-DPM-CONTACT TO FDM-SCR-CONTACT.
029800     MOVE FACT-DPM-EFFECTIVE-DATE TO FDM-SCR-EFFECTIVE-DATE.
029900     MOVE FACT-DPM-EXPIRY-DATE TO FDM-SCR-EXPIRY-DATE.
030000
030100     IF FACT-DPM-INACTIVE
030200         MOVE "INACTIVE" TO FDM-SCR-STATUS
030300     ELSE
030400         MOVE "ACTIVE" TO FDM-SCR-STATUS
030500     END-IF.
030600
030700     MOVE FACT-DPM-MAINT-DATE TO FDM-MAINT-DATE-X.
030800     MOVE SPACES TO FDM-MAINT-DATE-EDIT.
030900     STRING FDM-MAINT-DATE-X(1:4) "-" FDM-MAINT-DATE-X(5:2) "-"
031000         FDM-MAINT-DATE-X(7:2) DELIMITED BY SIZE
031100             INTO FDM-MAINT-DATE-EDIT.
031200     MOVE SPACES TO FDM-SCR-MAINTAINED.
031300     STRING FDM-MAINT-DATE-EDIT " BY " FACT-DPM-MAINT-OPER
031400         DELIMITED BY SIZE INTO FDM-SCR-MAINTAINED.
031500 3100-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*   4000-ADD-DEPT                                                *
032000*   EDITS THE SCREEN FIELDS AND WRITES A NEW DEPARTMENT.  A      *
032100*   CODE ALREADY ON FILE -- EVEN A RETIRED ONE -- IS LEFT        *
032200*   ALONE, SO A CODE IS NEVER REUSED FOR A DIFFERENT             *
032300*   DEPARTMENT WITHOUT A DELIBERATE CHANGE.                      *
032400*****************************************************************
032500 4000-ADD-DEPT.
032600     PERFORM 7000-EDIT-FIELDS THRU 7000-EXIT.
032700     IF FDM-FIELDS-VALID
032800         MOVE SPACES TO FACT-DPM-RECORD
032900         PERFORM 7500-BUILD-RECORD THRU 7500-EXIT
033000         WRITE FACT-DPM-RECORD
033100             INVALID KEY
033200                 MOVE "ALREADY ON FILE -- USE C TO CHANGE IT."
033300                     TO FDM-SCR-MESSAGE
033400             NOT INVALID KEY
033500                 MOVE SPACES TO FDM-BEFORE-IMAGE
033600                 MOVE "A" TO FDM-FUNC-WORK
033700                 PERFORM 8000-WRITE-DEPT-AUDIT THRU 8000-EXIT
033800                 PERFORM 3100-SHOW-DEPT THRU 3100-EXIT
033900                 MOVE "DEPARTMENT ADDED." TO FDM-SCR-MESSAGE
034000         END-WRITE
034100     END-IF.
034200 4000-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600*   5000-CHANGE-DEPT                                             *
034700*   EDITS THE SCREEN FIELDS AND REWRITES AN EXISTING             *
034800*   DEPARTMENT.  CLEARING OR EXTENDING THE EXPIRY DATE OF A      *
034900*   RETIRED DEPARTMENT REACTIVATES IT.                           *
035000*****************************************************************
035100 5000-CHANGE-DEPT.
035200     PERFORM 7000-EDIT-FIELDS THRU 7000-EXIT.
035300     IF FDM-FIELDS-VALID
035400         MOVE FDM-SCR-CODE TO FACT-DPM-CODE
035500         READ FACT-DPM-FILE
035600             INVALID KEY
035700                 MOVE "NO SUCH DEPARTMENT -- USE A TO ADD IT."
035800                     TO FDM-SCR-MESSAGE
035900             NOT INVALID KEY
036000                 MOVE FACT-DPM-RECORD TO FDM-BEFORE-IMAGE
036100                 PERFORM 7500-BUILD-RECORD THRU 7500-EXIT
036200                 REWRITE FACT-DPM-RECORD
036300                 MOVE "C" TO FDM-FUNC-WORK
036400                 PERFORM 8000-WRITE-DEPT-AUDIT THRU 8000-EXIT
036500                 PERFORM 3100-SHOW-DEPT THRU 3100-EXIT
036600                 MOVE "DEPARTMENT CHANGED." TO FDM-SCR-MESSAGE
036700         END-READ
036800     END-IF.
036900 5000-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300*   6000-DEACTIVATE-DEPT                                         *
037400*   RETIRES THE DEPARTMENT LAST SHOWN BY AN INQUIRY: STATUS I    *
037500*   AND AN EXPIRY DATE -- THE ONE KEYED, OR TODAY IF NONE.  ITS  *
037600*   CARDS STILL PASS ON AND BEFORE THE EXPIRY DATE, SO A         *
037700*   DEPARTMENT RETIRED DURING THE DAY DOES NOT LOSE THAT         *
037800*   NIGHT'S WORK.  THE RECORD STAYS ON FILE FOR THE REPORTS.     *
037900*****************************************************************
038000 6000-DEACTIVATE-DEPT.
038100     IF FDM-SCR-CODE NOT = FDM-LAST-CODE
038200         MOVE "INQUIRE ON THE DEPARTMENT FIRST, THEN KEY D."
038300             TO FDM-SCR-MESSAGE
038400     ELSE
038500         MOVE FDM-SCR-CODE TO FACT-DPM-CODE
038600         READ FACT-DPM-FILE
038700             INVALID KEY
038800                 MOVE "DEPARTMENT IS NO LONGER ON FILE."
038900                     TO FDM-SCR-MESSAGE
039000             NOT INVALID KEY
039100                 PERFORM 6100-RETIRE-DEPT THRU 6100-EXIT
039200         END-READ
039300     END-IF.
039400 6000-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*   6100-RETIRE-DEPT                                             *
039900*****************************************************************
040000 6100-RETIRE-DEPT.
040100     IF FDM-SCR-EXPIRY-DATE = ZERO
040200         MOVE FDM-RUN-DATE-RAW TO FDM-SCR-EXPIRY-DATE
040300     END-IF.
040400     MOVE FDM-SCR-EXPIRY-DATE TO FDM-DATE-WORK.
040500     PERFORM 7300-EDIT-DATE THRU 7300-EXIT.
040600
040700     EVALUATE TRUE
040800         WHEN FDM-DATE-INVALID
040900             MOVE "EXPIRY DATE IS NOT A VALID YYYYMMDD DATE."
041000                 TO FDM-SCR-MESSAGE
041100         WHEN FDM-SCR-EXPIRY-DATE < FACT-DPM-EFFECTIVE-DATE
041200             MOVE "EXPIRY DATE IS BEFORE THE EFFECTIVE DATE."
041300                 TO FDM-SCR-MESSAGE
041400         WHEN OTHER
041500             MOVE FACT-DPM-RECORD TO FDM-BEFORE-IMAGE
041600             SET FACT-DPM-INACTIVE TO TRUE
041700             MOVE FDM-SCR-EXPIRY-DATE TO FACT-DPM-EXPIRY-DATE
041800             MOVE FDM-RUN-DATE-RAW TO FACT-DPM-MAINT-DATE
041900             MOVE FDM-OPERATOR-ID TO FACT-DPM-MAINT-OPER
042000             REWRITE FACT-DPM-RECORD
042100             MOVE "D" TO FDM-FUNC-WORK
042200             PERFORM 8000-WRITE-DEPT-AUDIT THRU 8000-EXIT
042300             PERFORM 3100-SHOW-DEPT THRU 3100-EXIT
042400             MOVE "DEPARTMENT DEACTIVATED." TO FDM-SCR-MESSAGE
042500     END-EVALUATE.
042600     MOVE SPACES TO FDM-LAST-CODE.
042700 6100-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*   7000-EDIT-FIELDS                                             *
043200*   EDITS THE SCREEN FIELDS FOR AN ADD OR CHANGE, STOPPING AT    *
043300*   THE FIRST FAILURE WITH A MESSAGE SAYING WHAT TO FIX.  A      *
043400*   ZERO EFFECTIVE DATE DEFAULTS TO TODAY.                       *
043500*****************************************************************
043600 7000-EDIT-FIELDS.
043700     SET FDM-FIELDS-VALID TO TRUE.
043800
043900     EVALUATE TRUE
044000         WHEN FDM-SCR-CODE = SPACES
044100             SET FDM-FIELDS-INVALID TO TRUE
044200             MOVE "DEPARTMENT CODE IS REQUIRED."
044300                 TO FDM-SCR-MESSAGE
044400         WHEN FDM-SCR-NAME = SPACES
044500             SET FDM-FIELDS-INVALID TO TRUE
044600             MOVE "DEPARTMENT NAME IS REQUIRED."
044700                 TO FDM-SCR-MESSAGE
044800         WHEN FDM-SCR-COST-CENTER = SPACES
044900             SET FDM-FIELDS-INVALID TO TRUE
045000             MOVE "COST CENTER IS REQUIRED FOR BILLING."
045100                 TO FDM-SCR-MESSAGE
045200     END-EVALUATE.
045300
045400     IF FDM-FIELDS-VALID
045500         IF FDM-SCR-EFFECTIVE-DATE = ZERO
045600             MOVE FDM-RUN-DATE-RAW TO FDM-SCR-EFFECTIVE-DATE
045700         END-IF
045800         MOVE FDM-SCR-EFFECTIVE-DATE TO FDM-DATE-WORK
045900         PERFORM 7300-EDIT-DATE THRU 7300-EXIT
046000         IF FDM-DATE-INVALID
046100             SET FDM-FIELDS-INVALID TO TRUE
046200             MOVE "EFFECTIVE DATE IS NOT A VALID YYYYMMDD DATE."
046300                 TO FDM-SCR-MESSAGE
046400         END-IF
046500     END-IF.
046600
046700     IF FDM-FIELDS-VALID AND FDM-SCR-EXPIRY-DATE NOT = ZERO
046800         MOVE FDM-SCR-EXPIRY-DATE TO FDM-DATE-WORK
046900         PERFORM 7300-EDIT-DATE THRU 7300-EXIT
047000         EVALUATE TRUE
047100             WHEN FDM-DATE-INVALID
047200                 SET FDM-FIELDS-INVALID TO TRUE
047300                 MOVE "EXPIRY DATE IS NOT A VALID YYYYMMDD DATE."
047400                     TO FDM-SCR-MESSAGE
047500             WHEN FDM-SCR-EXPIRY-DATE < FDM-SCR-EFFECTIVE-DATE
047600                 SET FDM-FIELDS-INVALID TO TRUE
047700                 MOVE "EXPIRY DATE IS BEFORE THE EFFECTIVE DATE."
047800                     TO FDM-SCR-MESSAGE
047900         END-EVALUATE
048000     END-IF.
048100 7000-EXIT.
048200     EXIT.
048300
048400*****************************************************************
048500*   7300-EDIT-DATE                                               *
048600*   RANGE CHECK OF THE DATE IN FDM-DATE-WORK: A PLAUSIBLE        *
048700*   YEAR, MONTH 01-12, AND DAY 01-31.                            *
048800*****************************************************************
048900 7300-EDIT-DATE.
049000     SET FDM-DATE-VALID TO TRUE.
049100     IF FDM-DATE-YEAR < 1900
049200         OR FDM-DATE-MONTH < 1 OR FDM-DATE-MONTH > 12
049300         OR FDM-DATE-DAY < 1 OR FDM-DATE-DAY > 31
049400         SET FDM-DATE-INVALID TO TRUE
049500     END-IF.
049600 7300-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000*   7500-BUILD-RECORD                                            *
050100*   MOVES THE EDITED SCREEN FIELDS INTO THE RECORD AND STAMPS    *
050200*   WHO MAINTAINED IT AND WHEN.  THE STATUS FOLLOWS THE EXPIRY   *
050300*   DATE: INACTIVE ONCE IT HAS PASSED, ACTIVE OTHERWISE.         *
050400*****************************************************************
050500 7500-BUILD-RECORD.
050600     MOVE FDM-SCR-CODE TO FACT-DPM-CODE.
050700     MOVE FDM-SCR-NAME TO FACT-DPM-NAME.
050800     MOVE FDM-SCR-COST-CENTER TO FACT-DPM-COST-CENTER.
050900     MOVE FDM-SCR-CONTACT TO FACT-DPM-CONTACT.
051000     MOVE FDM-SCR-EFFECTIVE-DATE TO FACT-DPM-EFFECTIVE-DATE.
051100     MOVE FDM-SCR-EXPIRY-DATE TO FACT-DPM-EXPIRY-DATE.
051200     IF FDM-SCR-EXPIRY-DATE NOT = ZERO
051300         AND FDM-SCR-EXPIRY-DATE < FDM-RUN-DATE-RAW
051400         SET FACT-DPM-INACTIVE TO TRUE
051500     ELSE
051600         SET FACT-DPM-ACTIVE TO TRUE
051700     END-IF.
051800     MOVE FDM-RUN-DATE-RAW TO FACT-DPM-MAINT-DATE.
051900     MOVE FDM-OPERATOR-ID TO FACT-DPM-MAINT-OPER.
052000 7500-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*   8000-WRITE-DEPT-AUDIT                                        *
052500*   APPENDS ONE MAINTENANCE AUDIT RECORD FROM THE STAGED         *
052600*   FUNCTION CODE AND BEFORE IMAGE AND THE RECORD AS NOW ON      *
052700*   FILE; CREATES THE FILE ON FIRST USE.  OPENED AND CLOSED PER  *
052800*   WRITE, THE SAME DISCIPLINE MASTERMAINTPROGRAM APPLIES TO     *
052900*   ITS MAINTENANCE AUDIT.                                       *
053000*****************************************************************
053100 8000-WRITE-DEPT-AUDIT.
053200     OPEN EXTEND FDM-DAUDIT-FILE.
053300     IF FDM-DAUD-STATUS = "35"
053400         OPEN OUTPUT FDM-DAUDIT-FILE
053500     END-IF.
053600
053700     MOVE SPACES TO FACT-DPA-RECORD.
053800     ACCEPT FACT-DPA-DATE FROM DATE YYYYMMDD.
053900     ACCEPT FACT-DPA-TIME FROM TIME.
054000     MOVE FDM-OPERATOR-ID TO FACT-DPA-OPERATOR.
054100     MOVE FDM-FUNC-WORK TO FACT-DPA-FUNCTION.
054200     MOVE FACT-DPM-CODE TO FACT-DPA-CODE.
054300     MOVE FDM-BEFORE-IMAGE TO FACT-DPA-BEFORE-IMAGE.
054400     MOVE FACT-DPM-RECORD TO FACT-DPA-AFTER-IMAGE.
054500     WRITE FACT-DPA-RECORD.
054600
054700     CLOSE FDM-DAUDIT-FILE.
054800 8000-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200*   9000-START-RUN-CONTROL                                       *
055300*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
055400*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
055500*   CONFLICTING MODE.                                            *
055600*****************************************************************
055700 9000-START-RUN-CONTROL.
055800     SET FACT-RNP-START TO TRUE.
055900     MOVE "DeptMaintProgram" TO FACT-RNP-PROGRAM.
056000     MOVE SPACES TO FACT-RNP-INSTANCE.
056100     SET FACT-RNP-ONLINE TO TRUE.
056200     MOVE FDM-RUN-FILES TO FACT-RNP-FILES.
056300     CALL "FACTRCTL" USING FACT-RNP-AREA.
056400     IF NOT FACT-RNP-GRANTED
056500         DISPLAY FACT-RNP-MESSAGE
056600         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
056700     END-IF.
056800 9000-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200*   9100-END-RUN-CONTROL                                         *
057300*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
057310*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
057400*****************************************************************
057500 9100-END-RUN-CONTROL.
057600     IF FACT-RNP-GRANTED
057610         MOVE RETURN-CODE TO FDM-SAVED-RC
057700         SET FACT-RNP-END TO TRUE
057800         CALL "FACTRCTL" USING FACT-RNP-AREA
057900         IF NOT FACT-RNP-GRANTED
058000             DISPLAY FACT-RNP-MESSAGE
058100         END-IF
058110         MOVE FDM-SAVED-RC TO RETURN-CODE
058200     END-IF.
058300 9100-EXIT.
058400     EXIT.
