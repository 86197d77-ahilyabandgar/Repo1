000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DeptDistributionProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  MORNING DISTRIBUTION OF  *
001100*                    THE NIGHT'S WORK BY REQUESTING DEPARTMENT,  *
001200*                    RUN AFTER FACTNITE (OR FACTPARA) AND        *
001300*                    FACTRCYC IN PLACE OF CUTTING THE CONTROL    *
001400*                    REPORT UP BY HAND.  EACH DEPARTMENT GETS ITS*
001500*                    OWN ROUTED REPORT: ITS ACCEPTED RESULTS FROM*
001600*                    THE EXTRACT, ITS CARDS THE PRE-EDIT REJECTED*
001700*                    WITH THE REASON, AND ITS REQUESTS WAITING   *
001800*                    ON THE RECYCLE FILE WITH THEIR AGE.  WORK   *
001900*                    WITH NO DEPARTMENT (OR ONE NOT ON THE       *
002000*                    MASTER) GOES TO AN UNASSIGNED REPORT FOR    *
002100*                    OPERATIONS, AND A CONTROL PAGE TIES THE     *
002200*                    DEPARTMENT COUNTS BACK TO THE NIGHT'S       *
002300*                    EXTRACT TRAILER AND EDIT TOTALS, ENDING WITH*
002400*                    RETURN CODE 4 WHEN THEY DO NOT AGREE.       *
002410*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002412*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002414*                    EDITCTL, EXTRACT, ERRORS, RECYCLE, DEPT,    *
002416*                    AUDIT AND SUSPENSE SHARED, AND CLEARS THE   *
002418*                    ENTRY AT THE END.  THE RUN IS REFUSED WITH  *
002420*                    RETURN CODE 12 (16 IF THE RUN-CONTROL FILE  *
002422*                    WILL NOT OPEN) WHILE ANOTHER JOB OR SESSION *
002424*                    HOLDS ONE OF THOSE FILES IN A CONFLICTING   *
002426*                    MODE.                                       *
002428*   10-15-2026  DLH  THE NIGHT'S RECYCLE RUN (FACTRCYC) TAKES    *
002430*                    THE REQUESTS IT RECOVERS OFF THE RECYCLE    *
002432*                    FILE AND WRITES THEM TO NO EXTRACT, SO THEY *
002434*                    REACHED NO DEPARTMENT AND THE RECYCLE       *
002436*                    TIE-BACK FELL SHORT.  THE AUDIT LOG IS NOW  *
002438*                    READ FOR THE RESULTS A RECYCLE RUN          *
002440*                    RECOVERED ON OR AFTER THE NIGHT (SOURCE     *
002442*                    FLAG "C" ON FACTAUL), WHICH ARE LISTED ON   *
002444*                    EACH DEPARTMENT'S REPORT AND COUNTED ON THE *
002446*                    CONTROL PAGE.  THE NIGHT'S REJECTS ON THE   *
002448*                    EXTRACT TRAILER NOW TIE TO THE ENTRIES      *
002450*                    ADDED ON THE NIGHT PLUS THOSE OF THE        *
002452*                    NIGHT'S REJECTS RECOVERED, MATCHED BY       *
002454*                    REQUEST ID; RECOVERED OLDER ENTRIES ARE     *
002456*                    SHOWN BUT NOT TIED.                         *
002458*   10-15-2026  DLH  CARDS OF DEPARTMENT BATCHES THE PRE-EDIT    *
002460*                    HELD ON THE SUSPENSE FILE (FACTSPL) REACHED *
002462*                    NO REPORT.  THEY ARE NOW LISTED ON EACH     *
002464*                    DEPARTMENT'S REPORT WITH THE REASON THE     *
002466*                    BATCH WAS HELD, COUNTED IN A HELD COLUMN ON *
002468*                    THE CONTROL PAGE, AND TIED TO THE HELD      *
002470*                    COUNT ON THE EDIT-CONTROL RECORD.           *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FDS-CONTROL-FILE ASSIGN TO "FACTEDCT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FDS-CTL-STATUS.
003200
003300     SELECT FDS-EXTRACT-FILE ASSIGN TO "FACTEXT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FDS-EXT-STATUS.
003600
003700     SELECT FDS-ERROR-FILE   ASSIGN TO "FACTERR"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FDS-ERR-STATUS.
004000
004100     SELECT FDS-RECYCLE-FILE ASSIGN TO "FACTRCYI"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FDS-RCY-STATUS.
004310
004320     SELECT FDS-AUDIT-FILE   ASSIGN TO "FACTAUD"
004330         ORGANIZATION IS LINE SEQUENTIAL
004340         FILE STATUS IS FDS-AUD-STATUS.
004350
004360     SELECT FDS-SUSPENSE-FILE ASSIGN TO "FACTSUSP"
004370         ORGANIZATION IS LINE SEQUENTIAL
004380         FILE STATUS IS FDS-SUS-STATUS.
004400
004500     SELECT FDS-DEPT-FILE    ASSIGN TO "FACTDPT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS FACT-DPM-CODE
004900         FILE STATUS IS FDS-DPM-STATUS.
005000
005100     SELECT FDS-DIST-FILE    ASSIGN TO "FACTDIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FDS-DST-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FDS-CONTROL-FILE
005800     RECORDING MODE IS F.
005900 COPY FACTECL.
006000
006100 FD  FDS-EXTRACT-FILE
006200     RECORDING MODE IS F.
006300 COPY FACTEXL.
006400
006500 FD  FDS-ERROR-FILE
006600     RECORDING MODE IS F.
006700 COPY FACTERL.
006800
006900 FD  FDS-RECYCLE-FILE
007000     RECORDING MODE IS F.
007100 COPY FACTRCL.
007110
007120 FD  FDS-AUDIT-FILE
007130     RECORDING MODE IS F.
007140 COPY FACTAUL.
007150
007160 FD  FDS-SUSPENSE-FILE
007170     RECORDING MODE IS F.
007180 COPY FACTSPL.
007200
007300 FD  FDS-DEPT-FILE.
007400 COPY FACTDML.
007500
007600 FD  FDS-DIST-FILE
007700     RECORDING MODE IS F.
007800 COPY FACTDSL.
007900
008000 WORKING-STORAGE SECTION.
008100*****************************************************************
008200*   SWITCHES AND FILE STATUSES                                   *
008300*****************************************************************
008400 77  FDS-ABORT-SWITCH        PIC X(01)   VALUE "N".
008500     88  FDS-ABORTED                     VALUE "Y".
008600
008700 77  FDS-EOF-SWITCH          PIC X(01)   VALUE "N".
008800     88  FDS-EOF                         VALUE "Y".
008900*    SHARED BY EVERY SEQUENTIAL PASS, WHICH RUN ONE AFTER
009000*    ANOTHER -- RESET BEFORE EACH FILE IS READ.
009100
009200 77  FDS-ECL-SWITCH          PIC X(01)   VALUE "N".
009300     88  FDS-ECL-FOUND                   VALUE "Y".
009400
009500 77  FDS-FOUND-SWITCH        PIC X(01)   VALUE "N".
009600     88  FDS-CODE-FOUND                  VALUE "Y".
009700     88  FDS-CODE-NOT-FOUND              VALUE "N".
009800
009900 77  FDS-CTL-STATUS          PIC X(02)   VALUE "00".
010000 77  FDS-EXT-STATUS          PIC X(02)   VALUE "00".
010100 77  FDS-ERR-STATUS          PIC X(02)   VALUE "00".
010200 77  FDS-RCY-STATUS          PIC X(02)   VALUE "00".
010210 77  FDS-AUD-STATUS          PIC X(02)   VALUE "00".
010220 77  FDS-SUS-STATUS          PIC X(02)   VALUE "00".
010300 77  FDS-DPM-STATUS          PIC X(02)   VALUE "00".
010400 77  FDS-DST-STATUS          PIC X(02)   VALUE "00".
010500
010600*****************************************************************
010700*   DEPARTMENT TABLE -- ONE SLOT PER DEPARTMENT ON THE MASTER,   *
010800*   LOADED IN CODE ORDER, WITH THE NIGHT'S COUNTS FOR EACH.  THE *
010900*   LAST SLOT COLLECTS WORK WHOSE CODE IS BLANK OR NOT ON THE    *
011000*   MASTER (OR ARRIVES AFTER THE TABLE IS FULL), SO EVERY RECORD *
011100*   LANDS ON SOME REPORT.                                        *
011200*****************************************************************
011300 77  FDS-DEPT-MAX            PIC 9(04) COMP  VALUE 100.
011400 77  FDS-UNASSIGNED-SLOT     PIC 9(04) COMP  VALUE 101.
011500 77  FDS-DEPT-COUNT          PIC 9(04) COMP  VALUE ZERO.
011600 77  FDS-D-SUB               PIC 9(04) COMP  VALUE ZERO.
011700 77  FDS-S-SUB               PIC 9(04) COMP  VALUE ZERO.
011800 77  FDS-SLOT                PIC 9(04) COMP  VALUE ZERO.
011900
012000 01  FDS-DEPT-TABLE.
012100     05  FDS-DEPT-ENTRY      OCCURS 101 TIMES.
012200         10  FDS-T-CODE      PIC X(04).
012300         10  FDS-T-NAME      PIC X(20).
012400         10  FDS-T-ACTIVE-SW PIC X(01).
012500             88  FDS-T-ACTIVE            VALUE "Y".
012600         10  FDS-T-ACCEPTED  PIC 9(08) COMP.
012610         10  FDS-T-RECOVERED PIC 9(08) COMP.
012700         10  FDS-T-ERRORS    PIC 9(08) COMP.
012710         10  FDS-T-HELD      PIC 9(08) COMP.
012800         10  FDS-T-RECYCLE   PIC 9(08) COMP.
012900
013000 01  FDS-WORK-CODE           PIC X(04)   VALUE SPACES.
013100 01  FDS-SLOT-ITEMS          PIC 9(08) COMP  VALUE ZERO.
013200
013300*****************************************************************
013400*   NIGHT'S TOTALS -- WHAT THE DEPARTMENTS WERE GIVEN AND WHAT   *
013500*   THE NIGHT'S OWN CONTROL RECORDS SAY THEY SHOULD ADD UP TO    *
013600*****************************************************************
013700 01  FDS-TOTAL-ACCEPTED      PIC 9(08) COMP  VALUE ZERO.
013710 01  FDS-TOTAL-RECOVERED     PIC 9(08) COMP  VALUE ZERO.
013800 01  FDS-TOTAL-ERRORS        PIC 9(08) COMP  VALUE ZERO.
013810 01  FDS-TOTAL-HELD          PIC 9(08) COMP  VALUE ZERO.
013900 01  FDS-TOTAL-RECYCLE       PIC 9(08) COMP  VALUE ZERO.
014000 01  FDS-RECYCLE-ADDED       PIC 9(08) COMP  VALUE ZERO.
014010 01  FDS-RECOVERED-NIGHT     PIC 9(08) COMP  VALUE ZERO.
014020 01  FDS-REJECTS-ACCOUNTED   PIC 9(08) COMP  VALUE ZERO.
014100 01  FDS-REPORT-COUNT        PIC 9(08) COMP  VALUE ZERO.
014200 01  FDS-TRAILER-COUNT       PIC 9(08) COMP  VALUE ZERO.
014300 01  FDS-TRL-WRITTEN         PIC 9(08) COMP  VALUE ZERO.
014400 01  FDS-TRL-REJECTED        PIC 9(08) COMP  VALUE ZERO.
014500 01  FDS-EDIT-REJECTED       PIC 9(08) COMP  VALUE ZERO.
014510 01  FDS-EDIT-HELD           PIC 9(08) COMP  VALUE ZERO.
014600 01  FDS-BREAK-COUNT         PIC 9(08) COMP  VALUE ZERO.
014700*    NUMBER OF TIE-BACKS FOUND OUT OF BALANCE.  ANY NONZERO
014800*    VALUE ENDS THE RUN WITH RETURN CODE 4 -- THE DEPARTMENT
014900*    REPORTS ARE STILL WRITTEN.
015000
015004*****************************************************************
015008*   NIGHT'S REJECTED REQUEST IDS -- TAKEN FROM THE REJECTED      *
015012*   DETAILS ON THE EXTRACT, SO A RESULT THE RECYCLE RUN          *
015016*   RECOVERED CAN BE TOLD APART AS ONE OF THE NIGHT'S REJECTS    *
015020*   OR AN OLDER ENTRY                                            *
015024*****************************************************************
015028 77  FDS-REJ-MAX             PIC 9(04) COMP  VALUE 1000.
015032 77  FDS-REJ-COUNT           PIC 9(04) COMP  VALUE ZERO.
015036 77  FDS-R-SUB               PIC 9(04) COMP  VALUE ZERO.
015040
015044 77  FDS-REJ-SWITCH          PIC X(01)   VALUE "N".
015048     88  FDS-REJ-FOUND                   VALUE "Y".
015052
015056 77  FDS-REJ-FULL-SWITCH     PIC X(01)   VALUE "N".
015060     88  FDS-REJ-FULL                    VALUE "Y".
015064*    SET WHEN THE NIGHT HAS MORE REJECTS THAN THE TABLE HOLDS --
015068*    THE RECYCLE TIE-BACK IS THEN REPORTED AS NOT POSSIBLE.
015072
015076 01  FDS-REJ-TABLE.
015080     05  FDS-REJ-ID          PIC X(14)   OCCURS 1000 TIMES.
015084
015100*****************************************************************
015200*   RECYCLE AGING                                                *
015300*****************************************************************
015400 77  FDS-AGE-LIMIT-DAYS      PIC 9(04) COMP  VALUE 7.
015500*    SAME AGING LIMIT FACTORIALPROGRAM FLAGS ON THE RECYCLE
015600*    REPORT, SO A DEPARTMENT SEES THE SAME "** AGED **" ITEMS
015700*    OPERATIONS IS CHASING.
015800 77  FDS-AGE-DAYS            PIC 9(04) COMP  VALUE ZERO.
015900
016000 01  FDS-RCY-DATE-X          PIC X(08)   VALUE SPACES.
016100 01  FDS-RCY-DATE-EDIT       PIC X(10)   VALUE SPACES.
016200
016300*****************************************************************
016400*   DATES AND REPORT PAGE CONTROL                                *
016500*****************************************************************
016600 77  FDS-LINES-PER-PAGE      PIC 9(04) COMP  VALUE 55.
016700 77  FDS-LINE-COUNT          PIC 9(04) COMP  VALUE ZERO.
016800 77  FDS-PAGE-NUMBER         PIC 9(04) COMP  VALUE ZERO.
016900*    PAGE NUMBERS START AGAIN AT 1 FOR EACH ROUTE, SO EVERY
017000*    DEPARTMENT'S REPORT READS AS A REPORT OF ITS OWN.
017100
017200 01  FDS-ROUTE               PIC X(08)   VALUE SPACES.
017300 01  FDS-HOLD-LINE           PIC X(132)  VALUE SPACES.
017400 01  FDS-PAGE-HOLD-LINE      PIC X(132)  VALUE SPACES.
017500
017600 01  FDS-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
017700 01  FDS-RUN-DATE-X REDEFINES FDS-RUN-DATE-RAW PIC X(08).
017800 01  FDS-RUN-DATE-EDIT       PIC X(10)   VALUE SPACES.
017900
018000 01  FDS-NIGHT-DATE          PIC 9(08)   VALUE ZERO.
018100 01  FDS-NIGHT-DATE-X REDEFINES FDS-NIGHT-DATE PIC X(08).
018200 01  FDS-NIGHT-DATE-EDIT     PIC X(10)   VALUE SPACES.
018300*    RUN DATE OF THE PRE-EDIT, FROM THE EDIT-CONTROL RECORD.
018400*    DEPARTMENTS IN EFFECT THAT DATE GET A REPORT EVEN WITH NO
018500*    WORK, AND RECYCLE ENTRIES DATED ON OR AFTER IT ARE THE
018600*    NIGHT'S ADDITIONS.
018700
018800*****************************************************************
018900*   DEPARTMENT-SPECIFIC PRINT LINES                              *
019000*****************************************************************
019100 01  FDS-ERROR-LINE.
019200     05  FILLER              PIC X(01)   VALUE SPACE.
019300     05  FDS-EL-REASON       PIC X(01).
019400     05  FILLER              PIC X(02)   VALUE SPACES.
019500     05  FDS-EL-DESC         PIC X(20).
019600     05  FILLER              PIC X(02)   VALUE SPACES.
019700     05  FDS-EL-CARD         PIC X(80).
019800     05  FILLER              PIC X(26)   VALUE SPACES.
019900
020000 01  FDS-COUNT-HDR.
020100     05  FILLER              PIC X(01)   VALUE SPACE.
020200     05  FILLER              PIC X(08)   VALUE "ROUTE".
020300     05  FILLER              PIC X(02)   VALUE SPACES.
020400     05  FILLER              PIC X(20)   VALUE "DEPARTMENT NAME".
020500     05  FILLER              PIC X(02)   VALUE SPACES.
020600     05  FILLER              PIC X(11)   VALUE "   ACCEPTED".
020700     05  FILLER              PIC X(03)   VALUE SPACES.
020710     05  FILLER              PIC X(11)   VALUE "  RECOVERED".
020720     05  FILLER              PIC X(03)   VALUE SPACES.
020800     05  FILLER              PIC X(11)   VALUE "   PRE-EDIT".
020900     05  FILLER              PIC X(03)   VALUE SPACES.
020910     05  FILLER              PIC X(11)   VALUE "       HELD".
020920     05  FILLER              PIC X(03)   VALUE SPACES.
021000     05  FILLER              PIC X(11)   VALUE "    RECYCLE".
021100     05  FILLER              PIC X(03)   VALUE SPACES.
021200     05  FILLER              PIC X(08)   VALUE "STATUS".
021300     05  FILLER              PIC X(21)   VALUE SPACES.
021400
021500 01  FDS-COUNT-LINE.
021600     05  FILLER              PIC X(01)   VALUE SPACE.
021700     05  FDS-CL-ROUTE        PIC X(08).
021800     05  FILLER              PIC X(02)   VALUE SPACES.
021900     05  FDS-CL-NAME         PIC X(20).
022000     05  FILLER              PIC X(02)   VALUE SPACES.
022100     05  FDS-CL-ACCEPTED     PIC ZZZ,ZZZ,ZZ9.
022200     05  FILLER              PIC X(03)   VALUE SPACES.
022210     05  FDS-CL-RECOVERED    PIC ZZZ,ZZZ,ZZ9.
022220     05  FILLER              PIC X(03)   VALUE SPACES.
022300     05  FDS-CL-ERRORS       PIC ZZZ,ZZZ,ZZ9.
022400     05  FILLER              PIC X(03)   VALUE SPACES.
022410     05  FDS-CL-HELD         PIC ZZZ,ZZZ,ZZ9.
022420     05  FILLER              PIC X(03)   VALUE SPACES.
022500     05  FDS-CL-RECYCLE      PIC ZZZ,ZZZ,ZZ9.
022600     05  FILLER              PIC X(03)   VALUE SPACES.
022700     05  FDS-CL-STATUS       PIC X(08).
022800     05  FILLER              PIC X(21)   VALUE SPACES.
022900
023000*****************************************************************
023100*   REPORT LINE WORK AREA -- SAME PRINT LAYOUT THE BATCH         *
023200*   CONTROL REPORT USES -- AND THE CARD IMAGE LAYOUT FOR         *
023300*   PICKING THE DEPARTMENT OFF A REJECTED CARD.                  *
023400*****************************************************************
023500 COPY FACTRPL.
023600
023700 COPY FACTREC.
023800
023804*****************************************************************
023808*   RUN CONTROL                                                  *
023812*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
023816*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
023820*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
023824*****************************************************************
023828 01  FDS-RUN-FILES.
023830     05  FILLER              PIC X(08)   VALUE "EDITCTL".
023832     05  FILLER              PIC X(01)   VALUE "S".
023834     05  FILLER              PIC X(08)   VALUE "EXTRACT".
023836     05  FILLER              PIC X(01)   VALUE "S".
023838     05  FILLER              PIC X(08)   VALUE "ERRORS".
023840     05  FILLER              PIC X(01)   VALUE "S".
023842     05  FILLER              PIC X(08)   VALUE "RECYCLE".
023844     05  FILLER              PIC X(01)   VALUE "S".
023846     05  FILLER              PIC X(08)   VALUE "DEPT".
023848     05  FILLER              PIC X(01)   VALUE "S".
023850     05  FILLER              PIC X(08)   VALUE "AUDIT".
023852     05  FILLER              PIC X(01)   VALUE "S".
023854     05  FILLER              PIC X(08)   VALUE "SUSPENSE".
023856     05  FILLER              PIC X(01)   VALUE "S".
023858
023860 77  FDS-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
023862
023864 COPY FACTRNP.
023880
023900 PROCEDURE DIVISION.
024000*****************************************************************
024100*   0000-MAINLINE                                                *
024200*   TALLIES THE NIGHT BY DEPARTMENT, WRITES ONE ROUTED REPORT    *
024300*   PER DEPARTMENT, THEN THE CONTROL PAGE.                       *
024400*****************************************************************
024500 0000-MAINLINE.
024600     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
024610     IF FACT-RNP-GRANTED
024620         PERFORM 1000-INITIALIZE THRU 1000-EXIT
024630     ELSE
024640         SET FDS-ABORTED TO TRUE
024650     END-IF.
024700
024800     IF NOT FDS-ABORTED
024900         PERFORM 2000-TALLY-PASS THRU 2000-EXIT
025000         PERFORM 3000-DEPT-REPORT THRU 3000-EXIT
025100             VARYING FDS-D-SUB FROM 1 BY 1
025200             UNTIL FDS-D-SUB > FDS-DEPT-COUNT
025300         MOVE FDS-UNASSIGNED-SLOT TO FDS-D-SUB
025400         PERFORM 3000-DEPT-REPORT THRU 3000-EXIT
025500         PERFORM 5000-CONTROL-PAGE THRU 5000-EXIT
025600         CLOSE FDS-DIST-FILE
025700
025800         IF FDS-BREAK-COUNT > ZERO
025900             MOVE 4 TO RETURN-CODE
026000         END-IF
026100     END-IF.
026200
026210     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
026300     STOP RUN.
026400
026500*****************************************************************
026600*   1000-INITIALIZE                                              *
026700*   OPENS EVERY FILE, READS THE EDIT-CONTROL RECORD, AND LOADS   *
026800*   THE DEPARTMENT TABLE.  A FILE THAT WILL NOT OPEN ABANDONS    *
026900*   THE RUN WITH RETURN CODE 16 -- A DISTRIBUTION MISSING ONE OF *
027000*   ITS SOURCES WOULD LEAVE DEPARTMENTS' WORK OUT.               *
027100*****************************************************************
027200 1000-INITIALIZE.
027300     ACCEPT FDS-RUN-DATE-RAW FROM DATE YYYYMMDD.
027400     STRING FDS-RUN-DATE-X(1:4) "-" FDS-RUN-DATE-X(5:2) "-"
027500         FDS-RUN-DATE-X(7:2) DELIMITED BY SIZE
027600             INTO FDS-RUN-DATE-EDIT.
027700
027800     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
027900
028000     IF NOT FDS-ABORTED
028100         READ FDS-CONTROL-FILE
028200             AT END
028300                 MOVE FDS-RUN-DATE-RAW TO FDS-NIGHT-DATE
028400             NOT AT END
028500                 SET FDS-ECL-FOUND TO TRUE
028600                 MOVE FACT-ECL-RUN-DATE TO FDS-NIGHT-DATE
028700                 MOVE FACT-ECL-REJECT-COUNT TO FDS-EDIT-REJECTED
028710                 IF FACT-ECL-HELD-COUNT IS NUMERIC
028720                     MOVE FACT-ECL-HELD-COUNT TO FDS-EDIT-HELD
028730                 END-IF
028800         END-READ
028900         CLOSE FDS-CONTROL-FILE
029000         IF FDS-ECL-FOUND
029100             STRING FDS-NIGHT-DATE-X(1:4) "-"
029200                 FDS-NIGHT-DATE-X(5:2) "-" FDS-NIGHT-DATE-X(7:2)
029300                     DELIMITED BY SIZE INTO FDS-NIGHT-DATE-EDIT
029400         ELSE
029500             MOVE "UNKNOWN" TO FDS-NIGHT-DATE-EDIT
029600         END-IF
029700
029800         PERFORM 1100-CLEAR-SLOT THRU 1100-EXIT
029900             VARYING FDS-D-SUB FROM 1 BY 1
030000             UNTIL FDS-D-SUB > FDS-UNASSIGNED-SLOT
030100         MOVE "NO/UNKNOWN DEPT" TO FDS-T-NAME(FDS-UNASSIGNED-SLOT)
030200         MOVE "N" TO FDS-EOF-SWITCH
030300         PERFORM 1300-LOAD-DEPT THRU 1300-EXIT
030400             UNTIL FDS-EOF
030500         CLOSE FDS-DEPT-FILE
030600     END-IF.
030700 1000-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*   1100-CLEAR-SLOT                                              *
031200*****************************************************************
031300 1100-CLEAR-SLOT.
031400     MOVE SPACES TO FDS-T-CODE(FDS-D-SUB).
031500     MOVE SPACES TO FDS-T-NAME(FDS-D-SUB).
031600     MOVE "N" TO FDS-T-ACTIVE-SW(FDS-D-SUB).
031700     MOVE ZERO TO FDS-T-ACCEPTED(FDS-D-SUB).
031710     MOVE ZERO TO FDS-T-RECOVERED(FDS-D-SUB).
031800     MOVE ZERO TO FDS-T-ERRORS(FDS-D-SUB).
031810     MOVE ZERO TO FDS-T-HELD(FDS-D-SUB).
031900     MOVE ZERO TO FDS-T-RECYCLE(FDS-D-SUB).
032000 1100-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400*   1200-OPEN-FILES                                              *
032500*   OPENS THE INPUT FILES IN TURN, STOPPING AT THE FIRST ONE     *
032600*   THAT WILL NOT OPEN, THEN THE DISTRIBUTION FILE.  THE FIVE    *
032700*   WORK FILES ARE CLOSED AGAIN AFTER EACH PASS OVER THEM.       *
032800*****************************************************************
032900 1200-OPEN-FILES.
033000     OPEN INPUT FDS-CONTROL-FILE.
033100     IF FDS-CTL-STATUS NOT = "00"
033200         DISPLAY "FACTEDCT DID NOT OPEN -- FILE STATUS "
033300             FDS-CTL-STATUS ", DISTRIBUTION RUN ABANDONED."
033400         SET FDS-ABORTED TO TRUE
033500     END-IF.
033600
033700     IF NOT FDS-ABORTED
033800         OPEN INPUT FDS-EXTRACT-FILE
033900         IF FDS-EXT-STATUS NOT = "00"
034000             DISPLAY "FACTEXT DID NOT OPEN -- FILE STATUS "
034100                 FDS-EXT-STATUS ", DISTRIBUTION RUN ABANDONED."
034200             SET FDS-ABORTED TO TRUE
034300         END-IF
034400     END-IF.
034500
034600     IF NOT FDS-ABORTED
034700         OPEN INPUT FDS-ERROR-FILE
034800         IF FDS-ERR-STATUS NOT = "00"
034900             DISPLAY "FACTERR DID NOT OPEN -- FILE STATUS "
035000                 FDS-ERR-STATUS ", DISTRIBUTION RUN ABANDONED."
035100             SET FDS-ABORTED TO TRUE
035200         END-IF
035300     END-IF.
035400
035500     IF NOT FDS-ABORTED
035600         OPEN INPUT FDS-RECYCLE-FILE
035700         IF FDS-RCY-STATUS NOT = "00"
035800             DISPLAY "FACTRCYI DID NOT OPEN -- FILE STATUS "
035900                 FDS-RCY-STATUS ", DISTRIBUTION RUN ABANDONED."
036000             SET FDS-ABORTED TO TRUE
036100         END-IF
036200     END-IF.
036210
036220     IF NOT FDS-ABORTED
036230         OPEN INPUT FDS-AUDIT-FILE
036240         IF FDS-AUD-STATUS NOT = "00"
036250             DISPLAY "FACTAUD DID NOT OPEN -- FILE STATUS "
036260                 FDS-AUD-STATUS ", DISTRIBUTION RUN ABANDONED."
036270             SET FDS-ABORTED TO TRUE
036280         END-IF
036290     END-IF.
036291
036292     IF NOT FDS-ABORTED
036293         OPEN INPUT FDS-SUSPENSE-FILE
036294         IF FDS-SUS-STATUS NOT = "00"
036295             DISPLAY "FACTSUSP DID NOT OPEN -- FILE STATUS "
036296                 FDS-SUS-STATUS ", DISTRIBUTION RUN ABANDONED."
036297             SET FDS-ABORTED TO TRUE
036298         END-IF
036299     END-IF.
036300
036400     IF NOT FDS-ABORTED
036500         OPEN INPUT FDS-DEPT-FILE
036600         IF FDS-DPM-STATUS NOT = "00"
036700             DISPLAY "FACTDPT DID NOT OPEN -- FILE STATUS "
036800                 FDS-DPM-STATUS ", DISTRIBUTION RUN ABANDONED."
036900             SET FDS-ABORTED TO TRUE
037000         END-IF
037100     END-IF.
037200
037300     IF NOT FDS-ABORTED
037400         OPEN OUTPUT FDS-DIST-FILE
037500         IF FDS-DST-STATUS NOT = "00"
037600             DISPLAY "FACTDIST DID NOT OPEN -- FILE STATUS "
037700                 FDS-DST-STATUS ", DISTRIBUTION RUN ABANDONED."
037800             SET FDS-ABORTED TO TRUE
037900         END-IF
038000     END-IF.
038100
038200     IF FDS-ABORTED
038300         MOVE 16 TO RETURN-CODE
038400     END-IF.
038500 1200-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*   1300-LOAD-DEPT                                               *
039000*   LOADS ONE MASTER RECORD INTO THE NEXT TABLE SLOT, NOTING     *
039100*   WHETHER THE DEPARTMENT WAS IN EFFECT ON THE NIGHT.  A        *
039200*   MASTER LARGER THAN THE TABLE IS REPORTED; ITS OVERFLOW       *
039300*   DEPARTMENTS' WORK FALLS TO THE UNASSIGNED REPORT.            *
039400*****************************************************************
039500 1300-LOAD-DEPT.
039600     READ FDS-DEPT-FILE
039700         AT END
039800             SET FDS-EOF TO TRUE
039900         NOT AT END
040000             IF FDS-DEPT-COUNT < FDS-DEPT-MAX
040100                 ADD 1 TO FDS-DEPT-COUNT
040200                 MOVE FACT-DPM-CODE TO FDS-T-CODE(FDS-DEPT-COUNT)
040300                 MOVE FACT-DPM-NAME TO FDS-T-NAME(FDS-DEPT-COUNT)
040400                 PERFORM 1350-SET-ACTIVE THRU 1350-EXIT
040500             ELSE
040600                 DISPLAY "DEPARTMENT TABLE FULL -- "
040700                     FACT-DPM-CODE " REPORTED AS UNASSIGNED."
040800             END-IF
040900     END-READ.
041000 1300-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400*   1350-SET-ACTIVE                                              *
041500*   A DEPARTMENT IS IN EFFECT ON THE NIGHT WHEN THE NIGHT FALLS  *
041600*   BETWEEN ITS EFFECTIVE AND EXPIRY DATES -- THE SAME TEST THE  *
041700*   PRE-EDIT APPLIED TO ITS CARDS.                               *
041800*****************************************************************
041900 1350-SET-ACTIVE.
042000     IF FACT-DPM-EFFECTIVE-DATE NOT > FDS-NIGHT-DATE
042100         AND (FACT-DPM-EXPIRY-DATE = ZERO
042200          OR FACT-DPM-EXPIRY-DATE NOT < FDS-NIGHT-DATE)
042300         MOVE "Y" TO FDS-T-ACTIVE-SW(FDS-DEPT-COUNT)
042400     END-IF.
042500 1350-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900*   1400-START-ROUTE                                             *
043000*   STARTS A NEW ROUTED REPORT: PAGE NUMBERS BEGIN AGAIN AT 1    *
043100*   UNDER THE ROUTING KEY ALREADY MOVED TO FDS-ROUTE.            *
043200*****************************************************************
043300 1400-START-ROUTE.
043400     MOVE ZERO TO FDS-PAGE-NUMBER.
043500     PERFORM 1450-WRITE-PAGE-HEADER THRU 1450-EXIT.
043600 1400-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*   1450-WRITE-PAGE-HEADER                                       *
044100*****************************************************************
044200 1450-WRITE-PAGE-HEADER.
044300     ADD 1 TO FDS-PAGE-NUMBER.
044400
044500     MOVE SPACES TO FACT-RPT-LINE.
044600     IF FDS-ROUTE = "CONTROL "
044700         MOVE "DEPARTMENT DISTRIBUTION CONTROL"
044800             TO FACT-H1-TITLE
044900     ELSE
045000         MOVE "NIGHTLY RESULTS FOR DEPARTMENT"
045100             TO FACT-H1-TITLE
045200     END-IF.
045300     MOVE "RUN DATE:" TO FACT-H1-DATE-LIT.
045400     MOVE FDS-RUN-DATE-EDIT TO FACT-H1-RUN-DATE.
045500     MOVE "PAGE" TO FACT-H1-PAGE-LIT.
045600     MOVE FDS-PAGE-NUMBER TO FACT-H1-PAGE-NO.
045700     PERFORM 1550-PUT-LINE THRU 1550-EXIT.
045800
045900     MOVE SPACES TO FACT-RPT-LINE.
046000     PERFORM 1550-PUT-LINE THRU 1550-EXIT.
046100
046200     MOVE ZERO TO FDS-LINE-COUNT.
046300 1450-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*   1500-WRITE-REPORT-LINE                                       *
046800*   WRITES WHATEVER IS FORMATTED IN FACT-RPT-LINE, BREAKING TO   *
046900*   A NEW PAGE OF THE SAME ROUTE FIRST WHEN THE CURRENT ONE IS   *
047000*   FULL.                                                        *
047100*****************************************************************
047200 1500-WRITE-REPORT-LINE.
047300     IF FDS-LINE-COUNT >= FDS-LINES-PER-PAGE
047400         MOVE FACT-RPT-LINE TO FDS-PAGE-HOLD-LINE
047500         PERFORM 1450-WRITE-PAGE-HEADER THRU 1450-EXIT
047600         MOVE FDS-PAGE-HOLD-LINE TO FACT-RPT-LINE
047700     END-IF.
047800     PERFORM 1550-PUT-LINE THRU 1550-EXIT.
047900     ADD 1 TO FDS-LINE-COUNT.
048000 1500-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400*   1550-PUT-LINE                                                *
048500*   WRITES ONE PRINT LINE BEHIND THE CURRENT ROUTING KEY.        *
048600*****************************************************************
048700 1550-PUT-LINE.
048800     MOVE FDS-ROUTE TO FACT-DST-ROUTE.
048900     MOVE FACT-RPT-LINE TO FACT-DST-LINE.
049000     WRITE FACT-DST-RECORD.
049100 1550-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500*   1600-WRITE-SECTION-TITLE                                     *
049600*   WRITES THE SECTION TITLE ALREADY MOVED TO FACT-S-TITLE,      *
049700*   WITH A BLANK LINE AHEAD OF IT.                               *
049800*****************************************************************
049900 1600-WRITE-SECTION-TITLE.
050000     MOVE FACT-RPT-LINE TO FDS-HOLD-LINE.
050100     MOVE SPACES TO FACT-RPT-LINE.
050200     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
050300     MOVE FDS-HOLD-LINE TO FACT-RPT-LINE.
050400     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
050500 1600-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*   2000-TALLY-PASS                                              *
051000*   ONE PASS OVER EACH WORK FILE COUNTING ITS RECORDS INTO THE   *
051100*   DEPARTMENT SLOTS, SO THE REPORTS KNOW WHAT TO EXPECT AND     *
051200*   THE CONTROL PAGE HAS THE NIGHT'S FIGURES.  EACH FILE IS      *
051300*   CLOSED AT THE END OF ITS PASS.                               *
051400*****************************************************************
051500 2000-TALLY-PASS.
051600     MOVE "N" TO FDS-EOF-SWITCH.
051700     PERFORM 2100-TALLY-EXTRACT THRU 2100-EXIT
051800         UNTIL FDS-EOF.
051900     CLOSE FDS-EXTRACT-FILE.
052000
052100     MOVE "N" TO FDS-EOF-SWITCH.
052200     PERFORM 2200-TALLY-ERROR THRU 2200-EXIT
052300         UNTIL FDS-EOF.
052400     CLOSE FDS-ERROR-FILE.
052500
052600     MOVE "N" TO FDS-EOF-SWITCH.
052700     PERFORM 2300-TALLY-RECYCLE THRU 2300-EXIT
052800         UNTIL FDS-EOF.
052900     CLOSE FDS-RECYCLE-FILE.
052910
052920     MOVE "N" TO FDS-EOF-SWITCH.
052930     PERFORM 2400-TALLY-AUDIT THRU 2400-EXIT
052940         UNTIL FDS-EOF.
052950     CLOSE FDS-AUDIT-FILE.
052958
052966     MOVE "N" TO FDS-EOF-SWITCH.
052974     PERFORM 2500-TALLY-SUSPENSE THRU 2500-EXIT
052982         UNTIL FDS-EOF.
052990     CLOSE FDS-SUSPENSE-FILE.
053000 2000-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400*   2100-TALLY-EXTRACT                                           *
053500*   ACCEPTED DETAIL RECORDS ARE COUNTED TO THEIR DEPARTMENT;     *
053600*   TRAILERS (ONE PER STREAM) ARE SUMMED FOR THE CONTROL PAGE.   *
053700*   A REJECTED DETAIL IS ONLY NOTED BY REQUEST ID -- THE SAME    *
053800*   REQUEST IS WAITING ON THE RECYCLE FILE OR WAS RECOVERED BY   *
053810*   THE RECYCLE RUN.                                             *
053900*****************************************************************
054000 2100-TALLY-EXTRACT.
054100     READ FDS-EXTRACT-FILE
054200         AT END
054300             SET FDS-EOF TO TRUE
054400         NOT AT END
054500             EVALUATE TRUE
054600                 WHEN FACT-EXT-TRAILER
054700                     ADD 1 TO FDS-TRAILER-COUNT
054800                     ADD FACT-EXT-WRITE-COUNT TO FDS-TRL-WRITTEN
054900                     ADD FACT-EXT-REJECT-COUNT TO FDS-TRL-REJECTED
055000                 WHEN FACT-EXT-DETAIL AND FACT-EXT-ACCEPTED
055100                     MOVE FACT-EXT-DEPT-CODE TO FDS-WORK-CODE
055200                     PERFORM 2900-FIND-SLOT THRU 2900-EXIT
055300                     ADD 1 TO FDS-T-ACCEPTED(FDS-SLOT)
055400                     ADD 1 TO FDS-TOTAL-ACCEPTED
055410                 WHEN FACT-EXT-DETAIL AND FACT-EXT-REJECTED
055420                     PERFORM 2150-SAVE-REJECT-ID THRU 2150-EXIT
055500             END-EVALUATE
055600     END-READ.
055700 2100-EXIT.
055800     EXIT.
055807
055814*****************************************************************
055821*   2150-SAVE-REJECT-ID                                          *
055828*****************************************************************
055835 2150-SAVE-REJECT-ID.
055842     IF FDS-REJ-COUNT < FDS-REJ-MAX
055849         ADD 1 TO FDS-REJ-COUNT
055856         MOVE FACT-EXT-REQUEST-ID TO FDS-REJ-ID(FDS-REJ-COUNT)
055863     ELSE
055870         SET FDS-REJ-FULL TO TRUE
055877     END-IF.
055884 2150-EXIT.
055891     EXIT.
055900
056000*****************************************************************
056100*   2200-TALLY-ERROR                                             *
056200*   THE DEPARTMENT ON A REJECTED CARD IS TAKEN FROM THE CARD     *
056300*   IMAGE ITSELF (COLUMNS 6-9).                                  *
056400*****************************************************************
056500 2200-TALLY-ERROR.
056600     READ FDS-ERROR-FILE
056700         AT END
056800             SET FDS-EOF TO TRUE
056900         NOT AT END
057000             MOVE FACT-ERR-RAW-DATA TO FACT-IN-RECORD
057100             MOVE FACT-IN-DEPT-CODE TO FDS-WORK-CODE
057200             PERFORM 2900-FIND-SLOT THRU 2900-EXIT
057300             ADD 1 TO FDS-T-ERRORS(FDS-SLOT)
057400             ADD 1 TO FDS-TOTAL-ERRORS
057500     END-READ.
057600 2200-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*   2300-TALLY-RECYCLE                                           *
058100*   EVERY ENTRY WAITING ON THE RECYCLE FILE IS COUNTED TO ITS    *
058200*   DEPARTMENT; THOSE DATED ON OR AFTER THE NIGHT ARE ALSO       *
058300*   COUNTED AS THE NIGHT'S ADDITIONS FOR THE TIE-BACK.           *
058400*****************************************************************
058500 2300-TALLY-RECYCLE.
058600     READ FDS-RECYCLE-FILE
058700         AT END
058800             SET FDS-EOF TO TRUE
058900         NOT AT END
059000             MOVE FACT-RCY-DEPT-CODE TO FDS-WORK-CODE
059100             PERFORM 2900-FIND-SLOT THRU 2900-EXIT
059200             ADD 1 TO FDS-T-RECYCLE(FDS-SLOT)
059300             ADD 1 TO FDS-TOTAL-RECYCLE
059400             IF FACT-RCY-RUN-DATE IS NUMERIC
059500                 AND FDS-ECL-FOUND
059600                 AND FACT-RCY-RUN-DATE >= FDS-NIGHT-DATE
059700                 ADD 1 TO FDS-RECYCLE-ADDED
059800             END-IF
059900     END-READ.
060000 2300-EXIT.
060100     EXIT.
060101
060102*****************************************************************
060103*   2400-TALLY-AUDIT                                             *
060104*   EVERY RESULT A RECYCLE RUN RECOVERED ON OR AFTER THE NIGHT   *
060105*   IS COUNTED TO ITS DEPARTMENT; THOSE WHOSE REQUEST ID WAS     *
060106*   AMONG THE NIGHT'S REJECTS ARE ALSO COUNTED FOR THE TIE-BACK. *
060107*****************************************************************
060108 2400-TALLY-AUDIT.
060109     READ FDS-AUDIT-FILE
060110         AT END
060111             SET FDS-EOF TO TRUE
060112         NOT AT END
060113             IF FACT-AUD-FROM-RECYCLE
060114                 AND FACT-AUD-REJECT-FLAG = "N"
060115                 AND FACT-AUD-DATE >= FDS-NIGHT-DATE
060116                 MOVE FACT-AUD-DEPT-CODE TO FDS-WORK-CODE
060117                 PERFORM 2900-FIND-SLOT THRU 2900-EXIT
060118                 ADD 1 TO FDS-T-RECOVERED(FDS-SLOT)
060119                 ADD 1 TO FDS-TOTAL-RECOVERED
060120                 PERFORM 2420-FIND-REJECT THRU 2420-EXIT
060121                 IF FDS-REJ-FOUND
060122                     ADD 1 TO FDS-RECOVERED-NIGHT
060123                 END-IF
060124             END-IF
060125     END-READ.
060126 2400-EXIT.
060127     EXIT.
060128
060129*****************************************************************
060130*   2420-FIND-REJECT                                             *
060131*   SETS FDS-REJ-FOUND WHEN THE AUDITED REQUEST WAS ONE OF THE   *
060132*   NIGHT'S REJECTS.                                             *
060133*****************************************************************
060134 2420-FIND-REJECT.
060135     MOVE "N" TO FDS-REJ-SWITCH.
060136     IF FACT-AUD-REQUEST-ID NOT = SPACES
060137         MOVE 1 TO FDS-R-SUB
060138         PERFORM 2450-MATCH-REJECT THRU 2450-EXIT
060139             UNTIL FDS-REJ-FOUND OR FDS-R-SUB > FDS-REJ-COUNT
060140     END-IF.
060141 2420-EXIT.
060142     EXIT.
060143
060144*****************************************************************
060145*   2450-MATCH-REJECT                                            *
060146*****************************************************************
060147 2450-MATCH-REJECT.
060148     IF FACT-AUD-REQUEST-ID = FDS-REJ-ID(FDS-R-SUB)
060149         SET FDS-REJ-FOUND TO TRUE
060150     ELSE
060151         ADD 1 TO FDS-R-SUB
060152     END-IF.
060153 2450-EXIT.
060154     EXIT.
060156
060158*****************************************************************
060160*   2500-TALLY-SUSPENSE                                          *
060162*   EVERY CARD HELD IN SUSPENSE -- REQUEST, HEADER AND TRAILER   *
060164*   CARDS ALIKE -- IS COUNTED TO THE DEPARTMENT ON ITS BATCH, SO *
060166*   THE TOTAL TIES TO THE PRE-EDIT'S HELD COUNT.                 *
060168*****************************************************************
060170 2500-TALLY-SUSPENSE.
060172     READ FDS-SUSPENSE-FILE
060174         AT END
060176             SET FDS-EOF TO TRUE
060178         NOT AT END
060180             MOVE FACT-SUS-DEPT-CODE TO FDS-WORK-CODE
060182             PERFORM 2900-FIND-SLOT THRU 2900-EXIT
060184             ADD 1 TO FDS-T-HELD(FDS-SLOT)
060186             ADD 1 TO FDS-TOTAL-HELD
060188     END-READ.
060190 2500-EXIT.
060192     EXIT.
060200
060300*****************************************************************
060400*   2900-FIND-SLOT                                               *
060500*   SETS FDS-SLOT TO THE TABLE SLOT FOR FDS-WORK-CODE, OR TO     *
060600*   THE UNASSIGNED SLOT WHEN THE CODE IS BLANK OR NOT LOADED.    *
060700*****************************************************************
060800 2900-FIND-SLOT.
060900     SET FDS-CODE-NOT-FOUND TO TRUE.
061000     MOVE FDS-UNASSIGNED-SLOT TO FDS-SLOT.
061100     IF FDS-WORK-CODE NOT = SPACES
061200         MOVE 1 TO FDS-S-SUB
061300         PERFORM 2950-MATCH-SLOT THRU 2950-EXIT
061400             UNTIL FDS-CODE-FOUND OR FDS-S-SUB > FDS-DEPT-COUNT
061500     END-IF.
061600 2900-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*   2950-MATCH-SLOT                                              *
062100*****************************************************************
062200 2950-MATCH-SLOT.
062300     IF FDS-WORK-CODE = FDS-T-CODE(FDS-S-SUB)
062400         SET FDS-CODE-FOUND TO TRUE
062500         MOVE FDS-S-SUB TO FDS-SLOT
062600     ELSE
062700         ADD 1 TO FDS-S-SUB
062800     END-IF.
062900 2950-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*   3000-DEPT-REPORT                                             *
063400*   ONE ROUTED REPORT FOR THE DEPARTMENT IN SLOT FDS-D-SUB.  A   *
063500*   DEPARTMENT IN EFFECT ON THE NIGHT GETS A REPORT EVEN WITH    *
063600*   NOTHING ON IT, SO "NO WORK" IS SAID RATHER THAN ASSUMED; A   *
063700*   RETIRED DEPARTMENT OR THE UNASSIGNED SLOT ONLY WHEN IT HAS   *
063800*   WORK.  EACH SECTION RE-READS ITS FILE FOR THIS SLOT'S        *
063900*   RECORDS.                                                     *
064000*****************************************************************
064100 3000-DEPT-REPORT.
064200     COMPUTE FDS-SLOT-ITEMS = FDS-T-ACCEPTED(FDS-D-SUB)
064300         + FDS-T-ERRORS(FDS-D-SUB) + FDS-T-RECYCLE(FDS-D-SUB)
064310         + FDS-T-RECOVERED(FDS-D-SUB) + FDS-T-HELD(FDS-D-SUB).
064400
064500     IF FDS-SLOT-ITEMS > ZERO
064600         OR FDS-T-ACTIVE(FDS-D-SUB)
064700         ADD 1 TO FDS-REPORT-COUNT
064800         IF FDS-D-SUB = FDS-UNASSIGNED-SLOT
064900             MOVE "UNASSIGN" TO FDS-ROUTE
065000         ELSE
065100             MOVE FDS-T-CODE(FDS-D-SUB) TO FDS-ROUTE
065200         END-IF
065300         PERFORM 1400-START-ROUTE THRU 1400-EXIT
065400         PERFORM 3050-WRITE-DEPT-IDENT THRU 3050-EXIT
065500         PERFORM 3100-LIST-ACCEPTED THRU 3100-EXIT
065510         PERFORM 3500-LIST-RECOVERED THRU 3500-EXIT
065600         PERFORM 3200-LIST-ERRORS THRU 3200-EXIT
065610         PERFORM 3600-LIST-HELD THRU 3600-EXIT
065700         PERFORM 3300-LIST-RECYCLE THRU 3300-EXIT
065800         PERFORM 3400-WRITE-DEPT-COUNTS THRU 3400-EXIT
065900     END-IF.
066000 3000-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400*   3050-WRITE-DEPT-IDENT                                        *
066500*****************************************************************
066600 3050-WRITE-DEPT-IDENT.
066700     MOVE SPACES TO FACT-RPT-LINE.
066800     MOVE "DEPARTMENT . . . . . . . . . ." TO FACT-R-LABEL.
066900     STRING FDS-ROUTE "  " FDS-T-NAME(FDS-D-SUB)
067000         DELIMITED BY SIZE INTO FACT-R-MESSAGE.
067100     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
067200
067300     MOVE SPACES TO FACT-RPT-LINE.
067400     MOVE "NIGHT OF . . . . . . . . . . ." TO FACT-R-LABEL.
067500     MOVE FDS-NIGHT-DATE-EDIT TO FACT-R-MESSAGE.
067600     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
067700 3050-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100*   3100-LIST-ACCEPTED                                           *
068200*   THE DEPARTMENT'S ACCEPTED RESULTS FROM THE EXTRACT.          *
068300*****************************************************************
068400 3100-LIST-ACCEPTED.
068500     MOVE SPACES TO FACT-RPT-LINE.
068600     MOVE "ACCEPTED RESULTS" TO FACT-S-TITLE.
068700     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
068800
068900     IF FDS-T-ACCEPTED(FDS-D-SUB) = ZERO
069000         MOVE SPACES TO FACT-RPT-LINE
069100         MOVE "NONE." TO FACT-S-TITLE
069200         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
069300     ELSE
069400         MOVE SPACES TO FACT-RPT-LINE
069500         MOVE "NUMBER" TO FACT-H2-NUMBER-LIT
069600         MOVE "FACTORIAL" TO FACT-H2-FACTORIAL-LIT
069700         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
069800         OPEN INPUT FDS-EXTRACT-FILE
069900         MOVE "N" TO FDS-EOF-SWITCH
070000         PERFORM 3150-LIST-EXTRACT THRU 3150-EXIT
070100             UNTIL FDS-EOF
070200         CLOSE FDS-EXTRACT-FILE
070300     END-IF.
070400 3100-EXIT.
070500     EXIT.
070600
070700*****************************************************************
070800*   3150-LIST-EXTRACT                                            *
070900*****************************************************************
071000 3150-LIST-EXTRACT.
071100     READ FDS-EXTRACT-FILE
071200         AT END
071300             SET FDS-EOF TO TRUE
071400         NOT AT END
071500             IF FACT-EXT-DETAIL AND FACT-EXT-ACCEPTED
071600                 MOVE FACT-EXT-DEPT-CODE TO FDS-WORK-CODE
071700                 PERFORM 2900-FIND-SLOT THRU 2900-EXIT
071800                 IF FDS-SLOT = FDS-D-SUB
071900                     MOVE SPACES TO FACT-RPT-LINE
072000                     MOVE FACT-EXT-NUMBER TO FACT-D-NUMBER
072100                     MOVE FACT-EXT-FACTORIAL TO FACT-D-FACTORIAL
072200                     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
072300                 END-IF
072400             END-IF
072500     END-READ.
072600 3150-EXIT.
072700     EXIT.
072800
072900*****************************************************************
073000*   3200-LIST-ERRORS                                             *
073100*   THE DEPARTMENT'S CARDS THE PRE-EDIT REJECTED, WITH THE       *
073200*   REASON AND THE CARD IMAGE TO CORRECT AND RESUBMIT.           *
073300*****************************************************************
073400 3200-LIST-ERRORS.
073500     MOVE SPACES TO FACT-RPT-LINE.
073600     MOVE "CARDS REJECTED BY THE PRE-EDIT" TO FACT-S-TITLE.
073700     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
073800
073900     IF FDS-T-ERRORS(FDS-D-SUB) = ZERO
074000         MOVE SPACES TO FACT-RPT-LINE
074100         MOVE "NONE." TO FACT-S-TITLE
074200         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
074300     ELSE
074400         MOVE SPACES TO FACT-RPT-LINE
074500         MOVE "R  REASON                CARD IMAGE"
074600             TO FACT-S-TITLE
074700         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
074800         OPEN INPUT FDS-ERROR-FILE
074900         MOVE "N" TO FDS-EOF-SWITCH
075000         PERFORM 3250-LIST-ERROR THRU 3250-EXIT
075100             UNTIL FDS-EOF
075200         CLOSE FDS-ERROR-FILE
075300     END-IF.
075400 3200-EXIT.
075500     EXIT.
075600
075700*****************************************************************
075800*   3250-LIST-ERROR                                              *
075900*****************************************************************
076000 3250-LIST-ERROR.
076100     READ FDS-ERROR-FILE
076200         AT END
076300             SET FDS-EOF TO TRUE
076400         NOT AT END
076500             MOVE FACT-ERR-RAW-DATA TO FACT-IN-RECORD
076600             MOVE FACT-IN-DEPT-CODE TO FDS-WORK-CODE
076700             PERFORM 2900-FIND-SLOT THRU 2900-EXIT
076800             IF FDS-SLOT = FDS-D-SUB
076900                 MOVE FACT-ERR-REASON-CODE TO FDS-EL-REASON
077000                 MOVE FACT-ERR-REASON-DESC TO FDS-EL-DESC
077100                 MOVE FACT-ERR-RAW-DATA TO FDS-EL-CARD
077200                 MOVE FDS-ERROR-LINE TO FACT-RPT-LINE
077300                 PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
077400             END-IF
077500     END-READ.
077600 3250-EXIT.
077700     EXIT.
077800
077900*****************************************************************
078000*   3300-LIST-RECYCLE                                            *
078100*   THE DEPARTMENT'S REQUESTS WAITING ON THE RECYCLE FILE,       *
078200*   WITH THEIR ORIGINAL DATE AND AGE IN DAYS.                    *
078300*****************************************************************
078400 3300-LIST-RECYCLE.
078500     MOVE SPACES TO FACT-RPT-LINE.
078600     MOVE "REQUESTS WAITING ON THE RECYCLE FILE" TO FACT-S-TITLE.
078700     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
078800
078900     IF FDS-T-RECYCLE(FDS-D-SUB) = ZERO
079000         MOVE SPACES TO FACT-RPT-LINE
079100         MOVE "NONE." TO FACT-S-TITLE
079200         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
079300     ELSE
079400         OPEN INPUT FDS-RECYCLE-FILE
079500         MOVE "N" TO FDS-EOF-SWITCH
079600         PERFORM 3350-LIST-RECYCLE-ENTRY THRU 3350-EXIT
079700             UNTIL FDS-EOF
079800         CLOSE FDS-RECYCLE-FILE
079900     END-IF.
080000 3300-EXIT.
080100     EXIT.
080200
080300*****************************************************************
080400*   3350-LIST-RECYCLE-ENTRY                                      *
080500*   SAME AGING LINE FACTORIALPROGRAM PRINTS FOR A CARRIED-       *
080600*   FORWARD REQUEST.  ON THE UNASSIGNED REPORT THE STATUS        *
080700*   COLUMN ALSO CARRIES THE CODE THE REQUEST ARRIVED WITH.       *
080800*****************************************************************
080900 3350-LIST-RECYCLE-ENTRY.
081000     READ FDS-RECYCLE-FILE
081100         AT END
081200             SET FDS-EOF TO TRUE
081300         NOT AT END
081400             MOVE FACT-RCY-DEPT-CODE TO FDS-WORK-CODE
081500             PERFORM 2900-FIND-SLOT THRU 2900-EXIT
081600             IF FDS-SLOT = FDS-D-SUB
081700                 PERFORM 3360-FORMAT-RECYCLE THRU 3360-EXIT
081800                 PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
081900             END-IF
082000     END-READ.
082100 3350-EXIT.
082200     EXIT.
082300
082400*****************************************************************
082500*   3360-FORMAT-RECYCLE                                          *
082600*****************************************************************
082700 3360-FORMAT-RECYCLE.
082800     IF FACT-RCY-RUN-DATE NOT NUMERIC
082900         OR FACT-RCY-RUN-DATE = ZERO
083000         MOVE ZERO TO FDS-AGE-DAYS
083100         MOVE SPACES TO FDS-RCY-DATE-EDIT
083200     ELSE
083300*        DATE SUBTRACTION NEEDS DAY SERIALS, WHICH ORDINARY
083400*        VERBS CANNOT PRODUCE FROM YYYYMMDD DATES.
083500         COMPUTE FDS-AGE-DAYS =
083600             FUNCTION INTEGER-OF-DATE(FDS-RUN-DATE-RAW)
083700                 - FUNCTION INTEGER-OF-DATE(FACT-RCY-RUN-DATE)
083800         MOVE FACT-RCY-RUN-DATE TO FDS-RCY-DATE-X
083900         MOVE SPACES TO FDS-RCY-DATE-EDIT
084000         STRING FDS-RCY-DATE-X(1:4) "-" FDS-RCY-DATE-X(5:2)
084100             "-" FDS-RCY-DATE-X(7:2) DELIMITED BY SIZE
084200                 INTO FDS-RCY-DATE-EDIT
084300     END-IF.
084400
084500     MOVE SPACES TO FACT-RPT-LINE.
084600     MOVE FACT-RCY-NUMBER TO FACT-RC-NUMBER.
084700     IF FDS-D-SUB = FDS-UNASSIGNED-SLOT
084800         STRING "DEPT '" FACT-RCY-DEPT-CODE "' - "
084900             FACT-RCY-REASON-DESC DELIMITED BY SIZE
085000                 INTO FACT-RC-STATUS
085100     ELSE
085200         MOVE FACT-RCY-REASON-DESC TO FACT-RC-STATUS
085300     END-IF.
085400     MOVE FDS-RCY-DATE-EDIT TO FACT-RC-ORIG-DATE.
085500     MOVE FDS-AGE-DAYS TO FACT-RC-AGE-DAYS.
085600     MOVE "DAYS" TO FACT-RC-AGE-LIT.
085700     IF FDS-AGE-DAYS >= FDS-AGE-LIMIT-DAYS
085800         MOVE "** AGED **" TO FACT-RC-AGED-FLAG
085900     END-IF.
086000 3360-EXIT.
086100     EXIT.
086200
086300*****************************************************************
086400*   3400-WRITE-DEPT-COUNTS                                       *
086500*   THE DEPARTMENT'S COUNTS, AS THEY APPEAR ON ITS CONTROL-PAGE  *
086600*   LINE.                                                        *
086700*****************************************************************
086800 3400-WRITE-DEPT-COUNTS.
086900     MOVE SPACES TO FACT-RPT-LINE.
087000     MOVE "DEPARTMENT TOTALS" TO FACT-S-TITLE.
087100     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
087200
087300     MOVE SPACES TO FACT-RPT-LINE.
087400     MOVE "ACCEPTED RESULTS . . . . . . ." TO FACT-F-LABEL.
087500     MOVE FDS-T-ACCEPTED(FDS-D-SUB) TO FACT-F-VALUE.
087600     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
087610
087620     MOVE SPACES TO FACT-RPT-LINE.
087630     MOVE "RECOVERED BY RECYCLE RUN . . ." TO FACT-F-LABEL.
087640     MOVE FDS-T-RECOVERED(FDS-D-SUB) TO FACT-F-VALUE.
087650     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
087700
087800     MOVE SPACES TO FACT-RPT-LINE.
087900     MOVE "CARDS REJECTED BY PRE-EDIT . ." TO FACT-F-LABEL.
088000     MOVE FDS-T-ERRORS(FDS-D-SUB) TO FACT-F-VALUE.
088100     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
088110
088120     MOVE SPACES TO FACT-RPT-LINE.
088130     MOVE "CARDS HELD IN SUSPENSE . . . ." TO FACT-F-LABEL.
088140     MOVE FDS-T-HELD(FDS-D-SUB) TO FACT-F-VALUE.
088150     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
088200
088300     MOVE SPACES TO FACT-RPT-LINE.
088400     MOVE "WAITING ON RECYCLE FILE. . . ." TO FACT-F-LABEL.
088500     MOVE FDS-T-RECYCLE(FDS-D-SUB) TO FACT-F-VALUE.
088600     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
088700 3400-EXIT.
088800     EXIT.
088801
088802*****************************************************************
088803*   3500-LIST-RECOVERED                                          *
088804*   THE DEPARTMENT'S RESULTS RECOVERED BY THE RECYCLE RUN, FROM  *
088805*   THE AUDIT LOG -- THEY ARE ON NO EXTRACT.                     *
088806*****************************************************************
088807 3500-LIST-RECOVERED.
088808     MOVE SPACES TO FACT-RPT-LINE.
088809     MOVE "RESULTS RECOVERED BY THE RECYCLE RUN" TO FACT-S-TITLE.
088810     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
088811
088812     IF FDS-T-RECOVERED(FDS-D-SUB) = ZERO
088813         MOVE SPACES TO FACT-RPT-LINE
088814         MOVE "NONE." TO FACT-S-TITLE
088815         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
088816     ELSE
088817         MOVE SPACES TO FACT-RPT-LINE
088818         MOVE "NUMBER" TO FACT-H2-NUMBER-LIT
088819         MOVE "FACTORIAL" TO FACT-H2-FACTORIAL-LIT
088820         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
088821         OPEN INPUT FDS-AUDIT-FILE
088822         MOVE "N" TO FDS-EOF-SWITCH
088823         PERFORM 3550-LIST-RECOVERY THRU 3550-EXIT
088824             UNTIL FDS-EOF
088825         CLOSE FDS-AUDIT-FILE
088826     END-IF.
088827 3500-EXIT.
088828     EXIT.
088829
088830*****************************************************************
088831*   3550-LIST-RECOVERY                                           *
088832*   SAME SELECTION AS 2400-TALLY-AUDIT.                          *
088833*****************************************************************
088834 3550-LIST-RECOVERY.
088835     READ FDS-AUDIT-FILE
088836         AT END
088837             SET FDS-EOF TO TRUE
088838         NOT AT END
088839             IF FACT-AUD-FROM-RECYCLE
088840                 AND FACT-AUD-REJECT-FLAG = "N"
088841                 AND FACT-AUD-DATE >= FDS-NIGHT-DATE
088842                 MOVE FACT-AUD-DEPT-CODE TO FDS-WORK-CODE
088843                 PERFORM 2900-FIND-SLOT THRU 2900-EXIT
088844                 IF FDS-SLOT = FDS-D-SUB
088845                     MOVE SPACES TO FACT-RPT-LINE
088846                     MOVE FACT-AUD-NUMBER TO FACT-D-NUMBER
088847                     MOVE FACT-AUD-FACTORIAL TO FACT-D-FACTORIAL
088848                     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
088849                 END-IF
088850             END-IF
088851     END-READ.
088852 3550-EXIT.
088853     EXIT.
088854
088855*****************************************************************
088856*   3600-LIST-HELD                                               *
088857*   THE DEPARTMENT'S CARDS HELD IN SUSPENSE, WITH THE REASON THE *
088858*   BATCH WAS HELD -- THE DEPARTMENT RESENDS THE WHOLE BATCH.    *
088859*****************************************************************
088860 3600-LIST-HELD.
088861     MOVE SPACES TO FACT-RPT-LINE.
088862     MOVE "CARDS HELD IN SUSPENSE" TO FACT-S-TITLE.
088863     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
088864
088865     IF FDS-T-HELD(FDS-D-SUB) = ZERO
088866         MOVE SPACES TO FACT-RPT-LINE
088867         MOVE "NONE." TO FACT-S-TITLE
088868         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
088869     ELSE
088870         MOVE SPACES TO FACT-RPT-LINE
088871         MOVE "R  REASON                CARD IMAGE"
088872             TO FACT-S-TITLE
088873         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
088874         OPEN INPUT FDS-SUSPENSE-FILE
088875         MOVE "N" TO FDS-EOF-SWITCH
088876         PERFORM 3650-LIST-HELD-CARD THRU 3650-EXIT
088877             UNTIL FDS-EOF
088878         CLOSE FDS-SUSPENSE-FILE
088879     END-IF.
088880 3600-EXIT.
088881     EXIT.
088882
088883*****************************************************************
088884*   3650-LIST-HELD-CARD                                          *
088885*   THE CARD IMAGE CARRIES THE REQUEST ID IN COLUMNS 67-80.      *
088886*****************************************************************
088887 3650-LIST-HELD-CARD.
088888     READ FDS-SUSPENSE-FILE
088889         AT END
088890             SET FDS-EOF TO TRUE
088891         NOT AT END
088892             MOVE FACT-SUS-DEPT-CODE TO FDS-WORK-CODE
088893             PERFORM 2900-FIND-SLOT THRU 2900-EXIT
088894             IF FDS-SLOT = FDS-D-SUB
088895                 MOVE FACT-SUS-REASON-CODE TO FDS-EL-REASON
088896                 MOVE FACT-SUS-REASON-DESC TO FDS-EL-DESC
088897                 MOVE FACT-SUS-RAW-DATA TO FDS-EL-CARD
088898                 MOVE FDS-ERROR-LINE TO FACT-RPT-LINE
088899                 PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
088900             END-IF
088901     END-READ.
088902 3650-EXIT.
088903     EXIT.
088904
089000*****************************************************************
089100*   5000-CONTROL-PAGE                                            *
089200*   OPERATIONS' PAGE: ONE LINE PER DEPARTMENT REPORT WRITTEN,    *
089300*   THE COLUMN TOTALS, AND THE TIE-BACK OF THOSE TOTALS TO THE   *
089400*   NIGHT'S EXTRACT TRAILER(S) AND EDIT-CONTROL RECORD.          *
089500*****************************************************************
089600 5000-CONTROL-PAGE.
089700     MOVE "CONTROL " TO FDS-ROUTE.
089800     PERFORM 1400-START-ROUTE THRU 1400-EXIT.
089900
090000     MOVE SPACES TO FACT-RPT-LINE.
090100     MOVE "NIGHT DISTRIBUTED. . . . . . ." TO FACT-R-LABEL.
090200     MOVE FDS-NIGHT-DATE-EDIT TO FACT-R-MESSAGE.
090300     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
090400
090500     MOVE SPACES TO FACT-RPT-LINE.
090600     MOVE "DEPARTMENT REPORTS WRITTEN" TO FACT-S-TITLE.
090700     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
090800
090900     MOVE FDS-COUNT-HDR TO FACT-RPT-LINE.
091000     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
091100
091200     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
091300         VARYING FDS-D-SUB FROM 1 BY 1
091400         UNTIL FDS-D-SUB > FDS-DEPT-COUNT.
091500     MOVE FDS-UNASSIGNED-SLOT TO FDS-D-SUB.
091600     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
091700
091800     MOVE "TOTAL" TO FDS-CL-ROUTE.
091900     MOVE SPACES TO FDS-CL-NAME.
092000     MOVE FDS-TOTAL-ACCEPTED TO FDS-CL-ACCEPTED.
092010     MOVE FDS-TOTAL-RECOVERED TO FDS-CL-RECOVERED.
092100     MOVE FDS-TOTAL-ERRORS TO FDS-CL-ERRORS.
092110     MOVE FDS-TOTAL-HELD TO FDS-CL-HELD.
092200     MOVE FDS-TOTAL-RECYCLE TO FDS-CL-RECYCLE.
092300     MOVE SPACES TO FDS-CL-STATUS.
092400     MOVE SPACES TO FACT-RPT-LINE.
092500     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
092600     MOVE FDS-COUNT-LINE TO FACT-RPT-LINE.
092700     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
092800
092900     MOVE SPACES TO FACT-RPT-LINE.
093000     MOVE "REPORTS WRITTEN. . . . . . . ." TO FACT-F-LABEL.
093100     MOVE FDS-REPORT-COUNT TO FACT-F-VALUE.
093200     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
093300
093400     PERFORM 5200-TIE-ACCEPTED THRU 5200-EXIT.
093500     PERFORM 5300-TIE-ERRORS THRU 5300-EXIT.
093510     PERFORM 5500-TIE-HELD THRU 5500-EXIT.
093600     PERFORM 5400-TIE-RECYCLE THRU 5400-EXIT.
093700
093800     MOVE SPACES TO FACT-RPT-LINE.
093900     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
094000     MOVE SPACES TO FACT-RPT-LINE.
094100     MOVE "DISTRIBUTION . . . . . . . . ." TO FACT-R-LABEL.
094200     IF FDS-BREAK-COUNT = ZERO
094300         MOVE "TIES BACK TO THE NIGHT'S TOTALS"
094400             TO FACT-R-MESSAGE
094500     ELSE
094600         MOVE "*** DOES NOT TIE BACK -- SEE ABOVE ***"
094700             TO FACT-R-MESSAGE
094800     END-IF.
094900     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
095000 5000-EXIT.
095100     EXIT.
095200
095300*****************************************************************
095400*   5100-WRITE-COUNT-LINE                                        *
095500*   ONE LINE FOR EACH SLOT THAT GOT A REPORT, SAME TEST AS       *
095600*   3000-DEPT-REPORT.                                            *
095700*****************************************************************
095800 5100-WRITE-COUNT-LINE.
095900     COMPUTE FDS-SLOT-ITEMS = FDS-T-ACCEPTED(FDS-D-SUB)
096000         + FDS-T-ERRORS(FDS-D-SUB) + FDS-T-RECYCLE(FDS-D-SUB)
096010         + FDS-T-RECOVERED(FDS-D-SUB) + FDS-T-HELD(FDS-D-SUB).
096100
096200     IF FDS-SLOT-ITEMS > ZERO
096300         OR FDS-T-ACTIVE(FDS-D-SUB)
096400         IF FDS-D-SUB = FDS-UNASSIGNED-SLOT
096500             MOVE "UNASSIGN" TO FDS-CL-ROUTE
096600             MOVE SPACES TO FDS-CL-STATUS
096700         ELSE
096800             MOVE FDS-T-CODE(FDS-D-SUB) TO FDS-CL-ROUTE
096900             IF FDS-T-ACTIVE(FDS-D-SUB)
097000                 MOVE SPACES TO FDS-CL-STATUS
097100             ELSE
097200                 MOVE "INACTIVE" TO FDS-CL-STATUS
097300             END-IF
097400         END-IF
097500         MOVE FDS-T-NAME(FDS-D-SUB) TO FDS-CL-NAME
097600         MOVE FDS-T-ACCEPTED(FDS-D-SUB) TO FDS-CL-ACCEPTED
097610         MOVE FDS-T-RECOVERED(FDS-D-SUB) TO FDS-CL-RECOVERED
097700         MOVE FDS-T-ERRORS(FDS-D-SUB) TO FDS-CL-ERRORS
097710         MOVE FDS-T-HELD(FDS-D-SUB) TO FDS-CL-HELD
097800         MOVE FDS-T-RECYCLE(FDS-D-SUB) TO FDS-CL-RECYCLE
097900         MOVE FDS-COUNT-LINE TO FACT-RPT-LINE
098000         PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT
098100     END-IF.
098200 5100-EXIT.
098300     EXIT.
098400
098500*****************************************************************
098600*   5200-TIE-ACCEPTED                                            *
098700*   ACCEPTED RESULTS HANDED OUT MUST EQUAL THE RECORDS WRITTEN   *
098800*   ON THE EXTRACT TRAILER(S).  A RESTARTED NIGHT RE-EXTRACTS    *
098900*   THE RECORDS AFTER ITS LAST CHECKPOINT AND WILL NOT TIE --    *
099000*   THOSE DEPARTMENTS HAVE SEEN SOME RESULTS TWICE.              *
099100*****************************************************************
099200 5200-TIE-ACCEPTED.
099300     MOVE SPACES TO FACT-RPT-LINE.
099400     MOVE "ACCEPTED RESULTS TO EXTRACT TRAILER" TO FACT-S-TITLE.
099500     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
099600
099700     MOVE SPACES TO FACT-RPT-LINE.
099800     MOVE "RESULTS DISTRIBUTED. . . . . ." TO FACT-F-LABEL.
099900     MOVE FDS-TOTAL-ACCEPTED TO FACT-F-VALUE.
100000     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
100100
100200     MOVE SPACES TO FACT-RPT-LINE.
100300     MOVE "TRAILER RECORDS WRITTEN. . . ." TO FACT-F-LABEL.
100400     MOVE FDS-TRL-WRITTEN TO FACT-F-VALUE.
100500     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
100600
100700     MOVE SPACES TO FACT-RPT-LINE.
100800     MOVE "ACCEPTED RESULTS . . . . . . ." TO FACT-R-LABEL.
100900     EVALUATE TRUE
101000         WHEN FDS-TRAILER-COUNT = ZERO
101100             MOVE "*** NO EXTRACT TRAILER -- BATCH DID NOT END"
101200                 TO FACT-R-MESSAGE
101300             ADD 1 TO FDS-BREAK-COUNT
101400         WHEN FDS-TOTAL-ACCEPTED = FDS-TRL-WRITTEN
101500             MOVE "IN BALANCE -- DISTRIBUTED = TRAILER WRITTEN"
101600                 TO FACT-R-MESSAGE
101700         WHEN OTHER
101800             MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
101900                 TO FACT-R-MESSAGE
102000             ADD 1 TO FDS-BREAK-COUNT
102100     END-EVALUATE.
102200     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
102300 5200-EXIT.
102400     EXIT.
102500
102600*****************************************************************
102700*   5300-TIE-ERRORS                                              *
102800*   PRE-EDIT REJECTS HANDED OUT MUST EQUAL THE REJECT COUNT THE  *
102900*   PRE-EDIT LEFT ON ITS EDIT-CONTROL RECORD.                    *
103000*****************************************************************
103100 5300-TIE-ERRORS.
103200     MOVE SPACES TO FACT-RPT-LINE.
103300     MOVE "PRE-EDIT REJECTS TO EDIT TOTALS" TO FACT-S-TITLE.
103400     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
103500
103600     MOVE SPACES TO FACT-RPT-LINE.
103700     MOVE "REJECTS DISTRIBUTED. . . . . ." TO FACT-F-LABEL.
103800     MOVE FDS-TOTAL-ERRORS TO FACT-F-VALUE.
103900     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
104000
104100     MOVE SPACES TO FACT-RPT-LINE.
104200     MOVE "PRE-EDIT CARDS REJECTED. . . ." TO FACT-F-LABEL.
104300     MOVE FDS-EDIT-REJECTED TO FACT-F-VALUE.
104400     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
104500
104600     MOVE SPACES TO FACT-RPT-LINE.
104700     MOVE "PRE-EDIT REJECTS . . . . . . ." TO FACT-R-LABEL.
104800     EVALUATE TRUE
104900         WHEN NOT FDS-ECL-FOUND
105000             MOVE "*** NO EDIT-CONTROL RECORD -- EDIT DID NOT END"
105100                 TO FACT-R-MESSAGE
105200             ADD 1 TO FDS-BREAK-COUNT
105300         WHEN FDS-TOTAL-ERRORS = FDS-EDIT-REJECTED
105400             MOVE "IN BALANCE -- DISTRIBUTED = EDIT REJECTS"
105500                 TO FACT-R-MESSAGE
105600         WHEN OTHER
105700             MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
105800                 TO FACT-R-MESSAGE
105900             ADD 1 TO FDS-BREAK-COUNT
106000     END-EVALUATE.
106100     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
106200 5300-EXIT.
106300     EXIT.
106400
106500*****************************************************************
106510*   5400-TIE-RECYCLE                                             *
106520*   EVERY RECYCLE ENTRY AND EVERY RESULT THE RECYCLE RUN         *
106530*   RECOVERED IS HANDED OUT.  THE NIGHT'S REJECTS ON THE         *
106540*   EXTRACT TRAILER(S) MUST EQUAL THE ENTRIES ADDED ON THE NIGHT *
106550*   THAT ARE STILL WAITING PLUS THE NIGHT'S REJECTS THE RECYCLE  *
106560*   RUN RECOVERED.  OLDER ENTRIES, WAITING OR RECOVERED, ARE     *
106570*   SHOWN BUT NOT TIED.                                          *
106580*****************************************************************
106590 5400-TIE-RECYCLE.
106600     MOVE SPACES TO FACT-RPT-LINE.
106610     MOVE "NIGHT'S REJECTS TO EXTRACT TRAILER" TO FACT-S-TITLE.
106620     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
106630
106640     MOVE SPACES TO FACT-RPT-LINE.
106650     MOVE "RECYCLE ENTRIES DISTRIBUTED. ." TO FACT-F-LABEL.
106660     MOVE FDS-TOTAL-RECYCLE TO FACT-F-VALUE.
106670     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
106680
106690     MOVE SPACES TO FACT-RPT-LINE.
106700     MOVE "  ADDED ON THE NIGHT . . . . ." TO FACT-F-LABEL.
106710     MOVE FDS-RECYCLE-ADDED TO FACT-F-VALUE.
106720     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
106730
106740     MOVE SPACES TO FACT-RPT-LINE.
106750     MOVE "RECOVERED RESULTS DISTRIBUTED." TO FACT-F-LABEL.
106760     MOVE FDS-TOTAL-RECOVERED TO FACT-F-VALUE.
106770     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
106780
106790     MOVE SPACES TO FACT-RPT-LINE.
106800     MOVE "  FROM THE NIGHT'S REJECTS . ." TO FACT-F-LABEL.
106810     MOVE FDS-RECOVERED-NIGHT TO FACT-F-VALUE.
106820     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
106830
106840     MOVE SPACES TO FACT-RPT-LINE.
106850     MOVE "TRAILER RECORDS REJECTED . . ." TO FACT-F-LABEL.
106860     MOVE FDS-TRL-REJECTED TO FACT-F-VALUE.
106870     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
106880
106890     COMPUTE FDS-REJECTS-ACCOUNTED =
106900         FDS-RECYCLE-ADDED + FDS-RECOVERED-NIGHT.
106910     MOVE SPACES TO FACT-RPT-LINE.
106920     MOVE "NIGHT'S REJECTS. . . . . . . ." TO FACT-R-LABEL.
106930     EVALUATE TRUE
106940         WHEN FDS-TRAILER-COUNT = ZERO OR NOT FDS-ECL-FOUND
106950             MOVE "*** CANNOT BE TIED -- SEE ABOVE ***"
106960                 TO FACT-R-MESSAGE
106970             ADD 1 TO FDS-BREAK-COUNT
106980         WHEN FDS-REJ-FULL
106990             MOVE "*** TOO MANY REJECTS TO TIE ***"
107000                 TO FACT-R-MESSAGE
107010             ADD 1 TO FDS-BREAK-COUNT
107020         WHEN FDS-REJECTS-ACCOUNTED = FDS-TRL-REJECTED
107030             MOVE "IN BALANCE -- ADDED + RECOVERED = REJECTED"
107040                 TO FACT-R-MESSAGE
107050         WHEN OTHER
107060             MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
107070                 TO FACT-R-MESSAGE
107080             ADD 1 TO FDS-BREAK-COUNT
107090     END-EVALUATE.
107100     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
110700 5400-EXIT.
110800     EXIT.
110802
110804*****************************************************************
110806*   5500-TIE-HELD                                                *
110808*   CARDS HELD IN SUSPENSE HANDED OUT MUST EQUAL THE HELD COUNT  *
110810*   THE PRE-EDIT LEFT ON ITS EDIT-CONTROL RECORD.                *
110812*****************************************************************
110814 5500-TIE-HELD.
110816     MOVE SPACES TO FACT-RPT-LINE.
110818     MOVE "HELD CARDS TO EDIT TOTALS" TO FACT-S-TITLE.
110820     PERFORM 1600-WRITE-SECTION-TITLE THRU 1600-EXIT.
110822
110824     MOVE SPACES TO FACT-RPT-LINE.
110826     MOVE "HELD CARDS DISTRIBUTED . . . ." TO FACT-F-LABEL.
110828     MOVE FDS-TOTAL-HELD TO FACT-F-VALUE.
110830     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
110832
110834     MOVE SPACES TO FACT-RPT-LINE.
110836     MOVE "PRE-EDIT CARDS HELD. . . . . ." TO FACT-F-LABEL.
110838     MOVE FDS-EDIT-HELD TO FACT-F-VALUE.
110840     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
110842
110844     MOVE SPACES TO FACT-RPT-LINE.
110846     MOVE "HELD CARDS . . . . . . . . . ." TO FACT-R-LABEL.
110848     EVALUATE TRUE
110850         WHEN NOT FDS-ECL-FOUND
110852             MOVE "*** NO EDIT-CONTROL RECORD -- EDIT DID NOT END"
110854                 TO FACT-R-MESSAGE
110856             ADD 1 TO FDS-BREAK-COUNT
110858         WHEN FDS-TOTAL-HELD = FDS-EDIT-HELD
110860             MOVE "IN BALANCE -- DISTRIBUTED = EDIT HELD"
110862                 TO FACT-R-MESSAGE
110864         WHEN OTHER
110866             MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
110868                 TO FACT-R-MESSAGE
110870             ADD 1 TO FDS-BREAK-COUNT
110872     END-EVALUATE.
110874     PERFORM 1500-WRITE-REPORT-LINE THRU 1500-EXIT.
110876 5500-EXIT.
110878     EXIT.
110900
111000*****************************************************************
111100*   9000-START-RUN-CONTROL                                       *
111200*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
111300*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
111400*   CONFLICTING MODE.                                            *
111500*****************************************************************
111600 9000-START-RUN-CONTROL.
111700     SET FACT-RNP-START TO TRUE.
111800     MOVE "DeptDistributionProgram" TO FACT-RNP-PROGRAM.
111900     MOVE SPACES TO FACT-RNP-INSTANCE.
112000     SET FACT-RNP-BATCH TO TRUE.
112100     MOVE FDS-RUN-FILES TO FACT-RNP-FILES.
112200     CALL "FACTRCTL" USING FACT-RNP-AREA.
112300     IF NOT FACT-RNP-GRANTED
112400         DISPLAY FACT-RNP-MESSAGE
112500         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
112600     END-IF.
112700 9000-EXIT.
112800     EXIT.
112900
113000*****************************************************************
113100*   9100-END-RUN-CONTROL                                         *
113200*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
113210*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
113300*****************************************************************
113400 9100-END-RUN-CONTROL.
113500     IF FACT-RNP-GRANTED
113510         MOVE RETURN-CODE TO FDS-SAVED-RC
113600         SET FACT-RNP-END TO TRUE
113700         CALL "FACTRCTL" USING FACT-RNP-AREA
113800         IF NOT FACT-RNP-GRANTED
113900             DISPLAY FACT-RNP-MESSAGE
114000         END-IF
114010         MOVE FDS-SAVED-RC TO RETURN-CODE
114100     END-IF.
114200 9100-EXIT.
114300     EXIT.
