000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MasterUsageProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  MONTHLY USAGE REPORT     *
001100*                    FOR THE FACTORIAL RESULTS MASTER: THE       *
001200*                    HIT RATIO OF EACH NIGHT IN THE REPORTING    *
001300*                    PERIOD FROM THE RUN-HISTORY FILE, THE       *
001400*                    MOST-USED ENTRIES BY REFERENCE COUNT,       *
001500*                    EVERY ENTRY NOT REFERENCED WITHIN THE       *
001600*                    STALE LIMIT ON THE CONTROL CARD, AND EVERY  *
001700*                    PURGE OR QUARANTINE IN THE PERIOD WITH THE  *
001800*                    DATE THE NUMBER WAS RECOMPUTED.  STALE      *
001900*                    ENTRIES ARE WRITTEN TO THE PURGE-CANDIDATE  *
002000*                    FILE (FACTPCL) FOR OPERATOR REVIEW --       *
002100*                    NOTHING IS DELETED.                         *
002110*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002120*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002130*                    PURGECAN EXCLUSIVELY, MASTER, RUNHIST,      *
002140*                    AUDIT AND MAUDIT SHARED, AND CLEARS THE     *
002150*                    ENTRY AT THE END.  THE RUN IS REFUSED WITH  *
002160*                    RETURN CODE 12 (16 IF THE RUN-CONTROL FILE  *
002170*                    WILL NOT OPEN) WHILE ANOTHER JOB OR SESSION *
002180*                    HOLDS ONE OF THOSE FILES IN A CONFLICTING   *
002190*                    MODE.                                       *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT FACT-MST-FILE    ASSIGN TO "FACTMST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS FACT-MST-NUMBER
003000         FILE STATUS IS FMU-MST-STATUS.
003100
003200     SELECT FMU-HIST-FILE    ASSIGN TO "FACTHIST"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FMU-HIST-STATUS.
003500
003600     SELECT FMU-AUDIT-FILE   ASSIGN TO "FACTAUD"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FMU-AUD-STATUS.
003900
004000     SELECT FMU-MAUDIT-FILE  ASSIGN TO "FACTMAUD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FMU-MAUD-STATUS.
004300
004400     SELECT FMU-CAND-FILE    ASSIGN TO "FACTPCAN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FMU-CAND-STATUS.
004700
004800     SELECT FMU-REPORT-FILE  ASSIGN TO "FACTURPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FMU-RPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  FACT-MST-FILE.
005500 COPY FACTMSL.
005600
005700 FD  FMU-HIST-FILE
005800     RECORDING MODE IS F.
005900 COPY FACTHSL.
006000
006100 FD  FMU-AUDIT-FILE
006200     RECORDING MODE IS F.
006300 COPY FACTAUL.
006400
006500 FD  FMU-MAUDIT-FILE
006600     RECORDING MODE IS F.
006700 COPY FACTMAL.
006800
006900 FD  FMU-CAND-FILE
007000     RECORDING MODE IS F.
007100 COPY FACTPCL.
007200
007300 FD  FMU-REPORT-FILE
007400     RECORDING MODE IS F.
007500 01  FMU-RPT-RECORD          PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800*****************************************************************
007900*   SWITCHES AND FILE STATUSES                                   *
008000*****************************************************************
008100 77  FMU-EOF-SWITCH          PIC X(01)   VALUE "N".
008200     88  FMU-EOF                         VALUE "Y".
008300
008400 77  FMU-ABORT-SWITCH        PIC X(01)   VALUE "N".
008500     88  FMU-ABORTED                     VALUE "Y".
008600
008700 77  FMU-FOUND-SWITCH        PIC X(01)   VALUE "N".
008800     88  FMU-FOUND                       VALUE "Y".
008900
009000 77  FMU-DATE-SWITCH         PIC X(01)   VALUE "N".
009100     88  FMU-DATE-OK                     VALUE "Y".
009200
009300 77  FMU-MST-STATUS          PIC X(02)   VALUE "00".
009400 77  FMU-HIST-STATUS         PIC X(02)   VALUE "00".
009500 77  FMU-AUD-STATUS          PIC X(02)   VALUE "00".
009600 77  FMU-MAUD-STATUS         PIC X(02)   VALUE "00".
009700 77  FMU-CAND-STATUS         PIC X(02)   VALUE "00".
009800 77  FMU-RPT-STATUS          PIC X(02)   VALUE "00".
009900
010000*****************************************************************
010100*   CONTROL CARD -- REPORTING PERIOD AND STALE LIMIT             *
010200*   COLUMNS 1-8 FROM DATE, 10-17 THROUGH DATE (YYYYMMDD), AND    *
010300*   19-21 THE NUMBER OF DAYS WITHOUT A REFERENCE THAT MAKES AN   *
010400*   ENTRY A PURGE CANDIDATE (BLANK = THE DEFAULT BELOW).         *
010500*****************************************************************
010600 01  FMU-CONTROL-CARD        PIC X(80)   VALUE SPACES.
010700 01  FMU-CARD-FIELDS REDEFINES FMU-CONTROL-CARD.
010800     05  FMU-CARD-FROM-DATE  PIC 9(08).
010900     05  FILLER              PIC X(01).
011000     05  FMU-CARD-THRU-DATE  PIC 9(08).
011100     05  FILLER              PIC X(01).
011200     05  FMU-CARD-STALE-X    PIC X(03).
011300     05  FMU-CARD-STALE-DAYS REDEFINES FMU-CARD-STALE-X PIC 9(03).
011400     05  FILLER              PIC X(59).
011500
011600 77  FMU-DEFAULT-STALE-DAYS  PIC 9(03)   VALUE 90.
011700 01  FMU-FROM-DATE           PIC 9(08)   VALUE ZERO.
011800 01  FMU-THRU-DATE           PIC 9(08)   VALUE ZERO.
011900 01  FMU-STALE-DAYS          PIC 9(03)   VALUE ZERO.
012000
012100*****************************************************************
012200*   NIGHTLY HIT-RATIO TABLE -- ONE ENTRY PER RUN DATE IN THE     *
012300*   PERIOD, WITH THE RUNS OF A MULTI-STREAM NIGHT ADDED          *
012400*   TOGETHER.  ROWS WRITTEN BEFORE THE HISTORY RECORD CARRIED    *
012500*   HIT AND MISS COUNTS ARE COUNTED AS RUNS WITHOUT LOOKUPS.     *
012600*****************************************************************
012700 77  FMU-NIGHT-MAX           PIC 9(04) COMP  VALUE 62.
012800 77  FMU-NIGHT-COUNT         PIC 9(04) COMP  VALUE ZERO.
012900 77  FMU-NIGHT-SUB           PIC 9(04) COMP  VALUE ZERO.
013000
013100 01  FMU-NIGHT-TABLE.
013200     05  FMU-NIGHT-ENTRY     OCCURS 62 TIMES.
013300         10  FMU-NT-DATE     PIC 9(08).
013400         10  FMU-NT-RUNS     PIC 9(04) COMP.
013500         10  FMU-NT-HITS     PIC 9(08) COMP.
013600         10  FMU-NT-MISSES   PIC 9(08) COMP.
013700
013800*****************************************************************
013900*   MOST-USED TABLE -- THE HIGHEST REFERENCE COUNTS ON THE       *
014000*   MASTER, KEPT IN DESCENDING ORDER AS THE MASTER IS READ.      *
014100*****************************************************************
014200 77  FMU-TOP-MAX             PIC 9(04) COMP  VALUE 20.
014300 77  FMU-TOP-COUNT           PIC 9(04) COMP  VALUE ZERO.
014400 77  FMU-TOP-SUB             PIC 9(04) COMP  VALUE ZERO.
014500 77  FMU-TOP-SLOT            PIC 9(04) COMP  VALUE ZERO.
014600
014700 01  FMU-TOP-TABLE.
014800     05  FMU-TOP-ENTRY       OCCURS 20 TIMES.
014900         10  FMU-TP-NUMBER   PIC 9(04).
015000         10  FMU-TP-REFS     PIC 9(07).
015100         10  FMU-TP-LAST-REF PIC 9(08).
015200         10  FMU-TP-CALC-DATE
015300                             PIC 9(08).
015400
015500*****************************************************************
015600*   PURGE TABLE -- EVERY PURGE AND QUARANTINE IN THE PERIOD,     *
015700*   WITH THE FIRST STORE OF THE SAME NUMBER AFTER IT.            *
015800*****************************************************************
015900 77  FMU-PURGE-MAX           PIC 9(04) COMP  VALUE 500.
016000 77  FMU-PURGE-COUNT         PIC 9(04) COMP  VALUE ZERO.
016100 77  FMU-PURGE-SUB           PIC 9(04) COMP  VALUE ZERO.
016200
016300 01  FMU-PURGE-TABLE.
016400     05  FMU-PURGE-ENTRY     OCCURS 500 TIMES.
016500         10  FMU-PT-NUMBER   PIC 9(04).
016600         10  FMU-PT-WHEN     PIC X(16).
016700         10  FMU-PT-FUNCTION PIC X(01).
016800         10  FMU-PT-OPERATOR PIC X(08).
016900         10  FMU-PT-RECOMPUTED
017000                             PIC X(16).
017100
017200 01  FMU-EVENT-WHEN.
017300     05  FMU-EVT-DATE        PIC 9(08)   VALUE ZERO.
017400     05  FMU-EVT-TIME        PIC 9(08)   VALUE ZERO.
017500
017600 01  FMU-STAMP-WORK.
017700     05  FMU-SW-DATE         PIC X(08).
017800     05  FMU-SW-TIME         PIC X(08).
017900
018000*****************************************************************
018100*   ENTRY USAGE WORK FIELDS                                      *
018200*****************************************************************
018300 01  FMU-REFS                PIC 9(07)   VALUE ZERO.
018400 01  FMU-LAST-REF            PIC 9(08)   VALUE ZERO.
018500 01  FMU-IDLE-FROM           PIC 9(08)   VALUE ZERO.
018600 01  FMU-DAYS-IDLE           PIC 9(05)   VALUE ZERO.
018700 77  FMU-MAX-DAYS-IDLE       PIC 9(05)   VALUE 99999.
018800
018900 01  FMU-CHECK-DATE          PIC 9(08)   VALUE ZERO.
019000 01  FMU-CHECK-PARTS REDEFINES FMU-CHECK-DATE.
019100     05  FMU-CHECK-YEAR      PIC 9(04).
019200     05  FMU-CHECK-MONTH     PIC 9(02).
019300     05  FMU-CHECK-DAY       PIC 9(02).
019400
019500 01  FMU-DATE-IN             PIC 9(08)   VALUE ZERO.
019600 01  FMU-DATE-IN-X REDEFINES FMU-DATE-IN PIC X(08).
019700 01  FMU-DATE-OUT            PIC X(10)   VALUE SPACES.
019800
019900 01  FMU-PCT                 PIC 9(03)V9 VALUE ZERO.
020000 01  FMU-LOOKUPS             PIC 9(08) COMP  VALUE ZERO.
020100
020200*****************************************************************
020300*   CONTROL TOTALS                                               *
020400*****************************************************************
020500 01  FMU-HIST-READ-COUNT     PIC 9(08) COMP  VALUE ZERO.
020600 01  FMU-RUN-COUNT           PIC 9(08) COMP  VALUE ZERO.
020700 01  FMU-NO-COUNTS-RUNS      PIC 9(08) COMP  VALUE ZERO.
020800 01  FMU-NIGHTS-DROPPED      PIC 9(08) COMP  VALUE ZERO.
020900 01  FMU-TOTAL-HITS          PIC 9(08) COMP  VALUE ZERO.
021000 01  FMU-TOTAL-MISSES        PIC 9(08) COMP  VALUE ZERO.
021100 01  FMU-ENTRY-COUNT         PIC 9(08) COMP  VALUE ZERO.
021200 01  FMU-USED-COUNT          PIC 9(08) COMP  VALUE ZERO.
021300 01  FMU-NEVER-COUNT         PIC 9(08) COMP  VALUE ZERO.
021400 01  FMU-STALE-COUNT         PIC 9(08) COMP  VALUE ZERO.
021500 01  FMU-PURGE-EVENT-COUNT   PIC 9(08) COMP  VALUE ZERO.
021600 01  FMU-PURGES-DROPPED      PIC 9(08) COMP  VALUE ZERO.
021700 01  FMU-RECOMPUTED-COUNT    PIC 9(08) COMP  VALUE ZERO.
021800
021900*****************************************************************
022000*   SECTION COLUMN HEADINGS AND DETAIL LINES                     *
022100*****************************************************************
022200 01  FMU-NIGHT-HDR.
022300     05  FILLER              PIC X(13)   VALUE " NIGHT".
022400     05  FILLER              PIC X(05)   VALUE " RUNS".
022500     05  FILLER              PIC X(13)   VALUE "      LOOKUPS".
022600     05  FILLER              PIC X(13)   VALUE "         HITS".
022700     05  FILLER              PIC X(13)   VALUE "       MISSES".
022800     05  FILLER              PIC X(12)   VALUE "   HIT RATIO".
022900     05  FILLER              PIC X(63)   VALUE SPACES.
023000
023100 01  FMU-NIGHT-LINE.
023200     05  FILLER              PIC X(01)   VALUE SPACE.
023300     05  FMU-NL-DATE         PIC X(10).
023400     05  FILLER              PIC X(04)   VALUE SPACES.
023500     05  FMU-NL-RUNS         PIC ZZ9.
023600     05  FILLER              PIC X(02)   VALUE SPACES.
023700     05  FMU-NL-LOOKUPS      PIC ZZZ,ZZZ,ZZ9.
023800     05  FILLER              PIC X(02)   VALUE SPACES.
023900     05  FMU-NL-HITS         PIC ZZZ,ZZZ,ZZ9.
024000     05  FILLER              PIC X(02)   VALUE SPACES.
024100     05  FMU-NL-MISSES       PIC ZZZ,ZZZ,ZZ9.
024200     05  FILLER              PIC X(05)   VALUE SPACES.
024300     05  FMU-NL-PCT          PIC ZZ9.9.
024400     05  FILLER              PIC X(01)   VALUE "%".
024500     05  FILLER              PIC X(64)   VALUE SPACES.
024600
024700 01  FMU-TOP-HDR.
024800     05  FILLER              PIC X(07)   VALUE " RANK".
024900     05  FILLER              PIC X(08)   VALUE "NUMBER".
025000     05  FILLER              PIC X(13)   VALUE "  REFERENCES".
025100     05  FILLER              PIC X(17)
025200                                 VALUE "  LAST REFERENCED".
025300     05  FILLER              PIC X(12)   VALUE "  CALCULATED".
025400     05  FILLER              PIC X(75)   VALUE SPACES.
025500
025600 01  FMU-TOP-LINE.
025700     05  FILLER              PIC X(01)   VALUE SPACE.
025800     05  FMU-TL-RANK         PIC ZZ9.
025900     05  FILLER              PIC X(03)   VALUE SPACES.
026000     05  FMU-TL-NUMBER       PIC ZZZ9.
026100     05  FILLER              PIC X(03)   VALUE SPACES.
026200     05  FMU-TL-REFS         PIC Z,ZZZ,ZZ9.
026300     05  FILLER              PIC X(07)   VALUE SPACES.
026400     05  FMU-TL-LAST-REF     PIC X(10).
026500     05  FILLER              PIC X(04)   VALUE SPACES.
026600     05  FMU-TL-CALC-DATE    PIC X(10).
026700     05  FILLER              PIC X(78)   VALUE SPACES.
026800
026900 01  FMU-STALE-HDR.
027000     05  FILLER              PIC X(08)   VALUE " NUMBER".
027100     05  FILLER              PIC X(12)   VALUE "CALCULATED".
027200     05  FILLER              PIC X(17)   VALUE "LAST REFERENCED".
027300     05  FILLER              PIC X(11)   VALUE " REFERENCES".
027400     05  FILLER              PIC X(11)   VALUE "  DAYS IDLE".
027500     05  FILLER              PIC X(73)   VALUE SPACES.
027600
027700 01  FMU-STALE-LINE.
027800     05  FILLER              PIC X(01)   VALUE SPACE.
027900     05  FMU-SL-NUMBER       PIC ZZZ9.
028000     05  FILLER              PIC X(03)   VALUE SPACES.
028100     05  FMU-SL-CALC-DATE    PIC X(10).
028200     05  FILLER              PIC X(02)   VALUE SPACES.
028300     05  FMU-SL-LAST-REF     PIC X(15).
028400     05  FILLER              PIC X(02)   VALUE SPACES.
028500     05  FMU-SL-REFS         PIC Z,ZZZ,ZZ9.
028600     05  FILLER              PIC X(05)   VALUE SPACES.
028700     05  FMU-SL-DAYS-IDLE    PIC ZZ,ZZ9.
028800     05  FILLER              PIC X(75)   VALUE SPACES.
028900
029000 01  FMU-PURGE-HDR.
029100     05  FILLER              PIC X(08)   VALUE " NUMBER".
029200     05  FILLER              PIC X(12)   VALUE "ACTION".
029300     05  FILLER              PIC X(21)   VALUE "DATE AND TIME".
029400     05  FILLER              PIC X(10)   VALUE "OPERATOR".
029500     05  FILLER              PIC X(20)   VALUE "RECOMPUTED".
029600     05  FILLER              PIC X(61)   VALUE SPACES.
029700
029800 01  FMU-PURGE-LINE.
029900     05  FILLER              PIC X(01)   VALUE SPACE.
030000     05  FMU-PL-NUMBER       PIC ZZZ9.
030100     05  FILLER              PIC X(03)   VALUE SPACES.
030200     05  FMU-PL-ACTION       PIC X(10).
030300     05  FILLER              PIC X(02)   VALUE SPACES.
030400     05  FMU-PL-DATE         PIC X(10).
030500     05  FILLER              PIC X(01)   VALUE SPACE.
030600     05  FMU-PL-TIME         PIC X(08).
030700     05  FILLER              PIC X(02)   VALUE SPACES.
030800     05  FMU-PL-OPERATOR     PIC X(08).
030900     05  FILLER              PIC X(02)   VALUE SPACES.
031000     05  FMU-PL-RECOMPUTED   PIC X(20).
031100     05  FILLER              PIC X(61)   VALUE SPACES.
031200
031300*****************************************************************
031400*   RUN DATE AND REPORT PAGE CONTROL                             *
031500*****************************************************************
031600 77  FMU-LINES-PER-PAGE      PIC 9(04) COMP  VALUE 55.
031700 77  FMU-LINE-COUNT          PIC 9(04) COMP  VALUE ZERO.
031800 77  FMU-PAGE-NUMBER         PIC 9(04) COMP  VALUE ZERO.
031900
032000 01  FMU-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
032100 01  FMU-RUN-DATE-EDIT       PIC X(10)   VALUE SPACES.
032200
032300*****************************************************************
032400*   REPORT LINE WORK AREA -- SAME PRINT LAYOUT THE BATCH         *
032500*   CONTROL REPORT USES.                                         *
032600*****************************************************************
032700 COPY FACTRPL.
032800
032804*****************************************************************
032808*   RUN CONTROL                                                  *
032812*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
032816*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
032820*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
032824*****************************************************************
032828 01  FMU-RUN-FILES.
032832     05  FILLER              PIC X(08)   VALUE "PURGECAN".
032836     05  FILLER              PIC X(01)   VALUE "E".
032840     05  FILLER              PIC X(08)   VALUE "MASTER".
032844     05  FILLER              PIC X(01)   VALUE "S".
032848     05  FILLER              PIC X(08)   VALUE "RUNHIST".
032852     05  FILLER              PIC X(01)   VALUE "S".
032856     05  FILLER              PIC X(08)   VALUE "AUDIT".
032860     05  FILLER              PIC X(01)   VALUE "S".
032864     05  FILLER              PIC X(08)   VALUE "MAUDIT".
032868     05  FILLER              PIC X(01)   VALUE "S".
032872
032873 77  FMU-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
032874
032876 COPY FACTRNP.
032880
032900 PROCEDURE DIVISION.
033000*****************************************************************
033100*   0000-MAINLINE                                                *
033200*   READS THE CONTROL CARD, THEN PRINTS THE FOUR USAGE           *
033300*   SECTIONS AND THE TOTALS.  THE MASTER IS ONLY READ.           *
033400*****************************************************************
033500 0000-MAINLINE.
033600     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
033610     IF FACT-RNP-GRANTED
033620         PERFORM 1000-INITIALIZE THRU 1000-EXIT
033630     ELSE
033640         SET FMU-ABORTED TO TRUE
033650     END-IF.
033700
033800     IF NOT FMU-ABORTED
033900         PERFORM 2000-NIGHTLY-RATIOS THRU 2000-EXIT
034000         PERFORM 3000-MOST-USED THRU 3000-EXIT
034100         PERFORM 4000-STALE-ENTRIES THRU 4000-EXIT
034200         PERFORM 5000-RECOMPUTED THRU 5000-EXIT
034300         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
034400         CLOSE FACT-MST-FILE
034500         CLOSE FMU-CAND-FILE
034600         CLOSE FMU-REPORT-FILE
034700     END-IF.
034800
034810     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
034900     STOP RUN.
035000
035100*****************************************************************
035200*   1000-INITIALIZE                                              *
035300*   VALIDATES THE CONTROL CARD AND OPENS THE MASTER, THE         *
035400*   PURGE-CANDIDATE FILE, AND THE REPORT.  A BAD CARD OR A       *
035500*   MASTER THAT WILL NOT OPEN ABANDONS THE RUN.                  *
035600*****************************************************************
035700 1000-INITIALIZE.
035800     ACCEPT FMU-RUN-DATE-RAW FROM DATE YYYYMMDD.
035900     MOVE FMU-RUN-DATE-RAW TO FMU-DATE-IN.
036000     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
036100     MOVE FMU-DATE-OUT TO FMU-RUN-DATE-EDIT.
036200
036300     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
036400
036500     IF NOT FMU-ABORTED
036600         OPEN INPUT FACT-MST-FILE
036700         IF FMU-MST-STATUS NOT = "00"
036800             DISPLAY "FACTMST DID NOT OPEN -- FILE STATUS "
036900                 FMU-MST-STATUS ", USAGE REPORT ABANDONED."
037000             SET FMU-ABORTED TO TRUE
037100             MOVE 16 TO RETURN-CODE
037200         END-IF
037300     END-IF.
037400
037500     IF NOT FMU-ABORTED
037600         OPEN OUTPUT FMU-CAND-FILE
037700         IF FMU-CAND-STATUS NOT = "00"
037800             DISPLAY "FACTPCAN DID NOT OPEN -- FILE STATUS "
037900                 FMU-CAND-STATUS ", USAGE REPORT ABANDONED."
038000             SET FMU-ABORTED TO TRUE
038100             MOVE 16 TO RETURN-CODE
038200         ELSE
038300             OPEN OUTPUT FMU-REPORT-FILE
038400             PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
038500         END-IF
038600     END-IF.
038700 1000-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*   1100-READ-CONTROL-CARD                                       *
039200*****************************************************************
039300 1100-READ-CONTROL-CARD.
039400     ACCEPT FMU-CONTROL-CARD.
039500
039600     IF FMU-CARD-FROM-DATE NOT NUMERIC
039700         OR FMU-CARD-THRU-DATE NOT NUMERIC
039800         OR FMU-CARD-FROM-DATE > FMU-CARD-THRU-DATE
039900         DISPLAY "USAGE CONTROL CARD MISSING OR PERIOD NOT "
040000             "VALID -- USAGE REPORT ABANDONED."
040100         SET FMU-ABORTED TO TRUE
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 1100-EXIT
040400     END-IF.
040500
040600     MOVE FMU-CARD-FROM-DATE TO FMU-FROM-DATE.
040700     MOVE FMU-CARD-THRU-DATE TO FMU-THRU-DATE.
040800
040900     IF FMU-CARD-STALE-X = SPACES
041000         MOVE FMU-DEFAULT-STALE-DAYS TO FMU-STALE-DAYS
041100     ELSE
041200         IF FMU-CARD-STALE-DAYS NOT NUMERIC
041300             OR FMU-CARD-STALE-DAYS = ZERO
041400             DISPLAY "STALE DAYS ON THE USAGE CONTROL CARD "
041500                 "IS NOT VALID -- USAGE REPORT ABANDONED."
041600             SET FMU-ABORTED TO TRUE
041700             MOVE 16 TO RETURN-CODE
041800         ELSE
041900             MOVE FMU-CARD-STALE-DAYS TO FMU-STALE-DAYS
042000         END-IF
042100     END-IF.
042200 1100-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600*   1250-WRITE-REPORT-HEADERS                                    *
042700*****************************************************************
042800 1250-WRITE-REPORT-HEADERS.
042900     ADD 1 TO FMU-PAGE-NUMBER.
043000
043100     MOVE SPACES TO FACT-RPT-LINE.
043200     MOVE "RESULTS MASTER - MONTHLY USAGE REPORT" TO
043300         FACT-H1-TITLE.
043400     MOVE "RUN DATE:" TO FACT-H1-DATE-LIT.
043500     MOVE FMU-RUN-DATE-EDIT TO FACT-H1-RUN-DATE.
043600     MOVE "PAGE" TO FACT-H1-PAGE-LIT.
043700     MOVE FMU-PAGE-NUMBER TO FACT-H1-PAGE-NO.
043800     WRITE FMU-RPT-RECORD FROM FACT-RPT-HDR1.
043900
044000     MOVE SPACES TO FACT-RPT-LINE.
044100     WRITE FMU-RPT-RECORD FROM FACT-RPT-LINE.
044200
044300     MOVE ZERO TO FMU-LINE-COUNT.
044400 1250-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800*   1300-WRITE-REPORT-LINE                                       *
044900*****************************************************************
045000 1300-WRITE-REPORT-LINE.
045100     IF FMU-LINE-COUNT >= FMU-LINES-PER-PAGE
045200         PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
045300     END-IF.
045400     WRITE FMU-RPT-RECORD FROM FACT-RPT-LINE.
045500     ADD 1 TO FMU-LINE-COUNT.
045600 1300-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*   2000-NIGHTLY-RATIOS                                          *
046100*   TALLIES THE RUN-HISTORY ROWS IN THE PERIOD BY RUN DATE AND   *
046200*   PRINTS ONE HIT-RATIO LINE PER NIGHT.  NO HISTORY FILE YET    *
046300*   LEAVES THE SECTION EMPTY.                                    *
046400*****************************************************************
046500 2000-NIGHTLY-RATIOS.
046600     OPEN INPUT FMU-HIST-FILE.
046700     IF FMU-HIST-STATUS = "00"
046800         MOVE "N" TO FMU-EOF-SWITCH
046900         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
047000             UNTIL FMU-EOF
047100         CLOSE FMU-HIST-FILE
047200     ELSE
047300         DISPLAY "FACTHIST DID NOT OPEN -- FILE STATUS "
047400             FMU-HIST-STATUS ", NO NIGHTLY HIT RATIOS."
047500     END-IF.
047600
047700     MOVE SPACES TO FACT-RPT-LINE.
047800     MOVE "HIT RATIO BY NIGHT" TO FACT-S-TITLE.
047900     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
048000     MOVE FMU-NIGHT-HDR TO FACT-RPT-LINE.
048100     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
048200
048300     PERFORM 2300-PRINT-NIGHT THRU 2300-EXIT
048400         VARYING FMU-NIGHT-SUB FROM 1 BY 1
048500         UNTIL FMU-NIGHT-SUB > FMU-NIGHT-COUNT.
048600
048700     MOVE SPACES TO FACT-RPT-LINE.
048800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
048900 2000-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*   2100-READ-HISTORY                                            *
049400*****************************************************************
049500 2100-READ-HISTORY.
049600     READ FMU-HIST-FILE
049700         AT END
049800             SET FMU-EOF TO TRUE
049900     END-READ.
050000
050100     IF NOT FMU-EOF
050200         ADD 1 TO FMU-HIST-READ-COUNT
050300         IF FACT-HST-RUN-DATE NOT < FMU-FROM-DATE
050400             AND FACT-HST-RUN-DATE NOT > FMU-THRU-DATE
050500             ADD 1 TO FMU-RUN-COUNT
050600             PERFORM 2200-TALLY-NIGHT THRU 2200-EXIT
050700         END-IF
050800     END-IF.
050900 2100-EXIT.
051000     EXIT.
051100
051200*****************************************************************
051300*   2200-TALLY-NIGHT                                             *
051400*   FINDS OR ADDS THE RUN DATE'S ENTRY AND ADDS THE RUN'S HITS   *
051500*   AND MISSES.  A PERIOD LONGER THAN THE TABLE IS COUNTED IN    *
051600*   THE TOTALS BUT ITS LATER NIGHTS ARE NOT LISTED.              *
051700*****************************************************************
051800 2200-TALLY-NIGHT.
051900     MOVE "N" TO FMU-FOUND-SWITCH.
052000     PERFORM 2250-MATCH-NIGHT THRU 2250-EXIT
052100         VARYING FMU-NIGHT-SUB FROM 1 BY 1
052200         UNTIL FMU-NIGHT-SUB > FMU-NIGHT-COUNT
052300         OR FMU-FOUND.
052400
052500     IF FMU-FOUND
052600         SUBTRACT 1 FROM FMU-NIGHT-SUB
052700     ELSE
052800         IF FMU-NIGHT-COUNT < FMU-NIGHT-MAX
052900             ADD 1 TO FMU-NIGHT-COUNT
053000             MOVE FMU-NIGHT-COUNT TO FMU-NIGHT-SUB
053100             MOVE FACT-HST-RUN-DATE TO FMU-NT-DATE(FMU-NIGHT-SUB)
053200             MOVE ZERO TO FMU-NT-RUNS(FMU-NIGHT-SUB)
053300             MOVE ZERO TO FMU-NT-HITS(FMU-NIGHT-SUB)
053400             MOVE ZERO TO FMU-NT-MISSES(FMU-NIGHT-SUB)
053500             SET FMU-FOUND TO TRUE
053600         ELSE
053700             ADD 1 TO FMU-NIGHTS-DROPPED
053800         END-IF
053900     END-IF.
054000
054100     IF FACT-HST-HIT-COUNT NUMERIC
054200         AND FACT-HST-MISS-COUNT NUMERIC
054300         ADD FACT-HST-HIT-COUNT TO FMU-TOTAL-HITS
054400         ADD FACT-HST-MISS-COUNT TO FMU-TOTAL-MISSES
054500         IF FMU-FOUND
054600             ADD 1 TO FMU-NT-RUNS(FMU-NIGHT-SUB)
054700             ADD FACT-HST-HIT-COUNT TO FMU-NT-HITS(FMU-NIGHT-SUB)
054800             ADD FACT-HST-MISS-COUNT TO
054900                 FMU-NT-MISSES(FMU-NIGHT-SUB)
055000         END-IF
055100     ELSE
055200         ADD 1 TO FMU-NO-COUNTS-RUNS
055300     END-IF.
055400 2200-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*   2250-MATCH-NIGHT                                             *
055900*****************************************************************
056000 2250-MATCH-NIGHT.
056100     IF FMU-NT-DATE(FMU-NIGHT-SUB) = FACT-HST-RUN-DATE
056200         SET FMU-FOUND TO TRUE
056300     END-IF.
056400 2250-EXIT.
056500     EXIT.
056600
056700*****************************************************************
056800*   2300-PRINT-NIGHT                                             *
056900*****************************************************************
057000 2300-PRINT-NIGHT.
057100     MOVE FMU-NT-DATE(FMU-NIGHT-SUB) TO FMU-DATE-IN.
057200     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
057300     MOVE FMU-DATE-OUT TO FMU-NL-DATE.
057400     MOVE FMU-NT-RUNS(FMU-NIGHT-SUB) TO FMU-NL-RUNS.
057500     COMPUTE FMU-LOOKUPS = FMU-NT-HITS(FMU-NIGHT-SUB)
057600         + FMU-NT-MISSES(FMU-NIGHT-SUB).
057700     MOVE FMU-LOOKUPS TO FMU-NL-LOOKUPS.
057800     MOVE FMU-NT-HITS(FMU-NIGHT-SUB) TO FMU-NL-HITS.
057900     MOVE FMU-NT-MISSES(FMU-NIGHT-SUB) TO FMU-NL-MISSES.
058000     IF FMU-LOOKUPS > ZERO
058100         COMPUTE FMU-PCT ROUNDED =
058200             FMU-NT-HITS(FMU-NIGHT-SUB) * 100 / FMU-LOOKUPS
058300     ELSE
058400         MOVE ZERO TO FMU-PCT
058500     END-IF.
058600     MOVE FMU-PCT TO FMU-NL-PCT.
058700     MOVE FMU-NIGHT-LINE TO FACT-RPT-LINE.
058800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
058900 2300-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300*   3000-MOST-USED                                               *
059400*   ONE PASS OF THE MASTER TO RANK THE ENTRIES BY REFERENCE      *
059500*   COUNT, THEN THE RANKED LIST.  ENTRIES NEVER REFERENCED ARE   *
059600*   NOT RANKED.                                                  *
059700*****************************************************************
059800 3000-MOST-USED.
059900     MOVE ZERO TO FACT-MST-NUMBER.
060000     MOVE "N" TO FMU-EOF-SWITCH.
060100     START FACT-MST-FILE KEY >= FACT-MST-NUMBER
060200         INVALID KEY
060300             SET FMU-EOF TO TRUE
060400     END-START.
060500
060600     PERFORM 3100-RANK-NEXT-ENTRY THRU 3100-EXIT
060700         UNTIL FMU-EOF.
060800
060900     MOVE SPACES TO FACT-RPT-LINE.
061000     MOVE "MOST-USED ENTRIES" TO FACT-S-TITLE.
061100     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
061200     MOVE FMU-TOP-HDR TO FACT-RPT-LINE.
061300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
061400
061500     PERFORM 3300-PRINT-TOP-ENTRY THRU 3300-EXIT
061600         VARYING FMU-TOP-SUB FROM 1 BY 1
061700         UNTIL FMU-TOP-SUB > FMU-TOP-COUNT.
061800
061900     MOVE SPACES TO FACT-RPT-LINE.
062000     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
062100 3000-EXIT.
062200     EXIT.
062300
062400*****************************************************************
062500*   3100-RANK-NEXT-ENTRY                                         *
062600*****************************************************************
062700 3100-RANK-NEXT-ENTRY.
062800     READ FACT-MST-FILE NEXT RECORD
062900         AT END
063000             SET FMU-EOF TO TRUE
063100     END-READ.
063200
063300     IF NOT FMU-EOF
063400         ADD 1 TO FMU-ENTRY-COUNT
063500         PERFORM 8100-GET-USAGE THRU 8100-EXIT
063600         IF FMU-REFS = ZERO
063700             ADD 1 TO FMU-NEVER-COUNT
063800         ELSE
063900             IF FMU-LAST-REF NOT < FMU-FROM-DATE
064000                 ADD 1 TO FMU-USED-COUNT
064100             END-IF
064200             PERFORM 3200-RANK-ENTRY THRU 3200-EXIT
064300         END-IF
064400     END-IF.
064500 3100-EXIT.
064600     EXIT.
064700
064800*****************************************************************
064900*   3200-RANK-ENTRY                                              *
065000*   FINDS THE SLOT THE ENTRY'S COUNT BELONGS IN, SHIFTS THE      *
065100*   LOWER ENTRIES DOWN ONE (THE LAST FALLS OFF A FULL TABLE),    *
065200*   AND PLACES THE ENTRY.  TIES KEEP KEY ORDER.                  *
065300*****************************************************************
065400 3200-RANK-ENTRY.
065500     MOVE "N" TO FMU-FOUND-SWITCH.
065600     PERFORM 3250-FIND-SLOT THRU 3250-EXIT
065700         VARYING FMU-TOP-SLOT FROM 1 BY 1
065800         UNTIL FMU-TOP-SLOT > FMU-TOP-COUNT
065900         OR FMU-FOUND.
066000     IF FMU-FOUND
066100         SUBTRACT 1 FROM FMU-TOP-SLOT
066200     END-IF.
066300
066400     IF FMU-TOP-SLOT > FMU-TOP-MAX
066500         GO TO 3200-EXIT
066600     END-IF.
066700
066800     IF FMU-TOP-COUNT < FMU-TOP-MAX
066900         ADD 1 TO FMU-TOP-COUNT
067000     END-IF.
067100
067200     PERFORM 3260-SHIFT-DOWN THRU 3260-EXIT
067300         VARYING FMU-TOP-SUB FROM FMU-TOP-COUNT BY -1
067400         UNTIL FMU-TOP-SUB NOT > FMU-TOP-SLOT.
067500
067600     MOVE FACT-MST-NUMBER TO FMU-TP-NUMBER(FMU-TOP-SLOT).
067700     MOVE FMU-REFS TO FMU-TP-REFS(FMU-TOP-SLOT).
067800     MOVE FMU-LAST-REF TO FMU-TP-LAST-REF(FMU-TOP-SLOT).
067900     MOVE FACT-MST-CALC-DATE TO FMU-TP-CALC-DATE(FMU-TOP-SLOT).
068000 3200-EXIT.
068100     EXIT.
068200
068300*****************************************************************
068400*   3250-FIND-SLOT                                               *
068500*****************************************************************
068600 3250-FIND-SLOT.
068700     IF FMU-REFS > FMU-TP-REFS(FMU-TOP-SLOT)
068800         SET FMU-FOUND TO TRUE
068900     END-IF.
069000 3250-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*   3260-SHIFT-DOWN                                              *
069500*****************************************************************
069600 3260-SHIFT-DOWN.
069700     MOVE FMU-TOP-ENTRY(FMU-TOP-SUB - 1) TO
069800         FMU-TOP-ENTRY(FMU-TOP-SUB).
069900 3260-EXIT.
070000     EXIT.
070100
070200*****************************************************************
070300*   3300-PRINT-TOP-ENTRY                                         *
070400*****************************************************************
070500 3300-PRINT-TOP-ENTRY.
070600     MOVE FMU-TOP-SUB TO FMU-TL-RANK.
070700     MOVE FMU-TP-NUMBER(FMU-TOP-SUB) TO FMU-TL-NUMBER.
070800     MOVE FMU-TP-REFS(FMU-TOP-SUB) TO FMU-TL-REFS.
070900     MOVE FMU-TP-LAST-REF(FMU-TOP-SUB) TO FMU-DATE-IN.
071000     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
071100     MOVE FMU-DATE-OUT TO FMU-TL-LAST-REF.
071200     MOVE FMU-TP-CALC-DATE(FMU-TOP-SUB) TO FMU-DATE-IN.
071300     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
071400     MOVE FMU-DATE-OUT TO FMU-TL-CALC-DATE.
071500     MOVE FMU-TOP-LINE TO FACT-RPT-LINE.
071600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
071700 3300-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100*   4000-STALE-ENTRIES                                           *
072200*   A SECOND PASS OF THE MASTER LISTS EVERY ENTRY IDLE LONGER    *
072300*   THAN THE STALE LIMIT AND WRITES IT TO THE PURGE-CANDIDATE    *
072400*   FILE.                                                        *
072500*****************************************************************
072600 4000-STALE-ENTRIES.
072700     MOVE SPACES TO FACT-RPT-LINE.
072800     MOVE "ENTRIES NOT REFERENCED WITHIN THE STALE LIMIT" TO
072900         FACT-S-TITLE.
073000     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
073100     MOVE FMU-STALE-HDR TO FACT-RPT-LINE.
073200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
073300
073400     MOVE ZERO TO FACT-MST-NUMBER.
073500     MOVE "N" TO FMU-EOF-SWITCH.
073600     START FACT-MST-FILE KEY >= FACT-MST-NUMBER
073700         INVALID KEY
073800             SET FMU-EOF TO TRUE
073900     END-START.
074000
074100     PERFORM 4100-CHECK-NEXT-ENTRY THRU 4100-EXIT
074200         UNTIL FMU-EOF.
074300
074400     MOVE SPACES TO FACT-RPT-LINE.
074500     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
074600 4000-EXIT.
074700     EXIT.
074800
074900*****************************************************************
075000*   4100-CHECK-NEXT-ENTRY                                        *
075100*   IDLE DAYS COUNT FROM THE LAST REFERENCE, OR FROM THE         *
075200*   CALCULATED DATE FOR AN ENTRY NEVER REFERENCED.  AN ENTRY     *
075300*   WITH NO USABLE DATE AT ALL IS TREATED AS IDLE FOREVER.       *
075400*   THE DAY COUNT USES INTEGER-OF-DATE, AS THE RECYCLE AGEING    *
075500*   IN FACTORIALPROGRAM DOES.                                    *
075600*****************************************************************
075700 4100-CHECK-NEXT-ENTRY.
075800     READ FACT-MST-FILE NEXT RECORD
075900         AT END
076000             SET FMU-EOF TO TRUE
076100     END-READ.
076200     IF FMU-EOF
076300         GO TO 4100-EXIT
076400     END-IF.
076500
076600     PERFORM 8100-GET-USAGE THRU 8100-EXIT.
076700     IF FMU-LAST-REF > ZERO
076800         MOVE FMU-LAST-REF TO FMU-IDLE-FROM
076900     ELSE
077000         IF FACT-MST-CALC-DATE NUMERIC
077100             MOVE FACT-MST-CALC-DATE TO FMU-IDLE-FROM
077200         ELSE
077300             MOVE ZERO TO FMU-IDLE-FROM
077400         END-IF
077500     END-IF.
077600
077700     MOVE FMU-IDLE-FROM TO FMU-CHECK-DATE.
077800     PERFORM 8200-CHECK-DATE THRU 8200-EXIT.
077900     IF NOT FMU-DATE-OK
078000         MOVE FMU-MAX-DAYS-IDLE TO FMU-DAYS-IDLE
078100     ELSE
078200         IF FMU-IDLE-FROM NOT < FMU-RUN-DATE-RAW
078300             MOVE ZERO TO FMU-DAYS-IDLE
078400         ELSE
078500             COMPUTE FMU-DAYS-IDLE =
078600                 FUNCTION INTEGER-OF-DATE(FMU-RUN-DATE-RAW)
078700                 - FUNCTION INTEGER-OF-DATE(FMU-IDLE-FROM)
078800         END-IF
078900     END-IF.
079000
079100     IF FMU-DAYS-IDLE > FMU-STALE-DAYS
079200         ADD 1 TO FMU-STALE-COUNT
079300         PERFORM 4200-WRITE-CANDIDATE THRU 4200-EXIT
079400     END-IF.
079500 4100-EXIT.
079600     EXIT.
079700
079800*****************************************************************
079900*   4200-WRITE-CANDIDATE                                         *
080000*****************************************************************
080100 4200-WRITE-CANDIDATE.
080200     MOVE FACT-MST-NUMBER TO FMU-SL-NUMBER.
080300     MOVE FACT-MST-CALC-DATE TO FMU-DATE-IN.
080400     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
080500     MOVE FMU-DATE-OUT TO FMU-SL-CALC-DATE.
080600     IF FMU-LAST-REF > ZERO
080700         MOVE FMU-LAST-REF TO FMU-DATE-IN
080800         PERFORM 8000-EDIT-DATE THRU 8000-EXIT
080900         MOVE FMU-DATE-OUT TO FMU-SL-LAST-REF
081000     ELSE
081100         MOVE "NEVER" TO FMU-SL-LAST-REF
081200     END-IF.
081300     MOVE FMU-REFS TO FMU-SL-REFS.
081400     MOVE FMU-DAYS-IDLE TO FMU-SL-DAYS-IDLE.
081500     MOVE FMU-STALE-LINE TO FACT-RPT-LINE.
081600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
081700
081800     MOVE SPACES TO FACT-PCN-RECORD.
081900     MOVE FACT-MST-NUMBER TO FACT-PCN-NUMBER.
082000     IF FACT-MST-CALC-DATE NUMERIC
082100         MOVE FACT-MST-CALC-DATE TO FACT-PCN-CALC-DATE
082200     ELSE
082300         MOVE ZERO TO FACT-PCN-CALC-DATE
082400     END-IF.
082500     MOVE FMU-IDLE-FROM TO FACT-PCN-LAST-REF-DATE.
082600     MOVE FMU-REFS TO FACT-PCN-REF-COUNT.
082700     MOVE FMU-DAYS-IDLE TO FACT-PCN-DAYS-IDLE.
082800     MOVE FMU-RUN-DATE-RAW TO FACT-PCN-REPORT-DATE.
082900     MOVE FMU-STALE-DAYS TO FACT-PCN-STALE-DAYS.
083000     WRITE FACT-PCN-RECORD.
083100 4200-EXIT.
083200     EXIT.
083300
083400*****************************************************************
083500*   5000-RECOMPUTED                                              *
083600*   TABLES EVERY PURGE AND QUARANTINE IN THE PERIOD FROM THE     *
083700*   MAINTENANCE AUDIT FILE, FINDS THE FIRST STORE OF EACH        *
083800*   NUMBER AFTER IT ON THE AUDIT LOG, AND LISTS THEM.            *
083900*****************************************************************
084000 5000-RECOMPUTED.
084100     OPEN INPUT FMU-MAUDIT-FILE.
084200     IF FMU-MAUD-STATUS = "00"
084300         MOVE "N" TO FMU-EOF-SWITCH
084400         PERFORM 5100-READ-MAINT-AUDIT THRU 5100-EXIT
084500             UNTIL FMU-EOF
084600         CLOSE FMU-MAUDIT-FILE
084700     END-IF.
084800
084900     IF FMU-PURGE-COUNT > ZERO
085000         OPEN INPUT FMU-AUDIT-FILE
085100         IF FMU-AUD-STATUS = "00"
085200             MOVE "N" TO FMU-EOF-SWITCH
085300             PERFORM 5200-READ-AUDIT THRU 5200-EXIT
085400                 UNTIL FMU-EOF
085500             CLOSE FMU-AUDIT-FILE
085600         ELSE
085700             DISPLAY "FACTAUD DID NOT OPEN -- FILE STATUS "
085800                 FMU-AUD-STATUS ", RECOMPUTES NOT TRACED."
085900         END-IF
086000     END-IF.
086100
086200     MOVE SPACES TO FACT-RPT-LINE.
086300     MOVE "PURGES AND QUARANTINES IN THE PERIOD" TO FACT-S-TITLE.
086400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
086500     MOVE FMU-PURGE-HDR TO FACT-RPT-LINE.
086600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
086700
086800     PERFORM 5300-PRINT-PURGE THRU 5300-EXIT
086900         VARYING FMU-PURGE-SUB FROM 1 BY 1
087000         UNTIL FMU-PURGE-SUB > FMU-PURGE-COUNT.
087100
087200     MOVE SPACES TO FACT-RPT-LINE.
087300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
087400 5000-EXIT.
087500     EXIT.
087600
087700*****************************************************************
087800*   5100-READ-MAINT-AUDIT                                        *
087900*****************************************************************
088000 5100-READ-MAINT-AUDIT.
088100     READ FMU-MAUDIT-FILE
088200         AT END
088300             SET FMU-EOF TO TRUE
088400     END-READ.
088500
088600     IF NOT FMU-EOF
088700         AND (FACT-MNT-PURGE OR FACT-MNT-QUARANTINE)
088800         AND FACT-MNT-DATE NOT < FMU-FROM-DATE
088900         AND FACT-MNT-DATE NOT > FMU-THRU-DATE
089000         ADD 1 TO FMU-PURGE-EVENT-COUNT
089100         IF FMU-PURGE-COUNT < FMU-PURGE-MAX
089200             ADD 1 TO FMU-PURGE-COUNT
089300             MOVE FMU-PURGE-COUNT TO FMU-PURGE-SUB
089400             MOVE FACT-MNT-NUMBER TO FMU-PT-NUMBER(FMU-PURGE-SUB)
089500             MOVE FACT-MNT-DATE TO FMU-EVT-DATE
089600             MOVE FACT-MNT-TIME TO FMU-EVT-TIME
089700             MOVE FMU-EVENT-WHEN TO FMU-PT-WHEN(FMU-PURGE-SUB)
089800             MOVE FACT-MNT-FUNCTION TO
089900                 FMU-PT-FUNCTION(FMU-PURGE-SUB)
090000             MOVE FACT-MNT-OPERATOR TO
090100                 FMU-PT-OPERATOR(FMU-PURGE-SUB)
090200             MOVE SPACES TO FMU-PT-RECOMPUTED(FMU-PURGE-SUB)
090300         ELSE
090400             ADD 1 TO FMU-PURGES-DROPPED
090500         END-IF
090600     END-IF.
090700 5100-EXIT.
090800     EXIT.
090900
091000*****************************************************************
091100*   5200-READ-AUDIT                                              *
091200*****************************************************************
091300 5200-READ-AUDIT.
091400     READ FMU-AUDIT-FILE
091500         AT END
091600             SET FMU-EOF TO TRUE
091700     END-READ.
091800
091900     IF NOT FMU-EOF
092000         AND FACT-AUD-STORED
092100         AND FACT-AUD-REJECT-FLAG = "N"
092200         MOVE FACT-AUD-DATE TO FMU-EVT-DATE
092300         MOVE FACT-AUD-TIME TO FMU-EVT-TIME
092400         PERFORM 5250-MATCH-PURGE THRU 5250-EXIT
092500             VARYING FMU-PURGE-SUB FROM 1 BY 1
092600             UNTIL FMU-PURGE-SUB > FMU-PURGE-COUNT
092700     END-IF.
092800 5200-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200*   5250-MATCH-PURGE                                             *
093300*   A STORE OF THE SAME NUMBER AFTER THE PURGE, EARLIER THAN     *
093400*   ANY SUCH STORE FOUND SO FAR, IS THE RECOMPUTE.               *
093500*****************************************************************
093600 5250-MATCH-PURGE.
093700     IF FMU-PT-NUMBER(FMU-PURGE-SUB) = FACT-AUD-NUMBER
093800         AND FMU-EVENT-WHEN > FMU-PT-WHEN(FMU-PURGE-SUB)
093900         IF FMU-PT-RECOMPUTED(FMU-PURGE-SUB) = SPACES
094000             OR FMU-EVENT-WHEN < FMU-PT-RECOMPUTED(FMU-PURGE-SUB)
094100             MOVE FMU-EVENT-WHEN TO
094200                 FMU-PT-RECOMPUTED(FMU-PURGE-SUB)
094300         END-IF
094400     END-IF.
094500 5250-EXIT.
094600     EXIT.
094700
094800*****************************************************************
094900*   5300-PRINT-PURGE                                             *
095000*****************************************************************
095100 5300-PRINT-PURGE.
095200     MOVE FMU-PT-NUMBER(FMU-PURGE-SUB) TO FMU-PL-NUMBER.
095300     IF FMU-PT-FUNCTION(FMU-PURGE-SUB) = "Q"
095400         MOVE "QUARANTINE" TO FMU-PL-ACTION
095500     ELSE
095600         MOVE "PURGE" TO FMU-PL-ACTION
095700     END-IF.
095800     MOVE FMU-PT-WHEN(FMU-PURGE-SUB) TO FMU-STAMP-WORK.
095900     MOVE FMU-SW-DATE TO FMU-DATE-IN-X.
096000     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
096100     MOVE FMU-DATE-OUT TO FMU-PL-DATE.
096200     STRING FMU-SW-TIME(1:2) ":" FMU-SW-TIME(3:2) ":"
096300         FMU-SW-TIME(5:2) DELIMITED BY SIZE INTO FMU-PL-TIME.
096400     MOVE FMU-PT-OPERATOR(FMU-PURGE-SUB) TO FMU-PL-OPERATOR.
096500
096600     IF FMU-PT-RECOMPUTED(FMU-PURGE-SUB) = SPACES
096700         MOVE "NOT SINCE" TO FMU-PL-RECOMPUTED
096800     ELSE
096900         ADD 1 TO FMU-RECOMPUTED-COUNT
097000         MOVE FMU-PT-RECOMPUTED(FMU-PURGE-SUB) TO FMU-STAMP-WORK
097100         MOVE FMU-SW-DATE TO FMU-DATE-IN-X
097200         PERFORM 8000-EDIT-DATE THRU 8000-EXIT
097300         MOVE FMU-DATE-OUT TO FMU-PL-RECOMPUTED
097400     END-IF.
097500
097600     MOVE FMU-PURGE-LINE TO FACT-RPT-LINE.
097700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
097800 5300-EXIT.
097900     EXIT.
098000
098100*****************************************************************
098200*   6000-WRITE-TOTALS                                            *
098300*****************************************************************
098400 6000-WRITE-TOTALS.
098500     MOVE SPACES TO FACT-RPT-LINE.
098600     MOVE "REPORTING PERIOD . . . . . . ." TO FACT-R-LABEL.
098700     MOVE FMU-FROM-DATE TO FMU-DATE-IN.
098800     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
098900     STRING FMU-DATE-OUT " THROUGH " DELIMITED BY SIZE
099000         INTO FACT-R-MESSAGE.
099100     MOVE FMU-THRU-DATE TO FMU-DATE-IN.
099200     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
099300     MOVE FMU-DATE-OUT TO FACT-R-MESSAGE(20:10).
099400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
099500
099600     MOVE SPACES TO FACT-RPT-LINE.
099700     MOVE "RUNS IN THE PERIOD . . . . . ." TO FACT-F-LABEL.
099800     MOVE FMU-RUN-COUNT TO FACT-F-VALUE.
099900     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
100000
100100     MOVE SPACES TO FACT-RPT-LINE.
100200     MOVE "  WITHOUT HIT/MISS COUNTS. . ." TO FACT-F-LABEL.
100300     MOVE FMU-NO-COUNTS-RUNS TO FACT-F-VALUE.
100400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
100500
100600     IF FMU-NIGHTS-DROPPED > ZERO
100700         MOVE SPACES TO FACT-RPT-LINE
100800         MOVE "  RUNS PAST THE NIGHT LIST . ." TO FACT-F-LABEL
100900         MOVE FMU-NIGHTS-DROPPED TO FACT-F-VALUE
101000         PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT
101100     END-IF.
101200
101300     MOVE SPACES TO FACT-RPT-LINE.
101400     MOVE "MASTER HITS. . . . . . . . . ." TO FACT-F-LABEL.
101500     MOVE FMU-TOTAL-HITS TO FACT-F-VALUE.
101600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
101700
101800     MOVE SPACES TO FACT-RPT-LINE.
101900     MOVE "MASTER MISSES. . . . . . . . ." TO FACT-F-LABEL.
102000     MOVE FMU-TOTAL-MISSES TO FACT-F-VALUE.
102100     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
102200
102300     COMPUTE FMU-LOOKUPS = FMU-TOTAL-HITS + FMU-TOTAL-MISSES.
102400     IF FMU-LOOKUPS > ZERO
102500         COMPUTE FMU-PCT ROUNDED =
102600             FMU-TOTAL-HITS * 100 / FMU-LOOKUPS
102700     ELSE
102800         MOVE ZERO TO FMU-PCT
102900     END-IF.
103000     MOVE FMU-PCT TO FMU-NL-PCT.
103100     MOVE SPACES TO FACT-RPT-LINE.
103200     MOVE "HIT RATIO FOR THE PERIOD . . ." TO FACT-R-LABEL.
103300     STRING FMU-NL-PCT "%" DELIMITED BY SIZE INTO FACT-R-MESSAGE.
103400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
103500
103600     MOVE SPACES TO FACT-RPT-LINE.
103700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
103800
103900     MOVE SPACES TO FACT-RPT-LINE.
104000     MOVE "MASTER ENTRIES . . . . . . . ." TO FACT-F-LABEL.
104100     MOVE FMU-ENTRY-COUNT TO FACT-F-VALUE.
104200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
104300
104400     MOVE SPACES TO FACT-RPT-LINE.
104500     MOVE "  REFERENCED IN THE PERIOD . ." TO FACT-F-LABEL.
104600     MOVE FMU-USED-COUNT TO FACT-F-VALUE.
104700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
104800
104900     MOVE SPACES TO FACT-RPT-LINE.
105000     MOVE "  NEVER REFERENCED . . . . . ." TO FACT-F-LABEL.
105100     MOVE FMU-NEVER-COUNT TO FACT-F-VALUE.
105200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
105300
105400     MOVE SPACES TO FACT-RPT-LINE.
105500     MOVE "  PURGE CANDIDATES WRITTEN . ." TO FACT-F-LABEL.
105600     MOVE FMU-STALE-COUNT TO FACT-F-VALUE.
105700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
105800
105900     MOVE SPACES TO FACT-RPT-LINE.
106000     MOVE "STALE LIMIT. . . . . . . . . ." TO FACT-R-LABEL.
106100     STRING "NOT REFERENCED IN " FMU-STALE-DAYS " DAYS"
106200         DELIMITED BY SIZE INTO FACT-R-MESSAGE.
106300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
106400
106500     MOVE SPACES TO FACT-RPT-LINE.
106600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
106700
106800     MOVE SPACES TO FACT-RPT-LINE.
106900     MOVE "PURGES AND QUARANTINES . . . ." TO FACT-F-LABEL.
107000     MOVE FMU-PURGE-EVENT-COUNT TO FACT-F-VALUE.
107100     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
107200
107300     MOVE SPACES TO FACT-RPT-LINE.
107400     MOVE "  RECOMPUTED SINCE . . . . . ." TO FACT-F-LABEL.
107500     MOVE FMU-RECOMPUTED-COUNT TO FACT-F-VALUE.
107600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
107700
107800     IF FMU-PURGES-DROPPED > ZERO
107900         MOVE SPACES TO FACT-RPT-LINE
108000         MOVE "  NOT LISTED (TABLE FULL). . ." TO FACT-F-LABEL
108100         MOVE FMU-PURGES-DROPPED TO FACT-F-VALUE
108200         PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT
108300     END-IF.
108400
108500     MOVE SPACES TO FACT-RPT-LINE.
108600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
108700
108800     MOVE SPACES TO FACT-RPT-LINE.
108900     MOVE "PURGE CANDIDATES . . . . . . ." TO FACT-R-LABEL.
109000     MOVE "FOR OPERATOR REVIEW -- NOTHING HAS BEEN DELETED" TO
109100         FACT-R-MESSAGE.
109200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
109300 6000-EXIT.
109400     EXIT.
109500
109600*****************************************************************
109700*   8000-EDIT-DATE                                               *
109800*   YYYYMMDD IN FMU-DATE-IN TO YYYY-MM-DD IN FMU-DATE-OUT; A     *
109900*   ZERO OR NON-NUMERIC DATE EDITS AS BLANKS.                    *
110000*****************************************************************
110100 8000-EDIT-DATE.
110200     MOVE SPACES TO FMU-DATE-OUT.
110300     IF FMU-DATE-IN-X NUMERIC
110400         AND FMU-DATE-IN > ZERO
110500         STRING FMU-DATE-IN-X(1:4) "-" FMU-DATE-IN-X(5:2) "-"
110600             FMU-DATE-IN-X(7:2) DELIMITED BY SIZE
110700                 INTO FMU-DATE-OUT
110800     END-IF.
110900 8000-EXIT.
111000     EXIT.
111100
111200*****************************************************************
111300*   8100-GET-USAGE                                               *
111400*   THE ENTRY'S REFERENCE COUNT AND LAST-REFERENCED DATE, AS     *
111500*   ZERO FOR AN ENTRY STORED BEFORE THE MASTER CARRIED THEM.     *
111600*****************************************************************
111700 8100-GET-USAGE.
111800     IF FACT-MST-REF-COUNT NUMERIC
111900         MOVE FACT-MST-REF-COUNT TO FMU-REFS
112000     ELSE
112100         MOVE ZERO TO FMU-REFS
112200     END-IF.
112300     IF FACT-MST-LAST-REF-DATE NUMERIC
112400         MOVE FACT-MST-LAST-REF-DATE TO FMU-LAST-REF
112500     ELSE
112600         MOVE ZERO TO FMU-LAST-REF
112700     END-IF.
112800 8100-EXIT.
112900     EXIT.
113000
113100*****************************************************************
113200*   8200-CHECK-DATE                                              *
113300*   A PLAUSIBLE YYYYMMDD IN FMU-CHECK-DATE SETS FMU-DATE-OK.     *
113400*****************************************************************
113500 8200-CHECK-DATE.
113600     MOVE "N" TO FMU-DATE-SWITCH.
113700     IF FMU-CHECK-YEAR > 1600
113800         AND FMU-CHECK-MONTH > ZERO AND FMU-CHECK-MONTH < 13
113900         AND FMU-CHECK-DAY > ZERO AND FMU-CHECK-DAY < 32
114000         SET FMU-DATE-OK TO TRUE
114100     END-IF.
114200 8200-EXIT.
114300     EXIT.
114400
114500*****************************************************************
114600*   9000-START-RUN-CONTROL                                       *
114700*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
114800*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
114900*   CONFLICTING MODE.                                            *
115000*****************************************************************
115100 9000-START-RUN-CONTROL.
115200     SET FACT-RNP-START TO TRUE.
115300     MOVE "MasterUsageProgram" TO FACT-RNP-PROGRAM.
115400     MOVE SPACES TO FACT-RNP-INSTANCE.
115500     SET FACT-RNP-BATCH TO TRUE.
115600     MOVE FMU-RUN-FILES TO FACT-RNP-FILES.
115700     CALL "FACTRCTL" USING FACT-RNP-AREA.
115800     IF NOT FACT-RNP-GRANTED
115900         DISPLAY FACT-RNP-MESSAGE
116000         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
116100     END-IF.
116200 9000-EXIT.
116300     EXIT.
116400
116500*****************************************************************
116600*   9100-END-RUN-CONTROL                                         *
116700*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
116710*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
116800*****************************************************************
116900 9100-END-RUN-CONTROL.
117000     IF FACT-RNP-GRANTED
117010         MOVE RETURN-CODE TO FMU-SAVED-RC
117100         SET FACT-RNP-END TO TRUE
117200         CALL "FACTRCTL" USING FACT-RNP-AREA
117300         IF NOT FACT-RNP-GRANTED
117400             DISPLAY FACT-RNP-MESSAGE
117500         END-IF
117510         MOVE FMU-SAVED-RC TO RETURN-CODE
117600     END-IF.
117700 9100-EXIT.
117800     EXIT.
