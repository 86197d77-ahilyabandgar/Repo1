000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChainBalanceProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  MORNING CROSS-JOB        *
001100*                    BALANCING FOR THE NIGHTLY FACTORIAL CHAIN   *
001200*                    (FACTNITE OR FACTPARA).  EVERY STEP OF THE  *
001300*                    NIGHT BALANCES ITSELF; THIS PROGRAM CHECKS  *
001400*                    THE LINKS BETWEEN THEM -- RAW CARDS READ BY *
001500*                    THE PRE-EDIT AGAINST THE CLEAN AND ERROR    *
001600*                    FILES, THE CLEAN FILE AGAINST THE BATCH     *
001700*                    READ COUNT ON THE CHECKPOINT ROW(S), THE    *
001800*                    BATCH REJECTS AGAINST TONIGHT'S ADDITIONS   *
001900*                    TO THE RECYCLE FILE, AND THE EXTRACT        *
002000*                    TRAILER(S) AGAINST THE CHECKPOINT COUNTS -- *
002100*                    PRINTS ONE CHAIN-OF-CUSTODY PAGE, AND ENDS  *
002200*                    WITH RETURN CODE 8 WHEN ANY LINK IS OUT OF  *
002300*                    BALANCE SO A CARD LOST BETWEEN STEPS IS     *
002400*                    CHASED THE NEXT MORNING.                    *
002410*   10-15-2026  DLH  LINK 1 NOW ALSO COUNTS THE CARDS THE        *
002420*                    PRE-EDIT HELD IN SUSPENSE WITH THEIR        *
002430*                    DEPARTMENT BATCH AND THE BATCH HEADER AND   *
002440*                    TRAILER CARDS OF THE BATCHES IT ACCEPTED,   *
002450*                    BOTH TAKEN FROM THE EDIT-CONTROL RECORD.    *
002455*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002460*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002465*                    EDITCTL, CLEAN, ERRORS, CKPT, RECYCLE AND   *
002470*                    EXTRACT SHARED, AND CLEARS THE ENTRY AT THE *
002475*                    END.  THE RUN IS REFUSED WITH RETURN CODE   *
002480*                    12 (16 IF THE RUN-CONTROL FILE WILL NOT     *
002485*                    OPEN) WHILE ANOTHER JOB OR SESSION HOLDS    *
002490*                    ONE OF THOSE FILES IN A CONFLICTING MODE.   *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FBL-CONTROL-FILE ASSIGN TO "FACTEDCT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FBL-CTL-STATUS.
003200
003300     SELECT FBL-CLEAN-FILE   ASSIGN TO "FACTCLN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FBL-CLN-STATUS.
003600
003700     SELECT FBL-ERROR-FILE   ASSIGN TO "FACTERR"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FBL-ERR-STATUS.
004000
004100     SELECT FACT-CKPT-FILE   ASSIGN TO "FACTCKPT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS FACT-CKPT-RUN-ID
004500         FILE STATUS IS FBL-CKPT-STATUS.
004600
004700     SELECT FBL-RECYCLE-FILE ASSIGN TO "FACTRCYI"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FBL-RCY-STATUS.
005000
005100     SELECT FBL-EXTRACT-FILE ASSIGN TO "FACTEXT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FBL-EXT-STATUS.
005400
005500     SELECT FBL-REPORT-FILE  ASSIGN TO "FACTBRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FBL-RPT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  FBL-CONTROL-FILE
006200     RECORDING MODE IS F.
006300 COPY FACTECL.
006400
006500 FD  FBL-CLEAN-FILE
006600     RECORDING MODE IS F.
006700 01  FBL-CLEAN-RECORD        PIC X(80).
006800
006900 FD  FBL-ERROR-FILE
007000     RECORDING MODE IS F.
007100 01  FBL-ERROR-RECORD        PIC X(120).
007200
007300 FD  FACT-CKPT-FILE.
007400 COPY FACTCKL.
007500
007600 FD  FBL-RECYCLE-FILE
007700     RECORDING MODE IS F.
007800 COPY FACTRCL.
007900
008000 FD  FBL-EXTRACT-FILE
008100     RECORDING MODE IS F.
008200 COPY FACTEXL.
008300
008400 FD  FBL-REPORT-FILE
008500     RECORDING MODE IS F.
008600 01  FBL-RPT-RECORD          PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
009000*   SWITCHES AND FILE STATUSES                                   *
009100*****************************************************************
009200 77  FBL-ABORT-SWITCH        PIC X(01)   VALUE "N".
009300     88  FBL-ABORTED                     VALUE "Y".
009400
009500 77  FBL-EOF-SWITCH          PIC X(01)   VALUE "N".
009600     88  FBL-EOF                         VALUE "Y".
009700*    SHARED BY THE SEQUENTIAL COUNTING PASSES, WHICH RUN ONE
009800*    AFTER ANOTHER -- RESET BEFORE EACH FILE IS READ.
009900
010000 77  FBL-ECL-SWITCH          PIC X(01)   VALUE "N".
010100     88  FBL-ECL-FOUND                   VALUE "Y".
010200*    SET WHEN THE EDIT-CONTROL RECORD WAS READ.  AN EMPTY
010300*    EDIT-CONTROL FILE MEANS THE PRE-EDIT NEVER FINISHED, AND
010400*    LINK 1 CANNOT BE IN BALANCE.
010500
010600 77  FBL-CTL-STATUS          PIC X(02)   VALUE "00".
010700 77  FBL-CLN-STATUS          PIC X(02)   VALUE "00".
010800 77  FBL-ERR-STATUS          PIC X(02)   VALUE "00".
010900 77  FBL-CKPT-STATUS         PIC X(02)   VALUE "00".
011000 77  FBL-RCY-STATUS          PIC X(02)   VALUE "00".
011100 77  FBL-EXT-STATUS          PIC X(02)   VALUE "00".
011200 77  FBL-RPT-STATUS          PIC X(02)   VALUE "00".
011300
011400*****************************************************************
011500*   STREAM CONTROL -- THE SYSIN CARDS NAME LAST NIGHT'S STREAMS  *
011600*   THE SAME WAY THE MERGE STEP'S DO: FIRST THE COUNT, THEN ONE  *
011700*   RUN ID PER STREAM.  A FACTNITE NIGHT IS ONE STREAM, FACTBTCH.*
011800*****************************************************************
011900 77  FBL-MAX-STREAMS         PIC 9(01)   VALUE 4.
012000 77  FBL-STREAM-COUNT        PIC 9(01)   VALUE ZERO.
012100 77  FBL-COUNT-CARD          PIC X(01)   VALUE SPACE.
012200 77  FBL-SUB                 PIC 9(01)   VALUE ZERO.
012300 77  FBL-PROBLEM-STREAMS     PIC 9(01)   VALUE ZERO.
012400
012500 01  FBL-STREAM-IDS.
012600     05  FBL-STREAM-ID       PIC X(08)   OCCURS 4 TIMES.
012700
012800*****************************************************************
012900*   FIGURES GATHERED FROM EACH STEP OF THE NIGHT                 *
013000*****************************************************************
013100 01  FBL-EDIT-READ           PIC 9(08) COMP  VALUE ZERO.
013200 01  FBL-CLEAN-COUNT         PIC 9(08) COMP  VALUE ZERO.
013300 01  FBL-ERROR-COUNT         PIC 9(08) COMP  VALUE ZERO.
013310 01  FBL-HELD-COUNT          PIC 9(08) COMP  VALUE ZERO.
013320 01  FBL-CONTROL-COUNT       PIC 9(08) COMP  VALUE ZERO.
013330*    HELD AND CONTROL COUNTS COME FROM THE EDIT-CONTROL RECORD;
013340*    A RECORD WRITTEN BEFORE THEY WERE CARRIED HAS SPACES THERE
013350*    AND COUNTS AS ZERO.
013400 01  FBL-CKPT-READ           PIC 9(08) COMP  VALUE ZERO.
013500 01  FBL-CKPT-WRITTEN        PIC 9(08) COMP  VALUE ZERO.
013600 01  FBL-CKPT-REJECTED       PIC 9(08) COMP  VALUE ZERO.
013700 01  FBL-RECYCLE-ADDED       PIC 9(08) COMP  VALUE ZERO.
013800 01  FBL-TRAILER-COUNT       PIC 9(08) COMP  VALUE ZERO.
013900 01  FBL-TRL-READ            PIC 9(08) COMP  VALUE ZERO.
014000 01  FBL-TRL-WRITTEN         PIC 9(08) COMP  VALUE ZERO.
014100 01  FBL-TRL-REJECTED        PIC 9(08) COMP  VALUE ZERO.
014200 01  FBL-LINK-TOTAL          PIC 9(08) COMP  VALUE ZERO.
014300 01  FBL-BREAK-COUNT         PIC 9(08) COMP  VALUE ZERO.
014400*    NUMBER OF LINKS FOUND OUT OF BALANCE.  ANY NONZERO VALUE
014500*    ENDS THE RUN WITH RETURN CODE 8.
014600
014700*****************************************************************
014800*   PER-STREAM CHECKPOINT LINE -- SAME COLUMNS AS THE MERGE      *
014900*   STEP'S CONSOLIDATED STREAM TOTALS.                           *
015000*****************************************************************
015100 01  FBL-STREAM-LINE.
015200     05  FILLER              PIC X(01)   VALUE SPACE.
015300     05  FBL-SL-ID           PIC X(08).
015400     05  FILLER              PIC X(03)   VALUE SPACES.
015500     05  FBL-SL-READ         PIC ZZZ,ZZZ,ZZ9.
015600     05  FILLER              PIC X(03)   VALUE SPACES.
015700     05  FBL-SL-WRITTEN      PIC ZZZ,ZZZ,ZZ9.
015800     05  FILLER              PIC X(03)   VALUE SPACES.
015900     05  FBL-SL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
016000     05  FILLER              PIC X(03)   VALUE SPACES.
016100     05  FBL-SL-STATUS       PIC X(14).
016200     05  FILLER              PIC X(64)   VALUE SPACES.
016300
016400*****************************************************************
016500*   RUN DATE, NIGHT BEING BALANCED, AND REPORT PAGE CONTROL      *
016600*****************************************************************
016700 77  FBL-LINES-PER-PAGE      PIC 9(04) COMP  VALUE 55.
016800 77  FBL-LINE-COUNT          PIC 9(04) COMP  VALUE ZERO.
016900 77  FBL-PAGE-NUMBER         PIC 9(04) COMP  VALUE ZERO.
017000
017100 01  FBL-HOLD-LINE           PIC X(132)  VALUE SPACES.
017200
017300 01  FBL-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
017400 01  FBL-RUN-DATE-X REDEFINES FBL-RUN-DATE-RAW PIC X(08).
017500 01  FBL-RUN-DATE-EDIT       PIC X(10)   VALUE SPACES.
017600
017700 01  FBL-NIGHT-DATE          PIC 9(08)   VALUE ZERO.
017800 01  FBL-NIGHT-DATE-X REDEFINES FBL-NIGHT-DATE PIC X(08).
017900 01  FBL-NIGHT-DATE-EDIT     PIC X(10)   VALUE SPACES.
018000*    RUN DATE OF THE PRE-EDIT BEING BALANCED, FROM THE
018100*    EDIT-CONTROL RECORD.  RECYCLE RECORDS DATED ON OR AFTER IT
018200*    ARE TONIGHT'S ADDITIONS -- ON OR AFTER, BECAUSE A BATCH
018300*    STEP THAT STARTS PAST MIDNIGHT STAMPS THE NEXT DAY'S DATE.
018400
018500*****************************************************************
018600*   REPORT LINE WORK AREA -- SAME PRINT LAYOUT THE BATCH         *
018700*   CONTROL REPORT USES.                                         *
018800*****************************************************************
018900 COPY FACTRPL.
019000
019004*****************************************************************
019008*   RUN CONTROL                                                  *
019012*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
019016*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
019020*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
019024*****************************************************************
019028 01  FBL-RUN-FILES.
019032     05  FILLER              PIC X(08)   VALUE "EDITCTL".
019036     05  FILLER              PIC X(01)   VALUE "S".
019040     05  FILLER              PIC X(08)   VALUE "CLEAN".
019044     05  FILLER              PIC X(01)   VALUE "S".
019048     05  FILLER              PIC X(08)   VALUE "ERRORS".
019052     05  FILLER              PIC X(01)   VALUE "S".
019056     05  FILLER              PIC X(08)   VALUE "CKPT".
019060     05  FILLER              PIC X(01)   VALUE "S".
019064     05  FILLER              PIC X(08)   VALUE "RECYCLE".
019068     05  FILLER              PIC X(01)   VALUE "S".
019072     05  FILLER              PIC X(08)   VALUE "EXTRACT".
019076     05  FILLER              PIC X(01)   VALUE "S".
019080
019081 77  FBL-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
019082
019084 COPY FACTRNP.
019088
019100 PROCEDURE DIVISION.
019200*****************************************************************
019300*   0000-MAINLINE                                                *
019400*   GATHERS EACH STEP'S FIGURES, PRINTS THE CHAIN-OF-CUSTODY     *
019500*   PAGE ONE LINK AT A TIME, AND SETS RETURN CODE 8 WHEN ANY     *
019600*   LINK IS OUT OF BALANCE.                                      *
019700*****************************************************************
019800 0000-MAINLINE.
019900     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
019910     IF FACT-RNP-GRANTED
019920         PERFORM 1000-INITIALIZE THRU 1000-EXIT
019930     ELSE
019940         SET FBL-ABORTED TO TRUE
019950     END-IF.
020000
020100     IF NOT FBL-ABORTED
020200         PERFORM 2000-COUNT-CLEAN THRU 2000-EXIT
020300         PERFORM 2100-COUNT-ERRORS THRU 2100-EXIT
020400         PERFORM 2200-COUNT-RECYCLE THRU 2200-EXIT
020500         PERFORM 2400-SCAN-EXTRACT THRU 2400-EXIT
020600
020700         PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
020800         PERFORM 3000-LINK-PRE-EDIT THRU 3000-EXIT
020900         PERFORM 3100-LINK-BATCH-READ THRU 3100-EXIT
021000         PERFORM 3200-LINK-RECYCLE THRU 3200-EXIT
021100         PERFORM 3300-LINK-EXTRACT THRU 3300-EXIT
021200         PERFORM 3900-WRITE-VERDICT THRU 3900-EXIT
021300
021400         CLOSE FBL-CONTROL-FILE
021500         CLOSE FBL-CLEAN-FILE
021600         CLOSE FBL-ERROR-FILE
021700         CLOSE FACT-CKPT-FILE
021800         CLOSE FBL-RECYCLE-FILE
021900         CLOSE FBL-EXTRACT-FILE
022000         CLOSE FBL-REPORT-FILE
022100
022200         IF FBL-BREAK-COUNT > ZERO
022300             MOVE 8 TO RETURN-CODE
022400         END-IF
022500     END-IF.
022600
022610     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
022700     STOP RUN.
022800
022900*****************************************************************
023000*   1000-INITIALIZE                                              *
023100*   READS THE STREAM-COUNT AND RUN-ID CARDS, OPENS EVERY FILE,   *
023200*   AND READS THE EDIT-CONTROL RECORD.  A FILE THAT WILL NOT     *
023300*   OPEN ABANDONS THE RUN WITH RETURN CODE 16 -- A BALANCING     *
023400*   PAGE MISSING ONE OF ITS SOURCES WOULD PROVE NOTHING.         *
023500*****************************************************************
023600 1000-INITIALIZE.
023700     ACCEPT FBL-COUNT-CARD.
023800     IF FBL-COUNT-CARD IS NUMERIC
023900         MOVE FBL-COUNT-CARD TO FBL-STREAM-COUNT
024000     END-IF.
024100     IF FBL-STREAM-COUNT < 1
024200         OR FBL-STREAM-COUNT > FBL-MAX-STREAMS
024300         DISPLAY "STREAM COUNT CARD MUST BE 1 THROUGH "
024400             FBL-MAX-STREAMS " -- BALANCING RUN ABANDONED."
024500         SET FBL-ABORTED TO TRUE
024600         MOVE 16 TO RETURN-CODE
024700     ELSE
024800         PERFORM 1100-ACCEPT-STREAM-ID THRU 1100-EXIT
024900             VARYING FBL-SUB FROM 1 BY 1
025000             UNTIL FBL-SUB > FBL-STREAM-COUNT
025100         PERFORM 1200-OPEN-FILES THRU 1200-EXIT
025200     END-IF.
025300
025400     IF NOT FBL-ABORTED
025500         OPEN OUTPUT FBL-REPORT-FILE
025600         ACCEPT FBL-RUN-DATE-RAW FROM DATE YYYYMMDD
025700         STRING FBL-RUN-DATE-X(1:4) "-" FBL-RUN-DATE-X(5:2) "-"
025800             FBL-RUN-DATE-X(7:2) DELIMITED BY SIZE
025900                 INTO FBL-RUN-DATE-EDIT
026000
026100         READ FBL-CONTROL-FILE
026200             AT END
026300                 MOVE ZERO TO FBL-NIGHT-DATE
026400             NOT AT END
026500                 SET FBL-ECL-FOUND TO TRUE
026600                 MOVE FACT-ECL-RUN-DATE TO FBL-NIGHT-DATE
026700                 MOVE FACT-ECL-READ-COUNT TO FBL-EDIT-READ
026710                 IF FACT-ECL-HELD-COUNT IS NUMERIC
026720                     MOVE FACT-ECL-HELD-COUNT TO FBL-HELD-COUNT
026730                 END-IF
026740                 IF FACT-ECL-CONTROL-COUNT IS NUMERIC
026750                     MOVE FACT-ECL-CONTROL-COUNT
026760                         TO FBL-CONTROL-COUNT
026770                 END-IF
026800         END-READ
026900         IF FBL-ECL-FOUND
027000             STRING FBL-NIGHT-DATE-X(1:4) "-"
027100                 FBL-NIGHT-DATE-X(5:2) "-" FBL-NIGHT-DATE-X(7:2)
027200                     DELIMITED BY SIZE INTO FBL-NIGHT-DATE-EDIT
027300         ELSE
027400             MOVE "UNKNOWN" TO FBL-NIGHT-DATE-EDIT
027500         END-IF
027600     END-IF.
027700 1000-EXIT.
027800     EXIT.
027900
028000*****************************************************************
028100*   1100-ACCEPT-STREAM-ID                                        *
028200*****************************************************************
028300 1100-ACCEPT-STREAM-ID.
028400     MOVE SPACES TO FBL-STREAM-ID(FBL-SUB).
028500     ACCEPT FBL-STREAM-ID(FBL-SUB).
028600 1100-EXIT.
028700     EXIT.
028800
028900*****************************************************************
029000*   1200-OPEN-FILES                                              *
029100*   OPENS THE SIX INPUT FILES IN TURN, STOPPING AT THE FIRST     *
029200*   ONE THAT WILL NOT OPEN.                                      *
029300*****************************************************************
029400 1200-OPEN-FILES.
029500     OPEN INPUT FBL-CONTROL-FILE.
029600     IF FBL-CTL-STATUS NOT = "00"
029700         DISPLAY "FACTEDCT DID NOT OPEN -- FILE STATUS "
029800             FBL-CTL-STATUS ", BALANCING RUN ABANDONED."
029900         SET FBL-ABORTED TO TRUE
030000     END-IF.
030100
030200     IF NOT FBL-ABORTED
030300         OPEN INPUT FBL-CLEAN-FILE
030400         IF FBL-CLN-STATUS NOT = "00"
030500             DISPLAY "FACTCLN DID NOT OPEN -- FILE STATUS "
030600                 FBL-CLN-STATUS ", BALANCING RUN ABANDONED."
030700             SET FBL-ABORTED TO TRUE
030800         END-IF
030900     END-IF.
031000
031100     IF NOT FBL-ABORTED
031200         OPEN INPUT FBL-ERROR-FILE
031300         IF FBL-ERR-STATUS NOT = "00"
031400             DISPLAY "FACTERR DID NOT OPEN -- FILE STATUS "
031500                 FBL-ERR-STATUS ", BALANCING RUN ABANDONED."
031600             SET FBL-ABORTED TO TRUE
031700         END-IF
031800     END-IF.
031900
032000     IF NOT FBL-ABORTED
032100         OPEN INPUT FACT-CKPT-FILE
032200         IF FBL-CKPT-STATUS NOT = "00"
032300             DISPLAY "FACTCKPT DID NOT OPEN -- FILE STATUS "
032400                 FBL-CKPT-STATUS ", BALANCING RUN ABANDONED."
032500             SET FBL-ABORTED TO TRUE
032600         END-IF
032700     END-IF.
032800
032900     IF NOT FBL-ABORTED
033000         OPEN INPUT FBL-RECYCLE-FILE
033100         IF FBL-RCY-STATUS NOT = "00"
033200             DISPLAY "FACTRCYI DID NOT OPEN -- FILE STATUS "
033300                 FBL-RCY-STATUS ", BALANCING RUN ABANDONED."
033400             SET FBL-ABORTED TO TRUE
033500         END-IF
033600     END-IF.
033700
033800     IF NOT FBL-ABORTED
033900         OPEN INPUT FBL-EXTRACT-FILE
034000         IF FBL-EXT-STATUS NOT = "00"
034100             DISPLAY "FACTEXT DID NOT OPEN -- FILE STATUS "
034200                 FBL-EXT-STATUS ", BALANCING RUN ABANDONED."
034300             SET FBL-ABORTED TO TRUE
034400         END-IF
034500     END-IF.
034600
034700     IF FBL-ABORTED
034800         MOVE 16 TO RETURN-CODE
034900     END-IF.
035000 1200-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400*   1250-WRITE-REPORT-HEADERS                                    *
035500*****************************************************************
035600 1250-WRITE-REPORT-HEADERS.
035700     ADD 1 TO FBL-PAGE-NUMBER.
035800
035900     MOVE SPACES TO FACT-RPT-LINE.
036000     MOVE "NIGHTLY CHAIN-OF-CUSTODY BALANCING" TO FACT-H1-TITLE.
036100     MOVE "RUN DATE:" TO FACT-H1-DATE-LIT.
036200     MOVE FBL-RUN-DATE-EDIT TO FACT-H1-RUN-DATE.
036300     MOVE "PAGE" TO FACT-H1-PAGE-LIT.
036400     MOVE FBL-PAGE-NUMBER TO FACT-H1-PAGE-NO.
036500     WRITE FBL-RPT-RECORD FROM FACT-RPT-HDR1.
036600
036700     MOVE SPACES TO FACT-RPT-LINE.
036800     WRITE FBL-RPT-RECORD FROM FACT-RPT-LINE.
036900
037000     MOVE ZERO TO FBL-LINE-COUNT.
037100 1250-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*   1300-WRITE-REPORT-LINE                                       *
037600*   WRITES WHATEVER IS FORMATTED IN FACT-RPT-LINE, BREAKING TO   *
037700*   A NEW PAGE FIRST WHEN THE CURRENT ONE IS FULL.               *
037800*****************************************************************
037900 1300-WRITE-REPORT-LINE.
038000     IF FBL-LINE-COUNT >= FBL-LINES-PER-PAGE
038100         PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
038200     END-IF.
038300     WRITE FBL-RPT-RECORD FROM FACT-RPT-LINE.
038400     ADD 1 TO FBL-LINE-COUNT.
038500 1300-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*   1400-WRITE-SECTION-TITLE                                     *
039000*   WRITES THE SECTION TITLE ALREADY MOVED TO FACT-S-TITLE,      *
039100*   WITH A BLANK LINE AHEAD OF IT.                               *
039200*****************************************************************
039300 1400-WRITE-SECTION-TITLE.
039400     MOVE FACT-RPT-LINE TO FBL-HOLD-LINE.
039500     MOVE SPACES TO FACT-RPT-LINE.
039600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
039700     MOVE FBL-HOLD-LINE TO FACT-RPT-LINE.
039800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
039900 1400-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*   2000-COUNT-CLEAN                                             *
040400*   COUNTS THE RECORDS PHYSICALLY ON THE CLEAN FILE.             *
040500*****************************************************************
040600 2000-COUNT-CLEAN.
040700     MOVE "N" TO FBL-EOF-SWITCH.
040800     PERFORM 2010-READ-CLEAN THRU 2010-EXIT
040900         UNTIL FBL-EOF.
041000 2000-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400*   2010-READ-CLEAN                                              *
041500*****************************************************************
041600 2010-READ-CLEAN.
041700     READ FBL-CLEAN-FILE
041800         AT END
041900             SET FBL-EOF TO TRUE
042000         NOT AT END
042100             ADD 1 TO FBL-CLEAN-COUNT
042200     END-READ.
042300 2010-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*   2100-COUNT-ERRORS                                            *
042800*   COUNTS THE RECORDS PHYSICALLY ON THE PRE-EDIT ERROR FILE.    *
042900*****************************************************************
043000 2100-COUNT-ERRORS.
043100     MOVE "N" TO FBL-EOF-SWITCH.
043200     PERFORM 2110-READ-ERROR THRU 2110-EXIT
043300         UNTIL FBL-EOF.
043400 2100-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800*   2110-READ-ERROR                                              *
043900*****************************************************************
044000 2110-READ-ERROR.
044100     READ FBL-ERROR-FILE
044200         AT END
044300             SET FBL-EOF TO TRUE
044400         NOT AT END
044500             ADD 1 TO FBL-ERROR-COUNT
044600     END-READ.
044700 2110-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100*   2200-COUNT-RECYCLE                                           *
045200*   COUNTS THE RECYCLE RECORDS ADDED LAST NIGHT -- THOSE DATED   *
045300*   ON OR AFTER THE PRE-EDIT'S RUN DATE.  EARLIER NIGHTS'        *
045400*   REJECTS STILL WAITING ON THE FILE CARRY THEIR ORIGINAL       *
045500*   DATES AND ARE PASSED OVER.                                   *
045600*****************************************************************
045700 2200-COUNT-RECYCLE.
045800     MOVE "N" TO FBL-EOF-SWITCH.
045900     PERFORM 2210-READ-RECYCLE THRU 2210-EXIT
046000         UNTIL FBL-EOF.
046100 2200-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*   2210-READ-RECYCLE                                            *
046600*****************************************************************
046700 2210-READ-RECYCLE.
046800     READ FBL-RECYCLE-FILE
046900         AT END
047000             SET FBL-EOF TO TRUE
047100         NOT AT END
047200             IF FACT-RCY-RUN-DATE IS NUMERIC
047300                 AND FBL-ECL-FOUND
047400                 AND FACT-RCY-RUN-DATE >= FBL-NIGHT-DATE
047500                 ADD 1 TO FBL-RECYCLE-ADDED
047600             END-IF
047700     END-READ.
047800 2210-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*   2400-SCAN-EXTRACT                                            *
048300*   READS THE WHOLE EXTRACT (EVERY STREAM'S, CONCATENATED ON A   *
048400*   FACTPARA NIGHT) AND TOTALS THE TYPE-T TRAILER COUNTS.        *
048500*****************************************************************
048600 2400-SCAN-EXTRACT.
048700     MOVE "N" TO FBL-EOF-SWITCH.
048800     PERFORM 2410-READ-EXTRACT THRU 2410-EXIT
048900         UNTIL FBL-EOF.
049000 2400-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*   2410-READ-EXTRACT                                            *
049500*****************************************************************
049600 2410-READ-EXTRACT.
049700     READ FBL-EXTRACT-FILE
049800         AT END
049900             SET FBL-EOF TO TRUE
050000         NOT AT END
050100             IF FACT-EXT-TRAILER
050200                 ADD 1 TO FBL-TRAILER-COUNT
050300                 ADD FACT-EXT-READ-COUNT TO FBL-TRL-READ
050400                 ADD FACT-EXT-WRITE-COUNT TO FBL-TRL-WRITTEN
050500                 ADD FACT-EXT-REJECT-COUNT TO FBL-TRL-REJECTED
050600             END-IF
050700     END-READ.
050800 2410-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*   3000-LINK-PRE-EDIT                                           *
051300*   LINK 1: EVERY RAW CARD THE PRE-EDIT READ MUST BE ON THE      *
051400*   CLEAN FILE OR THE ERROR FILE, HELD IN SUSPENSE, OR BE A      *
051450*   HEADER OR TRAILER CARD OF A BATCH IT ACCEPTED.               *
051500*****************************************************************
051600 3000-LINK-PRE-EDIT.
051700     MOVE SPACES TO FACT-RPT-LINE.
051800     MOVE "NIGHT BEING BALANCED . . . . ." TO FACT-R-LABEL.
051900     MOVE FBL-NIGHT-DATE-EDIT TO FACT-R-MESSAGE.
052000     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
052100
052200     MOVE SPACES TO FACT-RPT-LINE.
052300     MOVE "LINK 1 - RAW FEED TO CLEAN, ERROR + SUSPENSE FILES"
052400         TO FACT-S-TITLE.
052500     PERFORM 1400-WRITE-SECTION-TITLE THRU 1400-EXIT.
052600
052700     MOVE SPACES TO FACT-RPT-LINE.
052800     MOVE "RAW CARDS READ BY PRE-EDIT . ." TO FACT-F-LABEL.
052900     MOVE FBL-EDIT-READ TO FACT-F-VALUE.
053000     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
053100
053200     MOVE SPACES TO FACT-RPT-LINE.
053300     MOVE "CLEAN FILE RECORDS . . . . . ." TO FACT-F-LABEL.
053400     MOVE FBL-CLEAN-COUNT TO FACT-F-VALUE.
053500     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
053600
053700     MOVE SPACES TO FACT-RPT-LINE.
053800     MOVE "ERROR FILE RECORDS . . . . . ." TO FACT-F-LABEL.
053900     MOVE FBL-ERROR-COUNT TO FACT-F-VALUE.
054000     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
054010
054020     MOVE SPACES TO FACT-RPT-LINE.
054030     MOVE "CARDS HELD IN SUSPENSE . . . ." TO FACT-F-LABEL.
054040     MOVE FBL-HELD-COUNT TO FACT-F-VALUE.
054050     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
054060
054070     MOVE SPACES TO FACT-RPT-LINE.
054080     MOVE "BATCH HEADER/TRAILER CARDS . ." TO FACT-F-LABEL.
054090     MOVE FBL-CONTROL-COUNT TO FACT-F-VALUE.
054095     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
054100
054200     ADD FBL-CLEAN-COUNT FBL-ERROR-COUNT FBL-HELD-COUNT
054210         FBL-CONTROL-COUNT GIVING FBL-LINK-TOTAL.
054300     MOVE SPACES TO FACT-RPT-LINE.
054400     MOVE "LINK 1 . . . . . . . . . . . ." TO FACT-R-LABEL.
054500     EVALUATE TRUE
054600         WHEN NOT FBL-ECL-FOUND
054700             MOVE "*** NO EDIT-CONTROL RECORD -- EDIT DID NOT END"
054800                 TO FACT-R-MESSAGE
054900             ADD 1 TO FBL-BREAK-COUNT
055000         WHEN FBL-LINK-TOTAL = FBL-EDIT-READ
055100             MOVE "IN BALANCE -- CLEAN + ERR + HELD + CTL = READ"
055200                 TO FACT-R-MESSAGE
055300         WHEN OTHER
055400             MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
055500                 TO FACT-R-MESSAGE
055600             ADD 1 TO FBL-BREAK-COUNT
055700     END-EVALUATE.
055800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
055900 3000-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300*   3100-LINK-BATCH-READ                                         *
056400*   LINK 2: THE BATCH DRIVER (OR THE SUM OF THE STREAMS) MUST    *
056500*   HAVE READ EVERY RECORD ON THE CLEAN FILE.  ONE LINE PER      *
056600*   STREAM FROM ITS CHECKPOINT ROW; A MISSING OR IN-PROGRESS     *
056700*   ROW BREAKS THE LINK OUTRIGHT.                                *
056800*****************************************************************
056900 3100-LINK-BATCH-READ.
057000     MOVE SPACES TO FACT-RPT-LINE.
057100     MOVE "LINK 2 - CLEAN FILE TO BATCH DRIVER" TO FACT-S-TITLE.
057200     PERFORM 1400-WRITE-SECTION-TITLE THRU 1400-EXIT.
057300
057400     MOVE SPACES TO FACT-RPT-LINE.
057500     MOVE "CHECKPOINT ROWS. . . . . . . ." TO FACT-R-LABEL.
057600     MOVE "STREAM / READ / WRITTEN / REJECTED / STATUS"
057700         TO FACT-R-MESSAGE.
057800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
057900
058000     PERFORM 3110-ONE-STREAM-ROW THRU 3110-EXIT
058100         VARYING FBL-SUB FROM 1 BY 1
058200         UNTIL FBL-SUB > FBL-STREAM-COUNT.
058300
058400     MOVE SPACES TO FACT-RPT-LINE.
058500     MOVE "CLEAN FILE RECORDS . . . . . ." TO FACT-F-LABEL.
058600     MOVE FBL-CLEAN-COUNT TO FACT-F-VALUE.
058700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
058800
058900     MOVE SPACES TO FACT-RPT-LINE.
059000     MOVE "BATCH RECORDS READ . . . . . ." TO FACT-F-LABEL.
059100     MOVE FBL-CKPT-READ TO FACT-F-VALUE.
059200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
059300
059400     MOVE SPACES TO FACT-RPT-LINE.
059500     MOVE "LINK 2 . . . . . . . . . . . ." TO FACT-R-LABEL.
059600     EVALUATE TRUE
059700         WHEN FBL-PROBLEM-STREAMS > ZERO
059800             MOVE "*** STREAM STATUS EXCEPTIONS -- SEE ABOVE ***"
059900                 TO FACT-R-MESSAGE
060000             ADD 1 TO FBL-BREAK-COUNT
060100         WHEN FBL-CKPT-READ = FBL-CLEAN-COUNT
060200             MOVE "IN BALANCE -- BATCH READ = CLEAN FILE"
060300                 TO FACT-R-MESSAGE
060400         WHEN OTHER
060500             MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
060600                 TO FACT-R-MESSAGE
060700             ADD 1 TO FBL-BREAK-COUNT
060800     END-EVALUATE.
060900     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
061000 3100-EXIT.
061100     EXIT.
061200
061300*****************************************************************
061400*   3110-ONE-STREAM-ROW                                          *
061500*   READS ONE STREAM'S CHECKPOINT ROW, WRITES ITS LINE, AND      *
061600*   ROLLS ITS COUNTS INTO THE NIGHT'S BATCH TOTALS.              *
061700*****************************************************************
061800 3110-ONE-STREAM-ROW.
061900     MOVE FBL-STREAM-ID(FBL-SUB) TO FBL-SL-ID.
062000     MOVE ZERO TO FBL-SL-READ.
062100     MOVE ZERO TO FBL-SL-WRITTEN.
062200     MOVE ZERO TO FBL-SL-REJECTED.
062300     MOVE "** NOT READ **" TO FBL-SL-STATUS.
062400
062500     MOVE FBL-STREAM-ID(FBL-SUB) TO FACT-CKPT-RUN-ID.
062600     READ FACT-CKPT-FILE
062700         INVALID KEY
062800             MOVE "** NO ROW **" TO FBL-SL-STATUS
062900         NOT INVALID KEY
063000             MOVE FACT-CKPT-READ-COUNT TO FBL-SL-READ
063100             ADD FACT-CKPT-READ-COUNT TO FBL-CKPT-READ
063200             MOVE FACT-CKPT-WRITE-COUNT TO FBL-SL-WRITTEN
063300             ADD FACT-CKPT-WRITE-COUNT TO FBL-CKPT-WRITTEN
063400             MOVE FACT-CKPT-REJECT-COUNT TO FBL-SL-REJECTED
063500             ADD FACT-CKPT-REJECT-COUNT TO FBL-CKPT-REJECTED
063600             IF FACT-CKPT-COMPLETE
063700                 MOVE "COMPLETE" TO FBL-SL-STATUS
063800             ELSE
063900                 MOVE "** IN PROGRESS" TO FBL-SL-STATUS
064000             END-IF
064100     END-READ.
064200
064300     IF FBL-SL-STATUS NOT = "COMPLETE"
064400         ADD 1 TO FBL-PROBLEM-STREAMS
064500     END-IF.
064600
064700     MOVE FBL-STREAM-LINE TO FACT-RPT-LINE.
064800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
064900 3110-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300*   3200-LINK-RECYCLE                                            *
065400*   LINK 3: EVERY REQUEST THE BATCH DRIVER REJECTED MUST HAVE    *
065500*   BEEN ADDED TO THE RECYCLE FILE.                              *
065600*****************************************************************
065700 3200-LINK-RECYCLE.
065800     MOVE SPACES TO FACT-RPT-LINE.
065900     MOVE "LINK 3 - BATCH REJECTS TO RECYCLE FILE"
066000         TO FACT-S-TITLE.
066100     PERFORM 1400-WRITE-SECTION-TITLE THRU 1400-EXIT.
066200
066300     MOVE SPACES TO FACT-RPT-LINE.
066400     MOVE "BATCH RECORDS REJECTED . . . ." TO FACT-F-LABEL.
066500     MOVE FBL-CKPT-REJECTED TO FACT-F-VALUE.
066600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
066700
066800     MOVE SPACES TO FACT-RPT-LINE.
066900     MOVE "RECYCLE RECORDS ADDED. . . . ." TO FACT-F-LABEL.
067000     MOVE FBL-RECYCLE-ADDED TO FACT-F-VALUE.
067100     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
067200
067300     MOVE SPACES TO FACT-RPT-LINE.
067400     MOVE "LINK 3 . . . . . . . . . . . ." TO FACT-R-LABEL.
067500     IF FBL-RECYCLE-ADDED = FBL-CKPT-REJECTED
067600         MOVE "IN BALANCE -- REJECTS = RECYCLE ADDITIONS"
067700             TO FACT-R-MESSAGE
067800     ELSE
067900         MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
068000             TO FACT-R-MESSAGE
068100         ADD 1 TO FBL-BREAK-COUNT
068200     END-IF.
068300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
068400 3200-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*   3300-LINK-EXTRACT                                            *
068900*   LINK 4: THE EXTRACT MUST CARRY EXACTLY ONE TYPE-T TRAILER    *
069000*   PER STREAM, AND THE TRAILER COUNTS MUST EQUAL THE            *
069100*   CHECKPOINT COUNTS.  MORE TRAILERS THAN STREAMS MEANS AN      *
069200*   EARLIER NIGHT WAS NEVER CLEARED OFF THE EXTRACT; FEWER       *
069300*   MEANS A STREAM NEVER FINISHED ITS EXTRACT.                   *
069400*****************************************************************
069500 3300-LINK-EXTRACT.
069600     MOVE SPACES TO FACT-RPT-LINE.
069700     MOVE "LINK 4 - EXTRACT TRAILER TO CHECKPOINT COUNTS"
069800         TO FACT-S-TITLE.
069900     PERFORM 1400-WRITE-SECTION-TITLE THRU 1400-EXIT.
070000
070100     MOVE SPACES TO FACT-RPT-LINE.
070200     MOVE "EXTRACT TRAILERS FOUND . . . ." TO FACT-F-LABEL.
070300     MOVE FBL-TRAILER-COUNT TO FACT-F-VALUE.
070400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
070500
070600     MOVE SPACES TO FACT-RPT-LINE.
070700     MOVE "TRAILER RECORDS READ . . . . ." TO FACT-F-LABEL.
070800     MOVE FBL-TRL-READ TO FACT-F-VALUE.
070900     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
071000
071100     MOVE SPACES TO FACT-RPT-LINE.
071200     MOVE "TRAILER RECORDS WRITTEN. . . ." TO FACT-F-LABEL.
071300     MOVE FBL-TRL-WRITTEN TO FACT-F-VALUE.
071400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
071500
071600     MOVE SPACES TO FACT-RPT-LINE.
071700     MOVE "TRAILER RECORDS REJECTED . . ." TO FACT-F-LABEL.
071800     MOVE FBL-TRL-REJECTED TO FACT-F-VALUE.
071900     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
072000
072100     MOVE SPACES TO FACT-RPT-LINE.
072200     MOVE "CHECKPOINT READ/WRIT/REJ . . ." TO FACT-R-LABEL.
072300     MOVE FBL-CKPT-READ TO FBL-SL-READ.
072400     MOVE FBL-CKPT-WRITTEN TO FBL-SL-WRITTEN.
072500     MOVE FBL-CKPT-REJECTED TO FBL-SL-REJECTED.
072600     STRING FBL-SL-READ " / " FBL-SL-WRITTEN " / "
072700         FBL-SL-REJECTED DELIMITED BY SIZE INTO FACT-R-MESSAGE.
072800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
072900
073000     MOVE SPACES TO FACT-RPT-LINE.
073100     MOVE "LINK 4 . . . . . . . . . . . ." TO FACT-R-LABEL.
073200     EVALUATE TRUE
073300         WHEN FBL-TRAILER-COUNT NOT = FBL-STREAM-COUNT
073400             MOVE "*** TRAILER COUNT IS NOT ONE PER STREAM ***"
073500                 TO FACT-R-MESSAGE
073600             ADD 1 TO FBL-BREAK-COUNT
073700         WHEN FBL-TRL-READ = FBL-CKPT-READ
073800             AND FBL-TRL-WRITTEN = FBL-CKPT-WRITTEN
073900             AND FBL-TRL-REJECTED = FBL-CKPT-REJECTED
074000             MOVE "IN BALANCE -- TRAILER = CHECKPOINT COUNTS"
074100                 TO FACT-R-MESSAGE
074200         WHEN OTHER
074300             MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
074400                 TO FACT-R-MESSAGE
074500             ADD 1 TO FBL-BREAK-COUNT
074600     END-EVALUATE.
074700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
074800 3300-EXIT.
074900     EXIT.
075000
075100*****************************************************************
075200*   3900-WRITE-VERDICT                                           *
075300*   THE LINKS-OUT-OF-BALANCE COUNT AND THE CHAIN-OF-CUSTODY      *
075400*   LINE THE SCHEDULER'S ALERT READS.                            *
075500*****************************************************************
075600 3900-WRITE-VERDICT.
075700     MOVE SPACES TO FACT-RPT-LINE.
075800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
075900
076000     MOVE SPACES TO FACT-RPT-LINE.
076100     MOVE "LINKS OUT OF BALANCE . . . . ." TO FACT-F-LABEL.
076200     MOVE FBL-BREAK-COUNT TO FACT-F-VALUE.
076300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
076400
076500     MOVE SPACES TO FACT-RPT-LINE.
076600     MOVE "CHAIN OF CUSTODY . . . . . . ." TO FACT-R-LABEL.
076700     IF FBL-BREAK-COUNT = ZERO
076800         MOVE "IN BALANCE -- EVERY LINK HOLDS"
076900             TO FACT-R-MESSAGE
077000     ELSE
077100         MOVE "*** CHAIN BROKEN -- RC 8, SEE OPERATIONS ***"
077200             TO FACT-R-MESSAGE
077300     END-IF.
077400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
077500 3900-EXIT.
077600     EXIT.
077700
077800*****************************************************************
077900*   9000-START-RUN-CONTROL                                       *
078000*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
078100*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
078200*   CONFLICTING MODE.                                            *
078300*****************************************************************
078400 9000-START-RUN-CONTROL.
078500     SET FACT-RNP-START TO TRUE.
078600     MOVE "ChainBalanceProgram" TO FACT-RNP-PROGRAM.
078700     MOVE SPACES TO FACT-RNP-INSTANCE.
078800     SET FACT-RNP-BATCH TO TRUE.
078900     MOVE FBL-RUN-FILES TO FACT-RNP-FILES.
079000     CALL "FACTRCTL" USING FACT-RNP-AREA.
079100     IF NOT FACT-RNP-GRANTED
079200         DISPLAY FACT-RNP-MESSAGE
079300         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
079400     END-IF.
079500 9000-EXIT.
079600     EXIT.
079700
079800*****************************************************************
079900*   9100-END-RUN-CONTROL                                         *
080000*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
080010*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
080100*****************************************************************
080200 9100-END-RUN-CONTROL.
080300     IF FACT-RNP-GRANTED
080310         MOVE RETURN-CODE TO FBL-SAVED-RC
080400         SET FACT-RNP-END TO TRUE
080500         CALL "FACTRCTL" USING FACT-RNP-AREA
080600         IF NOT FACT-RNP-GRANTED
080700             DISPLAY FACT-RNP-MESSAGE
080800         END-IF
080810         MOVE FBL-SAVED-RC TO RETURN-CODE
080900     END-IF.
081000 9100-EXIT.
081100     EXIT.
