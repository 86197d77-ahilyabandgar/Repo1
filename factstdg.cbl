000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. StandingRequestProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  STANDING-REQUEST CARD    *
001100*                    GENERATOR RUN AT THE FRONT OF THE NIGHTLY   *
001200*                    BATCH (FACTNITE OR FACTPARA): READS THE     *
001300*                    STANDING-REQUEST FILE, WRITES A CARD IN     *
001400*                    FACTREC LAYOUT FOR EVERY ENTRY DUE TONIGHT  *
001500*                    -- DAILY, WEEKLY ON ITS WEEKDAY, OR MONTHLY *
001600*                    ON ITS DAY OF THE MONTH, BETWEEN ITS START  *
001700*                    AND STOP DATES -- TO THE STANDING-CARD FILE *
001800*                    THE NIGHT CONCATENATES INTO THE RAW FEED    *
001900*                    AHEAD OF THE PRE-EDIT, SO GENERATED CARDS   *
002000*                    ARE EDITED, CHARGED BACK, AND AUDITED THE   *
002100*                    SAME AS KEYED ONES.  ENTRIES PAST THEIR STOP*
002200*                    DATE ARE MARKED EXPIRED.  THE LISTING SHOWS *
002300*                    EVERY CARD GENERATED, EVERY ENTRY THAT      *
002400*                    EXPIRED TONIGHT, AND A TOTALS BLOCK THAT    *
002500*                    ACCOUNTS FOR EVERY ENTRY ON THE FILE.       *
002510*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002520*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002530*                    STANDING SHARED AND STDCARDS EXCLUSIVELY,   *
002540*                    AND CLEARS THE ENTRY AT THE END.  THE RUN   *
002550*                    IS REFUSED WITH RETURN CODE 12 (16 IF THE   *
002560*                    RUN-CONTROL FILE WILL NOT OPEN) WHILE       *
002570*                    ANOTHER JOB OR SESSION HOLDS ONE OF THOSE   *
002580*                    FILES IN A CONFLICTING MODE.                *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FACT-STD-FILE    ASSIGN TO "FACTSTD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS FACT-STD-KEY
003400         FILE STATUS IS FSG-STD-STATUS.
003500
003600     SELECT FSG-CARD-FILE    ASSIGN TO "FACTSTDO"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FSG-CARD-STATUS.
003900
004000     SELECT FSG-REPORT-FILE  ASSIGN TO "FACTSGRP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FSG-RPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FACT-STD-FILE.
004700 COPY FACTSRL.
004800
004900 FD  FSG-CARD-FILE
005000     RECORDING MODE IS F.
005100 COPY FACTREC.
005200
005300 FD  FSG-REPORT-FILE
005400     RECORDING MODE IS F.
005500 01  FSG-RPT-RECORD          PIC X(132).
005600
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900*   SWITCHES AND FILE STATUSES                                   *
006000*****************************************************************
006100 77  FSG-ABORT-SWITCH        PIC X(01)   VALUE "N".
006200     88  FSG-ABORTED                     VALUE "Y".
006300
006400 77  FSG-EOF-SWITCH          PIC X(01)   VALUE "N".
006500     88  FSG-EOF                         VALUE "Y".
006600
006700 77  FSG-DUE-SWITCH          PIC X(01)   VALUE "N".
006800     88  FSG-ENTRY-DUE                   VALUE "Y".
006900     88  FSG-ENTRY-NOT-DUE               VALUE "N".
007000
007100 77  FSG-STD-STATUS          PIC X(02)   VALUE "00".
007200 77  FSG-CARD-STATUS         PIC X(02)   VALUE "00".
007300 77  FSG-RPT-STATUS          PIC X(02)   VALUE "00".
007400
007500*****************************************************************
007600*   NIGHT BEING GENERATED.  THE SYSIN CARD IS BLANK FOR          *
007700*   TONIGHT; A YYYYMMDD DATE ON IT REGENERATES A NIGHT WHOSE     *
007800*   RERUN HAS CROSSED MIDNIGHT, SO THE RERUN FEEDS THE SAME      *
007900*   CARDS THE FIRST ATTEMPT DID.                                 *
008000*****************************************************************
008100 01  FSG-DATE-CARD           PIC X(08)   VALUE SPACES.
008200
008300 01  FSG-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
008400 01  FSG-RUN-DATE-X REDEFINES FSG-RUN-DATE-RAW PIC X(08).
008500 01  FSG-RUN-DATE-PARTS REDEFINES FSG-RUN-DATE-RAW.
008600     05  FSG-RUN-YEAR        PIC 9(04).
008700     05  FSG-RUN-MONTH       PIC 9(02).
008800     05  FSG-RUN-DAY         PIC 9(02).
008900 01  FSG-RUN-DATE-EDIT       PIC X(10)   VALUE SPACES.
009000
009100 77  FSG-DAY-SERIAL          PIC 9(08) COMP  VALUE ZERO.
009200 77  FSG-WEEK-COUNT          PIC 9(08) COMP  VALUE ZERO.
009300 77  FSG-WEEKDAY-REM         PIC 9(01)   VALUE ZERO.
009400 77  FSG-RUN-WEEKDAY         PIC 9(01)   VALUE ZERO.
009500*    1 = MONDAY THROUGH 7 = SUNDAY, THE SAME NUMBERING THE
009600*    STANDING-REQUEST FILE USES FOR A WEEKLY ENTRY.
009700 77  FSG-MONTH-LAST-DAY      PIC 9(02)   VALUE ZERO.
009800 77  FSG-LEAP-QUOTIENT       PIC 9(04) COMP  VALUE ZERO.
009900 77  FSG-LEAP-REM-4          PIC 9(04) COMP  VALUE ZERO.
010000 77  FSG-LEAP-REM-100        PIC 9(04) COMP  VALUE ZERO.
010100 77  FSG-LEAP-REM-400        PIC 9(04) COMP  VALUE ZERO.
010200
010300 01  FSG-MONTH-DAYS-VALUES   PIC X(24)
010400         VALUE "312831303130313130313031".
010500 01  FSG-MONTH-DAYS-TABLE REDEFINES FSG-MONTH-DAYS-VALUES.
010600     05  FSG-MONTH-DAYS      PIC 9(02)   OCCURS 12 TIMES.
010700
010800*****************************************************************
010900*   ENTRY TOTALS -- EVERY ENTRY ON THE FILE FALLS IN EXACTLY     *
011000*   ONE OF THE CLASSES BELOW, WHICH IS WHAT THE RECONCILIATION   *
011100*   LINE CHECKS.                                                 *
011200*****************************************************************
011300 01  FSG-READ-COUNT          PIC 9(08) COMP  VALUE ZERO.
011400 01  FSG-GENERATED-COUNT     PIC 9(08) COMP  VALUE ZERO.
011500 01  FSG-NOT-DUE-COUNT       PIC 9(08) COMP  VALUE ZERO.
011600 01  FSG-NOT-STARTED-COUNT   PIC 9(08) COMP  VALUE ZERO.
011700 01  FSG-EXPIRING-COUNT      PIC 9(08) COMP  VALUE ZERO.
011800 01  FSG-EXPIRED-COUNT       PIC 9(08) COMP  VALUE ZERO.
011900 01  FSG-OLD-EXPIRED-COUNT   PIC 9(08) COMP  VALUE ZERO.
012000 01  FSG-RECON-TOTAL         PIC 9(08) COMP  VALUE ZERO.
012100
012200*****************************************************************
012300*   GENERATED-CARD BUILD AREA -- RAW-FEED CARD LAYOUT: NUMBER    *
012400*   IN COLUMNS 1-4, DEPARTMENT IN 6-9, PRIORITY IN 11.  THE      *
012500*   REMARKS COLUMNS MARK THE CARD AS GENERATED SO A DEPARTMENT   *
012600*   CAN TELL IT FROM ONE IT KEYED.                               *
012700*****************************************************************
012800 01  FSG-CARD-WORK.
012900     05  FSG-CW-NUMBER       PIC 9(04).
013000     05  FILLER              PIC X(01)   VALUE SPACE.
013100     05  FSG-CW-DEPT         PIC X(04).
013200     05  FILLER              PIC X(01)   VALUE SPACE.
013300     05  FSG-CW-PRIORITY     PIC X(01).
013400     05  FILLER              PIC X(01)   VALUE SPACE.
013500     05  FSG-CW-REMARKS      PIC X(16)   VALUE "STANDING REQUEST".
013600     05  FILLER              PIC X(52)   VALUE SPACES.
013700
013800*****************************************************************
013900*   LISTING LINES AND PAGE CONTROL                               *
014000*****************************************************************
014100 77  FSG-LINES-PER-PAGE      PIC 9(04) COMP  VALUE 55.
014200 77  FSG-LINE-COUNT          PIC 9(04) COMP  VALUE ZERO.
014300 77  FSG-PAGE-NUMBER         PIC 9(04) COMP  VALUE ZERO.
014400
014500 01  FSG-HOLD-LINE           PIC X(132)  VALUE SPACES.
014600
014700 01  FSG-COLUMN-LINE.
014800     05  FILLER              PIC X(01)   VALUE SPACE.
014900     05  FILLER              PIC X(06)   VALUE "DEPT".
015000     05  FILLER              PIC X(08)   VALUE "NUMBER".
015100     05  FILLER              PIC X(05)   VALUE "PRI".
015200     05  FILLER              PIC X(22)   VALUE "FREQUENCY".
015300     05  FILLER              PIC X(12)   VALUE "START".
015400     05  FILLER              PIC X(12)   VALUE "STOP".
015500     05  FILLER              PIC X(66)   VALUE SPACES.
015600
015700 01  FSG-DETAIL-LINE.
015800     05  FILLER              PIC X(01)   VALUE SPACE.
015900     05  FSG-DL-DEPT         PIC X(04).
016000     05  FILLER              PIC X(02)   VALUE SPACES.
016100     05  FSG-DL-NUMBER       PIC ZZZ9.
016200     05  FILLER              PIC X(04)   VALUE SPACES.
016300     05  FSG-DL-PRIORITY     PIC X(01).
016400     05  FILLER              PIC X(04)   VALUE SPACES.
016500     05  FSG-DL-FREQUENCY    PIC X(20).
016600     05  FILLER              PIC X(02)   VALUE SPACES.
016700     05  FSG-DL-START        PIC X(10).
016800     05  FILLER              PIC X(02)   VALUE SPACES.
016900     05  FSG-DL-STOP         PIC X(10).
017000     05  FILLER              PIC X(68)   VALUE SPACES.
017100
017200 01  FSG-DAY-EDIT            PIC Z9.
017300 01  FSG-DATE-X              PIC X(08)   VALUE SPACES.
017400 01  FSG-DATE-EDIT           PIC X(10)   VALUE SPACES.
017500
017600*****************************************************************
017700*   REPORT LINE WORK AREA -- SAME PRINT LAYOUT THE BATCH         *
017800*   CONTROL REPORT USES.                                         *
017900*****************************************************************
018000 COPY FACTRPL.
018100
018106*****************************************************************
018112*   RUN CONTROL                                                  *
018118*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
018124*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
018130*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
018136*****************************************************************
018142 01  FSG-RUN-FILES.
018148     05  FILLER              PIC X(08)   VALUE "STANDING".
018154     05  FILLER              PIC X(01)   VALUE "S".
018160     05  FILLER              PIC X(08)   VALUE "STDCARDS".
018166     05  FILLER              PIC X(01)   VALUE "E".
018172
018174 77  FSG-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
018176
018178 COPY FACTRNP.
018184
018200 PROCEDURE DIVISION.
018300*****************************************************************
018400*   0000-MAINLINE                                                *
018500*   GENERATES TONIGHT'S STANDING CARDS, THEN MARKS THE ENTRIES   *
018600*   PAST THEIR STOP DATE EXPIRED, THEN PRINTS THE TOTALS.        *
018700*****************************************************************
018800 0000-MAINLINE.
018900     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
018910     IF FACT-RNP-GRANTED
018920         PERFORM 1000-INITIALIZE THRU 1000-EXIT
018930     ELSE
018940         SET FSG-ABORTED TO TRUE
018950     END-IF.
019000
019100     IF NOT FSG-ABORTED
019200         PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
019300         PERFORM 2000-GENERATE-CARDS THRU 2000-EXIT
019400         PERFORM 3000-EXPIRE-ENTRIES THRU 3000-EXIT
019500         PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
019600         CLOSE FACT-STD-FILE
019700         CLOSE FSG-CARD-FILE
019800         CLOSE FSG-REPORT-FILE
019900     END-IF.
020000
020010     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
020100     STOP RUN.
020200
020300*****************************************************************
020400*   1000-INITIALIZE                                              *
020500*   SETS THE NIGHT'S DATE AND WEEKDAY, OPENS THE STANDING-       *
020600*   REQUEST FILE I-O (AN EMPTY CLUSTER IS LOADED ON FIRST USE,   *
020700*   AND SIMPLY GENERATES NOTHING), AND OPENS THE CARD FILE AND   *
020800*   THE LISTING.                                                 *
020900*****************************************************************
021000 1000-INITIALIZE.
021100     ACCEPT FSG-DATE-CARD.
021200     IF FSG-DATE-CARD IS NUMERIC
021300         MOVE FSG-DATE-CARD TO FSG-RUN-DATE-RAW
021400     ELSE
021500         ACCEPT FSG-RUN-DATE-RAW FROM DATE YYYYMMDD
021600     END-IF.
021700     STRING FSG-RUN-DATE-X(1:4) "-" FSG-RUN-DATE-X(5:2) "-"
021800         FSG-RUN-DATE-X(7:2) DELIMITED BY SIZE
021900             INTO FSG-RUN-DATE-EDIT.
022000     PERFORM 1100-SET-CALENDAR THRU 1100-EXIT.
022100
022200     OPEN I-O FACT-STD-FILE.
022300     IF FSG-STD-STATUS = "35"
022400         OPEN OUTPUT FACT-STD-FILE
022500         CLOSE FACT-STD-FILE
022600         OPEN I-O FACT-STD-FILE
022700     END-IF.
022800     IF FSG-STD-STATUS NOT = "00"
022900         DISPLAY "FACTSTD DID NOT OPEN -- FILE STATUS "
023000             FSG-STD-STATUS ", STANDING-REQUEST RUN ABANDONED."
023100         SET FSG-ABORTED TO TRUE
023200         MOVE 16 TO RETURN-CODE
023300     ELSE
023400         OPEN OUTPUT FSG-CARD-FILE
023500         OPEN OUTPUT FSG-REPORT-FILE
023600     END-IF.
023700 1000-EXIT.
023800     EXIT.
023900
024000*****************************************************************
024100*   1100-SET-CALENDAR                                            *
024200*   WORKS OUT THE NIGHT'S WEEKDAY AND THE LAST DAY OF ITS        *
024300*   MONTH.  THE WEEKDAY NEEDS A DAY SERIAL, WHICH ORDINARY       *
024400*   VERBS CANNOT PRODUCE FROM A YYYYMMDD DATE; SERIAL 1 IS       *
024500*   01-01-1601, A MONDAY, SO THE REMAINDER AFTER SEVEN GIVES     *
024600*   MONDAY = 1 THROUGH SUNDAY = 7.                               *
024700*****************************************************************
024800 1100-SET-CALENDAR.
024900     COMPUTE FSG-DAY-SERIAL =
025000         FUNCTION INTEGER-OF-DATE(FSG-RUN-DATE-RAW).
025100     SUBTRACT 1 FROM FSG-DAY-SERIAL.
025200     DIVIDE FSG-DAY-SERIAL BY 7 GIVING FSG-WEEK-COUNT
025300         REMAINDER FSG-WEEKDAY-REM.
025400     ADD 1 FSG-WEEKDAY-REM GIVING FSG-RUN-WEEKDAY.
025500
025600     MOVE FSG-MONTH-DAYS(FSG-RUN-MONTH) TO FSG-MONTH-LAST-DAY.
025700     IF FSG-RUN-MONTH = 2
025800         DIVIDE FSG-RUN-YEAR BY 4 GIVING FSG-LEAP-QUOTIENT
025900             REMAINDER FSG-LEAP-REM-4
026000         DIVIDE FSG-RUN-YEAR BY 100 GIVING FSG-LEAP-QUOTIENT
026100             REMAINDER FSG-LEAP-REM-100
026200         DIVIDE FSG-RUN-YEAR BY 400 GIVING FSG-LEAP-QUOTIENT
026300             REMAINDER FSG-LEAP-REM-400
026400         IF FSG-LEAP-REM-4 = ZERO
026500             AND (FSG-LEAP-REM-100 NOT = ZERO
026600                  OR FSG-LEAP-REM-400 = ZERO)
026700             MOVE 29 TO FSG-MONTH-LAST-DAY
026800         END-IF
026900     END-IF.
027000 1100-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400*   1250-WRITE-REPORT-HEADERS                                    *
027500*****************************************************************
027600 1250-WRITE-REPORT-HEADERS.
027700     ADD 1 TO FSG-PAGE-NUMBER.
027800
027900     MOVE SPACES TO FACT-RPT-LINE.
028000     MOVE "STANDING REQUESTS - NIGHTLY GENERATION"
028100         TO FACT-H1-TITLE.
028200     MOVE "RUN DATE:" TO FACT-H1-DATE-LIT.
028300     MOVE FSG-RUN-DATE-EDIT TO FACT-H1-RUN-DATE.
028400     MOVE "PAGE" TO FACT-H1-PAGE-LIT.
028500     MOVE FSG-PAGE-NUMBER TO FACT-H1-PAGE-NO.
028600     WRITE FSG-RPT-RECORD FROM FACT-RPT-HDR1.
028700
028800     MOVE SPACES TO FACT-RPT-LINE.
028900     WRITE FSG-RPT-RECORD FROM FACT-RPT-LINE.
029000
029100     MOVE ZERO TO FSG-LINE-COUNT.
029200 1250-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*   1300-WRITE-REPORT-LINE                                       *
029700*   WRITES WHATEVER IS FORMATTED IN FACT-RPT-LINE, BREAKING TO   *
029800*   A NEW PAGE FIRST WHEN THE CURRENT ONE IS FULL.               *
029900*****************************************************************
030000 1300-WRITE-REPORT-LINE.
030100     IF FSG-LINE-COUNT >= FSG-LINES-PER-PAGE
030200         PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
030300     END-IF.
030400     WRITE FSG-RPT-RECORD FROM FACT-RPT-LINE.
030500     ADD 1 TO FSG-LINE-COUNT.
030600 1300-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*   1400-WRITE-SECTION-TITLE                                     *
031100*   WRITES THE SECTION TITLE ALREADY MOVED TO FACT-S-TITLE,      *
031200*   WITH A BLANK LINE AHEAD OF IT AND THE COLUMN HEADINGS        *
031300*   AFTER IT.                                                    *
031400*****************************************************************
031500 1400-WRITE-SECTION-TITLE.
031600     MOVE FACT-RPT-LINE TO FSG-HOLD-LINE.
031700     MOVE SPACES TO FACT-RPT-LINE.
031800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
031900     MOVE FSG-HOLD-LINE TO FACT-RPT-LINE.
032000     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
032100     MOVE FSG-COLUMN-LINE TO FACT-RPT-LINE.
032200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
032300 1400-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*   2000-GENERATE-CARDS                                          *
032800*   FIRST PASS OVER THE FILE: CLASSIFIES EVERY ENTRY AND         *
032900*   WRITES A CARD FOR EACH ONE DUE TONIGHT.                      *
033000*****************************************************************
033100 2000-GENERATE-CARDS.
033200     MOVE SPACES TO FACT-RPT-LINE.
033300     MOVE "STANDING CARDS GENERATED FOR TONIGHT'S FEED"
033400         TO FACT-S-TITLE.
033500     PERFORM 1400-WRITE-SECTION-TITLE THRU 1400-EXIT.
033600
033700     MOVE "N" TO FSG-EOF-SWITCH.
033800     PERFORM 2100-READ-STANDING THRU 2100-EXIT.
033900     PERFORM 2200-CLASSIFY-ENTRY THRU 2200-EXIT
034000         UNTIL FSG-EOF.
034100
034200     IF FSG-GENERATED-COUNT = ZERO
034300         MOVE SPACES TO FACT-RPT-LINE
034400         MOVE "  NONE DUE TONIGHT" TO FACT-S-TITLE
034500         PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT
034600     END-IF.
034700 2000-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*   2100-READ-STANDING                                           *
035200*****************************************************************
035300 2100-READ-STANDING.
035400     READ FACT-STD-FILE NEXT RECORD
035500         AT END
035600             SET FSG-EOF TO TRUE
035700     END-READ.
035800 2100-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200*   2200-CLASSIFY-ENTRY                                          *
036300*   PUTS THE ENTRY IN HAND IN EXACTLY ONE CLASS: ALREADY         *
036400*   EXPIRED, PAST ITS STOP DATE (LEFT FOR THE EXPIRY PASS), NOT  *
036500*   YET STARTED, DUE TONIGHT, OR NOT DUE TONIGHT.                *
036600*****************************************************************
036700 2200-CLASSIFY-ENTRY.
036800     ADD 1 TO FSG-READ-COUNT.
036900
037000     EVALUATE TRUE
037100         WHEN FACT-STD-EXPIRED
037200             ADD 1 TO FSG-OLD-EXPIRED-COUNT
037300         WHEN FACT-STD-STOP-DATE NOT = ZERO
037400             AND FACT-STD-STOP-DATE < FSG-RUN-DATE-RAW
037500             ADD 1 TO FSG-EXPIRING-COUNT
037600         WHEN FACT-STD-START-DATE > FSG-RUN-DATE-RAW
037700             ADD 1 TO FSG-NOT-STARTED-COUNT
037800         WHEN OTHER
037900             PERFORM 2300-CHECK-DUE THRU 2300-EXIT
038000             IF FSG-ENTRY-DUE
038100                 PERFORM 2400-WRITE-CARD THRU 2400-EXIT
038200             ELSE
038300                 ADD 1 TO FSG-NOT-DUE-COUNT
038400             END-IF
038500     END-EVALUATE.
038600
038700     PERFORM 2100-READ-STANDING THRU 2100-EXIT.
038800 2200-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*   2300-CHECK-DUE                                               *
039300*   DAILY ENTRIES ARE ALWAYS DUE; WEEKLY ENTRIES ON THEIR        *
039400*   WEEKDAY; MONTHLY ENTRIES ON THEIR DAY OF THE MONTH, OR ON    *
039500*   THE LAST DAY OF A MONTH TOO SHORT TO HAVE THAT DAY.          *
039600*****************************************************************
039700 2300-CHECK-DUE.
039800     SET FSG-ENTRY-NOT-DUE TO TRUE.
039900     EVALUATE TRUE
040000         WHEN FACT-STD-DAILY
040100             SET FSG-ENTRY-DUE TO TRUE
040200         WHEN FACT-STD-WEEKLY
040300             IF FACT-STD-FREQ-DAY = FSG-RUN-WEEKDAY
040400                 SET FSG-ENTRY-DUE TO TRUE
040500             END-IF
040600         WHEN FACT-STD-MONTHLY
040700             IF FACT-STD-FREQ-DAY = FSG-RUN-DAY
040800                 OR (FSG-RUN-DAY = FSG-MONTH-LAST-DAY
040900                     AND FACT-STD-FREQ-DAY > FSG-RUN-DAY)
041000                 SET FSG-ENTRY-DUE TO TRUE
041100             END-IF
041200     END-EVALUATE.
041300 2300-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*   2400-WRITE-CARD                                              *
041800*   WRITES THE GENERATED CARD TO THE FEED AND LISTS IT.          *
041900*****************************************************************
042000 2400-WRITE-CARD.
042100     MOVE FACT-STD-NUMBER TO FSG-CW-NUMBER.
042200     MOVE FACT-STD-DEPT-CODE TO FSG-CW-DEPT.
042300     MOVE FACT-STD-PRIORITY TO FSG-CW-PRIORITY.
042400     WRITE FACT-IN-RECORD FROM FSG-CARD-WORK.
042500     ADD 1 TO FSG-GENERATED-COUNT.
042600
042700     PERFORM 2500-FORMAT-DETAIL THRU 2500-EXIT.
042800     MOVE FSG-DETAIL-LINE TO FACT-RPT-LINE.
042900     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
043000 2400-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*   2500-FORMAT-DETAIL                                           *
043500*   FORMATS THE ENTRY IN HAND INTO THE LISTING DETAIL LINE.      *
043600*****************************************************************
043700 2500-FORMAT-DETAIL.
043800     MOVE FACT-STD-DEPT-CODE TO FSG-DL-DEPT.
043900     MOVE FACT-STD-NUMBER TO FSG-DL-NUMBER.
044000     MOVE FACT-STD-PRIORITY TO FSG-DL-PRIORITY.
044100
044200     MOVE SPACES TO FSG-DL-FREQUENCY.
044300     MOVE FACT-STD-FREQ-DAY TO FSG-DAY-EDIT.
044400     EVALUATE TRUE
044500         WHEN FACT-STD-DAILY
044600             MOVE "DAILY" TO FSG-DL-FREQUENCY
044700         WHEN FACT-STD-WEEKLY
044800             STRING "WEEKLY, WEEKDAY " FSG-DAY-EDIT
044900                 DELIMITED BY SIZE INTO FSG-DL-FREQUENCY
045000         WHEN FACT-STD-MONTHLY
045100             STRING "MONTHLY, DAY " FSG-DAY-EDIT
045200                 DELIMITED BY SIZE INTO FSG-DL-FREQUENCY
045300     END-EVALUATE.
045400
045500     MOVE FACT-STD-START-DATE TO FSG-DATE-X.
045600     PERFORM 2600-EDIT-DATE THRU 2600-EXIT.
045700     MOVE FSG-DATE-EDIT TO FSG-DL-START.
045800
045900     IF FACT-STD-STOP-DATE = ZERO
046000         MOVE "NONE" TO FSG-DL-STOP
046100     ELSE
046200         MOVE FACT-STD-STOP-DATE TO FSG-DATE-X
046300         PERFORM 2600-EDIT-DATE THRU 2600-EXIT
046400         MOVE FSG-DATE-EDIT TO FSG-DL-STOP
046500     END-IF.
046600 2500-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000*   2600-EDIT-DATE                                               *
047100*****************************************************************
047200 2600-EDIT-DATE.
047300     MOVE SPACES TO FSG-DATE-EDIT.
047400     STRING FSG-DATE-X(1:4) "-" FSG-DATE-X(5:2) "-"
047500         FSG-DATE-X(7:2) DELIMITED BY SIZE INTO FSG-DATE-EDIT.
047600 2600-EXIT.
047700     EXIT.
047800
047900*****************************************************************
048000*   3000-EXPIRE-ENTRIES                                          *
048100*   SECOND PASS OVER THE FILE: EVERY ACTIVE ENTRY PAST ITS       *
048200*   STOP DATE IS MARKED EXPIRED AND LISTED.  IT IS LISTED ONCE,  *
048300*   ON THE NIGHT IT EXPIRES; AFTER THAT IT IS COUNTED WITH THE   *
048400*   ENTRIES ALREADY EXPIRED UNTIL SOMEONE EXTENDS OR DELETES IT. *
048500*****************************************************************
048600 3000-EXPIRE-ENTRIES.
048700     MOVE SPACES TO FACT-RPT-LINE.
048800     MOVE "STANDING ENTRIES EXPIRED TONIGHT" TO FACT-S-TITLE.
048900     PERFORM 1400-WRITE-SECTION-TITLE THRU 1400-EXIT.
049000
049100     CLOSE FACT-STD-FILE.
049200     OPEN I-O FACT-STD-FILE.
049300     MOVE "N" TO FSG-EOF-SWITCH.
049400     PERFORM 2100-READ-STANDING THRU 2100-EXIT.
049500     PERFORM 3100-EXPIRE-ONE THRU 3100-EXIT
049600         UNTIL FSG-EOF.
049700
049800     IF FSG-EXPIRED-COUNT = ZERO
049900         MOVE SPACES TO FACT-RPT-LINE
050000         MOVE "  NONE EXPIRED TONIGHT" TO FACT-S-TITLE
050100         PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT
050200     END-IF.
050300 3000-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*   3100-EXPIRE-ONE                                              *
050800*****************************************************************
050900 3100-EXPIRE-ONE.
051000     IF FACT-STD-ACTIVE
051100         AND FACT-STD-STOP-DATE NOT = ZERO
051200         AND FACT-STD-STOP-DATE < FSG-RUN-DATE-RAW
051300         SET FACT-STD-EXPIRED TO TRUE
051400         REWRITE FACT-STD-RECORD
051500         ADD 1 TO FSG-EXPIRED-COUNT
051600         PERFORM 2500-FORMAT-DETAIL THRU 2500-EXIT
051700         MOVE FSG-DETAIL-LINE TO FACT-RPT-LINE
051800         PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT
051900     END-IF.
052000
052100     PERFORM 2100-READ-STANDING THRU 2100-EXIT.
052200 3100-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600*   4000-WRITE-TOTALS                                            *
052700*   ACCOUNTS FOR EVERY ENTRY ON THE FILE AND CHECKS THAT THE     *
052800*   EXPIRY PASS EXPIRED EXACTLY THE ENTRIES THE FIRST PASS       *
052900*   FOUND PAST THEIR STOP DATES.                                 *
053000*****************************************************************
053100 4000-WRITE-TOTALS.
053200     MOVE SPACES TO FACT-RPT-LINE.
053300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
053400
053500     MOVE SPACES TO FACT-RPT-LINE.
053600     MOVE "STANDING ENTRIES ON FILE . . ." TO FACT-F-LABEL.
053700     MOVE FSG-READ-COUNT TO FACT-F-VALUE.
053800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
053900
054000     MOVE SPACES TO FACT-RPT-LINE.
054100     MOVE "  CARDS GENERATED. . . . . . ." TO FACT-F-LABEL.
054200     MOVE FSG-GENERATED-COUNT TO FACT-F-VALUE.
054300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
054400
054500     MOVE SPACES TO FACT-RPT-LINE.
054600     MOVE "  NOT DUE TONIGHT. . . . . . ." TO FACT-F-LABEL.
054700     MOVE FSG-NOT-DUE-COUNT TO FACT-F-VALUE.
054800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
054900
055000     MOVE SPACES TO FACT-RPT-LINE.
055100     MOVE "  NOT YET STARTED. . . . . . ." TO FACT-F-LABEL.
055200     MOVE FSG-NOT-STARTED-COUNT TO FACT-F-VALUE.
055300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
055400
055500     MOVE SPACES TO FACT-RPT-LINE.
055600     MOVE "  EXPIRED TONIGHT. . . . . . ." TO FACT-F-LABEL.
055700     MOVE FSG-EXPIRED-COUNT TO FACT-F-VALUE.
055800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
055900
056000     MOVE SPACES TO FACT-RPT-LINE.
056100     MOVE "  EXPIRED ON AN EARLIER NIGHT." TO FACT-F-LABEL.
056200     MOVE FSG-OLD-EXPIRED-COUNT TO FACT-F-VALUE.
056300     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
056400
056500     ADD FSG-GENERATED-COUNT FSG-NOT-DUE-COUNT
056600         FSG-NOT-STARTED-COUNT FSG-EXPIRED-COUNT
056700         FSG-OLD-EXPIRED-COUNT GIVING FSG-RECON-TOTAL.
056800     MOVE SPACES TO FACT-RPT-LINE.
056900     MOVE "RECONCILIATION . . . . . . . ." TO FACT-R-LABEL.
057000     IF FSG-RECON-TOTAL = FSG-READ-COUNT
057100         AND FSG-EXPIRED-COUNT = FSG-EXPIRING-COUNT
057200         MOVE "IN BALANCE -- EVERY ENTRY ACCOUNTED FOR"
057300             TO FACT-R-MESSAGE
057400     ELSE
057500         MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
057600             TO FACT-R-MESSAGE
057700     END-IF.
057800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
057900 4000-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300*   9000-START-RUN-CONTROL                                       *
058400*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
058500*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
058600*   CONFLICTING MODE.                                            *
058700*****************************************************************
058800 9000-START-RUN-CONTROL.
058900     SET FACT-RNP-START TO TRUE.
059000     MOVE "StandingRequestProgram" TO FACT-RNP-PROGRAM.
059100     MOVE SPACES TO FACT-RNP-INSTANCE.
059200     SET FACT-RNP-BATCH TO TRUE.
059300     MOVE FSG-RUN-FILES TO FACT-RNP-FILES.
059400     CALL "FACTRCTL" USING FACT-RNP-AREA.
059500     IF NOT FACT-RNP-GRANTED
059600         DISPLAY FACT-RNP-MESSAGE
059700         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
059800     END-IF.
059900 9000-EXIT.
060000     EXIT.
060100
060200*****************************************************************
060300*   9100-END-RUN-CONTROL                                         *
060400*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
060410*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
060500*****************************************************************
060600 9100-END-RUN-CONTROL.
060700     IF FACT-RNP-GRANTED
060710         MOVE RETURN-CODE TO FSG-SAVED-RC
060800         SET FACT-RNP-END TO TRUE
060900         CALL "FACTRCTL" USING FACT-RNP-AREA
061000         IF NOT FACT-RNP-GRANTED
061100             DISPLAY FACT-RNP-MESSAGE
061200         END-IF
061210         MOVE FSG-SAVED-RC TO RETURN-CODE
061300     END-IF.
061400 9100-EXIT.
061500     EXIT.
