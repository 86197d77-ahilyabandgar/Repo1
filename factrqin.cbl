000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RequestInquiryProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  FULL-SCREEN "WHERE IS    *
001100*                    MY CARD" INQUIRY FOR THE SCHEDULING DESK.   *
001200*                    KEYED BY THE REQUEST ID THE PRE-EDIT        *
001300*                    STAMPS IN CARD COLUMNS 67-80, IT SHOWS THE  *
001400*                    CARD'S HISTORY IN TIME ORDER: EDITED        *
001500*                    (ACCEPTED OR REJECTED AND WHY), CORRECTED   *
001600*                    OR PURGED ON THE CORRECTION SCREEN,         *
001700*                    PROCESSED BY THE BATCH DRIVER, STILL ON THE *
001800*                    RECYCLE FILE, AND THE RESULT SENT AND       *
001900*                    ACKNOWLEDGED, IN ERROR, NOT ACKNOWLEDGED,   *
002000*                    OR STILL AWAITING ITS ACKNOWLEDGEMENT.      *
002100*                    KEYED BY DEPARTMENT AND THE DATE THE CARDS  *
002200*                    WERE FIRST EDITED, IT LISTS THE REQUEST IDS *
002300*                    FOR THAT DAY WITH THE LATEST EVENT FOR      *
002400*                    EACH, SO A DEPARTMENT THAT DID NOT KEEP ITS *
002500*                    IDS CAN STILL BE ANSWERED.  READ-ONLY; ANY  *
002600*                    OPERATOR MAY USE IT.                        *
002610*   10-15-2026  DLH  SHOWS A CARD HELD IN SUSPENSE WITH ITS      *
002620*                    DEPARTMENT BATCH, WITH THE REASON THE BATCH *
002630*                    WAS HELD.                                   *
002637*   10-15-2026  DLH  RECORDS THE SESSION ON THE RUN-CONTROL FILE *
002644*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002651*                    REQTRACK, AUDIT, RECYCLE AND EXTRACT        *
002658*                    SHARED, AND CLEARS THE ENTRY AT THE END.    *
002665*                    THE SESSION IS REFUSED WITH RETURN CODE 12  *
002672*                    (16 IF THE RUN-CONTROL FILE WILL NOT OPEN)  *
002679*                    WHILE ANOTHER JOB OR SESSION HOLDS ONE OF   *
002686*                    THOSE FILES IN A CONFLICTING MODE.          *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FRQ-TRACK-FILE   ASSIGN TO "FACTTRK"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FRQ-TRK-STATUS.
003400
003500     SELECT FRQ-AUDIT-FILE   ASSIGN TO "FACTAUD"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FRQ-AUD-STATUS.
003800
003900     SELECT FRQ-RECYCLE-FILE ASSIGN TO "FACTRCYI"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FRQ-RCY-STATUS.
004200
004300     SELECT FRQ-EXTRACT-FILE ASSIGN TO "FACTEXT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FRQ-EXT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FRQ-TRACK-FILE
005000     RECORDING MODE IS F.
005100 COPY FACTRQL.
005200
005300 FD  FRQ-AUDIT-FILE
005400     RECORDING MODE IS F.
005500 COPY FACTAUL.
005600
005700 FD  FRQ-RECYCLE-FILE
005800     RECORDING MODE IS F.
005900 COPY FACTRCL.
006000
006100 FD  FRQ-EXTRACT-FILE
006200     RECORDING MODE IS F.
006300 COPY FACTEXL.
006400
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700*   CONTROL SWITCHES AND FILE STATUSES                           *
006800*****************************************************************
006900 77  FRQ-DONE-SWITCH         PIC X(01)   VALUE "N".
007000     88  FRQ-DONE                        VALUE "Y".
007100
007200 77  FRQ-EOF-SWITCH          PIC X(01)   VALUE "N".
007300     88  FRQ-EOF                         VALUE "Y".
007400
007500 77  FRQ-ACK-SWITCH          PIC X(01)   VALUE "N".
007600     88  FRQ-ACK-SEEN                    VALUE "Y".
007700*    AN ACKNOWLEDGEMENT OUTCOME IS ALREADY ON THE TRACKING LOG,
007800*    SO THE EXTRACT NEED NOT BE SEARCHED FOR A PENDING ONE.
007900
008000 77  FRQ-FULL-SWITCH         PIC X(01)   VALUE "N".
008100     88  FRQ-TABLE-FULL                  VALUE "Y".
008200
008300 77  FRQ-PLACE-SWITCH        PIC X(01)   VALUE "N".
008400     88  FRQ-PLACE-FOUND                 VALUE "Y".
008500
008600 77  FRQ-MATCH-SWITCH        PIC X(01)   VALUE "N".
008700     88  FRQ-MATCH-FOUND                 VALUE "Y".
008800
008900 77  FRQ-DATE-SWITCH         PIC X(01)   VALUE "Y".
009000     88  FRQ-DATE-VALID                  VALUE "Y".
009100     88  FRQ-DATE-INVALID                VALUE "N".
009200
009300 77  FRQ-MODE-SWITCH         PIC X(01)   VALUE "I".
009400     88  FRQ-MODE-HISTORY                VALUE "I".
009500     88  FRQ-MODE-LIST                   VALUE "D".
009600
009700 77  FRQ-TRK-STATUS          PIC X(02)   VALUE "00".
009800 77  FRQ-AUD-STATUS          PIC X(02)   VALUE "00".
009900 77  FRQ-RCY-STATUS          PIC X(02)   VALUE "00".
010000 77  FRQ-EXT-STATUS          PIC X(02)   VALUE "00".
010100
010200*****************************************************************
010300*   SCREEN FIELDS                                                *
010400*****************************************************************
010500 01  FRQ-SCR-REQUEST-ID      PIC X(14)   VALUE SPACES.
010600 01  FRQ-SCR-DEPT            PIC X(04)   VALUE SPACES.
010700 01  FRQ-SCR-DATE            PIC 9(08)   VALUE ZERO.
010800 01  FRQ-SCR-DATE-X REDEFINES FRQ-SCR-DATE PIC X(08).
010900 01  FRQ-SCR-HEADING         PIC X(70)   VALUE SPACES.
011000 01  FRQ-SCR-ACTION          PIC X(01)   VALUE SPACE.
011100     88  FRQ-ACT-BY-ID                   VALUE "I" "i".
011200     88  FRQ-ACT-BY-DEPT                 VALUE "D" "d".
011300     88  FRQ-ACT-NEXT                    VALUE "N" "n".
011400     88  FRQ-ACT-EXIT                    VALUE "X" "x".
011500 01  FRQ-SCR-MESSAGE         PIC X(60)   VALUE SPACES.
011600
011700 01  FRQ-SCR-LINES.
011800     05  FRQ-SCR-LINE-01     PIC X(70).
011900     05  FRQ-SCR-LINE-02     PIC X(70).
012000     05  FRQ-SCR-LINE-03     PIC X(70).
012100     05  FRQ-SCR-LINE-04     PIC X(70).
012200     05  FRQ-SCR-LINE-05     PIC X(70).
012300     05  FRQ-SCR-LINE-06     PIC X(70).
012400     05  FRQ-SCR-LINE-07     PIC X(70).
012500     05  FRQ-SCR-LINE-08     PIC X(70).
012600     05  FRQ-SCR-LINE-09     PIC X(70).
012700     05  FRQ-SCR-LINE-10     PIC X(70).
012800     05  FRQ-SCR-LINE-11     PIC X(70).
012900     05  FRQ-SCR-LINE-12     PIC X(70).
013000 01  FRQ-SCR-LINE-TABLE REDEFINES FRQ-SCR-LINES.
013100     05  FRQ-SCR-LINE        PIC X(70)   OCCURS 12 TIMES.
013200
013300*****************************************************************
013400*   RESULT TABLE -- EVERY LINE THE INQUIRY FOUND, IN KEY ORDER   *
013500*   (DATE AND TIME FOR A HISTORY, REQUEST ID FOR A DEPARTMENT    *
013600*   LIST), PAGED ONTO THE SCREEN TWELVE AT A TIME.               *
013700*****************************************************************
013800 77  FRQ-RESULT-MAX          PIC 9(04) COMP  VALUE 60.
013900 77  FRQ-RESULT-COUNT        PIC 9(04) COMP  VALUE ZERO.
014000 77  FRQ-PAGE-START          PIC 9(04) COMP  VALUE 1.
014100 77  FRQ-SUB                 PIC S9(04) COMP VALUE ZERO.
014200 77  FRQ-LINE-SUB            PIC 9(04) COMP  VALUE ZERO.
014300 77  FRQ-SHOW-SUB            PIC 9(04) COMP  VALUE ZERO.
014400 77  FRQ-LINES-PER-SCREEN    PIC 9(04) COMP  VALUE 12.
014500
014600 01  FRQ-RESULT-TABLE.
014700     05  FRQ-RESULT-ENTRY    OCCURS 60 TIMES.
014800         10  FRQ-RS-KEY      PIC X(16).
014900         10  FRQ-RS-WHEN     PIC X(16).
015000         10  FRQ-RS-LINE     PIC X(70).
015100
015200 01  FRQ-NEW-ENTRY.
015300     05  FRQ-NEW-KEY         PIC X(16).
015400     05  FRQ-NEW-WHEN.
015500         10  FRQ-NEW-DATE    PIC X(08).
015600         10  FRQ-NEW-TIME    PIC X(08).
015700     05  FRQ-NEW-LINE        PIC X(70).
015800
015900*****************************************************************
016000*   HISTORY LINE -- ONE EVENT IN THE LIFE OF A REQUEST           *
016100*****************************************************************
016200 01  FRQ-HIST-LINE.
016300     05  FRQ-HL-DATE         PIC X(10).
016400     05  FILLER              PIC X(01)   VALUE SPACE.
016500     05  FRQ-HL-TIME         PIC X(05).
016600     05  FILLER              PIC X(01)   VALUE SPACE.
016700     05  FRQ-HL-NUMBER       PIC X(04).
016800     05  FILLER              PIC X(01)   VALUE SPACE.
016900     05  FRQ-HL-DEPT         PIC X(04).
017000     05  FILLER              PIC X(01)   VALUE SPACE.
017100     05  FRQ-HL-EVENT        PIC X(23).
017200     05  FRQ-HL-DETAIL       PIC X(20).
017300
017400*****************************************************************
017500*   COLUMN HEADINGS FOR THE TWO KINDS OF INQUIRY                 *
017600*****************************************************************
017700 01  FRQ-HIST-HEADING.
017800     05  FILLER              PIC X(27)
017900             VALUE "DATE       TIME  NUMB DEPT ".
018000     05  FILLER              PIC X(43)
018100             VALUE "EVENT                  DETAIL".
018200
018300 01  FRQ-LIST-HEADING.
018400     05  FILLER              PIC X(31)
018500             VALUE "REQUEST ID     NUMB LATEST     ".
018600     05  FILLER              PIC X(39)
018700             VALUE "EVENT                  DETAIL".
018800
018900*****************************************************************
019000*   DEPARTMENT LIST LINE -- ONE REQUEST AND ITS LATEST EVENT     *
019100*****************************************************************
019200 01  FRQ-LIST-LINE.
019300     05  FRQ-LL-REQUEST-ID   PIC X(14).
019400     05  FILLER              PIC X(01)   VALUE SPACE.
019500     05  FRQ-LL-NUMBER       PIC X(04).
019600     05  FILLER              PIC X(01)   VALUE SPACE.
019700     05  FRQ-LL-DATE         PIC X(10).
019800     05  FILLER              PIC X(01)   VALUE SPACE.
019900     05  FRQ-LL-EVENT        PIC X(23).
020000     05  FRQ-LL-DETAIL       PIC X(16).
020100
020200*****************************************************************
020300*   DATE AND TIME EDIT WORK FIELDS                               *
020400*****************************************************************
020500 01  FRQ-DATE-WORK           PIC 9(08)   VALUE ZERO.
020600 01  FRQ-DATE-PARTS REDEFINES FRQ-DATE-WORK.
020700     05  FRQ-DATE-YEAR       PIC 9(04).
020800     05  FRQ-DATE-MONTH      PIC 9(02).
020900     05  FRQ-DATE-DAY        PIC 9(02).
021000 01  FRQ-DATE-X REDEFINES FRQ-DATE-WORK PIC X(08).
021100 01  FRQ-TIME-X              PIC X(08)   VALUE SPACES.
021200
021300 01  FRQ-COUNT-EDIT          PIC ZZ9.
021400 01  FRQ-RQT-ID-X            PIC X(14)   VALUE SPACES.
021500
021505*****************************************************************
021510*   RUN CONTROL                                                  *
021515*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
021520*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
021525*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
021530*****************************************************************
021535 01  FRQ-RUN-FILES.
021540     05  FILLER              PIC X(08)   VALUE "REQTRACK".
021545     05  FILLER              PIC X(01)   VALUE "S".
021550     05  FILLER              PIC X(08)   VALUE "AUDIT".
021555     05  FILLER              PIC X(01)   VALUE "S".
021560     05  FILLER              PIC X(08)   VALUE "RECYCLE".
021565     05  FILLER              PIC X(01)   VALUE "S".
021570     05  FILLER              PIC X(08)   VALUE "EXTRACT".
021575     05  FILLER              PIC X(01)   VALUE "S".
021580
021581 77  FRQ-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
021582
021585 COPY FACTRNP.
021590
021600 SCREEN SECTION.
021700*****************************************************************
021800*   01  FRQ-INQUIRY-SCREEN                                       *
021900*   SINGLE-PANEL INQUIRY: THE OPERATOR KEYS A REQUEST ID, OR A   *
022000*   DEPARTMENT AND DATE, AND THE ACTION CODE; THE RESULT LINES   *
022100*   FILL THE MIDDLE OF THE PANEL.                                *
022200*****************************************************************
022300 01  FRQ-INQUIRY-SCREEN.
022400     05  BLANK SCREEN.
022500     05  LINE 01 COL 01 VALUE "REQUEST INQUIRY".
022600     05  LINE 03 COL 01 VALUE "REQUEST ID . . . . . . . . :".
022700     05  LINE 03 COL 31 PIC X(14)
022800             USING FRQ-SCR-REQUEST-ID.
022900     05  LINE 04 COL 01 VALUE "OR DEPARTMENT. . . . . . . :".
023000     05  LINE 04 COL 31 PIC X(04)
023100             USING FRQ-SCR-DEPT.
023200     05  LINE 05 COL 01 VALUE "AND DATE EDITED (YYYYMMDD) :".
023300     05  LINE 05 COL 31 PIC 9(08)
023400             USING FRQ-SCR-DATE.
023500     05  LINE 07 COL 01 PIC X(70)
023600             FROM FRQ-SCR-HEADING.
023700     05  LINE 08 COL 01 PIC X(70)
023800             FROM FRQ-SCR-LINE-01.
023900     05  LINE 09 COL 01 PIC X(70)
024000             FROM FRQ-SCR-LINE-02.
024100     05  LINE 10 COL 01 PIC X(70)
024200             FROM FRQ-SCR-LINE-03.
024300     05  LINE 11 COL 01 PIC X(70)
024400             FROM FRQ-SCR-LINE-04.
024500     05  LINE 12 COL 01 PIC X(70)
024600             FROM FRQ-SCR-LINE-05.
024700     05  LINE 13 COL 01 PIC X(70)
024800             FROM FRQ-SCR-LINE-06.
024900     05  LINE 14 COL 01 PIC X(70)
025000             FROM FRQ-SCR-LINE-07.
025100     05  LINE 15 COL 01 PIC X(70)
025200             FROM FRQ-SCR-LINE-08.
025300     05  LINE 16 COL 01 PIC X(70)
025400             FROM FRQ-SCR-LINE-09.
025500     05  LINE 17 COL 01 PIC X(70)
025600             FROM FRQ-SCR-LINE-10.
025700     05  LINE 18 COL 01 PIC X(70)
025800             FROM FRQ-SCR-LINE-11.
025900     05  LINE 19 COL 01 PIC X(70)
026000             FROM FRQ-SCR-LINE-12.
026100     05  LINE 21 COL 01
026200             VALUE "I=BY REQUEST ID, D=BY DEPARTMENT AND DATE,".
026300     05  LINE 22 COL 01
026400             VALUE "N=NEXT PAGE, X=EXIT . . . . . . :".
026500     05  LINE 22 COL 37 PIC X(01)
026600             USING FRQ-SCR-ACTION.
026700     05  LINE 23 COL 01 PIC X(60)
026800             FROM FRQ-SCR-MESSAGE.
026900
027000 PROCEDURE DIVISION.
027100*****************************************************************
027200*   0000-MAINLINE                                                *
027300*   PROCESSES ONE ACTION PER SCREEN PASS UNTIL THE OPERATOR      *
027400*   KEYS X.  THE FILES ARE OPENED AND CLOSED BY EACH INQUIRY, SO *
027500*   THE SCREEN HOLDS NOTHING BETWEEN INQUIRIES AND ALWAYS SEES   *
027600*   THE FILES AS THEY STAND.                                     *
027700*****************************************************************
027800 0000-MAINLINE.
027810     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
027820     IF FACT-RNP-GRANTED
027830         PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
027840             UNTIL FRQ-DONE
027850         PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT
027860     END-IF.
028100
028200     STOP RUN.
028300
028400*****************************************************************
028500*   2000-PROCESS-SCREEN                                          *
028600*   DISPLAYS THE PANEL, ACCEPTS THE OPERATOR'S ENTRY, AND        *
028700*   DISPATCHES THE ACTION CODE.                                  *
028800*****************************************************************
028900 2000-PROCESS-SCREEN.
029000     DISPLAY FRQ-INQUIRY-SCREEN.
029100     MOVE SPACE TO FRQ-SCR-ACTION.
029200     ACCEPT FRQ-INQUIRY-SCREEN.
029300     MOVE SPACES TO FRQ-SCR-MESSAGE.
029400
029500     EVALUATE TRUE
029600         WHEN FRQ-ACT-EXIT
029700             SET FRQ-DONE TO TRUE
029800         WHEN FRQ-ACT-BY-ID
029900             PERFORM 3000-INQUIRE-BY-ID THRU 3000-EXIT
030000         WHEN FRQ-ACT-BY-DEPT
030100             PERFORM 4000-LIST-BY-DEPT THRU 4000-EXIT
030200         WHEN FRQ-ACT-NEXT
030300             PERFORM 6600-NEXT-PAGE THRU 6600-EXIT
030400         WHEN OTHER
030500             MOVE "KEY I, D, N, OR X." TO FRQ-SCR-MESSAGE
030600     END-EVALUATE.
030700 2000-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*   3000-INQUIRE-BY-ID                                           *
031200*   GATHERS THE HISTORY OF THE KEYED REQUEST ID FROM THE         *
031300*   TRACKING LOG, THE AUDIT LOG, THE RECYCLE FILE, AND (WHEN NO  *
031400*   ACKNOWLEDGEMENT HAS BEEN LOGGED YET) THE EXTRACT, AND SHOWS  *
031500*   THE FIRST PAGE.  ATTEMPTS ALREADY MOVED TO THE AUDIT ARCHIVE *
031600*   BY FACTARCH ARE NOT SEARCHED.                                *
031700*****************************************************************
031800 3000-INQUIRE-BY-ID.
031900     IF FRQ-SCR-REQUEST-ID IS NOT NUMERIC
032000         MOVE "KEY THE 14-DIGIT REQUEST ID FROM CARD COLS 67-80."
032100             TO FRQ-SCR-MESSAGE
032200     ELSE
032300         SET FRQ-MODE-HISTORY TO TRUE
032400         PERFORM 6000-CLEAR-RESULTS THRU 6000-EXIT
032500         MOVE FRQ-HIST-HEADING TO FRQ-SCR-HEADING
032600         MOVE "N" TO FRQ-ACK-SWITCH
032700         PERFORM 3100-SCAN-TRACKING THRU 3100-EXIT
032800         PERFORM 3200-SCAN-AUDIT THRU 3200-EXIT
032900         PERFORM 3300-SCAN-RECYCLE THRU 3300-EXIT
033000         IF NOT FRQ-ACK-SEEN
033100             PERFORM 3400-SCAN-EXTRACT THRU 3400-EXIT
033200         END-IF
033300         PERFORM 6500-SHOW-PAGE THRU 6500-EXIT
033400         IF FRQ-RESULT-COUNT = ZERO
033500             MOVE "NO HISTORY ON FILE FOR THAT REQUEST ID."
033600                 TO FRQ-SCR-MESSAGE
033700         ELSE
033800             PERFORM 6700-COUNT-MESSAGE THRU 6700-EXIT
033900         END-IF
034000     END-IF.
034100 3000-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*   3100-SCAN-TRACKING                                           *
034600*   READS THE TRACKING LOG FROM THE TOP.  A LOG NOT YET CREATED  *
034700*   IS TREATED AS EMPTY.                                         *
034800*****************************************************************
034900 3100-SCAN-TRACKING.
035000     OPEN INPUT FRQ-TRACK-FILE.
035100     IF FRQ-TRK-STATUS = "00"
035200         MOVE "N" TO FRQ-EOF-SWITCH
035300         PERFORM 3110-READ-TRACKING THRU 3110-EXIT
035400             UNTIL FRQ-EOF
035500         CLOSE FRQ-TRACK-FILE
035600     END-IF.
035700 3100-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100*   3110-READ-TRACKING                                           *
036200*   ONE TRACKING RECORD: IN A HISTORY, EVERY EVENT FOR THE       *
036300*   KEYED ID; IN A DEPARTMENT LIST, EVERY EVENT FOR THE KEYED    *
036400*   DEPARTMENT ON A REQUEST FIRST EDITED ON THE KEYED DATE.      *
036500*****************************************************************
036600 3110-READ-TRACKING.
036700     READ FRQ-TRACK-FILE
036800         AT END
036900             SET FRQ-EOF TO TRUE
037000     END-READ.
037100
037200     IF NOT FRQ-EOF
037300         MOVE FACT-RQT-REQUEST-ID TO FRQ-RQT-ID-X
037400         EVALUATE TRUE
037500             WHEN FRQ-MODE-HISTORY
037600                 AND FRQ-RQT-ID-X = FRQ-SCR-REQUEST-ID
037700                 PERFORM 3150-FORMAT-TRACKING THRU 3150-EXIT
037800                 MOVE FRQ-NEW-WHEN TO FRQ-NEW-KEY
037900                 PERFORM 6100-INSERT-RESULT THRU 6100-EXIT
038000             WHEN FRQ-MODE-LIST
038100                 AND FACT-RQT-DEPT-CODE = FRQ-SCR-DEPT
038200                 AND FACT-RQT-REQ-DATE = FRQ-SCR-DATE
038300                 PERFORM 3150-FORMAT-TRACKING THRU 3150-EXIT
038400                 PERFORM 4500-POST-LATEST THRU 4500-EXIT
038500         END-EVALUATE
038600     END-IF.
038700 3110-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100*   3150-FORMAT-TRACKING                                         *
039200*   BUILDS THE HISTORY LINE AND ITS DATE/TIME FOR THE TRACKING   *
039300*   RECORD IN HAND.                                              *
039400*****************************************************************
039500 3150-FORMAT-TRACKING.
039600     MOVE SPACES TO FRQ-HIST-LINE.
039700     MOVE FACT-RQT-DATE TO FRQ-DATE-WORK.
039800     MOVE FACT-RQT-TIME TO FRQ-TIME-X.
039900     PERFORM 7000-FORMAT-WHEN THRU 7000-EXIT.
040000     MOVE FACT-RQT-NUMBER TO FRQ-HL-NUMBER.
040100     MOVE FACT-RQT-DEPT-CODE TO FRQ-HL-DEPT.
040200     MOVE FACT-RQT-DETAIL TO FRQ-HL-DETAIL.
040300
040400     EVALUATE TRUE
040500         WHEN FACT-RQT-EDITED
040600             MOVE "EDITED" TO FRQ-HL-EVENT
040700         WHEN FACT-RQT-EDIT-FAILED
040800             MOVE "EDIT REJECTED" TO FRQ-HL-EVENT
040810         WHEN FACT-RQT-HELD
040820             MOVE "HELD IN SUSPENSE" TO FRQ-HL-EVENT
040900         WHEN FACT-RQT-CORRECTED
041000             STRING "CORRECTED BY " FACT-RQT-USERID
041100                 DELIMITED BY SIZE INTO FRQ-HL-EVENT
041200         WHEN FACT-RQT-PURGED
041300             STRING "PURGED BY " FACT-RQT-USERID
041400                 DELIMITED BY SIZE INTO FRQ-HL-EVENT
041500         WHEN FACT-RQT-ACK-LOADED
041600             SET FRQ-ACK-SEEN TO TRUE
041700             MOVE "SENT, ACKNOWLEDGED" TO FRQ-HL-EVENT
041800         WHEN FACT-RQT-ACK-ERROR
041900             SET FRQ-ACK-SEEN TO TRUE
042000             MOVE "SENT, ACKNOWLEDGED" TO FRQ-HL-EVENT
042100             MOVE "ERROR - NOT LOADED" TO FRQ-HL-DETAIL
042200         WHEN FACT-RQT-NOT-ACKED
042300             SET FRQ-ACK-SEEN TO TRUE
042400             MOVE "SENT, NOT ACKNOWLEDGED" TO FRQ-HL-EVENT
042500         WHEN OTHER
042600             MOVE "UNKNOWN EVENT" TO FRQ-HL-EVENT
042700     END-EVALUATE.
042800
042900     MOVE FRQ-HIST-LINE TO FRQ-NEW-LINE.
043000 3150-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*   3200-SCAN-AUDIT                                              *
043500*   READS THE AUDIT LOG FOR THE BATCH DRIVER'S ATTEMPTS.         *
043600*****************************************************************
043700 3200-SCAN-AUDIT.
043800     OPEN INPUT FRQ-AUDIT-FILE.
043900     IF FRQ-AUD-STATUS = "00"
044000         MOVE "N" TO FRQ-EOF-SWITCH
044100         PERFORM 3210-READ-AUDIT THRU 3210-EXIT
044200             UNTIL FRQ-EOF
044300         CLOSE FRQ-AUDIT-FILE
044400     END-IF.
044500 3200-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*   3210-READ-AUDIT                                              *
045000*   ONE AUDIT RECORD, SELECTED THE SAME WAY AS THE TRACKING      *
045100*   RECORDS.  ONLINE AND INTERACTIVE ATTEMPTS CARRY NO REQUEST   *
045200*   ID AND NEVER MATCH.                                          *
045300*****************************************************************
045400 3210-READ-AUDIT.
045500     READ FRQ-AUDIT-FILE
045600         AT END
045700             SET FRQ-EOF TO TRUE
045800     END-READ.
045900
046000     IF NOT FRQ-EOF
046100         EVALUATE TRUE
046200             WHEN FRQ-MODE-HISTORY
046300                 AND FACT-AUD-REQUEST-ID = FRQ-SCR-REQUEST-ID
046400                 PERFORM 3250-FORMAT-AUDIT THRU 3250-EXIT
046500                 MOVE FRQ-NEW-WHEN TO FRQ-NEW-KEY
046600                 PERFORM 6100-INSERT-RESULT THRU 6100-EXIT
046700             WHEN FRQ-MODE-LIST
046800                 AND FACT-AUD-DEPT-CODE = FRQ-SCR-DEPT
046900                 AND FACT-AUD-REQUEST-ID(1:8) = FRQ-SCR-DATE-X
047000                 MOVE FACT-AUD-REQUEST-ID TO FRQ-RQT-ID-X
047100                 PERFORM 3250-FORMAT-AUDIT THRU 3250-EXIT
047200                 PERFORM 4500-POST-LATEST THRU 4500-EXIT
047300         END-EVALUATE
047400     END-IF.
047500 3210-EXIT.
047600     EXIT.
047700
047800*****************************************************************
047900*   3250-FORMAT-AUDIT                                            *
048000*   BUILDS THE HISTORY LINE FOR THE AUDIT RECORD IN HAND.  A     *
048100*   REJECTED ATTEMPT IS WRITTEN TO THE RECYCLE FILE BY THE BATCH *
048200*   DRIVER.                                                      *
048300*****************************************************************
048400 3250-FORMAT-AUDIT.
048500     MOVE SPACES TO FRQ-HIST-LINE.
048600     MOVE FACT-AUD-DATE TO FRQ-DATE-WORK.
048700     MOVE FACT-AUD-TIME TO FRQ-TIME-X.
048800     PERFORM 7000-FORMAT-WHEN THRU 7000-EXIT.
048900     MOVE FACT-AUD-NUMBER TO FRQ-HL-NUMBER.
049000     MOVE FACT-AUD-DEPT-CODE TO FRQ-HL-DEPT.
049100     MOVE "PROCESSED" TO FRQ-HL-EVENT.
049200     IF FACT-AUD-REJECT-FLAG = "Y"
049300         MOVE "REJECTED - RECYCLED" TO FRQ-HL-DETAIL
049400     ELSE
049500         MOVE "RESULT COMPUTED" TO FRQ-HL-DETAIL
049600     END-IF.
049700     MOVE FRQ-HIST-LINE TO FRQ-NEW-LINE.
049800 3250-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*   3300-SCAN-RECYCLE                                            *
050300*   A REQUEST STILL ON THE RECYCLE FILE IS SHOWN LAST, WITH THE  *
050400*   DATE IT WAS FIRST REJECTED AND THE REASON.                   *
050500*****************************************************************
050600 3300-SCAN-RECYCLE.
050700     OPEN INPUT FRQ-RECYCLE-FILE.
050800     IF FRQ-RCY-STATUS = "00"
050900         MOVE "N" TO FRQ-EOF-SWITCH
051000         PERFORM 3310-READ-RECYCLE THRU 3310-EXIT
051100             UNTIL FRQ-EOF
051200         CLOSE FRQ-RECYCLE-FILE
051300     END-IF.
051400 3300-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800*   3310-READ-RECYCLE                                            *
051900*****************************************************************
052000 3310-READ-RECYCLE.
052100     READ FRQ-RECYCLE-FILE
052200         AT END
052300             SET FRQ-EOF TO TRUE
052400     END-READ.
052500
052600     IF NOT FRQ-EOF
052700         AND FACT-RCY-REQUEST-ID = FRQ-SCR-REQUEST-ID
052800         MOVE SPACES TO FRQ-HIST-LINE
052900         MOVE FACT-RCY-RUN-DATE TO FRQ-DATE-WORK
053000         MOVE SPACES TO FRQ-TIME-X
053100         PERFORM 7000-FORMAT-WHEN THRU 7000-EXIT
053200         MOVE FACT-RCY-NUMBER TO FRQ-HL-NUMBER
053300         MOVE FACT-RCY-DEPT-CODE TO FRQ-HL-DEPT
053400         MOVE "ON RECYCLE FILE SINCE" TO FRQ-HL-EVENT
053500         MOVE FACT-RCY-REASON-DESC TO FRQ-HL-DETAIL
053600         MOVE FRQ-HIST-LINE TO FRQ-NEW-LINE
053700         MOVE HIGH-VALUES TO FRQ-NEW-KEY
053800         PERFORM 6100-INSERT-RESULT THRU 6100-EXIT
053900     END-IF.
054000 3310-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400*   3400-SCAN-EXTRACT                                            *
054500*   A RESULT ON THE CURRENT EXTRACT WITH NO ACKNOWLEDGEMENT      *
054600*   LOGGED YET HAS BEEN SENT (OR IS ABOUT TO BE) AND IS WAITING  *
054700*   FOR THE MORNING RECONCILIATION.                              *
054800*****************************************************************
054900 3400-SCAN-EXTRACT.
055000     OPEN INPUT FRQ-EXTRACT-FILE.
055100     IF FRQ-EXT-STATUS = "00"
055200         MOVE "N" TO FRQ-EOF-SWITCH
055300         PERFORM 3410-READ-EXTRACT THRU 3410-EXIT
055400             UNTIL FRQ-EOF
055500         CLOSE FRQ-EXTRACT-FILE
055600     END-IF.
055700 3400-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100*   3410-READ-EXTRACT                                            *
056200*****************************************************************
056300 3410-READ-EXTRACT.
056400     READ FRQ-EXTRACT-FILE
056500         AT END
056600             SET FRQ-EOF TO TRUE
056700     END-READ.
056800
056900     IF NOT FRQ-EOF
057000         AND FACT-EXT-DETAIL
057100         AND FACT-EXT-REQUEST-ID = FRQ-SCR-REQUEST-ID
057200         MOVE SPACES TO FRQ-HIST-LINE
057300         MOVE FACT-EXT-NUMBER TO FRQ-HL-NUMBER
057400         MOVE FACT-EXT-DEPT-CODE TO FRQ-HL-DEPT
057500         MOVE "ON EXTRACT, SENT" TO FRQ-HL-EVENT
057600         MOVE "AWAITING ACK" TO FRQ-HL-DETAIL
057700         MOVE FRQ-HIST-LINE TO FRQ-NEW-LINE
057800         MOVE HIGH-VALUES TO FRQ-NEW-KEY
057900         PERFORM 6100-INSERT-RESULT THRU 6100-EXIT
058000     END-IF.
058100 3410-EXIT.
058200     EXIT.
058300
058400*****************************************************************
058500*   4000-LIST-BY-DEPT                                            *
058600*   LISTS THE KEYED DEPARTMENT'S REQUESTS FIRST EDITED ON THE    *
058700*   KEYED DATE, ONE LINE PER REQUEST ID WITH ITS LATEST EVENT    *
058800*   FROM THE TRACKING LOG OR THE AUDIT LOG.                      *
058900*****************************************************************
059000 4000-LIST-BY-DEPT.
059100     MOVE FRQ-SCR-DATE TO FRQ-DATE-WORK.
059200     PERFORM 7300-EDIT-DATE THRU 7300-EXIT.
059300
059400     EVALUATE TRUE
059500         WHEN FRQ-SCR-DEPT = SPACES
059600             MOVE "KEY THE DEPARTMENT CODE AND THE DATE EDITED."
059700                 TO FRQ-SCR-MESSAGE
059800         WHEN FRQ-DATE-INVALID
059900             MOVE "DATE EDITED IS NOT A VALID YYYYMMDD DATE."
060000                 TO FRQ-SCR-MESSAGE
060100         WHEN OTHER
060200             SET FRQ-MODE-LIST TO TRUE
060300             PERFORM 6000-CLEAR-RESULTS THRU 6000-EXIT
060400             MOVE FRQ-LIST-HEADING TO FRQ-SCR-HEADING
060500             PERFORM 3100-SCAN-TRACKING THRU 3100-EXIT
060600             PERFORM 3200-SCAN-AUDIT THRU 3200-EXIT
060700             PERFORM 6500-SHOW-PAGE THRU 6500-EXIT
060800             IF FRQ-RESULT-COUNT = ZERO
060900                 MOVE "NO REQUESTS FOR THAT DEPARTMENT AND DATE."
061000                     TO FRQ-SCR-MESSAGE
061100             ELSE
061200                 PERFORM 6700-COUNT-MESSAGE THRU 6700-EXIT
061300             END-IF
061400     END-EVALUATE.
061500 4000-EXIT.
061600     EXIT.
061700
061800*****************************************************************
061900*   4500-POST-LATEST                                             *
062000*   POSTS THE EVENT JUST FORMATTED AGAINST ITS REQUEST ID IN THE *
062100*   LIST: A NEW ID IS ADDED IN ID ORDER; A KNOWN ID HAS ITS LINE *
062200*   REPLACED WHEN THIS EVENT IS THE SAME AGE OR LATER.           *
062300*****************************************************************
062400 4500-POST-LATEST.
062500     MOVE SPACES TO FRQ-LIST-LINE.
062600     MOVE FRQ-RQT-ID-X TO FRQ-LL-REQUEST-ID.
062700     MOVE FRQ-HL-NUMBER TO FRQ-LL-NUMBER.
062800     MOVE FRQ-HL-DATE TO FRQ-LL-DATE.
062900     MOVE FRQ-HL-EVENT TO FRQ-LL-EVENT.
063000     MOVE FRQ-HL-DETAIL TO FRQ-LL-DETAIL.
063100     MOVE FRQ-LIST-LINE TO FRQ-NEW-LINE.
063200     MOVE FRQ-RQT-ID-X TO FRQ-NEW-KEY.
063300
063400     MOVE "N" TO FRQ-MATCH-SWITCH.
063500     PERFORM 6200-MATCH-RESULT THRU 6200-EXIT
063600         VARYING FRQ-SUB FROM 1 BY 1
063700         UNTIL FRQ-SUB > FRQ-RESULT-COUNT
063800         OR FRQ-MATCH-FOUND.
063900
064000     IF FRQ-MATCH-FOUND
064100         SUBTRACT 1 FROM FRQ-SUB
064200         IF FRQ-NEW-WHEN >= FRQ-RS-WHEN(FRQ-SUB)
064300             MOVE FRQ-NEW-WHEN TO FRQ-RS-WHEN(FRQ-SUB)
064400             MOVE FRQ-NEW-LINE TO FRQ-RS-LINE(FRQ-SUB)
064500         END-IF
064600     ELSE
064700         PERFORM 6100-INSERT-RESULT THRU 6100-EXIT
064800     END-IF.
064900 4500-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300*   6000-CLEAR-RESULTS                                           *
065400*****************************************************************
065500 6000-CLEAR-RESULTS.
065600     MOVE ZERO TO FRQ-RESULT-COUNT.
065700     MOVE 1 TO FRQ-PAGE-START.
065800     MOVE "N" TO FRQ-FULL-SWITCH.
065900     MOVE SPACES TO FRQ-RESULT-TABLE.
066000 6000-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400*   6100-INSERT-RESULT                                           *
066500*   INSERTS FRQ-NEW-ENTRY IN KEY ORDER, AFTER ANY ENTRY WITH THE *
066600*   SAME KEY SO EVENTS LOGGED IN THE SAME SECOND KEEP THEIR      *
066700*   ORDER.  ONCE THE TABLE IS FULL, LATER ENTRIES ARE DROPPED    *
066710*   WHEREVER THEY WOULD SORT AND THE LIST IS REPORTED CUT SHORT. *
066800*****************************************************************
066900 6100-INSERT-RESULT.
067000     IF FRQ-RESULT-COUNT >= FRQ-RESULT-MAX
067100         SET FRQ-TABLE-FULL TO TRUE
067200     ELSE
067300         MOVE FRQ-RESULT-COUNT TO FRQ-SUB
067400         MOVE "N" TO FRQ-PLACE-SWITCH
067500         PERFORM 6150-SHIFT-ONE THRU 6150-EXIT
067600             UNTIL FRQ-SUB < 1
067700             OR FRQ-PLACE-FOUND
067800         ADD 1 TO FRQ-SUB
067900         MOVE FRQ-NEW-ENTRY TO FRQ-RESULT-ENTRY(FRQ-SUB)
068000         ADD 1 TO FRQ-RESULT-COUNT
068100     END-IF.
068200 6100-EXIT.
068300     EXIT.
068400
068500*****************************************************************
068600*   6150-SHIFT-ONE                                               *
068700*   MOVES ONE ENTRY THAT SORTS AFTER THE NEW ONE DOWN A SLOT.    *
068800*****************************************************************
068900 6150-SHIFT-ONE.
069000     IF FRQ-RS-KEY(FRQ-SUB) > FRQ-NEW-KEY
069100         MOVE FRQ-RESULT-ENTRY(FRQ-SUB)
069200             TO FRQ-RESULT-ENTRY(FRQ-SUB + 1)
069300         SUBTRACT 1 FROM FRQ-SUB
069400     ELSE
069500         SET FRQ-PLACE-FOUND TO TRUE
069600     END-IF.
069700 6150-EXIT.
069800     EXIT.
069900
070000*****************************************************************
070100*   6200-MATCH-RESULT                                            *
070200*****************************************************************
070300 6200-MATCH-RESULT.
070400     IF FRQ-RS-KEY(FRQ-SUB) = FRQ-NEW-KEY
070500         SET FRQ-MATCH-FOUND TO TRUE
070600     END-IF.
070700 6200-EXIT.
070800     EXIT.
070900
071000*****************************************************************
071100*   6500-SHOW-PAGE                                               *
071200*   MOVES TWELVE RESULT LINES FROM FRQ-PAGE-START TO THE SCREEN. *
071300*****************************************************************
071400 6500-SHOW-PAGE.
071500     MOVE SPACES TO FRQ-SCR-LINES.
071600     PERFORM 6550-SHOW-ONE-LINE THRU 6550-EXIT
071700         VARYING FRQ-LINE-SUB FROM 1 BY 1
071800         UNTIL FRQ-LINE-SUB > FRQ-LINES-PER-SCREEN.
071900 6500-EXIT.
072000     EXIT.
072100
072200*****************************************************************
072300*   6550-SHOW-ONE-LINE                                           *
072400*****************************************************************
072500 6550-SHOW-ONE-LINE.
072600     COMPUTE FRQ-SHOW-SUB = FRQ-PAGE-START + FRQ-LINE-SUB - 1.
072700     IF FRQ-SHOW-SUB NOT > FRQ-RESULT-COUNT
072800         MOVE FRQ-RS-LINE(FRQ-SHOW-SUB)
072900             TO FRQ-SCR-LINE(FRQ-LINE-SUB)
073000     END-IF.
073100 6550-EXIT.
073200     EXIT.
073300
073400*****************************************************************
073500*   6600-NEXT-PAGE                                               *
073600*****************************************************************
073700 6600-NEXT-PAGE.
073800     IF FRQ-PAGE-START + FRQ-LINES-PER-SCREEN > FRQ-RESULT-COUNT
073900         MOVE "NO MORE LINES -- KEY I OR D FOR A NEW INQUIRY."
074000             TO FRQ-SCR-MESSAGE
074100     ELSE
074200         ADD FRQ-LINES-PER-SCREEN TO FRQ-PAGE-START
074300         PERFORM 6500-SHOW-PAGE THRU 6500-EXIT
074400         PERFORM 6700-COUNT-MESSAGE THRU 6700-EXIT
074500     END-IF.
074600 6600-EXIT.
074700     EXIT.
074800
074900*****************************************************************
075000*   6700-COUNT-MESSAGE                                           *
075100*   TELLS THE OPERATOR HOW MANY LINES WERE FOUND AND WHETHER     *
075200*   MORE FOLLOW THIS PAGE, OR THAT THE LIST WAS CUT SHORT AND    *
075210*   THE INQUIRY SHOULD BE NARROWED.                              *
075300*****************************************************************
075400 6700-COUNT-MESSAGE.
075500     MOVE FRQ-RESULT-COUNT TO FRQ-COUNT-EDIT.
075600     MOVE SPACES TO FRQ-SCR-MESSAGE.
075700     EVALUATE TRUE
075800         WHEN FRQ-TABLE-FULL
075900             STRING "OVER " FRQ-COUNT-EDIT
076000                 " LINES -- LIST CUT SHORT, NARROW THE INQUIRY."
076100                 DELIMITED BY SIZE INTO FRQ-SCR-MESSAGE
076200         WHEN FRQ-PAGE-START + FRQ-LINES-PER-SCREEN
076300              NOT > FRQ-RESULT-COUNT
076400             STRING FRQ-COUNT-EDIT " LINES FOUND -- N FOR MORE."
076500                 DELIMITED BY SIZE INTO FRQ-SCR-MESSAGE
076600         WHEN OTHER
076700             STRING FRQ-COUNT-EDIT " LINES FOUND."
076800                 DELIMITED BY SIZE INTO FRQ-SCR-MESSAGE
076900     END-EVALUATE.
077000 6700-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400*   7000-FORMAT-WHEN                                             *
077500*   FORMATS FRQ-DATE-WORK (YYYYMMDD) AND FRQ-TIME-X (HHMMSSCC)   *
077600*   INTO THE HISTORY LINE, AND SETS THE SORT KEY FROM THEM.  A   *
077700*   BLANK TIME IS LEFT BLANK.                                    *
077800*****************************************************************
077900 7000-FORMAT-WHEN.
078000     STRING FRQ-DATE-X(1:4) "-" FRQ-DATE-X(5:2) "-"
078100         FRQ-DATE-X(7:2) DELIMITED BY SIZE INTO FRQ-HL-DATE.
078200     IF FRQ-TIME-X NOT = SPACES
078300         STRING FRQ-TIME-X(1:2) ":" FRQ-TIME-X(3:2)
078400             DELIMITED BY SIZE INTO FRQ-HL-TIME
078500     END-IF.
078600     MOVE FRQ-DATE-X TO FRQ-NEW-DATE.
078700     MOVE FRQ-TIME-X TO FRQ-NEW-TIME.
078800 7000-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*   7300-EDIT-DATE                                               *
079300*   RANGE CHECK OF THE DATE IN FRQ-DATE-WORK: A PLAUSIBLE        *
079400*   YEAR, MONTH 01-12, AND DAY 01-31.                            *
079500*****************************************************************
079600 7300-EDIT-DATE.
079700     SET FRQ-DATE-VALID TO TRUE.
079800     IF FRQ-DATE-YEAR < 1900
079900         OR FRQ-DATE-MONTH < 1 OR FRQ-DATE-MONTH > 12
080000         OR FRQ-DATE-DAY < 1 OR FRQ-DATE-DAY > 31
080100         SET FRQ-DATE-INVALID TO TRUE
080200     END-IF.
080300 7300-EXIT.
080400     EXIT.
080500
080600*****************************************************************
080700*   9000-START-RUN-CONTROL                                       *
080800*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
080900*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
081000*   CONFLICTING MODE.                                            *
081100*****************************************************************
081200 9000-START-RUN-CONTROL.
081300     SET FACT-RNP-START TO TRUE.
081400     MOVE "RequestInquiryProgram" TO FACT-RNP-PROGRAM.
081500     MOVE SPACES TO FACT-RNP-INSTANCE.
081600     SET FACT-RNP-ONLINE TO TRUE.
081700     MOVE FRQ-RUN-FILES TO FACT-RNP-FILES.
081800     CALL "FACTRCTL" USING FACT-RNP-AREA.
081900     IF NOT FACT-RNP-GRANTED
082000         DISPLAY FACT-RNP-MESSAGE
082100         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
082200     END-IF.
082300 9000-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700*   9100-END-RUN-CONTROL                                         *
082800*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
082810*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
082900*****************************************************************
083000 9100-END-RUN-CONTROL.
083100     IF FACT-RNP-GRANTED
083110         MOVE RETURN-CODE TO FRQ-SAVED-RC
083200         SET FACT-RNP-END TO TRUE
083300         CALL "FACTRCTL" USING FACT-RNP-AREA
083400         IF NOT FACT-RNP-GRANTED
083500             DISPLAY FACT-RNP-MESSAGE
083600         END-IF
083610         MOVE FRQ-SAVED-RC TO RETURN-CODE
083700     END-IF.
083800 9100-EXIT.
083900     EXIT.
