001692*                    ON A NUMBER WITH A PURGE ON FILE, SO THE    *
001693*                    AUDIT ANALYSIS STREAM CAN ANSWER WHO        *
001694*                    DELETED WHAT AND WHEN.                      *
001695*   10-15-2026  DLH  NEW C FUNCTION, OPEN TO EVERY OPERATOR:     *
001696*                    REVIEW THE PURGE CANDIDATES LISTED BY THE   *
001697*                    MONTHLY USAGE REPORT (FACTPCL) AGAINST EACH *
001698*                    ENTRY'S CURRENT STANDING ON THE MASTER      *
001699*                    BEFORE PURGING WITH P.  EVERY ENTRY SHOWN   *
00169A*                    NOW ALSO GIVES ITS REFERENCE COUNT AND      *
00169B*                    LAST-REFERENCED DATE.                       *
00169C*   10-15-2026  DLH  RECORDS THE SESSION ON THE RUN-CONTROL FILE *
00169E*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
00169G*                    MASTER, MAUDIT AND PURGECAN SHARED, AND     *
00169I*                    CLEARS THE ENTRY AT THE END.  THE SESSION   *
00169K*                    IS REFUSED WITH RETURN CODE 12 (16 IF THE   *
00169M*                    RUN-CONTROL FILE WILL NOT OPEN) WHILE       *
00169O*                    ANOTHER JOB OR SESSION HOLDS ONE OF THOSE   *
00169Q*                    FILES IN A CONFLICTING MODE.  A PURGE CAN   *
00169S*                    NO LONGER BE STARTED WHILE THE MASTER       *
00169U*                    VERIFY IS QUARANTINING ENTRIES, NOR THE     *
00169W*                    VERIFY WHILE A MAINTENANCE SESSION IS OPEN. *
001700*****************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002520     SELECT FMM-MAUDIT-FILE  ASSIGN TO "FACTMAUD"
002530         ORGANIZATION IS LINE SEQUENTIAL
002540         FILE STATUS IS FMM-MAUD-STATUS.
002550
002560     SELECT FMM-CAND-FILE    ASSIGN TO "FACTPCAN"
002570         ORGANIZATION IS LINE SEQUENTIAL
002580         FILE STATUS IS FMM-CAND-STATUS.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
003020 FD  FMM-MAUDIT-FILE
003030     RECORDING MODE IS F.
003040 COPY FACTMAL.
003050
003060 FD  FMM-CAND-FILE
003070     RECORDING MODE IS F.
003080 COPY FACTPCL.
003100
003200 WORKING-STORAGE SECTION.
003300*****************************************************************
004300 77  FMM-MST-STATUS          PIC X(02)   VALUE "00".
004310
004320 77  FMM-MAUD-STATUS         PIC X(02)   VALUE "00".
004323
004326 77  FMM-CAND-STATUS         PIC X(02)   VALUE "00".
004330
004340 77  FMM-MAUD-EOF-SWITCH     PIC X(01)   VALUE "N".
004350     88  FMM-MAUD-EOF                    VALUE "Y".
004600     88  FMM-FUNC-INQUIRE                VALUE "I" "i".
004700     88  FMM-FUNC-BROWSE                 VALUE "B" "b".
004800     88  FMM-FUNC-PURGE                  VALUE "P" "p".
004850     88  FMM-FUNC-CANDIDATES             VALUE "C" "c".
004900     88  FMM-FUNC-EXIT                   VALUE "X" "x".
005000
005100*****************************************************************
006100 01  FMM-FACTORIAL-EDIT      PIC Z(17)9.
006200 01  FMM-CALC-DATE-X         PIC X(08)   VALUE SPACES.
006300 01  FMM-CALC-DATE-EDIT      PIC X(10)   VALUE SPACES.
006302 01  FMM-REF-COUNT-EDIT      PIC Z,ZZZ,ZZ9.
006304 01  FMM-IDLE-EDIT           PIC ZZ,ZZ9.
006306 01  FMM-DATE-X              PIC X(08)   VALUE SPACES.
006308 01  FMM-DATE-EDIT           PIC X(10)   VALUE SPACES.
006310
006320 77  FMM-OPERATOR-ID         PIC X(08)   VALUE SPACES.
006330 77  FMM-CONFIRM             PIC X(01)   VALUE SPACE.
006395*****************************************************************
006396 COPY FACTOPL.
006400
006405*****************************************************************
006410*   RUN CONTROL                                                  *
006415*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
006420*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
006425*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
006430*****************************************************************
006435 01  FMM-RUN-FILES.
006440     05  FILLER              PIC X(08)   VALUE "MASTER".
006445     05  FILLER              PIC X(01)   VALUE "S".
006450     05  FILLER              PIC X(08)   VALUE "MAUDIT".
006455     05  FILLER              PIC X(01)   VALUE "S".
006460     05  FILLER              PIC X(08)   VALUE "PURGECAN".
006465     05  FILLER              PIC X(01)   VALUE "S".
006470
006471 77  FMM-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
006472
006475 COPY FACTRNP.
006480
006500 PROCEDURE DIVISION.
006600*****************************************************************
006700*   0000-MAINLINE                                                *
006900*   UNTIL X IS KEYED.                                            *
007000*****************************************************************
007100 0000-MAINLINE.
007110     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
007120     IF FACT-RNP-GRANTED
007130         OPEN I-O FACT-MST-FILE
007140         IF FMM-MST-STATUS NOT = "00"
007150             DISPLAY "FACTMST DID NOT OPEN -- FILE STATUS "
007160                 FMM-MST-STATUS ".  RUN THE NIGHTLY BATCH ONCE "
007170                 "TO LOAD THE MASTER BEFORE MAINTAINING IT."
007180         ELSE
007190             PERFORM 0100-CHECK-AUTHORITY THRU 0100-EXIT
007200             PERFORM 0200-LOAD-PURGED-TABLE THRU 0200-EXIT
007210             PERFORM 1000-PROCESS-FUNCTION THRU 1000-EXIT
007220                 UNTIL FMM-DONE
007230             CLOSE FACT-MST-FILE
007240         END-IF
007250         PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT
007260     END-IF.
008200
008300     STOP RUN.
008400
008900 1000-PROCESS-FUNCTION.
008910     IF FMM-OPER-AUTHORIZED
009000         DISPLAY "MASTERMAINT - FUNCTION (I=INQUIRE, B=BROWSE, "
009100             "C=CANDIDATES, P=PURGE, X=EXIT): " WITH NO ADVANCING
009110     ELSE
009120         DISPLAY "MASTERMAINT - FUNCTION (I=INQUIRE, B=BROWSE, "
009130             "C=CANDIDATES, X=EXIT): " WITH NO ADVANCING
009140     END-IF.
009200     ACCEPT FMM-FUNCTION.
009300
009800             PERFORM 2000-INQUIRE THRU 2000-EXIT
009900         WHEN FMM-FUNC-BROWSE
010000             PERFORM 3000-BROWSE THRU 3000-EXIT
010010         WHEN FMM-FUNC-CANDIDATES
010020             PERFORM 3500-REVIEW-CANDIDATES THRU 3500-EXIT
010100         WHEN FMM-FUNC-PURGE
010110             IF FMM-OPER-AUTHORIZED
010200                 PERFORM 4000-PURGE THRU 4000-EXIT
012700*****************************************************************
012800*   2100-DISPLAY-ENTRY                                           *
012900*   SHOWS ONE MASTER RECORD: NUMBER, FACTORIAL (FROM WHICHEVER   *
013000*   FIELD IT LIVES IN), THE DATE IT WAS CALCULATED, AND ITS      *
013050*   USAGE.                                                       *
013100*****************************************************************
013200 2100-DISPLAY-ENTRY.
013300     MOVE FACT-MST-CALC-DATE TO FMM-CALC-DATE-X.
014400         DISPLAY FACT-MST-NUMBER " ! = " FMM-FACTORIAL-EDIT
014500             " CALCULATED " FMM-CALC-DATE-EDIT
014600     END-IF.
014650     PERFORM 2150-DISPLAY-USAGE THRU 2150-EXIT.
014700 2100-EXIT.
014800     EXIT.
014802
014804*****************************************************************
014806*   2150-DISPLAY-USAGE                                           *
014808*   REFERENCE COUNT AND LAST-REFERENCED DATE OF THE ENTRY IN     *
014810*   HAND.  AN ENTRY STORED BEFORE THE MASTER CARRIED THEM SHOWS  *
014812*   NO USAGE.                                                    *
014814*****************************************************************
014816 2150-DISPLAY-USAGE.
014818     IF FACT-MST-REF-COUNT NUMERIC
014820         AND FACT-MST-LAST-REF-DATE NUMERIC
014822         MOVE FACT-MST-LAST-REF-DATE TO FMM-DATE-X
014824         PERFORM 2170-EDIT-DATE THRU 2170-EXIT
014826         IF FACT-MST-REF-COUNT = ZERO
014828             DISPLAY "      NOT REFERENCED SINCE IT WAS STORED "
014830                 "ON " FMM-DATE-EDIT
014832         ELSE
014834             MOVE FACT-MST-REF-COUNT TO FMM-REF-COUNT-EDIT
014836             DISPLAY "      REFERENCED " FMM-REF-COUNT-EDIT
014838                 " TIMES, LAST ON " FMM-DATE-EDIT
014840         END-IF
014842     ELSE
014844         DISPLAY "      NO USAGE RECORDED."
014846     END-IF.
014848 2150-EXIT.
014850     EXIT.
014852
014854*****************************************************************
014856*   2170-EDIT-DATE                                               *
014858*   YYYYMMDD IN FMM-DATE-X TO YYYY-MM-DD IN FMM-DATE-EDIT.       *
014860*****************************************************************
014862 2170-EDIT-DATE.
014864     MOVE SPACES TO FMM-DATE-EDIT.
014866     STRING FMM-DATE-X(1:4) "-" FMM-DATE-X(5:2) "-"
014868         FMM-DATE-X(7:2) DELIMITED BY SIZE
014870             INTO FMM-DATE-EDIT.
014872 2170-EXIT.
014874     EXIT.
014900
015000*****************************************************************
015100*   3000-BROWSE                                                  *
018700     END-IF.
018800 3100-EXIT.
018900     EXIT.
018901
018902*****************************************************************
018903*   3500-REVIEW-CANDIDATES                                       *
018904*   LISTS THE PURGE CANDIDATES FROM THE LATEST MONTHLY USAGE     *
018905*   REPORT, FORWARD FROM A STARTING NUMBER AND UP TO THE         *
018906*   BROWSE LIMIT, EACH WITH ITS STANDING ON THE MASTER NOW.      *
018907*   NOTHING IS DELETED HERE -- THE OPERATOR PURGES WITH P.       *
018908*****************************************************************
018909 3500-REVIEW-CANDIDATES.
018910     OPEN INPUT FMM-CAND-FILE.
018911     IF FMM-CAND-STATUS NOT = "00"
018912         DISPLAY "FACTPCAN DID NOT OPEN -- FILE STATUS "
018913             FMM-CAND-STATUS ".  NO PURGE CANDIDATES TO REVIEW."
018914     ELSE
018915         DISPLAY "CANDIDATES FROM NUMBER: " WITH NO ADVANCING
018916         ACCEPT FMM-NUMBER
018917         SET FMM-NOT-EOF TO TRUE
018918         MOVE ZERO TO FMM-BROWSE-COUNT
018919         PERFORM 3600-REVIEW-NEXT THRU 3600-EXIT
018920             UNTIL FMM-EOF
018921             OR FMM-BROWSE-COUNT >= FMM-BROWSE-LIMIT
018922         IF FMM-BROWSE-COUNT = ZERO
018923             DISPLAY "NO PURGE CANDIDATES AT OR AFTER "
018924                 FMM-NUMBER "."
018925         END-IF
018926         CLOSE FMM-CAND-FILE
018927     END-IF.
018928 3500-EXIT.
018929     EXIT.
018930
018931*****************************************************************
018932*   3600-REVIEW-NEXT                                             *
018933*   READS THE NEXT CANDIDATE AND SHOWS IT IF IT IS AT OR AFTER   *
018934*   THE STARTING NUMBER.                                         *
018935*****************************************************************
018936 3600-REVIEW-NEXT.
018937     READ FMM-CAND-FILE
018938         AT END
018939             SET FMM-EOF TO TRUE
018940     END-READ.
018941     IF NOT FMM-EOF
018942         AND FACT-PCN-NUMBER NOT < FMM-NUMBER
018943         ADD 1 TO FMM-BROWSE-COUNT
018944         PERFORM 3700-SHOW-CANDIDATE THRU 3700-EXIT
018945     END-IF.
018946 3600-EXIT.
018947     EXIT.
018948
018949*****************************************************************
018950*   3700-SHOW-CANDIDATE                                          *
018951*   THE CANDIDATE AS THE REPORT SAW IT, THEN THE MASTER ENTRY    *
018952*   AS IT STANDS: GONE, USED OR RECALCULATED SINCE THE REPORT,   *
018953*   OR STILL IDLE.                                               *
018954*****************************************************************
018955 3700-SHOW-CANDIDATE.
018956     MOVE FACT-PCN-DAYS-IDLE TO FMM-IDLE-EDIT.
018957     MOVE FACT-PCN-REPORT-DATE TO FMM-DATE-X.
018958     PERFORM 2170-EDIT-DATE THRU 2170-EXIT.
018959     DISPLAY "CANDIDATE " FACT-PCN-NUMBER " -- IDLE "
018960         FMM-IDLE-EDIT " DAYS AT THE " FMM-DATE-EDIT " REPORT".
018961
018962     MOVE FACT-PCN-NUMBER TO FACT-MST-NUMBER.
018963     READ FACT-MST-FILE
018964         INVALID KEY
018965             DISPLAY "      NO LONGER ON THE MASTER."
018966         NOT INVALID KEY
018967             PERFORM 2100-DISPLAY-ENTRY THRU 2100-EXIT
018968             IF FACT-MST-LAST-REF-DATE NUMERIC
018969                 AND FACT-MST-LAST-REF-DATE >
018970                     FACT-PCN-LAST-REF-DATE
018971                 DISPLAY "      USED OR RECALCULATED SINCE THE "
018972                     "REPORT -- NO LONGER IDLE."
018973             ELSE
018974                 DISPLAY "      STILL IDLE SINCE THE REPORT."
018975             END-IF
018976     END-READ.
018977 3700-EXIT.
018978     EXIT.
019000
019100*****************************************************************
019200*   4000-PURGE                                                   *
028000     CLOSE FMM-MAUDIT-FILE.
028100 5000-EXIT.
028200     EXIT.
028300
028400*****************************************************************
028500*   9000-START-RUN-CONTROL                                       *
028600*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
028700*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
028800*   CONFLICTING MODE.                                            *
028900*****************************************************************
029000 9000-START-RUN-CONTROL.
029100     SET FACT-RNP-START TO TRUE.
029200     MOVE "MasterMaintProgram" TO FACT-RNP-PROGRAM.
029300     MOVE SPACES TO FACT-RNP-INSTANCE.
029400     SET FACT-RNP-ONLINE TO TRUE.
029500     MOVE FMM-RUN-FILES TO FACT-RNP-FILES.
029600     CALL "FACTRCTL" USING FACT-RNP-AREA.
029700     IF NOT FACT-RNP-GRANTED
029800         DISPLAY FACT-RNP-MESSAGE
029900         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
030000     END-IF.
030100 9000-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500*   9100-END-RUN-CONTROL                                         *
030600*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
030610*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
030700*****************************************************************
030800 9100-END-RUN-CONTROL.
030900     IF FACT-RNP-GRANTED
030910         MOVE RETURN-CODE TO FMM-SAVED-RC
031000         SET FACT-RNP-END TO TRUE
031100         CALL "FACTRCTL" USING FACT-RNP-AREA
031200         IF NOT FACT-RNP-GRANTED
031300             DISPLAY FACT-RNP-MESSAGE
031400         END-IF
031410         MOVE FMM-SAVED-RC TO RETURN-CODE
031500     END-IF.
031600 9100-EXIT.
031700     EXIT.
