000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MasterBackupProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  BACKUP AND RELOAD OF THE *
001100*                    FACTORIAL RESULTS MASTER.  THE SYSIN MODE   *
001200*                    CARD SELECTS UNLOAD ("U"): EVERY MASTER     *
001300*                    ENTRY IS COPIED IN KEY ORDER TO A NEW       *
001400*                    BACKUP GENERATION (FACTBKL) BETWEEN A       *
001500*                    HEADER STAMPED WITH THE UNLOAD DATE AND     *
001600*                    TIME AND A TRAILER CARRYING THE ENTRY COUNT *
001700*                    AND THE HASH TOTAL OF THE ENTRY NUMBERS; OR *
001800*                    RELOAD ("L"): A FRESHLY DEFINED, EMPTY      *
001900*                    CLUSTER IS LOADED FROM THE CHOSEN           *
002000*                    GENERATION AND BALANCED AGAINST ITS         *
002100*                    TRAILER.  BOTH MODES PRINT THE COUNT AND    *
002200*                    HASH-TOTAL REPORT.  AN OUT-OF-BALANCE OR    *
002300*                    INCOMPLETE RELOAD ENDS THE STEP WITH RETURN *
002400*                    CODE 8 SO THE FORWARD-RECOVERY STEP THAT    *
002500*                    FOLLOWS IT DOES NOT RUN.                    *
002510*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002520*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002530*                    MASTER EXCLUSIVELY, AND CLEARS THE ENTRY AT *
002540*                    THE END.  THE RUN IS REFUSED WITH RETURN    *
002550*                    CODE 12 (16 IF THE RUN-CONTROL FILE WILL    *
002560*                    NOT OPEN) WHILE ANOTHER JOB OR SESSION      *
002570*                    HOLDS ONE OF THOSE FILES IN A CONFLICTING   *
002580*                    MODE.  HOLDING THE MASTER COVERS THE BACKUP *
002590*                    FILE, PROD.FACT.MASTER.BKUP, AS WELL.       *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FACT-MST-FILE    ASSIGN TO "FACTMST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS FACT-MST-NUMBER
003400         FILE STATUS IS FMB-MST-STATUS.
003500
003600     SELECT FMB-BACKUP-FILE  ASSIGN TO "FACTBKUP"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FMB-BKP-STATUS.
003900
004000     SELECT FMB-REPORT-FILE  ASSIGN TO "FACTBRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FMB-RPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FACT-MST-FILE.
004700 COPY FACTMSL.
004800
004900 FD  FMB-BACKUP-FILE
005000     RECORDING MODE IS F.
005100 COPY FACTBKL.
005200
005300 FD  FMB-REPORT-FILE
005400     RECORDING MODE IS F.
005500 01  FMB-RPT-RECORD          PIC X(132).
005600
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900*   RUN MODE, SWITCHES, AND FILE STATUSES                        *
006000*****************************************************************
006100 77  FMB-RUN-MODE            PIC X(01)   VALUE SPACE.
006200     88  FMB-MODE-UNLOAD                 VALUE "U".
006300     88  FMB-MODE-RELOAD                 VALUE "L".
006400
006500 77  FMB-EOF-SWITCH          PIC X(01)   VALUE "N".
006600     88  FMB-EOF                         VALUE "Y".
006700
006800 77  FMB-ABORT-SWITCH        PIC X(01)   VALUE "N".
006900     88  FMB-ABORTED                     VALUE "Y".
007000
007100 77  FMB-TRAILER-SWITCH      PIC X(01)   VALUE "N".
007200     88  FMB-TRAILER-SEEN                VALUE "Y".
007300
007400 77  FMB-BALANCE-SWITCH      PIC X(01)   VALUE "Y".
007500     88  FMB-IN-BALANCE                  VALUE "Y".
007600     88  FMB-OUT-OF-BALANCE              VALUE "N".
007700
007800 77  FMB-MST-STATUS          PIC X(02)   VALUE "00".
007900 77  FMB-BKP-STATUS          PIC X(02)   VALUE "00".
008000 77  FMB-RPT-STATUS          PIC X(02)   VALUE "00".
008100
008200*****************************************************************
008300*   CONTROL TOTALS                                               *
008400*****************************************************************
008500 01  FMB-ENTRY-COUNT         PIC 9(08) COMP  VALUE ZERO.
008600 01  FMB-HASH-TOTAL          PIC 9(12) COMP  VALUE ZERO.
008700*    SUM OF THE ENTRY NUMBERS (THE MASTER KEYS) UNLOADED OR
008800*    RELOADED.
008900 01  FMB-REJECT-COUNT        PIC 9(08) COMP  VALUE ZERO.
009000*    RELOAD ONLY: BACKUP DETAILS THE CLUSTER REFUSED (DUPLICATE
009100*    OR OUT-OF-SEQUENCE KEY) PLUS RECORDS OF AN UNKNOWN TYPE.
009200 01  FMB-TRL-COUNT           PIC 9(08)   VALUE ZERO.
009300 01  FMB-TRL-HASH            PIC 9(12)   VALUE ZERO.
009400
009500*****************************************************************
009600*   RUN DATE, BACKUP STAMP, AND REPORT PAGE CONTROL              *
009700*****************************************************************
009800 77  FMB-LINES-PER-PAGE      PIC 9(04) COMP  VALUE 55.
009900 77  FMB-LINE-COUNT          PIC 9(04) COMP  VALUE ZERO.
010000 77  FMB-PAGE-NUMBER         PIC 9(04) COMP  VALUE ZERO.
010100
010200 01  FMB-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
010300 01  FMB-RUN-DATE-X REDEFINES FMB-RUN-DATE-RAW PIC X(08).
010400 01  FMB-RUN-DATE-EDIT       PIC X(10)   VALUE SPACES.
010500 01  FMB-RUN-TIME            PIC 9(08)   VALUE ZERO.
010600 01  FMB-USERID              PIC X(08)   VALUE SPACES.
010700
010800 01  FMB-STAMP-DATE          PIC 9(08)   VALUE ZERO.
010900 01  FMB-STAMP-DATE-X REDEFINES FMB-STAMP-DATE PIC X(08).
011000 01  FMB-STAMP-TIME          PIC 9(08)   VALUE ZERO.
011100 01  FMB-STAMP-TIME-X REDEFINES FMB-STAMP-TIME PIC X(08).
011200 01  FMB-STAMP-USERID        PIC X(08)   VALUE SPACES.
011300*    DATE, TIME, AND USER ID OF THE UNLOAD -- WRITTEN TO THE
011400*    HEADER IN MODE U, TAKEN FROM THE HEADER IN MODE L.
011500
011600*****************************************************************
011700*   REPORT LINE WORK AREA -- SAME PRINT LAYOUT THE BATCH         *
011800*   CONTROL REPORT USES.                                         *
011900*****************************************************************
012000 COPY FACTRPL.
012100
012107*****************************************************************
012114*   RUN CONTROL                                                  *
012121*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
012128*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
012135*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
012142*****************************************************************
012149 01  FMB-RUN-FILES.
012156     05  FILLER              PIC X(08)   VALUE "MASTER".
012163     05  FILLER              PIC X(01)   VALUE "E".
012170
012172 77  FMB-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
012174
012177 COPY FACTRNP.
012184
012200 PROCEDURE DIVISION.
012300*****************************************************************
012400*   0000-MAINLINE                                                *
012500*   UNLOADS OR RELOADS THE MASTER PER THE MODE CARD AND PRINTS   *
012600*   THE CONTROL REPORT; A RELOAD THAT DOES NOT BALANCE TO ITS    *
012700*   TRAILER ENDS THE STEP WITH RETURN CODE 8.                    *
012800*****************************************************************
012900 0000-MAINLINE.
013000     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
013010     IF FACT-RNP-GRANTED
013020         PERFORM 1000-INITIALIZE THRU 1000-EXIT
013030     ELSE
013040         SET FMB-ABORTED TO TRUE
013050     END-IF.
013100
013200     IF NOT FMB-ABORTED
013300         IF FMB-MODE-UNLOAD
013400             PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
013500         ELSE
013600             PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
013700         END-IF
013800         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
013900         CLOSE FACT-MST-FILE
014000         CLOSE FMB-BACKUP-FILE
014100         CLOSE FMB-REPORT-FILE
014200
014300         IF FMB-OUT-OF-BALANCE
014400             MOVE 8 TO RETURN-CODE
014500         END-IF
014600     END-IF.
014700
014710     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
014800     STOP RUN.
014900
015000*****************************************************************
015100*   1000-INITIALIZE                                              *
015200*   READS THE MODE CARD, OPENS THE FILES THE MODE NEEDS, AND     *
015300*   WRITES THE REPORT HEADERS.                                   *
015400*****************************************************************
015500 1000-INITIALIZE.
015600     ACCEPT FMB-RUN-MODE.
015700     ACCEPT FMB-RUN-DATE-RAW FROM DATE YYYYMMDD.
015800     ACCEPT FMB-RUN-TIME FROM TIME.
015900     ACCEPT FMB-USERID FROM ENVIRONMENT "USER".
016000     STRING FMB-RUN-DATE-X(1:4) "-" FMB-RUN-DATE-X(5:2)
016100         "-" FMB-RUN-DATE-X(7:2) DELIMITED BY SIZE
016200             INTO FMB-RUN-DATE-EDIT.
016300
016400     EVALUATE TRUE
016500         WHEN FMB-MODE-UNLOAD
016600             PERFORM 1100-OPEN-FOR-UNLOAD THRU 1100-EXIT
016700         WHEN FMB-MODE-RELOAD
016800             PERFORM 1200-OPEN-FOR-RELOAD THRU 1200-EXIT
016900         WHEN OTHER
017000             DISPLAY "MODE CARD MUST BE U (UNLOAD) OR L "
017100                 "(RELOAD) -- BACKUP RUN ABANDONED."
017200             SET FMB-ABORTED TO TRUE
017300             MOVE 16 TO RETURN-CODE
017400     END-EVALUATE.
017500
017600     IF NOT FMB-ABORTED
017700         OPEN OUTPUT FMB-REPORT-FILE
017800         PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
017900     END-IF.
018000 1000-EXIT.
018100     EXIT.
018200
018300*****************************************************************
018400*   1100-OPEN-FOR-UNLOAD                                         *
018500*   THE MASTER IS READ ONLY; THE JOB HOLDS IT DISP=OLD SO NO     *
018600*   UPDATER CAN CHANGE IT UNDER THE UNLOAD.  THE UNLOAD IS       *
018700*   STAMPED WITH THE TIME IT STARTED.                            *
018800*****************************************************************
018900 1100-OPEN-FOR-UNLOAD.
019000     OPEN INPUT FACT-MST-FILE.
019100     IF FMB-MST-STATUS NOT = "00"
019200         DISPLAY "FACTMST DID NOT OPEN -- FILE STATUS "
019300             FMB-MST-STATUS ", BACKUP RUN ABANDONED."
019400         SET FMB-ABORTED TO TRUE
019500         MOVE 16 TO RETURN-CODE
019600     ELSE
019700         OPEN OUTPUT FMB-BACKUP-FILE
019800         IF FMB-BKP-STATUS NOT = "00"
019900             DISPLAY "FACTBKUP DID NOT OPEN -- FILE STATUS "
020000                 FMB-BKP-STATUS ", BACKUP RUN ABANDONED."
020100             SET FMB-ABORTED TO TRUE
020200             MOVE 16 TO RETURN-CODE
020300         ELSE
020400             MOVE FMB-RUN-DATE-RAW TO FMB-STAMP-DATE
020500             MOVE FMB-RUN-TIME TO FMB-STAMP-TIME
020600             MOVE FMB-USERID TO FMB-STAMP-USERID
020700         END-IF
020800     END-IF.
020900 1100-EXIT.
021000     EXIT.
021100
021200*****************************************************************
021300*   1200-OPEN-FOR-RELOAD                                         *
021400*   THE BACKUP GENERATION MUST START WITH ITS TYPE-H HEADER.     *
021500*   THE MASTER IS OPENED OUTPUT -- THE JOB HAS JUST DELETED AND  *
021600*   REDEFINED THE CLUSTER, SO IT IS EMPTY AND LOADS IN KEY       *
021700*   ORDER FROM THE BACKUP.                                       *
021800*****************************************************************
021900 1200-OPEN-FOR-RELOAD.
022000     OPEN INPUT FMB-BACKUP-FILE.
022100     IF FMB-BKP-STATUS NOT = "00"
022200         DISPLAY "FACTBKUP DID NOT OPEN -- FILE STATUS "
022300             FMB-BKP-STATUS ", RELOAD ABANDONED."
022400         SET FMB-ABORTED TO TRUE
022500         MOVE 16 TO RETURN-CODE
022600     ELSE
022700         PERFORM 3100-READ-BACKUP THRU 3100-EXIT
022800         IF FMB-EOF OR NOT FACT-BKP-HEADER
022900             DISPLAY "FACTBKUP IS NOT A RESULTS MASTER BACKUP -- "
023000                 "NO HEADER RECORD, RELOAD ABANDONED."
023100             SET FMB-ABORTED TO TRUE
023200             MOVE 16 TO RETURN-CODE
023300         ELSE
023400             MOVE FACT-BKP-HDR-DATE TO FMB-STAMP-DATE
023500             MOVE FACT-BKP-HDR-TIME TO FMB-STAMP-TIME
023600             MOVE FACT-BKP-HDR-USERID TO FMB-STAMP-USERID
023700             OPEN OUTPUT FACT-MST-FILE
023800             IF FMB-MST-STATUS NOT = "00"
023900                 DISPLAY "FACTMST DID NOT OPEN -- FILE STATUS "
024000                     FMB-MST-STATUS ", RELOAD ABANDONED."
024100                 SET FMB-ABORTED TO TRUE
024200                 MOVE 16 TO RETURN-CODE
024300             END-IF
024400         END-IF
024500     END-IF.
024600 1200-EXIT.
024700     EXIT.
024800
024900*****************************************************************
025000*   1250-WRITE-REPORT-HEADERS                                    *
025100*****************************************************************
025200 1250-WRITE-REPORT-HEADERS.
025300     ADD 1 TO FMB-PAGE-NUMBER.
025400
025500     MOVE SPACES TO FACT-RPT-LINE.
025600     IF FMB-MODE-UNLOAD
025700         MOVE "RESULTS MASTER - BACKUP UNLOAD REPORT" TO
025800             FACT-H1-TITLE
025900     ELSE
026000         MOVE "RESULTS MASTER - RELOAD REPORT" TO
026100             FACT-H1-TITLE
026200     END-IF.
026300     MOVE "RUN DATE:" TO FACT-H1-DATE-LIT.
026400     MOVE FMB-RUN-DATE-EDIT TO FACT-H1-RUN-DATE.
026500     MOVE "PAGE" TO FACT-H1-PAGE-LIT.
026600     MOVE FMB-PAGE-NUMBER TO FACT-H1-PAGE-NO.
026700     WRITE FMB-RPT-RECORD FROM FACT-RPT-HDR1.
026800
026900     MOVE SPACES TO FACT-RPT-LINE.
027000     WRITE FMB-RPT-RECORD FROM FACT-RPT-LINE.
027100
027200     MOVE ZERO TO FMB-LINE-COUNT.
027300 1250-EXIT.
027400     EXIT.
027500
027600*****************************************************************
027700*   1300-WRITE-REPORT-LINE                                       *
027800*****************************************************************
027900 1300-WRITE-REPORT-LINE.
028000     IF FMB-LINE-COUNT >= FMB-LINES-PER-PAGE
028100         PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
028200     END-IF.
028300     WRITE FMB-RPT-RECORD FROM FACT-RPT-LINE.
028400     ADD 1 TO FMB-LINE-COUNT.
028500 1300-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900*   2000-UNLOAD-MASTER                                           *
029000*   WRITES THE HEADER, ONE DETAIL PER MASTER ENTRY IN KEY        *
029100*   ORDER, AND THE TRAILER WITH THE COUNT AND HASH TOTAL.        *
029200*****************************************************************
029300 2000-UNLOAD-MASTER.
029400     MOVE SPACES TO FACT-BKP-RECORD.
029500     SET FACT-BKP-HEADER TO TRUE.
029600     MOVE FMB-STAMP-DATE TO FACT-BKP-HDR-DATE.
029700     MOVE FMB-STAMP-TIME TO FACT-BKP-HDR-TIME.
029800     MOVE FMB-STAMP-USERID TO FACT-BKP-HDR-USERID.
029900     WRITE FACT-BKP-RECORD.
030000
030100     MOVE ZERO TO FACT-MST-NUMBER.
030200     START FACT-MST-FILE KEY >= FACT-MST-NUMBER
030300         INVALID KEY
030400             SET FMB-EOF TO TRUE
030500     END-START.
030600
030700     IF NOT FMB-EOF
030800         PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
030900     END-IF.
031000     PERFORM 2200-UNLOAD-ENTRY THRU 2200-EXIT
031100         UNTIL FMB-EOF.
031200
031300     MOVE SPACES TO FACT-BKP-RECORD.
031400     SET FACT-BKP-TRAILER TO TRUE.
031500     MOVE FMB-ENTRY-COUNT TO FACT-BKP-TRL-COUNT.
031600     MOVE FMB-HASH-TOTAL TO FACT-BKP-TRL-HASH.
031700     WRITE FACT-BKP-RECORD.
031800     MOVE FMB-ENTRY-COUNT TO FMB-TRL-COUNT.
031900     MOVE FMB-HASH-TOTAL TO FMB-TRL-HASH.
032000     SET FMB-TRAILER-SEEN TO TRUE.
032100 2000-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500*   2100-READ-NEXT-MASTER                                        *
032600*****************************************************************
032700 2100-READ-NEXT-MASTER.
032800     READ FACT-MST-FILE NEXT RECORD
032900         AT END
033000             SET FMB-EOF TO TRUE
033100     END-READ.
033200 2100-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600*   2200-UNLOAD-ENTRY                                            *
033700*****************************************************************
033800 2200-UNLOAD-ENTRY.
033900     MOVE SPACES TO FACT-BKP-RECORD.
034000     SET FACT-BKP-DETAIL TO TRUE.
034100     MOVE FACT-MST-RECORD TO FACT-BKP-IMAGE.
034200     WRITE FACT-BKP-RECORD.
034300     ADD 1 TO FMB-ENTRY-COUNT.
034400     ADD FACT-MST-NUMBER TO FMB-HASH-TOTAL.
034500
034600     PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT.
034700 2200-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*   3000-RELOAD-MASTER                                           *
035200*   LOADS EVERY DETAIL UP TO THE TRAILER, THEN BALANCES THE      *
035300*   LOADED COUNT AND HASH TOTAL AGAINST IT.  A BACKUP WITH NO    *
035400*   TRAILER WAS CUT SHORT AND NEVER BALANCES.                    *
035500*****************************************************************
035600 3000-RELOAD-MASTER.
035700     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
035800     PERFORM 3200-RELOAD-ENTRY THRU 3200-EXIT
035900         UNTIL FMB-EOF OR FMB-TRAILER-SEEN.
036000
036100     IF NOT FMB-TRAILER-SEEN
036200         OR FMB-TRL-COUNT NOT = FMB-ENTRY-COUNT
036300         OR FMB-TRL-HASH NOT = FMB-HASH-TOTAL
036400         OR FMB-REJECT-COUNT > ZERO
036500         SET FMB-OUT-OF-BALANCE TO TRUE
036600     END-IF.
036700 3000-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100*   3100-READ-BACKUP                                             *
037200*****************************************************************
037300 3100-READ-BACKUP.
037400     READ FMB-BACKUP-FILE
037500         AT END
037600             SET FMB-EOF TO TRUE
037700     END-READ.
037800 3100-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200*   3200-RELOAD-ENTRY                                            *
038300*   ONE BACKUP RECORD: A DETAIL IS WRITTEN TO THE MASTER, THE    *
038400*   TRAILER ENDS THE LOAD, ANYTHING ELSE IS COUNTED AS A         *
038500*   REJECT.                                                      *
038600*****************************************************************
038700 3200-RELOAD-ENTRY.
038800     EVALUATE TRUE
038900         WHEN FACT-BKP-DETAIL
039000             MOVE FACT-BKP-IMAGE TO FACT-MST-RECORD
039100             WRITE FACT-MST-RECORD
039200                 INVALID KEY
039300                     DISPLAY "RELOAD REJECTED " FACT-MST-NUMBER
039400                         " -- FILE STATUS " FMB-MST-STATUS "."
039500                     ADD 1 TO FMB-REJECT-COUNT
039600                 NOT INVALID KEY
039700                     ADD 1 TO FMB-ENTRY-COUNT
039800                     ADD FACT-MST-NUMBER TO FMB-HASH-TOTAL
039900             END-WRITE
040000         WHEN FACT-BKP-TRAILER
040100             SET FMB-TRAILER-SEEN TO TRUE
040200             MOVE FACT-BKP-TRL-COUNT TO FMB-TRL-COUNT
040300             MOVE FACT-BKP-TRL-HASH TO FMB-TRL-HASH
040400         WHEN OTHER
040500             DISPLAY "UNKNOWN BACKUP RECORD TYPE " FACT-BKP-TYPE
040600                 " -- RECORD SKIPPED."
040700             ADD 1 TO FMB-REJECT-COUNT
040800     END-EVALUATE.
040900
041000     IF NOT FMB-TRAILER-SEEN
041100         PERFORM 3100-READ-BACKUP THRU 3100-EXIT
041200     END-IF.
041300 3200-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700*   5000-WRITE-TOTALS                                            *
041800*   THE COUNT AND HASH-TOTAL REPORT.  THE BACKUP STAMP LINE IS   *
041900*   THE POINT FORWARD RECOVERY REAPPLIES CHANGES FROM.           *
042000*****************************************************************
042100 5000-WRITE-TOTALS.
042200     MOVE SPACES TO FACT-RPT-LINE.
042300     MOVE "BACKUP TAKEN . . . . . . . . ." TO FACT-R-LABEL.
042400     STRING FMB-STAMP-DATE-X(1:4) "-" FMB-STAMP-DATE-X(5:2) "-"
042500         FMB-STAMP-DATE-X(7:2) " AT " FMB-STAMP-TIME-X(1:2) ":"
042600         FMB-STAMP-TIME-X(3:2) ":" FMB-STAMP-TIME-X(5:2) " BY "
042700         FMB-STAMP-USERID DELIMITED BY SIZE INTO FACT-R-MESSAGE.
042800     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
042900
043000     MOVE SPACES TO FACT-RPT-LINE.
043100     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
043200
043300     MOVE SPACES TO FACT-RPT-LINE.
043400     IF FMB-MODE-UNLOAD
043500         MOVE "ENTRIES UNLOADED . . . . . . ." TO FACT-F-LABEL
043600     ELSE
043700         MOVE "ENTRIES RELOADED . . . . . . ." TO FACT-F-LABEL
043800     END-IF.
043900     MOVE FMB-ENTRY-COUNT TO FACT-F-VALUE.
044000     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
044100
044200     MOVE SPACES TO FACT-RPT-LINE.
044300     MOVE "HASH TOTAL OF NUMBERS. . . . ." TO FACT-F-LABEL.
044400     MOVE FMB-HASH-TOTAL TO FACT-F-VALUE.
044500     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
044600
044700     IF FMB-MODE-RELOAD
044800         PERFORM 5100-WRITE-RELOAD-BALANCE THRU 5100-EXIT
044900     END-IF.
045000 5000-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*   5100-WRITE-RELOAD-BALANCE                                    *
045500*   THE TRAILER'S FIGURES BESIDE THE LOADED ONES, AND THE        *
045600*   VERDICT.                                                     *
045700*****************************************************************
045800 5100-WRITE-RELOAD-BALANCE.
045900     MOVE SPACES TO FACT-RPT-LINE.
046000     MOVE "TRAILER ENTRY COUNT. . . . . ." TO FACT-F-LABEL.
046100     MOVE FMB-TRL-COUNT TO FACT-F-VALUE.
046200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
046300
046400     MOVE SPACES TO FACT-RPT-LINE.
046500     MOVE "TRAILER HASH TOTAL . . . . . ." TO FACT-F-LABEL.
046600     MOVE FMB-TRL-HASH TO FACT-F-VALUE.
046700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
046800
046900     MOVE SPACES TO FACT-RPT-LINE.
047000     MOVE "RECORDS REJECTED . . . . . . ." TO FACT-F-LABEL.
047100     MOVE FMB-REJECT-COUNT TO FACT-F-VALUE.
047200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
047300
047400     MOVE SPACES TO FACT-RPT-LINE.
047500     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
047600
047700     MOVE SPACES TO FACT-RPT-LINE.
047800     MOVE "RELOAD . . . . . . . . . . . ." TO FACT-R-LABEL.
047900     EVALUATE TRUE
048000         WHEN NOT FMB-TRAILER-SEEN
048100             MOVE "*** NO TRAILER - BACKUP INCOMPLETE, RC 8 ***"
048200                 TO FACT-R-MESSAGE
048300         WHEN FMB-OUT-OF-BALANCE
048400             MOVE "*** OUT OF BALANCE WITH TRAILER - RC 8 ***"
048500                 TO FACT-R-MESSAGE
048600         WHEN OTHER
048700             MOVE "BALANCED -- MASTER MATCHES THE BACKUP"
048800                 TO FACT-R-MESSAGE
048900     END-EVALUATE.
049000     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
049100 5100-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500*   9000-START-RUN-CONTROL                                       *
049600*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
049700*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
049800*   CONFLICTING MODE.                                            *
049900*****************************************************************
050000 9000-START-RUN-CONTROL.
050100     SET FACT-RNP-START TO TRUE.
050200     MOVE "MasterBackupProgram" TO FACT-RNP-PROGRAM.
050300     MOVE SPACES TO FACT-RNP-INSTANCE.
050400     SET FACT-RNP-BATCH TO TRUE.
050500     MOVE FMB-RUN-FILES TO FACT-RNP-FILES.
050600     CALL "FACTRCTL" USING FACT-RNP-AREA.
050700     IF NOT FACT-RNP-GRANTED
050800         DISPLAY FACT-RNP-MESSAGE
050900         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
051000     END-IF.
051100 9000-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500*   9100-END-RUN-CONTROL                                         *
051600*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
051610*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
051700*****************************************************************
051800 9100-END-RUN-CONTROL.
051900     IF FACT-RNP-GRANTED
051910         MOVE RETURN-CODE TO FMB-SAVED-RC
052000         SET FACT-RNP-END TO TRUE
052100         CALL "FACTRCTL" USING FACT-RNP-AREA
052200         IF NOT FACT-RNP-GRANTED
052300             DISPLAY FACT-RNP-MESSAGE
052400         END-IF
052410         MOVE FMB-SAVED-RC TO RETURN-CODE
052500     END-IF.
052600 9100-EXIT.
052700     EXIT.
