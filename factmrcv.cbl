000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MasterRecoveryProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  FORWARD RECOVERY OF THE  *
001100*                    FACTORIAL RESULTS MASTER AFTER A RELOAD     *
001200*                    FROM A BACKUP GENERATION.  EVERY RESULT     *
001300*                    STORED ON THE MASTER SINCE THE BACKUP WAS   *
001400*                    TAKEN IS REBUILT FROM ITS AUDIT RECORD      *
001500*                    (FACTAUL STORE FLAG) AND WRITTEN BACK, AND  *
001600*                    EVERY PURGE AND QUARANTINE SINCE THEN ON    *
001700*                    THE MAINTENANCE AUDIT FILE (FACTMAL) IS     *
001800*                    DELETED AGAIN, SO THE MASTER ENDS AS IT     *
001900*                    STOOD AFTER THE LAST LOGGED CHANGE WITHOUT  *
002000*                    RECOMPUTING ANYTHING.  WHERE A NUMBER WAS   *
002100*                    BOTH STORED AND PURGED, THE LATER OF THE    *
002200*                    TWO WINS.  PRINTS THE RECOVERY REPORT WITH  *
002300*                    EVERY DELETE REAPPLIED AND THE CONTROL      *
002400*                    COUNTS.                                     *
002410*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002420*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002430*                    MASTER EXCLUSIVELY, AUDIT AND MAUDIT        *
002440*                    SHARED, AND CLEARS THE ENTRY AT THE END.    *
002450*                    THE RUN IS REFUSED WITH RETURN CODE 12 (16  *
002460*                    IF THE RUN-CONTROL FILE WILL NOT OPEN)      *
002470*                    WHILE ANOTHER JOB OR SESSION HOLDS ONE OF   *
002480*                    THOSE FILES IN A CONFLICTING MODE.          *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FACT-MST-FILE    ASSIGN TO "FACTMST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS FACT-MST-NUMBER
003300         FILE STATUS IS FMR-MST-STATUS.
003400
003500     SELECT FMR-BACKUP-FILE  ASSIGN TO "FACTBKUP"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FMR-BKP-STATUS.
003800
003900     SELECT FMR-AUDIT-FILE   ASSIGN TO "FACTAUD"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FMR-AUD-STATUS.
004200
004300     SELECT FMR-MAUDIT-FILE  ASSIGN TO "FACTMAUD"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FMR-MAUD-STATUS.
004600
004700     SELECT FMR-REPORT-FILE  ASSIGN TO "FACTRRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FMR-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  FACT-MST-FILE.
005400 COPY FACTMSL.
005500
005600 FD  FMR-BACKUP-FILE
005700     RECORDING MODE IS F.
005800 COPY FACTBKL.
005900
006000 FD  FMR-AUDIT-FILE
006100     RECORDING MODE IS F.
006200 COPY FACTAUL.
006300
006400 FD  FMR-MAUDIT-FILE
006500     RECORDING MODE IS F.
006600 COPY FACTMAL.
006700
006800 FD  FMR-REPORT-FILE
006900     RECORDING MODE IS F.
007000 01  FMR-RPT-RECORD          PIC X(132).
007100
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400*   SWITCHES AND FILE STATUSES                                   *
007500*****************************************************************
007600 77  FMR-EOF-SWITCH          PIC X(01)   VALUE "N".
007700     88  FMR-EOF                         VALUE "Y".
007800
007900 77  FMR-ABORT-SWITCH        PIC X(01)   VALUE "N".
008000     88  FMR-ABORTED                     VALUE "Y".
008100
008200 77  FMR-FOUND-SWITCH        PIC X(01)   VALUE "N".
008300     88  FMR-FOUND                       VALUE "Y".
008400
008500 77  FMR-MST-STATUS          PIC X(02)   VALUE "00".
008600 77  FMR-BKP-STATUS          PIC X(02)   VALUE "00".
008700 77  FMR-AUD-STATUS          PIC X(02)   VALUE "00".
008800 77  FMR-MAUD-STATUS         PIC X(02)   VALUE "00".
008900 77  FMR-RPT-STATUS          PIC X(02)   VALUE "00".
009000
009100*****************************************************************
009200*   RECOVERY POINT AND EVENT TIMESTAMPS -- DATE AND TIME SIDE    *
009300*   BY SIDE SO TWO STAMPS COMPARE AS ONE FIELD.                  *
009400*****************************************************************
009500 01  FMR-BACKUP-WHEN.
009600     05  FMR-BKP-DATE        PIC 9(08)   VALUE ZERO.
009700     05  FMR-BKP-TIME        PIC 9(08)   VALUE ZERO.
009800
009900 01  FMR-EVENT-WHEN.
010000     05  FMR-EVT-DATE        PIC 9(08)   VALUE ZERO.
010100     05  FMR-EVT-TIME        PIC 9(08)   VALUE ZERO.
010200
010300*****************************************************************
010400*   PURGE TABLE -- ONE ENTRY PER NUMBER PURGED OR QUARANTINED    *
010500*   SINCE THE BACKUP, WITH THE LATEST SUCH DELETE AND THE        *
010600*   LATEST STORE REAPPLIED FOR THE SAME NUMBER.  THE DELETE IS   *
010700*   REAPPLIED ONLY IF NO STORE CAME AFTER IT.                    *
010800*****************************************************************
010900 77  FMR-PURGE-MAX           PIC 9(04) COMP  VALUE 500.
011000 77  FMR-PURGE-COUNT         PIC 9(04) COMP  VALUE ZERO.
011100 77  FMR-SUB                 PIC 9(04) COMP  VALUE ZERO.
011200
011300 01  FMR-PURGE-TABLE.
011400     05  FMR-PURGE-ENTRY     OCCURS 500 TIMES.
011500         10  FMR-PT-NUMBER   PIC 9(04).
011600         10  FMR-PT-PURGE-WHEN
011700                             PIC X(16).
011800         10  FMR-PT-STORE-WHEN
011900                             PIC X(16).
012000         10  FMR-PT-FUNCTION PIC X(01).
012100         10  FMR-PT-OPERATOR PIC X(08).
012200
012300*****************************************************************
012400*   RESULT REBUILD WORK AREA -- THE AUDIT LOG CARRIES A PIC      *
012500*   9(18) RESULT IN ITS Z(17)9 EDITED FORM.                      *
012600*****************************************************************
012700 01  FMR-DIGITS-X            PIC X(18)   VALUE SPACES.
012800 01  FMR-DIGITS REDEFINES FMR-DIGITS-X PIC 9(18).
012900
013000*****************************************************************
013100*   CONTROL TOTALS                                               *
013200*****************************************************************
013300 01  FMR-AUD-READ-COUNT      PIC 9(08) COMP  VALUE ZERO.
013400 01  FMR-STORE-EVENT-COUNT   PIC 9(08) COMP  VALUE ZERO.
013500 01  FMR-ADDED-COUNT         PIC 9(08) COMP  VALUE ZERO.
013600 01  FMR-REWRITE-COUNT       PIC 9(08) COMP  VALUE ZERO.
013700 01  FMR-SUPERSEDED-COUNT    PIC 9(08) COMP  VALUE ZERO.
013800 01  FMR-UNUSABLE-COUNT      PIC 9(08) COMP  VALUE ZERO.
013900 01  FMR-MAUD-READ-COUNT     PIC 9(08) COMP  VALUE ZERO.
014000 01  FMR-PURGE-EVENT-COUNT   PIC 9(08) COMP  VALUE ZERO.
014100 01  FMR-DELETED-COUNT       PIC 9(08) COMP  VALUE ZERO.
014200 01  FMR-ABSENT-COUNT        PIC 9(08) COMP  VALUE ZERO.
014300 01  FMR-UNDONE-COUNT        PIC 9(08) COMP  VALUE ZERO.
014400
014500*****************************************************************
014600*   DELETE DETAIL LINES                                          *
014700*****************************************************************
014800 01  FMR-DELETE-HDR.
014900     05  FILLER              PIC X(01)   VALUE SPACE.
015000     05  FILLER              PIC X(07)   VALUE "NUMBER".
015100     05  FILLER              PIC X(12)   VALUE "ACTION".
015200     05  FILLER              PIC X(21)   VALUE "DATE AND TIME".
015300     05  FILLER              PIC X(10)   VALUE "OPERATOR".
015400     05  FILLER              PIC X(30)   VALUE "RESULT".
015500     05  FILLER              PIC X(51)   VALUE SPACES.
015600
015700 01  FMR-DELETE-LINE.
015800     05  FILLER              PIC X(01)   VALUE SPACE.
015900     05  FMR-DL-NUMBER       PIC ZZZ9.
016000     05  FILLER              PIC X(03)   VALUE SPACES.
016100     05  FMR-DL-ACTION       PIC X(10).
016200     05  FILLER              PIC X(02)   VALUE SPACES.
016300     05  FMR-DL-DATE         PIC X(10).
016400     05  FILLER              PIC X(01)   VALUE SPACE.
016500     05  FMR-DL-TIME         PIC X(08).
016600     05  FILLER              PIC X(02)   VALUE SPACES.
016700     05  FMR-DL-OPERATOR     PIC X(08).
016800     05  FILLER              PIC X(02)   VALUE SPACES.
016900     05  FMR-DL-RESULT       PIC X(30).
017000     05  FILLER              PIC X(51)   VALUE SPACES.
017100
017200 01  FMR-STAMP-WORK.
017300     05  FMR-SW-DATE         PIC X(08).
017400     05  FMR-SW-TIME         PIC X(08).
017500
017600*****************************************************************
017700*   RUN DATE AND REPORT PAGE CONTROL                             *
017800*****************************************************************
017900 77  FMR-LINES-PER-PAGE      PIC 9(04) COMP  VALUE 55.
018000 77  FMR-LINE-COUNT          PIC 9(04) COMP  VALUE ZERO.
018100 77  FMR-PAGE-NUMBER         PIC 9(04) COMP  VALUE ZERO.
018200
018300 01  FMR-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
018400 01  FMR-RUN-DATE-X REDEFINES FMR-RUN-DATE-RAW PIC X(08).
018500 01  FMR-RUN-DATE-EDIT       PIC X(10)   VALUE SPACES.
018600
018700*****************************************************************
018800*   REPORT LINE WORK AREA -- SAME PRINT LAYOUT THE BATCH         *
018900*   CONTROL REPORT USES.                                         *
019000*****************************************************************
019100 COPY FACTRPL.
019200
019205*****************************************************************
019210*   RUN CONTROL                                                  *
019215*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
019220*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
019225*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
019230*****************************************************************
019235 01  FMR-RUN-FILES.
019240     05  FILLER              PIC X(08)   VALUE "MASTER".
019245     05  FILLER              PIC X(01)   VALUE "E".
019250     05  FILLER              PIC X(08)   VALUE "AUDIT".
019255     05  FILLER              PIC X(01)   VALUE "S".
019260     05  FILLER              PIC X(08)   VALUE "MAUDIT".
019265     05  FILLER              PIC X(01)   VALUE "S".
019270
019271 77  FMR-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
019272
019275 COPY FACTRNP.
019280
019300 PROCEDURE DIVISION.
019400*****************************************************************
019500*   0000-MAINLINE                                                *
019600*   COLLECTS THE DELETES LOGGED SINCE THE BACKUP, REAPPLIES THE  *
019700*   STORES, THEN THE DELETES NO LATER STORE OVERTOOK, AND        *
019800*   PRINTS THE RECOVERY REPORT.  AUDIT RECORDS TOO DAMAGED TO    *
019900*   REBUILD A RESULT FROM END THE STEP WITH RETURN CODE 4 --     *
020000*   THOSE NUMBERS WILL SIMPLY MISS AND RECALCULATE.              *
020100*****************************************************************
020200 0000-MAINLINE.
020300     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
020310     IF FACT-RNP-GRANTED
020320         PERFORM 1000-INITIALIZE THRU 1000-EXIT
020330     ELSE
020340         SET FMR-ABORTED TO TRUE
020350     END-IF.
020400
020500     IF NOT FMR-ABORTED
020600         PERFORM 2000-LOAD-DELETES THRU 2000-EXIT
020700     END-IF.
020800
020900     IF NOT FMR-ABORTED
021000         PERFORM 3000-APPLY-STORES THRU 3000-EXIT
021100         PERFORM 4000-APPLY-DELETES THRU 4000-EXIT
021200         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
021300         CLOSE FACT-MST-FILE
021400         CLOSE FMR-REPORT-FILE
021500
021600         IF FMR-UNUSABLE-COUNT > ZERO
021700             MOVE 4 TO RETURN-CODE
021800         END-IF
021900     END-IF.
022000
022010     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
022100     STOP RUN.
022200
022300*****************************************************************
022400*   1000-INITIALIZE                                              *
022500*   TAKES THE RECOVERY POINT FROM THE BACKUP GENERATION'S        *
022600*   HEADER, OPENS THE RELOADED MASTER I-O, AND WRITES THE        *
022700*   REPORT HEADERS.                                              *
022800*****************************************************************
022900 1000-INITIALIZE.
023000     ACCEPT FMR-RUN-DATE-RAW FROM DATE YYYYMMDD.
023100     STRING FMR-RUN-DATE-X(1:4) "-" FMR-RUN-DATE-X(5:2)
023200         "-" FMR-RUN-DATE-X(7:2) DELIMITED BY SIZE
023300             INTO FMR-RUN-DATE-EDIT.
023400
023500     OPEN INPUT FMR-BACKUP-FILE.
023600     IF FMR-BKP-STATUS NOT = "00"
023700         DISPLAY "FACTBKUP DID NOT OPEN -- FILE STATUS "
023800             FMR-BKP-STATUS ", RECOVERY ABANDONED."
023900         SET FMR-ABORTED TO TRUE
024000         MOVE 16 TO RETURN-CODE
024100     ELSE
024200         READ FMR-BACKUP-FILE
024300             AT END
024400                 MOVE SPACES TO FACT-BKP-RECORD
024500         END-READ
024600         IF FACT-BKP-HEADER
024700             MOVE FACT-BKP-HDR-DATE TO FMR-BKP-DATE
024800             MOVE FACT-BKP-HDR-TIME TO FMR-BKP-TIME
024900         ELSE
025000             DISPLAY "FACTBKUP IS NOT A RESULTS MASTER BACKUP -- "
025100                 "NO HEADER RECORD, RECOVERY ABANDONED."
025200             SET FMR-ABORTED TO TRUE
025300             MOVE 16 TO RETURN-CODE
025400         END-IF
025500         CLOSE FMR-BACKUP-FILE
025600     END-IF.
025700
025800     IF NOT FMR-ABORTED
025900         OPEN I-O FACT-MST-FILE
026000         IF FMR-MST-STATUS NOT = "00"
026100             DISPLAY "FACTMST DID NOT OPEN -- FILE STATUS "
026200                 FMR-MST-STATUS ", RECOVERY ABANDONED."
026300             SET FMR-ABORTED TO TRUE
026400             MOVE 16 TO RETURN-CODE
026500         ELSE
026600             OPEN OUTPUT FMR-REPORT-FILE
026700             PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
026800         END-IF
026900     END-IF.
027000 1000-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400*   1250-WRITE-REPORT-HEADERS                                    *
027500*****************************************************************
027600 1250-WRITE-REPORT-HEADERS.
027700     ADD 1 TO FMR-PAGE-NUMBER.
027800
027900     MOVE SPACES TO FACT-RPT-LINE.
028000     MOVE "RESULTS MASTER - FORWARD RECOVERY REPORT" TO
028100         FACT-H1-TITLE.
028200     MOVE "RUN DATE:" TO FACT-H1-DATE-LIT.
028300     MOVE FMR-RUN-DATE-EDIT TO FACT-H1-RUN-DATE.
028400     MOVE "PAGE" TO FACT-H1-PAGE-LIT.
028500     MOVE FMR-PAGE-NUMBER TO FACT-H1-PAGE-NO.
028600     WRITE FMR-RPT-RECORD FROM FACT-RPT-HDR1.
028700
028800     MOVE SPACES TO FACT-RPT-LINE.
028900     WRITE FMR-RPT-RECORD FROM FACT-RPT-LINE.
029000
029100     MOVE ZERO TO FMR-LINE-COUNT.
029200 1250-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*   1300-WRITE-REPORT-LINE                                       *
029700*****************************************************************
029800 1300-WRITE-REPORT-LINE.
029900     IF FMR-LINE-COUNT >= FMR-LINES-PER-PAGE
030000         PERFORM 1250-WRITE-REPORT-HEADERS THRU 1250-EXIT
030100     END-IF.
030200     WRITE FMR-RPT-RECORD FROM FACT-RPT-LINE.
030300     ADD 1 TO FMR-LINE-COUNT.
030400 1300-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800*   2000-LOAD-DELETES                                            *
030900*   READS THE MAINTENANCE AUDIT FILE AND TABLES EVERY PURGE AND  *
031000*   QUARANTINE LOGGED AFTER THE BACKUP.  A FILE NOT YET CREATED  *
031100*   MEANS NO MAINTENANCE HAS EVER BEEN DONE.                     *
031200*****************************************************************
031300 2000-LOAD-DELETES.
031400     OPEN INPUT FMR-MAUDIT-FILE.
031500     IF FMR-MAUD-STATUS = "00"
031600         MOVE "N" TO FMR-EOF-SWITCH
031700         PERFORM 2100-READ-MAINT-AUDIT THRU 2100-EXIT
031800             UNTIL FMR-EOF
031900         CLOSE FMR-MAUDIT-FILE
032000     END-IF.
032100 2000-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500*   2100-READ-MAINT-AUDIT                                        *
032600*****************************************************************
032700 2100-READ-MAINT-AUDIT.
032800     READ FMR-MAUDIT-FILE
032900         AT END
033000             SET FMR-EOF TO TRUE
033100     END-READ.
033200
033300     IF NOT FMR-EOF
033400         ADD 1 TO FMR-MAUD-READ-COUNT
033500         MOVE FACT-MNT-DATE TO FMR-EVT-DATE
033600         MOVE FACT-MNT-TIME TO FMR-EVT-TIME
033700         IF (FACT-MNT-PURGE OR FACT-MNT-QUARANTINE)
033800             AND FMR-EVENT-WHEN > FMR-BACKUP-WHEN
033900             ADD 1 TO FMR-PURGE-EVENT-COUNT
034000             PERFORM 2200-POST-DELETE THRU 2200-EXIT
034100         END-IF
034200     END-IF.
034300 2100-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700*   2200-POST-DELETE                                             *
034800*   ADDS THE NUMBER TO THE PURGE TABLE, OR MOVES ITS LATEST      *
034900*   DELETE FORWARD.  A FULL TABLE ABANDONS THE RECOVERY BEFORE   *
035000*   ANYTHING IS WRITTEN -- RUN IT FROM A MORE RECENT BACKUP.     *
035100*****************************************************************
035200 2200-POST-DELETE.
035300     MOVE FACT-MNT-NUMBER TO FACT-MST-NUMBER.
035400     PERFORM 6000-FIND-NUMBER THRU 6000-EXIT.
035500
035600     IF FMR-FOUND
035700         IF FMR-EVENT-WHEN > FMR-PT-PURGE-WHEN(FMR-SUB)
035800             MOVE FMR-EVENT-WHEN TO FMR-PT-PURGE-WHEN(FMR-SUB)
035900             MOVE FACT-MNT-FUNCTION TO FMR-PT-FUNCTION(FMR-SUB)
036000             MOVE FACT-MNT-OPERATOR TO FMR-PT-OPERATOR(FMR-SUB)
036100         END-IF
036200     ELSE
036300         IF FMR-PURGE-COUNT >= FMR-PURGE-MAX
036400             DISPLAY "MORE THAN " FMR-PURGE-MAX
036500                 " NUMBERS DELETED SINCE THE BACKUP -- "
036600                 "RECOVERY ABANDONED."
036700             SET FMR-ABORTED TO TRUE
036800             SET FMR-EOF TO TRUE
036900             MOVE 16 TO RETURN-CODE
037000         ELSE
037100             ADD 1 TO FMR-PURGE-COUNT
037200             MOVE FMR-PURGE-COUNT TO FMR-SUB
037300             MOVE FACT-MNT-NUMBER TO FMR-PT-NUMBER(FMR-SUB)
037400             MOVE FMR-EVENT-WHEN TO FMR-PT-PURGE-WHEN(FMR-SUB)
037500             MOVE ZEROS TO FMR-PT-STORE-WHEN(FMR-SUB)
037600             MOVE FACT-MNT-FUNCTION TO FMR-PT-FUNCTION(FMR-SUB)
037700             MOVE FACT-MNT-OPERATOR TO FMR-PT-OPERATOR(FMR-SUB)
037800         END-IF
037900     END-IF.
038000 2200-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*   3000-APPLY-STORES                                            *
038500*   READS THE AUDIT LOG AND REAPPLIES EVERY STORE LOGGED AFTER   *
038600*   THE BACKUP THAT NO LATER DELETE OVERTAKES.                   *
038700*****************************************************************
038800 3000-APPLY-STORES.
038900     OPEN INPUT FMR-AUDIT-FILE.
039000     IF FMR-AUD-STATUS = "00"
039100         MOVE "N" TO FMR-EOF-SWITCH
039200         PERFORM 3100-READ-AUDIT THRU 3100-EXIT
039300             UNTIL FMR-EOF
039400         CLOSE FMR-AUDIT-FILE
039500     ELSE
039600         DISPLAY "FACTAUD DID NOT OPEN -- FILE STATUS "
039700             FMR-AUD-STATUS ", NO STORES REAPPLIED."
039800     END-IF.
039900 3000-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*   3100-READ-AUDIT                                              *
040400*****************************************************************
040500 3100-READ-AUDIT.
040600     READ FMR-AUDIT-FILE
040700         AT END
040800             SET FMR-EOF TO TRUE
040900     END-READ.
041000
041100     IF NOT FMR-EOF
041200         ADD 1 TO FMR-AUD-READ-COUNT
041300         MOVE FACT-AUD-DATE TO FMR-EVT-DATE
041400         MOVE FACT-AUD-TIME TO FMR-EVT-TIME
041500         IF FACT-AUD-STORED
041600             AND FACT-AUD-REJECT-FLAG = "N"
041700             AND FMR-EVENT-WHEN > FMR-BACKUP-WHEN
041800             ADD 1 TO FMR-STORE-EVENT-COUNT
041900             PERFORM 3200-APPLY-ONE-STORE THRU 3200-EXIT
042000         END-IF
042100     END-IF.
042200 3100-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600*   3200-APPLY-ONE-STORE                                         *
042700*   A STORE OLDER THAN THE NUMBER'S LATEST DELETE IS SKIPPED;    *
042800*   OTHERWISE THE MASTER RECORD IS REBUILT FROM THE AUDIT        *
042900*   RECORD AND ADDED (OR REWRITTEN IF THE NUMBER IS ALREADY      *
043000*   THERE), AND THE STORE IS NOTED AGAINST ANY DELETE SO THE     *
043100*   DELETE IS NOT REAPPLIED OVER IT.                             *
043200*****************************************************************
043300 3200-APPLY-ONE-STORE.
043400     MOVE FACT-AUD-NUMBER TO FACT-MST-NUMBER.
043500     PERFORM 6000-FIND-NUMBER THRU 6000-EXIT.
043600
043700     IF FMR-FOUND
043800         AND FMR-PT-PURGE-WHEN(FMR-SUB) NOT < FMR-EVENT-WHEN
043900         ADD 1 TO FMR-SUPERSEDED-COUNT
044000     ELSE
044100         PERFORM 3300-REBUILD-RECORD THRU 3300-EXIT
044200         IF FACT-MST-IS-BIG OR FMR-DIGITS-X IS NUMERIC
044300             WRITE FACT-MST-RECORD
044400                 INVALID KEY
044500                     REWRITE FACT-MST-RECORD
044600                     ADD 1 TO FMR-REWRITE-COUNT
044700                 NOT INVALID KEY
044800                     ADD 1 TO FMR-ADDED-COUNT
044900             END-WRITE
045000             IF FMR-FOUND
045100                 AND FMR-EVENT-WHEN > FMR-PT-STORE-WHEN(FMR-SUB)
045200                 MOVE FMR-EVENT-WHEN TO FMR-PT-STORE-WHEN(FMR-SUB)
045300             END-IF
045400         ELSE
045500             DISPLAY "AUDIT RECORD FOR " FACT-AUD-NUMBER " AT "
045600                 FACT-AUD-DATE " " FACT-AUD-TIME
045700                 " HAS NO USABLE RESULT -- NOT REAPPLIED."
045800             ADD 1 TO FMR-UNUSABLE-COUNT
045900         END-IF
046000     END-IF.
046100 3200-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*   3300-REBUILD-RECORD                                          *
046600*   THE SAME FIELDS THE CALCULATION PROGRAMS STORE: A BIG        *
046700*   RESULT AS ITS DIGIT STRING WITH A ZERO PIC 9(18) FIELD, ANY  *
046800*   OTHER AS ITS PIC 9(18) VALUE WITH A BLANK DIGIT STRING.      *
046900*   THE CALCULATED DATE IS THE DATE THE ATTEMPT WAS AUDITED,     *
046950*   AND THE USAGE FIELDS START AFRESH FROM IT AS ON ANY STORE.   *
047000*****************************************************************
047100 3300-REBUILD-RECORD.
047200     MOVE SPACES TO FACT-MST-RECORD.
047300     MOVE FACT-AUD-NUMBER TO FACT-MST-NUMBER.
047400     MOVE FACT-AUD-DATE TO FACT-MST-CALC-DATE.
047420     MOVE ZERO TO FACT-MST-REF-COUNT.
047440     MOVE FACT-AUD-DATE TO FACT-MST-LAST-REF-DATE.
047500     MOVE SPACES TO FMR-DIGITS-X.
047600
047700     IF FACT-AUD-IS-BIG
047800         SET FACT-MST-IS-BIG TO TRUE
047900         MOVE ZERO TO FACT-MST-FACTORIAL-18
048000         MOVE FACT-AUD-FACTORIAL TO FACT-MST-BIG-FACTORIAL
048100     ELSE
048200         SET FACT-MST-IS-NOT-BIG TO TRUE
048300         MOVE FACT-AUD-FACTORIAL(1:18) TO FMR-DIGITS-X
048400         INSPECT FMR-DIGITS-X REPLACING LEADING SPACE BY ZERO
048500         IF FMR-DIGITS-X IS NUMERIC
048600             MOVE FMR-DIGITS TO FACT-MST-FACTORIAL-18
048700         END-IF
048800     END-IF.
048900 3300-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300*   4000-APPLY-DELETES                                           *
049400*   DELETES EVERY TABLED NUMBER WHOSE LATEST DELETE NO STORE     *
049500*   CAME AFTER, AND LISTS EACH ONE.                              *
049600*****************************************************************
049700 4000-APPLY-DELETES.
049800     MOVE SPACES TO FACT-RPT-LINE.
049900     MOVE "PURGES AND QUARANTINES SINCE THE BACKUP" TO
050000         FACT-S-TITLE.
050100     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
050200
050300     MOVE FMR-DELETE-HDR TO FACT-RPT-LINE.
050400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
050500
050600     PERFORM 4100-APPLY-ONE-DELETE THRU 4100-EXIT
050700         VARYING FMR-SUB FROM 1 BY 1
050800         UNTIL FMR-SUB > FMR-PURGE-COUNT.
050900
051000     MOVE SPACES TO FACT-RPT-LINE.
051100     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
051200 4000-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*   4100-APPLY-ONE-DELETE                                        *
051700*****************************************************************
051800 4100-APPLY-ONE-DELETE.
051900     MOVE FMR-PT-NUMBER(FMR-SUB) TO FMR-DL-NUMBER.
052000     IF FMR-PT-FUNCTION(FMR-SUB) = "Q"
052100         MOVE "QUARANTINE" TO FMR-DL-ACTION
052200     ELSE
052300         MOVE "PURGE" TO FMR-DL-ACTION
052400     END-IF.
052500     MOVE FMR-PT-PURGE-WHEN(FMR-SUB) TO FMR-STAMP-WORK.
052600     STRING FMR-SW-DATE(1:4) "-" FMR-SW-DATE(5:2) "-"
052700         FMR-SW-DATE(7:2) DELIMITED BY SIZE INTO FMR-DL-DATE.
052800     STRING FMR-SW-TIME(1:2) ":" FMR-SW-TIME(3:2) ":"
052900         FMR-SW-TIME(5:2) DELIMITED BY SIZE INTO FMR-DL-TIME.
053000     MOVE FMR-PT-OPERATOR(FMR-SUB) TO FMR-DL-OPERATOR.
053100
053200     IF FMR-PT-STORE-WHEN(FMR-SUB) > FMR-PT-PURGE-WHEN(FMR-SUB)
053300         ADD 1 TO FMR-UNDONE-COUNT
053400         MOVE "STORED AGAIN LATER - KEPT" TO FMR-DL-RESULT
053500     ELSE
053600         MOVE FMR-PT-NUMBER(FMR-SUB) TO FACT-MST-NUMBER
053700         DELETE FACT-MST-FILE
053800             INVALID KEY
053900                 ADD 1 TO FMR-ABSENT-COUNT
054000                 MOVE "NOT ON MASTER - NOTHING TO DO" TO
054100                     FMR-DL-RESULT
054200             NOT INVALID KEY
054300                 ADD 1 TO FMR-DELETED-COUNT
054400                 MOVE "DELETED AGAIN" TO FMR-DL-RESULT
054500         END-DELETE
054600     END-IF.
054700
054800     MOVE FMR-DELETE-LINE TO FACT-RPT-LINE.
054900     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
055000 4100-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400*   5000-WRITE-TOTALS                                            *
055500*****************************************************************
055600 5000-WRITE-TOTALS.
055700     MOVE SPACES TO FACT-RPT-LINE.
055800     MOVE "RECOVERED FROM BACKUP OF . . ." TO FACT-R-LABEL.
055900     MOVE FMR-BACKUP-WHEN TO FMR-STAMP-WORK.
056000     STRING FMR-SW-DATE(1:4) "-" FMR-SW-DATE(5:2) "-"
056100         FMR-SW-DATE(7:2) " AT " FMR-SW-TIME(1:2) ":"
056200         FMR-SW-TIME(3:2) ":" FMR-SW-TIME(5:2)
056300         DELIMITED BY SIZE INTO FACT-R-MESSAGE.
056400     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
056500
056600     MOVE SPACES TO FACT-RPT-LINE.
056700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
056800
056900     MOVE SPACES TO FACT-RPT-LINE.
057000     MOVE "AUDIT RECORDS READ . . . . . ." TO FACT-F-LABEL.
057100     MOVE FMR-AUD-READ-COUNT TO FACT-F-VALUE.
057200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
057300
057400     MOVE SPACES TO FACT-RPT-LINE.
057500     MOVE "STORES SINCE THE BACKUP. . . ." TO FACT-F-LABEL.
057600     MOVE FMR-STORE-EVENT-COUNT TO FACT-F-VALUE.
057700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
057800
057900     MOVE SPACES TO FACT-RPT-LINE.
058000     MOVE "  ENTRIES ADDED. . . . . . . ." TO FACT-F-LABEL.
058100     MOVE FMR-ADDED-COUNT TO FACT-F-VALUE.
058200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
058300
058400     MOVE SPACES TO FACT-RPT-LINE.
058500     MOVE "  ENTRIES REWRITTEN. . . . . ." TO FACT-F-LABEL.
058600     MOVE FMR-REWRITE-COUNT TO FACT-F-VALUE.
058700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
058800
058900     MOVE SPACES TO FACT-RPT-LINE.
059000     MOVE "  OVERTAKEN BY A LATER DELETE." TO FACT-F-LABEL.
059100     MOVE FMR-SUPERSEDED-COUNT TO FACT-F-VALUE.
059200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
059300
059400     MOVE SPACES TO FACT-RPT-LINE.
059500     MOVE "  UNUSABLE, NOT REAPPLIED. . ." TO FACT-F-LABEL.
059600     MOVE FMR-UNUSABLE-COUNT TO FACT-F-VALUE.
059700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
059800
059900     MOVE SPACES TO FACT-RPT-LINE.
060000     MOVE "MAINTENANCE RECORDS READ . . ." TO FACT-F-LABEL.
060100     MOVE FMR-MAUD-READ-COUNT TO FACT-F-VALUE.
060200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
060300
060400     MOVE SPACES TO FACT-RPT-LINE.
060500     MOVE "DELETES SINCE THE BACKUP . . ." TO FACT-F-LABEL.
060600     MOVE FMR-PURGE-EVENT-COUNT TO FACT-F-VALUE.
060700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
060800
060900     MOVE SPACES TO FACT-RPT-LINE.
061000     MOVE "  ENTRIES DELETED AGAIN. . . ." TO FACT-F-LABEL.
061100     MOVE FMR-DELETED-COUNT TO FACT-F-VALUE.
061200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
061300
061400     MOVE SPACES TO FACT-RPT-LINE.
061500     MOVE "  ALREADY OFF THE MASTER . . ." TO FACT-F-LABEL.
061600     MOVE FMR-ABSENT-COUNT TO FACT-F-VALUE.
061700     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
061800
061900     MOVE SPACES TO FACT-RPT-LINE.
062000     MOVE "  STORED AGAIN LATER, KEPT . ." TO FACT-F-LABEL.
062100     MOVE FMR-UNDONE-COUNT TO FACT-F-VALUE.
062200     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
062300
062400     MOVE SPACES TO FACT-RPT-LINE.
062500     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
062600
062700     MOVE SPACES TO FACT-RPT-LINE.
062800     MOVE "FORWARD RECOVERY . . . . . . ." TO FACT-R-LABEL.
062900     IF FMR-UNUSABLE-COUNT = ZERO
063000         MOVE "COMPLETE -- MASTER CURRENT TO THE AUDIT LOGS"
063100             TO FACT-R-MESSAGE
063200     ELSE
063300         MOVE "*** UNUSABLE AUDIT RECORDS SKIPPED - RC 4 ***"
063400             TO FACT-R-MESSAGE
063500     END-IF.
063600     PERFORM 1300-WRITE-REPORT-LINE THRU 1300-EXIT.
063700 5000-EXIT.
063800     EXIT.
063900
064000*****************************************************************
064100*   6000-FIND-NUMBER                                             *
064200*   LOOKS FACT-MST-NUMBER UP IN THE PURGE TABLE; ON RETURN       *
064300*   FMR-FOUND IS SET AND FMR-SUB POINTS AT THE ENTRY.            *
064400*****************************************************************
064500 6000-FIND-NUMBER.
064600     MOVE "N" TO FMR-FOUND-SWITCH.
064700     PERFORM 6100-MATCH-NUMBER THRU 6100-EXIT
064800         VARYING FMR-SUB FROM 1 BY 1
064900         UNTIL FMR-SUB > FMR-PURGE-COUNT
065000         OR FMR-FOUND.
065100     IF FMR-FOUND
065200         SUBTRACT 1 FROM FMR-SUB
065300     END-IF.
065400 6000-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800*   6100-MATCH-NUMBER                                            *
065900*****************************************************************
066000 6100-MATCH-NUMBER.
066100     IF FMR-PT-NUMBER(FMR-SUB) = FACT-MST-NUMBER
066200         SET FMR-FOUND TO TRUE
066300     END-IF.
066400 6100-EXIT.
066500     EXIT.
066600
066700*****************************************************************
066800*   9000-START-RUN-CONTROL                                       *
066900*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
067000*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
067100*   CONFLICTING MODE.                                            *
067200*****************************************************************
067300 9000-START-RUN-CONTROL.
067400     SET FACT-RNP-START TO TRUE.
067500     MOVE "MasterRecoveryProgram" TO FACT-RNP-PROGRAM.
067600     MOVE SPACES TO FACT-RNP-INSTANCE.
067700     SET FACT-RNP-BATCH TO TRUE.
067800     MOVE FMR-RUN-FILES TO FACT-RNP-FILES.
067900     CALL "FACTRCTL" USING FACT-RNP-AREA.
068000     IF NOT FACT-RNP-GRANTED
068100         DISPLAY FACT-RNP-MESSAGE
068200         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
068300     END-IF.
068400 9000-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*   9100-END-RUN-CONTROL                                         *
068900*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
068910*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
069000*****************************************************************
069100 9100-END-RUN-CONTROL.
069200     IF FACT-RNP-GRANTED
069210         MOVE RETURN-CODE TO FMR-SAVED-RC
069300         SET FACT-RNP-END TO TRUE
069400         CALL "FACTRCTL" USING FACT-RNP-AREA
069500         IF NOT FACT-RNP-GRANTED
069600             DISPLAY FACT-RNP-MESSAGE
069700         END-IF
069710         MOVE FMR-SAVED-RC TO RETURN-CODE
069800     END-IF.
069900 9100-EXIT.
070000     EXIT.
