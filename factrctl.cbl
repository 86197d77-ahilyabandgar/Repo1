000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTRCTL.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                       *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  CALLABLE RUN-CONTROL     *
001100*                    SUBPROGRAM.  EVERY BATCH PROGRAM AND ONLINE *
001200*                    SESSION CALLS IT AT START-UP WITH THE       *
001300*                    SHARED FILES IT WILL HOLD AND WHETHER IT    *
001400*                    NEEDS EACH ONE EXCLUSIVELY, AND AGAIN WHEN  *
001500*                    IT ENDS.  A RUN IS REFUSED WHILE ANOTHER    *
001600*                    JOB OR SESSION HOLDS ONE OF ITS FILES IN A  *
001700*                    CONFLICTING MODE, SO THE RULES THAT USED TO *
001800*                    LIVE ONLY IN JCL COMMENTS -- VERIFY ONLY    *
001900*                    WHEN NOTHING HOLDS THE MASTER, ARCHIVE ONLY *
002000*                    WHEN NOTHING APPENDS TO THE AUDIT LOG,      *
002100*                    RECONCILE BEFORE THE EXTRACT IS CLEARED --  *
002200*                    ARE NOW ENFORCED.  THE ENTRIES LIVE ON      *
002300*                    PROD.FACT.RUNCTL (FACTRNL.CPY).             *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FRC-RUN-CONTROL-FILE ASSIGN TO "FACTRUNC"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS FACT-RNC-KEY
003200         FILE STATUS IS FRC-FILE-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  FRC-RUN-CONTROL-FILE.
003700 COPY FACTRNL.
003800
003900 WORKING-STORAGE SECTION.
004000*****************************************************************
004100*   CONTROL SWITCHES AND FILE STATUS                             *
004200*****************************************************************
004300 77  FRC-FILE-STATUS         PIC X(02)   VALUE "00".
004400
004500 77  FRC-EOF-SWITCH          PIC X(01)   VALUE "N".
004600     88  FRC-EOF                         VALUE "Y".
004700
004800 77  FRC-CONFLICT-SWITCH     PIC X(01)   VALUE "N".
004900     88  FRC-CONFLICT                    VALUE "Y".
005000
005100 77  FRC-WRITTEN-SWITCH      PIC X(01)   VALUE "N".
005200     88  FRC-WRITTEN                     VALUE "Y".
005300
005400*****************************************************************
005500*   WORK FIELDS                                                  *
005600*****************************************************************
005700 77  FRC-USER-ID             PIC X(08)   VALUE SPACES.
005800 77  FRC-MINE-IDX            PIC 9(02) COMP  VALUE ZERO.
005900 77  FRC-HELD-IDX            PIC 9(02) COMP  VALUE ZERO.
006000 77  FRC-WRITE-TRIES         PIC 9(03) COMP  VALUE ZERO.
006100 77  FRC-MAX-WRITE-TRIES     PIC 9(03) COMP  VALUE 99.
006200*    AN ENTRY IS ONLY A DUPLICATE WHEN THE SAME PROGRAM AND
006300*    INSTANCE START IN THE SAME HUNDREDTH OF A SECOND; THE START
006400*    TIME IS BUMPED AND THE WRITE TRIED AGAIN, UP TO THIS MANY
006500*    TIMES.
006600
006700 01  FRC-DATE-X              PIC X(08)   VALUE SPACES.
006800 01  FRC-TIME-X              PIC X(08)   VALUE SPACES.
006900 01  FRC-SINCE               PIC X(16)   VALUE SPACES.
007000
007100 LINKAGE SECTION.
007200*****************************************************************
007300*   CALLING-PROGRAM PARAMETERS                                   *
007400*****************************************************************
007500 COPY FACTRNP.
007600
007700 PROCEDURE DIVISION USING FACT-RNP-AREA.
007800*****************************************************************
007900*   0000-MAINLINE                                                *
008000*   FUNCTION S CHECKS THE CALLER'S FILES AGAINST EVERY ENTRY     *
008100*   NOW STANDING AND, IF NONE CONFLICTS, RECORDS THE CALLER'S    *
008200*   OWN ENTRY.  FUNCTION E DELETES THE CALLER'S ENTRY.  THE      *
008300*   RUN-CONTROL FILE IS OPENED AND CLOSED ON EVERY CALL SO THAT  *
008400*   NO PROGRAM KEEPS IT OPEN WHILE IT RUNS.                      *
008500*****************************************************************
008600 0000-MAINLINE.
008700     SET FACT-RNP-GRANTED TO TRUE.
008800     MOVE ZERO TO FACT-RNP-RETURN-CODE.
008900     MOVE SPACES TO FACT-RNP-MESSAGE.
009000
009100     IF FACT-RNP-START
009200         PERFORM 1000-START-RUN THRU 1000-EXIT
009300     ELSE
009400         PERFORM 2000-END-RUN THRU 2000-EXIT
009500     END-IF.
009600
009700     GOBACK.
009800
009900*****************************************************************
010000*   1000-START-RUN                                               *
010100*   STAMPS THE CALLER'S KEY WITH ITS USER ID (WHEN IT GAVE NO    *
010200*   INSTANCE) AND START DATE AND TIME, BROWSES THE FILE FOR A    *
010300*   CONFLICTING HOLD, AND RECORDS THE ENTRY IF THERE IS NONE.    *
010400*****************************************************************
010500 1000-START-RUN.
010600     ACCEPT FRC-USER-ID FROM ENVIRONMENT "USER".
010700     IF FACT-RNP-INSTANCE = SPACES
010800         MOVE FRC-USER-ID TO FACT-RNP-INSTANCE
010900     END-IF.
011000     ACCEPT FACT-RNP-START-DATE FROM DATE YYYYMMDD.
011100     ACCEPT FACT-RNP-START-TIME FROM TIME.
011200
011300     PERFORM 1100-OPEN-RUN-CONTROL THRU 1100-EXIT.
011400     IF FACT-RNP-UNAVAILABLE
011500         STRING "FACTRUNC DID NOT OPEN -- FILE STATUS "
011600             FRC-FILE-STATUS ", RUN ABANDONED."
011700             DELIMITED BY SIZE INTO FACT-RNP-MESSAGE
011800     ELSE
011900         MOVE "N" TO FRC-EOF-SWITCH
012000         MOVE "N" TO FRC-CONFLICT-SWITCH
012100         MOVE LOW-VALUES TO FACT-RNC-KEY
012200         START FRC-RUN-CONTROL-FILE
012300             KEY IS NOT LESS THAN FACT-RNC-KEY
012400             INVALID KEY
012500                 SET FRC-EOF TO TRUE
012600         END-START
012700         PERFORM 1200-CHECK-ENTRY THRU 1200-EXIT
012800             UNTIL FRC-EOF OR FRC-CONFLICT
012900         IF FRC-CONFLICT
013000             SET FACT-RNP-REFUSED TO TRUE
013100             MOVE 12 TO FACT-RNP-RETURN-CODE
013200         ELSE
013300             PERFORM 1400-RECORD-ENTRY THRU 1400-EXIT
013400         END-IF
013500         CLOSE FRC-RUN-CONTROL-FILE
013600     END-IF.
013700 1000-EXIT.
013800     EXIT.
013900
014000*****************************************************************
014100*   1100-OPEN-RUN-CONTROL                                        *
014200*   OPENS THE RUN-CONTROL FILE I-O, CREATING IT ON FIRST USE.    *
014300*****************************************************************
014400 1100-OPEN-RUN-CONTROL.
014500     OPEN I-O FRC-RUN-CONTROL-FILE.
014600     IF FRC-FILE-STATUS = "35"
014700         OPEN OUTPUT FRC-RUN-CONTROL-FILE
014800         CLOSE FRC-RUN-CONTROL-FILE
014900         OPEN I-O FRC-RUN-CONTROL-FILE
015000     END-IF.
015100
015200     IF FRC-FILE-STATUS NOT = "00"
015300         SET FACT-RNP-UNAVAILABLE TO TRUE
015400         MOVE 16 TO FACT-RNP-RETURN-CODE
015500     END-IF.
015600 1100-EXIT.
015700     EXIT.
015800
015900*****************************************************************
016000*   1200-CHECK-ENTRY                                             *
016100*   READS THE NEXT STANDING ENTRY AND CHECKS EACH OF THE         *
016200*   CALLER'S FILES AGAINST IT.                                   *
016300*****************************************************************
016400 1200-CHECK-ENTRY.
016500     READ FRC-RUN-CONTROL-FILE NEXT RECORD
016600         AT END
016700             SET FRC-EOF TO TRUE
016800         NOT AT END
016900             PERFORM 1300-CHECK-MY-FILE THRU 1300-EXIT
017000                 VARYING FRC-MINE-IDX FROM 1 BY 1
017100                 UNTIL FRC-MINE-IDX > 8 OR FRC-CONFLICT
017200     END-READ.
017300 1200-EXIT.
017400     EXIT.
017500
017600*****************************************************************
017700*   1300-CHECK-MY-FILE                                           *
017800*   1310-MATCH-HELD-FILE                                         *
017900*   A FILE CONFLICTS WHEN THE ENTRY HOLDS IT TOO AND EITHER      *
018000*   SIDE WANTS IT EXCLUSIVELY.                                   *
018100*****************************************************************
018200 1300-CHECK-MY-FILE.
018300     IF FACT-RNP-FILE-NAME (FRC-MINE-IDX) NOT = SPACES
018400         PERFORM 1310-MATCH-HELD-FILE THRU 1310-EXIT
018500             VARYING FRC-HELD-IDX FROM 1 BY 1
018600             UNTIL FRC-HELD-IDX > 8 OR FRC-CONFLICT
018700     END-IF.
018800 1300-EXIT.
018900     EXIT.
019000
019100 1310-MATCH-HELD-FILE.
019200     IF FACT-RNC-FILE-NAME (FRC-HELD-IDX) =
019300            FACT-RNP-FILE-NAME (FRC-MINE-IDX)
019400        AND (FACT-RNC-EXCLUSIVE (FRC-HELD-IDX)
019500             OR FACT-RNP-EXCLUSIVE (FRC-MINE-IDX))
019600         SET FRC-CONFLICT TO TRUE
019700         PERFORM 1350-BUILD-REFUSAL THRU 1350-EXIT
019800     END-IF.
019900 1310-EXIT.
020000     EXIT.
020100
020200*****************************************************************
020300*   1350-BUILD-REFUSAL                                           *
020400*   NAMES THE FILE, THE JOB OR SESSION HOLDING IT, AND SINCE     *
020500*   WHEN, FOR THE CALLER TO DISPLAY.                             *
020600*****************************************************************
020700 1350-BUILD-REFUSAL.
020800     MOVE FACT-RNC-START-DATE TO FRC-DATE-X.
020900     MOVE FACT-RNC-START-TIME TO FRC-TIME-X.
021000     MOVE SPACES TO FRC-SINCE.
021100     STRING FRC-DATE-X(1:4) "-" FRC-DATE-X(5:2) "-"
021200         FRC-DATE-X(7:2) " " FRC-TIME-X(1:2) ":"
021300         FRC-TIME-X(3:2) DELIMITED BY SIZE INTO FRC-SINCE.
021400
021500     IF FACT-RNC-EXCLUSIVE (FRC-HELD-IDX)
021600         STRING "RUN REFUSED -- PROD.FACT."
021700             DELIMITED BY SIZE
021800             FACT-RNC-FILE-NAME (FRC-HELD-IDX)
021900             DELIMITED BY SPACE
022000             " IS HELD EXCLUSIVELY BY "
022100             DELIMITED BY SIZE
022200             FACT-RNC-PROGRAM DELIMITED BY SPACE
022300             " (" FACT-RNC-INSTANCE ") SINCE " FRC-SINCE
022400             DELIMITED BY SIZE INTO FACT-RNP-MESSAGE
022500     ELSE
022600         STRING "RUN REFUSED -- PROD.FACT."
022700             DELIMITED BY SIZE
022800             FACT-RNC-FILE-NAME (FRC-HELD-IDX)
022900             DELIMITED BY SPACE
023000             " IS NEEDED EXCLUSIVELY BUT IS IN USE BY "
023100             DELIMITED BY SIZE
023200             FACT-RNC-PROGRAM DELIMITED BY SPACE
023300             " (" FACT-RNC-INSTANCE ") SINCE " FRC-SINCE
023400             DELIMITED BY SIZE INTO FACT-RNP-MESSAGE
023500     END-IF.
023600 1350-EXIT.
023700     EXIT.
023800
023900*****************************************************************
024000*   1400-RECORD-ENTRY                                            *
024100*   1410-WRITE-ENTRY                                             *
024200*   ADDS THE CALLER'S ENTRY.  ON A DUPLICATE KEY THE START TIME  *
024300*   IS MOVED ON ONE HUNDREDTH AND THE WRITE TRIED AGAIN.         *
024400*****************************************************************
024500 1400-RECORD-ENTRY.
024600     MOVE "N" TO FRC-WRITTEN-SWITCH.
024700     MOVE ZERO TO FRC-WRITE-TRIES.
024800     PERFORM 1410-WRITE-ENTRY THRU 1410-EXIT
024900         UNTIL FRC-WRITTEN OR FACT-RNP-UNAVAILABLE.
025000 1400-EXIT.
025100     EXIT.
025200
025300 1410-WRITE-ENTRY.
025400     MOVE SPACES TO FACT-RNC-RECORD.
025500     MOVE FACT-RNP-KEY TO FACT-RNC-KEY.
025600     MOVE FACT-RNP-KIND TO FACT-RNC-KIND.
025700     MOVE FRC-USER-ID TO FACT-RNC-USER-ID.
025800     MOVE FACT-RNP-FILES TO FACT-RNC-FILES.
025900     WRITE FACT-RNC-RECORD
026000         INVALID KEY
026100             ADD 1 TO FRC-WRITE-TRIES
026200             IF FRC-FILE-STATUS = "22"
026300                AND FRC-WRITE-TRIES NOT > FRC-MAX-WRITE-TRIES
026400                 ADD 1 TO FACT-RNP-START-TIME
026500             ELSE
026600                 SET FACT-RNP-UNAVAILABLE TO TRUE
026700                 MOVE 16 TO FACT-RNP-RETURN-CODE
026800                 STRING "RUN-CONTROL ENTRY NOT RECORDED -- "
026900                     "FILE STATUS " FRC-FILE-STATUS
027000                     ", RUN ABANDONED."
027100                     DELIMITED BY SIZE INTO FACT-RNP-MESSAGE
027200             END-IF
027300         NOT INVALID KEY
027400             SET FRC-WRITTEN TO TRUE
027500     END-WRITE.
027600 1410-EXIT.
027700     EXIT.
027800
027900*****************************************************************
028000*   2000-END-RUN                                                 *
028100*   DELETES THE CALLER'S ENTRY.  AN ENTRY ALREADY GONE WAS       *
028200*   CLEARED BY AN OPERATOR WHILE THE RUN WAS UNDER WAY AND IS    *
028300*   NOT AN ERROR.  ANY OTHER FAILURE IS RETURNED AS A WARNING    *
028400*   (RETURN CODE 4) -- THE RUN ITSELF HAS ALREADY FINISHED.      *
028500*****************************************************************
028600 2000-END-RUN.
028700     PERFORM 1100-OPEN-RUN-CONTROL THRU 1100-EXIT.
028800     IF FACT-RNP-UNAVAILABLE
028900         MOVE 4 TO FACT-RNP-RETURN-CODE
029000         STRING "FACTRUNC DID NOT OPEN -- FILE STATUS "
029100             FRC-FILE-STATUS ", RUN-CONTROL ENTRY NOT CLEARED."
029200             DELIMITED BY SIZE INTO FACT-RNP-MESSAGE
029300     ELSE
029400         MOVE FACT-RNP-KEY TO FACT-RNC-KEY
029500         DELETE FRC-RUN-CONTROL-FILE RECORD
029600             INVALID KEY
029700                 IF FRC-FILE-STATUS NOT = "23"
029800                     SET FACT-RNP-UNAVAILABLE TO TRUE
029900                     MOVE 4 TO FACT-RNP-RETURN-CODE
030000                     STRING "RUN-CONTROL ENTRY NOT CLEARED -- "
030100                         "FILE STATUS " FRC-FILE-STATUS "."
030200                         DELIMITED BY SIZE INTO FACT-RNP-MESSAGE
030300                 END-IF
030400         END-DELETE
030500         CLOSE FRC-RUN-CONTROL-FILE
030600     END-IF.
030700 2000-EXIT.
030800     EXIT.
