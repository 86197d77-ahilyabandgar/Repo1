000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DeptConvertProgram.
000300 AUTHOR. DATA-PROCESSING-DIVISION.
000400 INSTALLATION. SCHEDULING-AND-ACTUARIAL-SYSTEMS.
000500 DATE-WRITTEN. 10-15-2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*   MODIFICATION HISTORY                                         *
000900*   ------------------------------------------------------------*
001000*   10-15-2026  DLH  ORIGINAL PROGRAM.  ONE-TIME LOAD OF THE     *
001100*                    DEPARTMENT MASTER FROM THE COMPILED         *
001200*                    DEPARTMENT TABLE (FACTDPL) IT REPLACES, RUN *
001300*                    BY FACTDMDF RIGHT AFTER THE CLUSTER IS      *
001400*                    DEFINED.  EVERY TABLE ENTRY BECOMES AN      *
001500*                    ACTIVE, OPEN-ENDED DEPARTMENT EFFECTIVE FROM*
001600*                    01-01-1900, SO EVERY CARD THAT PASSED THE   *
001700*                    TABLE STILL PASSES THE MASTER.  COST CENTER *
001800*                    AND CONTACT ARE LEFT FOR THE MAINTENANCE    *
001900*                    SCREEN.  EACH LOAD IS LOGGED ON THE         *
002000*                    DEPARTMENT MAINTENANCE AUDIT LIKE A SCREEN  *
002100*                    ADD.  A CODE ALREADY ON THE MASTER IS LEFT  *
002200*                    ALONE, SO A RESUBMIT CHANGES NOTHING.       *
002210*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002220*                    THROUGH FACTRCTL AT START-UP, HOLDING DEPT  *
002230*                    EXCLUSIVELY, DEPTAUD SHARED, AND CLEARS THE *
002240*                    ENTRY AT THE END.  THE RUN IS REFUSED WITH  *
002250*                    RETURN CODE 12 (16 IF THE RUN-CONTROL FILE  *
002260*                    WILL NOT OPEN) WHILE ANOTHER JOB OR SESSION *
002270*                    HOLDS ONE OF THOSE FILES IN A CONFLICTING   *
002280*                    MODE.                                       *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FACT-DPM-FILE    ASSIGN TO "FACTDPT"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS FACT-DPM-CODE
003100         FILE STATUS IS FDC-DPM-STATUS.
003200
003300     SELECT FDC-DAUDIT-FILE  ASSIGN TO "FACTDAUD"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FDC-DAUD-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  FACT-DPM-FILE.
004000 COPY FACTDML.
004100
004200 FD  FDC-DAUDIT-FILE
004300     RECORDING MODE IS F.
004400 COPY FACTDAL.
004500
004600 WORKING-STORAGE SECTION.
004700*****************************************************************
004800*   SWITCHES AND FILE STATUSES                                   *
004900*****************************************************************
005000 77  FDC-ABORT-SWITCH        PIC X(01)   VALUE "N".
005100     88  FDC-ABORTED                     VALUE "Y".
005200
005300 77  FDC-DPM-STATUS          PIC X(02)   VALUE "00".
005400 77  FDC-DAUD-STATUS         PIC X(02)   VALUE "00".
005500
005600 77  FDC-DEPT-SUB            PIC 9(04) COMP  VALUE ZERO.
005700
005800 77  FDC-OPERATOR-ID         PIC X(08)   VALUE "FACTDMDF".
005900*    STAMPED AS THE MAINTAINING OPERATOR ON THE LOADED RECORDS
006000*    AND THEIR AUDIT ENTRIES -- THE JOB THAT DID THE LOAD.
006100 77  FDC-EFFECTIVE-DATE      PIC 9(08)   VALUE 19000101.
006200 01  FDC-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
006300
006400 01  FDC-LOADED-COUNT        PIC 9(08) COMP  VALUE ZERO.
006500 01  FDC-SKIPPED-COUNT       PIC 9(08) COMP  VALUE ZERO.
006600 01  FDC-COUNT-EDIT          PIC ZZZ9.
006700
006800*****************************************************************
006900*   DEPARTMENT TABLE BEING CONVERTED                             *
007000*****************************************************************
007100 COPY FACTDPL.
007200
007206*****************************************************************
007212*   RUN CONTROL                                                  *
007218*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
007224*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
007230*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
007236*****************************************************************
007242 01  FDC-RUN-FILES.
007248     05  FILLER              PIC X(08)   VALUE "DEPT".
007254     05  FILLER              PIC X(01)   VALUE "E".
007260     05  FILLER              PIC X(08)   VALUE "DEPTAUD".
007266     05  FILLER              PIC X(01)   VALUE "S".
007272
007274 77  FDC-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
007276
007278 COPY FACTRNP.
007284
007300 PROCEDURE DIVISION.
007400*****************************************************************
007500*   0000-MAINLINE                                                *
007600*****************************************************************
007700 0000-MAINLINE.
007800     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
007810     IF FACT-RNP-GRANTED
007820         PERFORM 1000-INITIALIZE THRU 1000-EXIT
007830     ELSE
007840         SET FDC-ABORTED TO TRUE
007850     END-IF.
007900
008000     IF NOT FDC-ABORTED
008100         PERFORM 2000-LOAD-DEPT THRU 2000-EXIT
008200             VARYING FDC-DEPT-SUB FROM 1 BY 1
008300             UNTIL FDC-DEPT-SUB > FDP-DEPT-COUNT
008400         CLOSE FACT-DPM-FILE
008500         CLOSE FDC-DAUDIT-FILE
008600         MOVE FDC-LOADED-COUNT TO FDC-COUNT-EDIT
008700         DISPLAY "DEPARTMENTS LOADED . . . . . . " FDC-COUNT-EDIT
008800         MOVE FDC-SKIPPED-COUNT TO FDC-COUNT-EDIT
008900         DISPLAY "ALREADY ON MASTER, LEFT ALONE. " FDC-COUNT-EDIT
009000     END-IF.
009100
009110     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
009200     STOP RUN.
009300
009400*****************************************************************
009500*   1000-INITIALIZE                                              *
009600*   OPENS THE NEWLY DEFINED MASTER I-O (LOADING THE EMPTY        *
009700*   CLUSTER) AND THE DEPARTMENT MAINTENANCE AUDIT FOR APPEND.    *
009800*****************************************************************
009900 1000-INITIALIZE.
010000     ACCEPT FDC-RUN-DATE-RAW FROM DATE YYYYMMDD.
010100
010200     OPEN I-O FACT-DPM-FILE.
010300     IF FDC-DPM-STATUS = "35"
010400         OPEN OUTPUT FACT-DPM-FILE
010500         CLOSE FACT-DPM-FILE
010600         OPEN I-O FACT-DPM-FILE
010700     END-IF.
010800     IF FDC-DPM-STATUS NOT = "00"
010900         DISPLAY "FACTDPT DID NOT OPEN -- FILE STATUS "
011000             FDC-DPM-STATUS ", DEPARTMENT LOAD ABANDONED."
011100         SET FDC-ABORTED TO TRUE
011200         MOVE 16 TO RETURN-CODE
011300     ELSE
011400         OPEN EXTEND FDC-DAUDIT-FILE
011500         IF FDC-DAUD-STATUS = "35"
011600             OPEN OUTPUT FDC-DAUDIT-FILE
011700         END-IF
011800     END-IF.
011900 1000-EXIT.
012000     EXIT.
012100
012200*****************************************************************
012300*   2000-LOAD-DEPT                                               *
012400*   WRITES ONE TABLE ENTRY TO THE MASTER AND LOGS IT.            *
012500*****************************************************************
012600 2000-LOAD-DEPT.
012700     MOVE SPACES TO FACT-DPM-RECORD.
012800     MOVE FDP-DEPT-CODE(FDC-DEPT-SUB) TO FACT-DPM-CODE.
012900     MOVE FDP-DEPT-NAME(FDC-DEPT-SUB) TO FACT-DPM-NAME.
013000     SET FACT-DPM-ACTIVE TO TRUE.
013100     MOVE FDC-EFFECTIVE-DATE TO FACT-DPM-EFFECTIVE-DATE.
013200     MOVE ZERO TO FACT-DPM-EXPIRY-DATE.
013300     MOVE FDC-RUN-DATE-RAW TO FACT-DPM-MAINT-DATE.
013400     MOVE FDC-OPERATOR-ID TO FACT-DPM-MAINT-OPER.
013500
013600     WRITE FACT-DPM-RECORD
013700         INVALID KEY
013800             ADD 1 TO FDC-SKIPPED-COUNT
013900         NOT INVALID KEY
014000             ADD 1 TO FDC-LOADED-COUNT
014100             PERFORM 2100-WRITE-DEPT-AUDIT THRU 2100-EXIT
014200     END-WRITE.
014300 2000-EXIT.
014400     EXIT.
014500
014600*****************************************************************
014700*   2100-WRITE-DEPT-AUDIT                                        *
014800*   LOGS THE LOADED DEPARTMENT AS AN ADD WITH NO BEFORE IMAGE.   *
014900*****************************************************************
015000 2100-WRITE-DEPT-AUDIT.
015100     MOVE SPACES TO FACT-DPA-RECORD.
015200     ACCEPT FACT-DPA-DATE FROM DATE YYYYMMDD.
015300     ACCEPT FACT-DPA-TIME FROM TIME.
015400     MOVE FDC-OPERATOR-ID TO FACT-DPA-OPERATOR.
015500     SET FACT-DPA-ADD TO TRUE.
015600     MOVE FACT-DPM-CODE TO FACT-DPA-CODE.
015700     MOVE SPACES TO FACT-DPA-BEFORE-IMAGE.
015800     MOVE FACT-DPM-RECORD TO FACT-DPA-AFTER-IMAGE.
015900     WRITE FACT-DPA-RECORD.
016000 2100-EXIT.
016100     EXIT.
016200
016300*****************************************************************
016400*   9000-START-RUN-CONTROL                                       *
016500*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
016600*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
016700*   CONFLICTING MODE.                                            *
016800*****************************************************************
016900 9000-START-RUN-CONTROL.
017000     SET FACT-RNP-START TO TRUE.
017100     MOVE "DeptConvertProgram" TO FACT-RNP-PROGRAM.
017200     MOVE SPACES TO FACT-RNP-INSTANCE.
017300     SET FACT-RNP-BATCH TO TRUE.
017400     MOVE FDC-RUN-FILES TO FACT-RNP-FILES.
017500     CALL "FACTRCTL" USING FACT-RNP-AREA.
017600     IF NOT FACT-RNP-GRANTED
017700         DISPLAY FACT-RNP-MESSAGE
017800         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
017900     END-IF.
018000 9000-EXIT.
018100     EXIT.
018200
018300*****************************************************************
018400*   9100-END-RUN-CONTROL                                         *
018500*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
018510*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
018600*****************************************************************
018700 9100-END-RUN-CONTROL.
018800     IF FACT-RNP-GRANTED
018810         MOVE RETURN-CODE TO FDC-SAVED-RC
018900         SET FACT-RNP-END TO TRUE
019000         CALL "FACTRCTL" USING FACT-RNP-AREA
019100         IF NOT FACT-RNP-GRANTED
019200             DISPLAY FACT-RNP-MESSAGE
019300         END-IF
019310         MOVE FDC-SAVED-RC TO RETURN-CODE
019400     END-IF.
019500 9100-EXIT.
019600     EXIT.
