001700*                    ARE STILL OPENED AND CLOSED SO THEY COME   *
001800*                    OUT EMPTY RATHER THAN LEFT OVER FROM A     *
001900*                    PRIOR NIGHT.                               *
001910*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
001920*                    THROUGH FACTRCTL AT START-UP, HOLDING CLEAN *
001930*                    SHARED, AND CLEARS THE ENTRY AT THE END.    *
001940*                    THE RUN IS REFUSED WITH RETURN CODE 12 (16  *
001950*                    IF THE RUN-CONTROL FILE WILL NOT OPEN)      *
001960*                    WHILE ANOTHER JOB OR SESSION HOLDS ONE OF   *
001970*                    THOSE FILES IN A CONFLICTING MODE.          *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
009700 01  FSP-TOTAL-EDIT          PIC ZZZ,ZZZ,ZZ9.
009800 77  FSP-SUB                 PIC 9(01)   VALUE ZERO.
009900
009907*****************************************************************
009914*   RUN CONTROL                                                  *
009921*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
009928*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
009935*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
009942*****************************************************************
009949 01  FSP-RUN-FILES.
009956     05  FILLER              PIC X(08)   VALUE "CLEAN".
009963     05  FILLER              PIC X(01)   VALUE "S".
009970
009972 77  FSP-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
009974
009977 COPY FACTRNP.
009984
010000 PROCEDURE DIVISION.
010100*****************************************************************
010200*   0000-MAINLINE                                                *
010400*   STREAM FILES, AND DISPLAYS THE DEAL TOTALS.                 *
010500*****************************************************************
010600 0000-MAINLINE.
010700     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
010710     IF FACT-RNP-GRANTED
010720         PERFORM 1000-INITIALIZE THRU 1000-EXIT
010730     ELSE
010740         SET FSP-ABORTED TO TRUE
010750     END-IF.
010800
010900     IF NOT FSP-ABORTED
011000         PERFORM 2100-READ-INPUT THRU 2100-EXIT
011800         CLOSE FSP-STREAM4-FILE
011900     END-IF.
012000
012010     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
012100     STOP RUN.
012200
012300*****************************************************************
021200     DISPLAY "  STREAM " FSP-SUB " RECORDS: " FSP-TOTAL-EDIT.
021300 2600-EXIT.
021400     EXIT.
021500
021600*****************************************************************
021700*   9000-START-RUN-CONTROL                                       *
021800*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
021900*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
022000*   CONFLICTING MODE.                                            *
022100*****************************************************************
022200 9000-START-RUN-CONTROL.
022300     SET FACT-RNP-START TO TRUE.
022400     MOVE "StreamSplitProgram" TO FACT-RNP-PROGRAM.
022500     MOVE SPACES TO FACT-RNP-INSTANCE.
022600     SET FACT-RNP-BATCH TO TRUE.
022700     MOVE FSP-RUN-FILES TO FACT-RNP-FILES.
022800     CALL "FACTRCTL" USING FACT-RNP-AREA.
022900     IF NOT FACT-RNP-GRANTED
023000         DISPLAY FACT-RNP-MESSAGE
023100         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
023200     END-IF.
023300 9000-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*   9100-END-RUN-CONTROL                                         *
023800*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
023810*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
023900*****************************************************************
024000 9100-END-RUN-CONTROL.
024100     IF FACT-RNP-GRANTED
024110         MOVE RETURN-CODE TO FSP-SAVED-RC
024200         SET FACT-RNP-END TO TRUE
024300         CALL "FACTRCTL" USING FACT-RNP-AREA
024400         IF NOT FACT-RNP-GRANTED
024500             DISPLAY FACT-RNP-MESSAGE
024600         END-IF
024610         MOVE FSP-SAVED-RC TO RETURN-CODE
024700     END-IF.
024800 9100-EXIT.
024900     EXIT.
