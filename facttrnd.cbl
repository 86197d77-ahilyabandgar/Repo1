001900*                    OUTGROW THE WINDOW COMING, AND MOVE IT TO   *
002000*                    THE MULTI-STREAM JOB (FACTPARA) BEFORE IT   *
002100*                    HAPPENS RATHER THAN AT 7 AM AFTER.          *
002110*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002120*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002130*                    RUNHIST SHARED, AND CLEARS THE ENTRY AT THE *
002140*                    END.  THE RUN IS REFUSED WITH RETURN CODE   *
002150*                    12 (16 IF THE RUN-CONTROL FILE WILL NOT     *
002160*                    OPEN) WHILE ANOTHER JOB OR SESSION HOLDS    *
002170*                    ONE OF THOSE FILES IN A CONFLICTING MODE.   *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
013700*****************************************************************
013800 COPY FACTRPL.
013900
013907*****************************************************************
013914*   RUN CONTROL                                                  *
013921*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
013928*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
013935*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
013942*****************************************************************
013949 01  FTR-RUN-FILES.
013956     05  FILLER              PIC X(08)   VALUE "RUNHIST".
013963     05  FILLER              PIC X(01)   VALUE "S".
013970
013972 77  FTR-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
013974
013977 COPY FACTRNP.
013984
014000 PROCEDURE DIVISION.
014100*****************************************************************
014200*   0000-MAINLINE                                                *
014300*****************************************************************
014400 0000-MAINLINE.
014500     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
014510     IF FACT-RNP-GRANTED
014520         PERFORM 1000-INITIALIZE THRU 1000-EXIT
014530     ELSE
014540         SET FTR-ABORTED TO TRUE
014550     END-IF.
014600
014700     IF NOT FTR-ABORTED
014800         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
015300         CLOSE FTR-REPORT-FILE
015400     END-IF.
015500
015510     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
015600     STOP RUN.
015700
015800*****************************************************************
038900             INTO FTR-EXTREME-DATE-EDIT.
039000 5100-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400*   9000-START-RUN-CONTROL                                       *
039500*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
039600*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
039700*   CONFLICTING MODE.                                            *
039800*****************************************************************
039900 9000-START-RUN-CONTROL.
040000     SET FACT-RNP-START TO TRUE.
040100     MOVE "RunTrendProgram" TO FACT-RNP-PROGRAM.
040200     MOVE SPACES TO FACT-RNP-INSTANCE.
040300     SET FACT-RNP-BATCH TO TRUE.
040400     MOVE FTR-RUN-FILES TO FACT-RNP-FILES.
040500     CALL "FACTRCTL" USING FACT-RNP-AREA.
040600     IF NOT FACT-RNP-GRANTED
040700         DISPLAY FACT-RNP-MESSAGE
040800         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
040900     END-IF.
041000 9000-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400*   9100-END-RUN-CONTROL                                         *
041500*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
041510*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
041600*****************************************************************
041700 9100-END-RUN-CONTROL.
041800     IF FACT-RNP-GRANTED
041810         MOVE RETURN-CODE TO FTR-SAVED-RC
041900         SET FACT-RNP-END TO TRUE
042000         CALL "FACTRCTL" USING FACT-RNP-AREA
042100         IF NOT FACT-RNP-GRANTED
042200             DISPLAY FACT-RNP-MESSAGE
042300         END-IF
042310         MOVE FTR-SAVED-RC TO RETURN-CODE
042400     END-IF.
042500 9100-EXIT.
042600     EXIT.
