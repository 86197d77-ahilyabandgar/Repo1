001900*                    STILL IN PROGRESS IS FLAGGED SO THE        *
002000*                    COMBINED TOTALS ARE NEVER MISTAKEN FOR A   *
002100*                    CLEAN NIGHT.                               *
002110*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002120*                    THROUGH FACTRCTL AT START-UP, HOLDING CKPT  *
002130*                    SHARED, AND CLEARS THE ENTRY AT THE END.    *
002140*                    THE RUN IS REFUSED WITH RETURN CODE 12 (16  *
002150*                    IF THE RUN-CONTROL FILE WILL NOT OPEN)      *
002160*                    WHILE ANOTHER JOB OR SESSION HOLDS ONE OF   *
002170*                    THOSE FILES IN A CONFLICTING MODE.          *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
010800*****************************************************************
010900 COPY FACTRPL.
011000
011007*****************************************************************
011014*   RUN CONTROL                                                  *
011021*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
011028*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
011035*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
011042*****************************************************************
011049 01  FMG-RUN-FILES.
011056     05  FILLER              PIC X(08)   VALUE "CKPT".
011063     05  FILLER              PIC X(01)   VALUE "S".
011070
011072 77  FMG-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
011074
011077 COPY FACTRNP.
011084
011100 PROCEDURE DIVISION.
011200*****************************************************************
011300*   0000-MAINLINE                                                *
011500*   PER-STREAM AND COMBINED TOTALS FROM THE CHECKPOINT ROWS.    *
011600*****************************************************************
011700 0000-MAINLINE.
011800     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
011810     IF FACT-RNP-GRANTED
011820         PERFORM 1000-INITIALIZE THRU 1000-EXIT
011830     ELSE
011840         SET FMG-ABORTED TO TRUE
011850     END-IF.
011900
012000     IF NOT FMG-ABORTED
012100         PERFORM 2000-COPY-STREAM-REPORTS THRU 2000-EXIT
012400         CLOSE FACT-CKPT-FILE
012500     END-IF.
012600
012610     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
012700     STOP RUN.
012800
012900*****************************************************************
029400     WRITE FMG-COMBINED-RECORD FROM FMG-STREAM-LINE.
029500 3100-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*   9000-START-RUN-CONTROL                                       *
030000*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
030100*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
030200*   CONFLICTING MODE.                                            *
030300*****************************************************************
030400 9000-START-RUN-CONTROL.
030500     SET FACT-RNP-START TO TRUE.
030600     MOVE "StreamMergeProgram" TO FACT-RNP-PROGRAM.
030700     MOVE SPACES TO FACT-RNP-INSTANCE.
030800     SET FACT-RNP-BATCH TO TRUE.
030900     MOVE FMG-RUN-FILES TO FACT-RNP-FILES.
031000     CALL "FACTRCTL" USING FACT-RNP-AREA.
031100     IF NOT FACT-RNP-GRANTED
031200         DISPLAY FACT-RNP-MESSAGE
031300         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
031400     END-IF.
031500 9000-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*   9100-END-RUN-CONTROL                                         *
032000*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
032010*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
032100*****************************************************************
032200 9100-END-RUN-CONTROL.
032300     IF FACT-RNP-GRANTED
032310         MOVE RETURN-CODE TO FMG-SAVED-RC
032400         SET FACT-RNP-END TO TRUE
032500         CALL "FACTRCTL" USING FACT-RNP-AREA
032600         IF NOT FACT-RNP-GRANTED
032700             DISPLAY FACT-RNP-MESSAGE
032800         END-IF
032810         MOVE FMG-SAVED-RC TO RETURN-CODE
032900     END-IF.
033000 9100-EXIT.
033100     EXIT.
