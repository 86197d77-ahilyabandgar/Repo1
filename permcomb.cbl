002418*                    AND WRITES NO FACTORIAL AUDIT RECORDS --    *
002419*                    THE COMBINE PATH NEVER COMPUTED             *
002420*                    FACTORIALS TO AUDIT IN THE FIRST PLACE.     *
002427*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002434*                    THROUGH FACTRCTL AT START-UP, HOLDING AUDIT *
002441*                    SHARED, AND CLEARS THE ENTRY AT THE END.    *
002448*                    THE RUN IS REFUSED WITH RETURN CODE 12 (16  *
002455*                    IF THE RUN-CONTROL FILE WILL NOT OPEN)      *
002462*                    WHILE ANOTHER JOB OR SESSION HOLDS ONE OF   *
002469*                    THOSE FILES IN A CONFLICTING MODE.  A BATCH *
002476*                    RUN IS RECORDED AS A BATCH JOB AND AN       *
002483*                    INTERACTIVE RUN AS A SESSION.               *
002490*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
009395*****************************************************************
009396 COPY PMCRPL.
009398
009399*****************************************************************
00939B*   RUN CONTROL                                                  *
00939D*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
00939F*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
00939H*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
00939J*****************************************************************
00939L 01  PMC-RUN-FILES.
00939N     05  FILLER              PIC X(08)   VALUE "AUDIT".
00939P     05  FILLER              PIC X(01)   VALUE "S".
00939R
00939T COPY FACTRNP.
00939V
00939W 77  PMC-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
00939Y
009400 PROCEDURE DIVISION.
009500*****************************************************************
009600*   0000-MAINLINE                                                *
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200
010210     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
010220
010230     IF FACT-RNP-GRANTED
010240         IF PMC-MODE-BATCH
010250             PERFORM 7000-BATCH-DRIVER THRU 7000-EXIT
010260         ELSE
010270             PERFORM 1500-INTERACTIVE THRU 1500-EXIT
010280         END-IF
010290         PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT
010300     END-IF.
010800
011600     STOP RUN.
011700
045200     WRITE PMC-RPT-RECORD FROM PMC-RPT-RECON.
045300 7600-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*   9000-START-RUN-CONTROL                                       *
045800*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
045900*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
046000*   CONFLICTING MODE.                                            *
046100*****************************************************************
046200 9000-START-RUN-CONTROL.
046300     SET FACT-RNP-START TO TRUE.
046400     MOVE "PermComboProgram" TO FACT-RNP-PROGRAM.
046500     MOVE SPACES TO FACT-RNP-INSTANCE.
046600     IF PMC-MODE-BATCH
046700         SET FACT-RNP-BATCH TO TRUE
046800     ELSE
046900         SET FACT-RNP-ONLINE TO TRUE
047000     END-IF.
047100     MOVE PMC-RUN-FILES TO FACT-RNP-FILES.
047200     CALL "FACTRCTL" USING FACT-RNP-AREA.
047300     IF NOT FACT-RNP-GRANTED
047400         DISPLAY FACT-RNP-MESSAGE
047500         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
047600     END-IF.
047700 9000-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100*   9100-END-RUN-CONTROL                                         *
048200*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
048210*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
048300*****************************************************************
048400 9100-END-RUN-CONTROL.
048500     IF FACT-RNP-GRANTED
048510         MOVE RETURN-CODE TO PMC-SAVED-RC
048600         SET FACT-RNP-END TO TRUE
048700         CALL "FACTRCTL" USING FACT-RNP-AREA
048800         IF NOT FACT-RNP-GRANTED
048900             DISPLAY FACT-RNP-MESSAGE
049000         END-IF
049010         MOVE PMC-SAVED-RC TO RETURN-CODE
049100     END-IF.
049200 9100-EXIT.
049300     EXIT.
