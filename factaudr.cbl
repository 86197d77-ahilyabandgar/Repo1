001780*                    SAME ANALYSIS STREAM AS CALCULATIONS.  A    *
001790*                    MISSING MAINTENANCE FILE SIMPLY MEANS NO    *
001791*                    MAINTENANCE HAS EVER BEEN DONE.             *
001792*   10-15-2026  DLH  THE MAINTENANCE-ACTIONS SECTION NOW NAMES   *
001793*                    THE QUARANTINE RECORDS MASTERVERIFYPROGRAM  *
001794*                    WRITES.                                     *
001795*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
001798*                    THROUGH FACTRCTL AT START-UP, HOLDING AUDIT *
00179B*                    AND MAUDIT SHARED, AND CLEARS THE ENTRY AT  *
00179E*                    THE END.  THE RUN IS REFUSED WITH RETURN    *
00179H*                    CODE 12 (16 IF THE RUN-CONTROL FILE WILL    *
00179K*                    NOT OPEN) WHILE ANOTHER JOB OR SESSION      *
00179N*                    HOLDS ONE OF THOSE FILES IN A CONFLICTING   *
00179Q*                    MODE.                                       *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
012100*****************************************************************
012200 COPY FACTARL.
012300
012306*****************************************************************
012312*   RUN CONTROL                                                  *
012318*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
012324*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
012330*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
012336*****************************************************************
012342 01  FAR-RUN-FILES.
012348     05  FILLER              PIC X(08)   VALUE "AUDIT".
012354     05  FILLER              PIC X(01)   VALUE "S".
012360     05  FILLER              PIC X(08)   VALUE "MAUDIT".
012366     05  FILLER              PIC X(01)   VALUE "S".
012372
012374 77  FAR-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
012376
012378 COPY FACTRNP.
012384
012400 PROCEDURE DIVISION.
012500*****************************************************************
012600*   0000-MAINLINE                                                *
013000*   SECTION, AND FINISHES WITH THE CONTROL-TOTAL FOOTER.         *
013100*****************************************************************
013200 0000-MAINLINE.
013300     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
013310     IF FACT-RNP-GRANTED
013320         PERFORM 1000-INITIALIZE THRU 1000-EXIT
013330     ELSE
013340         SET FAR-ABORTED TO TRUE
013350     END-IF.
013400
013500     IF NOT FAR-ABORTED
013600         PERFORM 2000-TALLY-PASS THRU 2000-EXIT
014100         CLOSE FAR-REPORT-FILE
014200     END-IF.
014300
014310     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
014400     STOP RUN.
014500
014600*****************************************************************
047340             MOVE "PURGE" TO FAR-MD-FUNCTION
047350         WHEN FACT-MNT-INQ-AFTER-PURGE
047360             MOVE "INQ AFTER PURGE" TO FAR-MD-FUNCTION
047365         WHEN FACT-MNT-QUARANTINE
047367             MOVE "QUARANTINE" TO FAR-MD-FUNCTION
047370         WHEN OTHER
047380             MOVE FACT-MNT-FUNCTION TO FAR-MD-FUNCTION
047390     END-EVALUATE.
047690     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
047700 5000-EXIT.
047710     EXIT.
047810
047910*****************************************************************
048010*   9000-START-RUN-CONTROL                                       *
048110*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
048210*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
048310*   CONFLICTING MODE.                                            *
048410*****************************************************************
048510 9000-START-RUN-CONTROL.
048610     SET FACT-RNP-START TO TRUE.
048710     MOVE "AuditReportProgram" TO FACT-RNP-PROGRAM.
048810     MOVE SPACES TO FACT-RNP-INSTANCE.
048910     SET FACT-RNP-BATCH TO TRUE.
049010     MOVE FAR-RUN-FILES TO FACT-RNP-FILES.
049110     CALL "FACTRCTL" USING FACT-RNP-AREA.
049210     IF NOT FACT-RNP-GRANTED
049310         DISPLAY FACT-RNP-MESSAGE
049410         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
049510     END-IF.
049610 9000-EXIT.
049710     EXIT.
049810
049910*****************************************************************
050010*   9100-END-RUN-CONTROL                                         *
050110*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
050120*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
050210*****************************************************************
050310 9100-END-RUN-CONTROL.
050410     IF FACT-RNP-GRANTED
050420         MOVE RETURN-CODE TO FAR-SAVED-RC
050510         SET FACT-RNP-END TO TRUE
050610         CALL "FACTRCTL" USING FACT-RNP-AREA
050710         IF NOT FACT-RNP-GRANTED
050810             DISPLAY FACT-RNP-MESSAGE
050910         END-IF
050920         MOVE FAR-SAVED-RC TO RETURN-CODE
051010     END-IF.
051110 9100-EXIT.
051210     EXIT.
