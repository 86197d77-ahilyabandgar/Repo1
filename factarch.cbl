002100*                    THE TWO OUTPUT FILES, AND THE JCL          *
002200*                    REPLACES THE LIVE FILE ONLY AFTER THIS     *
002300*                    STEP ENDS CLEAN.                           *
002309*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002318*                    THROUGH FACTRCTL AT START-UP, HOLDING AUDIT *
002327*                    EXCLUSIVELY, AND CLEARS THE ENTRY AT THE    *
002336*                    END.  THE RUN IS REFUSED WITH RETURN CODE   *
002345*                    12 (16 IF THE RUN-CONTROL FILE WILL NOT     *
002354*                    OPEN) WHILE ANOTHER JOB OR SESSION HOLDS    *
002363*                    ONE OF THOSE FILES IN A CONFLICTING MODE.   *
002372*                    NOTHING MAY APPEND TO THE AUDIT LOG OR ITS  *
002381*                    STREAM FILES, OR HAVE IT OPEN FROM AN       *
002390*                    ONLINE SESSION, WHILE IT IS BEING SPLIT.    *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
011500*****************************************************************
011600 COPY FACTRPL.
011700
011707*****************************************************************
011714*   RUN CONTROL                                                  *
011721*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
011728*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
011735*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
011742*****************************************************************
011749 01  FAA-RUN-FILES.
011756     05  FILLER              PIC X(08)   VALUE "AUDIT".
011763     05  FILLER              PIC X(01)   VALUE "E".
011770
011772 77  FAA-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
011774
011777 COPY FACTRNP.
011784
011800 PROCEDURE DIVISION.
011900*****************************************************************
012000*   0000-MAINLINE                                                *
012200*   THE RETENTION REPORT.                                       *
012300*****************************************************************
012400 0000-MAINLINE.
012500     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
012510     IF FACT-RNP-GRANTED
012520         PERFORM 1000-INITIALIZE THRU 1000-EXIT
012530     ELSE
012540         SET FAA-ABORTED TO TRUE
012550     END-IF.
012600
012700     IF NOT FAA-ABORTED
012800         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
013500         CLOSE FAA-REPORT-FILE
013600     END-IF.
013700
013710     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
013800     STOP RUN.
013900
014000*****************************************************************
035200         DELIMITED BY SIZE INTO FAA-RANGE-TEXT.
035300 2950-EXIT.
035400     EXIT.
035500
035600*****************************************************************
035700*   9000-START-RUN-CONTROL                                       *
035800*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
035900*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
036000*   CONFLICTING MODE.                                            *
036100*****************************************************************
036200 9000-START-RUN-CONTROL.
036300     SET FACT-RNP-START TO TRUE.
036400     MOVE "AuditArchiveProgram" TO FACT-RNP-PROGRAM.
036500     MOVE SPACES TO FACT-RNP-INSTANCE.
036600     SET FACT-RNP-BATCH TO TRUE.
036700     MOVE FAA-RUN-FILES TO FACT-RNP-FILES.
036800     CALL "FACTRCTL" USING FACT-RNP-AREA.
036900     IF NOT FACT-RNP-GRANTED
037000         DISPLAY FACT-RNP-MESSAGE
037100         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
037200     END-IF.
037300 9000-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700*   9100-END-RUN-CONTROL                                         *
037800*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
037810*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
037900*****************************************************************
038000 9100-END-RUN-CONTROL.
038100     IF FACT-RNP-GRANTED
038110         MOVE RETURN-CODE TO FAA-SAVED-RC
038200         SET FACT-RNP-END TO TRUE
038300         CALL "FACTRCTL" USING FACT-RNP-AREA
038400         IF NOT FACT-RNP-GRANTED
038500             DISPLAY FACT-RNP-MESSAGE
038600         END-IF
038610         MOVE FAA-SAVED-RC TO RETURN-CODE
038700     END-IF.
038800 9100-EXIT.
038900     EXIT.
