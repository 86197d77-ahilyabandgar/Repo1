002300*                    WITH THE REASON, OPERATOR, AND DATE SO      *
002400*                    THE DEPARTMENT CAN BE SHOWN WHAT WAS        *
002500*                    ABANDONED AND WHY.                          *
002510*   10-15-2026  DLH  EVERY CORRECTION AND PURGE IS ALSO APPENDED *
002520*                    TO THE REQUEST TRACKING LOG (FACTRQL) UNDER *
002530*                    THE CARD'S REQUEST ID, WITH THE OPERATOR,   *
002540*                    FOR THE REQUEST INQUIRY SCREEN.  THE        *
002550*                    CORRECTED CARD KEEPS ITS REQUEST ID.        *
002554*   10-15-2026  DLH  RECORDS THE SESSION ON THE RUN-CONTROL FILE *
002558*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002562*                    ERRORS, REFEED AND REQTRACK SHARED, AND     *
002566*                    CLEARS THE ENTRY AT THE END.  THE SESSION   *
002570*                    IS REFUSED WITH RETURN CODE 12 (16 IF THE   *
002574*                    RUN-CONTROL FILE WILL NOT OPEN) WHILE       *
002578*                    ANOTHER JOB OR SESSION HOLDS ONE OF THOSE   *
002582*                    FILES IN A CONFLICTING MODE.  NO            *
002586*                    CORRECTIONS CAN BE KEYED WHILE THE PRE-EDIT *
002590*                    IS REBUILDING THE ERROR FILE OR READING THE *
002594*                    REFEED FILE.                                *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003800     SELECT FEC-PURGE-FILE   ASSIGN TO "FACTPURG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FEC-PRG-STATUS.
004010
004020     SELECT FEC-TRACK-FILE   ASSIGN TO "FACTTRK"
004030         ORGANIZATION IS LINE SEQUENTIAL
004040         FILE STATUS IS FEC-TRK-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
005200 FD  FEC-PURGE-FILE
005300     RECORDING MODE IS F.
005400 01  FEC-PURGE-RECORD        PIC X(132).
005410
005420 FD  FEC-TRACK-FILE
005430     RECORDING MODE IS F.
005440 COPY FACTRQL.
005500
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
006900 77  FEC-ERR-STATUS          PIC X(02)   VALUE "00".
007000 77  FEC-REF-STATUS          PIC X(02)   VALUE "00".
007100 77  FEC-PRG-STATUS          PIC X(02)   VALUE "00".
007110 77  FEC-TRK-STATUS          PIC X(02)   VALUE "00".
007200
007300*****************************************************************
007400*   SESSION TOTALS -- DISPLAYED WHEN THE OPERATOR EXITS SO THE   *
013500     05  FEC-PL-CARD-IMAGE   PIC X(80).
013600     05  FILLER              PIC X(07)   VALUE SPACES.
013700
013705*****************************************************************
013710*   RUN CONTROL                                                  *
013715*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
013720*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
013725*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
013730*****************************************************************
013735 01  FEC-RUN-FILES.
013740     05  FILLER              PIC X(08)   VALUE "ERRORS".
013745     05  FILLER              PIC X(01)   VALUE "S".
013750     05  FILLER              PIC X(08)   VALUE "REFEED".
013755     05  FILLER              PIC X(01)   VALUE "S".
013760     05  FILLER              PIC X(08)   VALUE "REQTRACK".
013765     05  FILLER              PIC X(01)   VALUE "S".
013770
013771 77  FEC-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
013772
013775 COPY FACTRNP.
013780
013800 SCREEN SECTION.
013900*****************************************************************
014000*   01  FEC-CORRECT-SCREEN                                       *
018000*   PASS UNTIL THE FILE IS EXHAUSTED OR THE OPERATOR EXITS.     *
018100*****************************************************************
018200 0000-MAINLINE.
018300     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
018310     IF FACT-RNP-GRANTED
018320         PERFORM 1000-INITIALIZE THRU 1000-EXIT
018330     ELSE
018340         SET FEC-DONE TO TRUE
018350     END-IF.
018400
018500     IF NOT FEC-DONE
018600         PERFORM 2000-PROCESS-ONE-ERROR THRU 2000-EXIT
018800         CLOSE FEC-ERROR-FILE
018900         CLOSE FEC-REFEED-FILE
019000         CLOSE FEC-PURGE-FILE
019010         CLOSE FEC-TRACK-FILE
019100     END-IF.
019200
019300     PERFORM 5000-DISPLAY-SESSION-TOTALS THRU 5000-EXIT.
019310     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
019400     STOP RUN.
019500
019600*****************************************************************
021400         IF FEC-PRG-STATUS = "35"
021500             OPEN OUTPUT FEC-PURGE-FILE
021600         END-IF
021610         OPEN EXTEND FEC-TRACK-FILE
021620         IF FEC-TRK-STATUS = "35"
021630             OPEN OUTPUT FEC-TRACK-FILE
021640         END-IF
021700
021800         ACCEPT FEC-OPERATOR-ID FROM ENVIRONMENT "USER"
021900         ACCEPT FEC-RUN-DATE-RAW FROM DATE YYYYMMDD
032600     MOVE FACT-ERR-RAW-DATA(12:69) TO FEC-CW-REMARKS.
032700     WRITE FEC-REFEED-RECORD FROM FEC-CARD-WORK.
032800     ADD 1 TO FEC-CORRECT-COUNT.
032810
032820     MOVE SPACES TO FACT-RQT-RECORD.
032830     SET FACT-RQT-CORRECTED TO TRUE.
032840     MOVE FEC-CW-NUMBER TO FACT-RQT-NUMBER.
032850     MOVE FEC-CW-DEPT TO FACT-RQT-DEPT-CODE.
032860     MOVE "RE-FED FOR TONIGHT" TO FACT-RQT-DETAIL.
032870     PERFORM 4500-WRITE-TRACKING THRU 4500-EXIT.
032900 3000-EXIT.
033000     EXIT.
033100
034300     MOVE FACT-ERR-RAW-DATA TO FEC-PL-CARD-IMAGE.
034400     WRITE FEC-PURGE-RECORD FROM FEC-PURGE-LINE.
034500     ADD 1 TO FEC-PURGE-COUNT.
034510
034520     MOVE SPACES TO FACT-RQT-RECORD.
034530     SET FACT-RQT-PURGED TO TRUE.
034540     MOVE FACT-ERR-RAW-DATA(1:4) TO FACT-RQT-NUMBER.
034550     MOVE FACT-ERR-RAW-DATA(6:4) TO FACT-RQT-DEPT-CODE.
034560     MOVE FACT-ERR-REASON-DESC TO FACT-RQT-DETAIL.
034570     PERFORM 4500-WRITE-TRACKING THRU 4500-EXIT.
034600 4000-EXIT.
034700     EXIT.
034705
034710*****************************************************************
034715*   4500-WRITE-TRACKING                                          *
034720*   COMPLETES THE TRACKING RECORD STAGED BY THE CALLER -- THE    *
034725*   REQUEST ID FROM THE ERROR CARD, THE OPERATOR, DATE, AND      *
034730*   TIME -- AND APPENDS IT.  A CARD REJECTED BEFORE REQUEST IDS  *
034735*   WERE STAMPED HAS NO ID TO FILE IT UNDER AND IS NOT LOGGED;   *
034740*   ITS CORRECTION IS GIVEN A NEW ID WHEN IT IS RE-EDITED.       *
034745*****************************************************************
034750 4500-WRITE-TRACKING.
034755     IF FACT-ERR-REQUEST-ID IS NUMERIC
034760         MOVE FACT-ERR-REQUEST-ID TO FACT-RQT-REQUEST-ID
034765         ACCEPT FACT-RQT-DATE FROM DATE YYYYMMDD
034770         ACCEPT FACT-RQT-TIME FROM TIME
034775         MOVE FEC-OPERATOR-ID TO FACT-RQT-USERID
034780         WRITE FACT-RQT-RECORD
034785     END-IF.
034790 4500-EXIT.
034795     EXIT.
034800
034900*****************************************************************
035000*   5000-DISPLAY-SESSION-TOTALS                                  *
036400         FEC-COUNT-EDIT.
036500 5000-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*   9000-START-RUN-CONTROL                                       *
037000*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
037100*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
037200*   CONFLICTING MODE.                                            *
037300*****************************************************************
037400 9000-START-RUN-CONTROL.
037500     SET FACT-RNP-START TO TRUE.
037600     MOVE "ErrorCorrectionProgram" TO FACT-RNP-PROGRAM.
037700     MOVE SPACES TO FACT-RNP-INSTANCE.
037800     SET FACT-RNP-ONLINE TO TRUE.
037900     MOVE FEC-RUN-FILES TO FACT-RNP-FILES.
038000     CALL "FACTRCTL" USING FACT-RNP-AREA.
038100     IF NOT FACT-RNP-GRANTED
038200         DISPLAY FACT-RNP-MESSAGE
038300         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
038400     END-IF.
038500 9000-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*   9100-END-RUN-CONTROL                                         *
039000*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
039010*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
039100*****************************************************************
039200 9100-END-RUN-CONTROL.
039300     IF FACT-RNP-GRANTED
039310         MOVE RETURN-CODE TO FEC-SAVED-RC
039400         SET FACT-RNP-END TO TRUE
039500         CALL "FACTRCTL" USING FACT-RNP-AREA
039600         IF NOT FACT-RNP-GRANTED
039700             DISPLAY FACT-RNP-MESSAGE
039800         END-IF
039810         MOVE FEC-SAVED-RC TO RETURN-CODE
039900     END-IF.
040000 9100-EXIT.
040100     EXIT.
