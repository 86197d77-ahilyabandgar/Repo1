002792*                    OPEN, THE SCREEN SAYS SO AND FALLS BACK     *
002793*                    TO CALCULATE-ONLY SO THE OPERATOR IS        *
002794*                    NEVER DEAD IN THE WATER.                    *
002795*   10-15-2026  DLH  EACH AUDIT RECORD NOW CARRIES A STORE FLAG  *
002796*                    WHEN THE ATTEMPT ADDED ITS RESULT TO THE    *
002797*                    RESULTS MASTER, AND THE RESULT'S BIG-FLAG,  *
002798*                    FOR FORWARD RECOVERY OF THE MASTER FROM THE *
002799*                    AUDIT LOG.                                  *
00279A*   10-15-2026  DLH  A RESULTS-MASTER HIT NOW ADDS ONE TO THE    *
00279B*                    ENTRY'S REFERENCE COUNT AND SETS ITS        *
00279C*                    LAST-REFERENCED DATE TO TODAY               *
00279D*                    (5550-RECORD-REFERENCE), AND A STORE STARTS *
00279E*                    BOTH AFRESH, FOR THE MONTHLY MASTER USAGE   *
00279F*                    REPORT.                                     *
00279G*   10-15-2026  DLH  RECORDS THE SESSION ON THE RUN-CONTROL FILE *
00279H*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
00279I*                    MASTER AND AUDIT SHARED, AND CLEARS THE     *
00279J*                    ENTRY AT THE END.  THE SESSION IS REFUSED   *
00279K*                    WITH RETURN CODE 12 (16 IF THE RUN-CONTROL  *
00279L*                    FILE WILL NOT OPEN) WHILE ANOTHER JOB OR    *
00279M*                    SESSION HOLDS ONE OF THOSE FILES IN A       *
00279N*                    CONFLICTING MODE.  AN EXCLUSIVE JOB ON      *
00279O*                    EITHER FILE -- THE MASTER VERIFY, BACKUP,   *
00279P*                    OR RECOVERY, OR THE AUDIT ARCHIVE -- NOW    *
00279Q*                    REFUSES CLEANLY WHILE A SESSION IS OPEN     *
00279R*                    INSTEAD OF FAILING ON ITS OPEN, AND A       *
00279S*                    SESSION CANNOT START WHILE ONE OF THEM      *
00279T*                    RUNS.                                       *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
006391 77  FACT-MST-HIT-SWITCH     PIC X(01)   VALUE "N".
006392     88  FACT-MST-HIT                    VALUE "Y".
006393     88  FACT-MST-MISS                   VALUE "N".
006394
006395 77  FACT-MST-STORE-SWITCH   PIC X(01)   VALUE "N".
006396     88  FACT-MST-STORED                 VALUE "Y".
006397*    SET BY 5600-STORE-RESULT AND CLEARED ONCE THE ATTEMPT'S
006398*    AUDIT RECORD IS WRITTEN.
006400
006500 77  FACT-MAX-SAFE-NUMBER    PIC 9(04)   VALUE 19.
006600*    LARGEST NUMBER WHOSE FACTORIAL STILL FITS IN FACT-FACTORIAL
008130 01  FACT-CALC-DATE-X        PIC X(08)   VALUE SPACES.
008140 01  FACT-CALC-DATE-EDIT     PIC X(10)   VALUE SPACES.
008200
008206*****************************************************************
008212*   RUN CONTROL                                                  *
008218*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
008224*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
008230*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
008236*****************************************************************
008242 01  FACT-RUN-FILES.
008248     05  FILLER              PIC X(08)   VALUE "MASTER".
008254     05  FILLER              PIC X(01)   VALUE "S".
008260     05  FILLER              PIC X(08)   VALUE "AUDIT".
008266     05  FILLER              PIC X(01)   VALUE "S".
008272
008274 77  FACT-SAVED-RC           PIC S9(04) COMP  VALUE ZERO.
008276
008278 COPY FACTRNP.
008284
008300 SCREEN SECTION.
008400*****************************************************************
008500*   01  FACT-MAINT-SCREEN                                        *
011000*   PER PASS UNTIL THE OPERATOR PRESSES PF3 TO EXIT.            *
011100*****************************************************************
011200 0000-MAINLINE.
011210     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
011220     IF FACT-RNP-GRANTED
011230         PERFORM 0100-OPEN-MASTER-FILE THRU 0100-EXIT
011240         PERFORM 1000-PROCESS-SCREEN THRU 1000-EXIT
011250             UNTIL FACT-DONE
011260
011270         IF FACT-MST-AVAILABLE
011280             CLOSE FACT-MST-FILE
011290         END-IF
011300         PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT
011310     END-IF.
011500     STOP RUN.
011510
011520*****************************************************************
013500         ELSE
013600             SET FACT-NOT-REJECTED TO TRUE
013700             PERFORM 5500-LOOKUP-OR-CALCULATE THRU 5500-EXIT
013710             IF FACT-MST-HIT
013720                 PERFORM 5550-RECORD-REFERENCE THRU 5550-EXIT
013730             END-IF
013800             IF FACT-REJECTED
013900                 MOVE "*** RESULT EXCEEDS FIELD CAPACITY ***"
014000                     TO FACT-SCR-RESULT
017221     MOVE FACT-FACTORIAL TO FACT-MST-FACTORIAL-18.
017222     MOVE FACT-BIG-FACTORIAL TO FACT-MST-BIG-FACTORIAL.
017223     MOVE FACT-RUN-DATE-RAW TO FACT-MST-CALC-DATE.
017224     MOVE ZERO TO FACT-MST-REF-COUNT.
017225     MOVE FACT-RUN-DATE-RAW TO FACT-MST-LAST-REF-DATE.
017226     WRITE FACT-MST-RECORD
017227         INVALID KEY
017228             REWRITE FACT-MST-RECORD
017229     END-WRITE.
01722A     SET FACT-MST-STORED TO TRUE.
01722B 5600-EXIT.
01722Z     EXIT.
017230
017231*****************************************************************
017232*   5550-RECORD-REFERENCE                                       *
017233*   A HIT: ONE MORE REFERENCE ON THE ENTRY JUST READ, LAST      *
017234*   REFERENCED TODAY.  AN ENTRY STORED BEFORE THE USAGE FIELDS  *
017235*   EXISTED STARTS FROM ZERO.  A FAILED REWRITE (THE ENTRY WAS  *
017236*   PURGED SINCE THE READ) IS HARMLESS -- THE RESULT SHOWN IS   *
017237*   STILL GOOD.                                                 *
017238*****************************************************************
017240 5550-RECORD-REFERENCE.
017242     IF FACT-MST-REF-COUNT NOT NUMERIC
017244         MOVE ZERO TO FACT-MST-REF-COUNT
017246     END-IF.
017248     IF FACT-MST-REF-COUNT < 9999999
017250         ADD 1 TO FACT-MST-REF-COUNT
017252     END-IF.
017254     MOVE FACT-RUN-DATE-RAW TO FACT-MST-LAST-REF-DATE.
017256     REWRITE FACT-MST-RECORD
017258         INVALID KEY
017260             CONTINUE
017262     END-REWRITE.
017264 5550-EXIT.
017266     EXIT.
017268
017300*****************************************************************
017400*   1100-OPEN-AUDIT-FILE                                        *
017500*   OPENS FACT-AUDIT-FILE FOR EXTEND (APPEND); CREATES IT ON     *
020600             MOVE FACT-FACTORIAL-EDIT TO FACT-AUD-FACTORIAL
020700         END-IF
020800         MOVE "N" TO FACT-AUD-REJECT-FLAG
020850         MOVE FACT-BIG-NUMBER-FLAG TO FACT-AUD-BIG-FLAG
020900     END-IF.
020910
020920     IF FACT-MST-STORED
020930         SET FACT-AUD-STORED TO TRUE
020940         MOVE "N" TO FACT-MST-STORE-SWITCH
020950     END-IF.
021000
021100     WRITE FACT-AUD-RECORD.
021200 6000-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600*   9000-START-RUN-CONTROL                                       *
021700*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
021800*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
021900*   CONFLICTING MODE.                                            *
022000*****************************************************************
022100 9000-START-RUN-CONTROL.
022200     SET FACT-RNP-START TO TRUE.
022300     MOVE "FactorialOnlineProgram" TO FACT-RNP-PROGRAM.
022400     MOVE SPACES TO FACT-RNP-INSTANCE.
022500     SET FACT-RNP-ONLINE TO TRUE.
022600     MOVE FACT-RUN-FILES TO FACT-RNP-FILES.
022700     CALL "FACTRCTL" USING FACT-RNP-AREA.
022800     IF NOT FACT-RNP-GRANTED
022900         DISPLAY FACT-RNP-MESSAGE
023000         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
023100     END-IF.
023200 9000-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*   9100-END-RUN-CONTROL                                         *
023700*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
023710*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
023800*****************************************************************
023900 9100-END-RUN-CONTROL.
024000     IF FACT-RNP-GRANTED
024010         MOVE RETURN-CODE TO FACT-SAVED-RC
024100         SET FACT-RNP-END TO TRUE
024200         CALL "FACTRCTL" USING FACT-RNP-AREA
024300         IF NOT FACT-RNP-GRANTED
024400             DISPLAY FACT-RNP-MESSAGE
024500         END-IF
024510         MOVE FACT-SAVED-RC TO RETURN-CODE
024600     END-IF.
024700 9100-EXIT.
024800     EXIT.
