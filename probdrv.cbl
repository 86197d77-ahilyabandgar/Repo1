002100*                    JOB REPLACES THE SPREADSHEET ARITHMETIC     *
002200*                    THE ACTUARIES USED TO FINISH BY HAND FROM   *
002300*                    THE FACTORIAL AND NPR/NCR REPORTS.          *
002310*   10-15-2026  DLH  NEW FUNCTION CODES C AND Q ASK FOR THE      *
002315*                    BINOMIAL OR POISSON CRITICAL VALUE AT THE   *
002320*                    TARGET CONFIDENCE ON THE CARD.  THE DETAIL  *
002325*                    LINE CARRIES THE CRITICAL R, THE POINT AND  *
002330*                    CUMULATIVE PROBABILITIES AT R, THE          *
002335*                    CONFIDENCE, AND THE CUMULATIVE PROBABILITY  *
002340*                    JUST BELOW R.  A CONFIDENCE OUT OF RANGE OR *
002345*                    ONE THE DISTRIBUTION CANNOT REACH IS        *
002350*                    REJECTED WITH ITS OWN REASON.               *
002356*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002362*                    THROUGH FACTRCTL AT START-UP AND CLEARS THE *
002368*                    ENTRY AT THE END, SO BATCHSTATUSPROGRAM     *
002374*                    SHOWS IT WHILE IT RUNS.  IT HOLDS NONE OF   *
002380*                    THE SHARED FACTORIAL FILES AND IS REFUSED   *
002386*                    ONLY IF THE RUN-CONTROL FILE WILL NOT OPEN  *
002392*                    (RETURN CODE 16).                           *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006800*   PROBCALC PARAMETER SET                                       *
006900*****************************************************************
007000 01  PRB-FUNC                PIC X(01)   VALUE SPACE.
007010     88  PRB-FUNC-CRITICAL               VALUE "C" "Q".
007100 01  PRB-N                   PIC 9(04)   VALUE ZERO.
007200 01  PRB-R                   PIC 9(04)   VALUE ZERO.
007300 01  PRB-PARM                PIC 9(03)V9(04) VALUE ZERO.
007500 01  PRB-CUM-PROB            PIC 9(01)V9(15) VALUE ZERO.
007600 01  PRB-ERROR-FLAG          PIC X(01)   VALUE "N".
007700     88  PRB-CALC-ERROR              VALUE "Y".
007710     88  PRB-CALC-UNREACHABLE        VALUE "U".
007720 01  PRB-CONFIDENCE          PIC 9(01)V9(06) VALUE ZERO.
007730 01  PRB-CUM-BELOW           PIC 9(01)V9(15) VALUE ZERO.
007800
007900*****************************************************************
008000*   BATCH CONTROL TOTALS AND REPORT PAGE CONTROL                 *
008300 01  PRB-WRITE-COUNT         PIC 9(08) COMP  VALUE ZERO.
008400 01  PRB-REJECT-COUNT        PIC 9(08) COMP  VALUE ZERO.
008500 01  PRB-RECON-TOTAL         PIC 9(08) COMP  VALUE ZERO.
008510 01  PRB-CRITICAL-COUNT      PIC 9(08) COMP  VALUE ZERO.
008600
008700 77  PRB-LINES-PER-PAGE      PIC 9(04) COMP  VALUE 55.
008800 77  PRB-LINE-COUNT          PIC 9(04) COMP  VALUE ZERO.
009900*****************************************************************
010000 COPY PRBRPL.
010100
010108*****************************************************************
010116*   RUN CONTROL                                                  *
010124*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
010132*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
010140*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
010148*****************************************************************
010156 01  PRB-RUN-FILES.
010164     05  FILLER              PIC X(09)   VALUE SPACES.
010172
010174 77  PRB-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
010176
010180 COPY FACTRNP.
010188
010200 PROCEDURE DIVISION.
010300*****************************************************************
010400*   0000-MAINLINE                                                *
010500*****************************************************************
010600 0000-MAINLINE.
010700     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
010710     IF FACT-RNP-GRANTED
010720         PERFORM 1000-INITIALIZE THRU 1000-EXIT
010730     ELSE
010740         SET PRB-ABORTED TO TRUE
010750     END-IF.
010800
010900     IF NOT PRB-ABORTED
011000         PERFORM 2100-READ-INPUT THRU 2100-EXIT
011500         CLOSE PRB-REPORT-FILE
011600     END-IF.
011700
011710     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
011800     STOP RUN.
011900
012000*****************************************************************
016400     MOVE "   PARM" TO PRB-H2-PARM-LIT.
016500     MOVE "POINT PROB" TO PRB-H2-POINT-LIT.
016600     MOVE "CUMULATIVE PROB" TO PRB-H2-CUM-LIT.
016610     MOVE "CONFIDENCE" TO PRB-H2-CONF-LIT.
016620     MOVE "CUM BELOW R" TO PRB-H2-BELOW-LIT.
016700     WRITE PRB-RPT-RECORD FROM PRB-RPT-HDR2.
016800
016900     MOVE SPACES TO PRB-RPT-LINE.
019800     MOVE PRB-IN-N TO PRB-N.
019900     MOVE PRB-IN-R TO PRB-R.
020000     MOVE PRB-IN-PARM TO PRB-PARM.
020010     MOVE ZERO TO PRB-CONFIDENCE.
020020     MOVE ZERO TO PRB-CUM-BELOW.
020100
020200     MOVE SPACES TO PRB-RPT-LINE.
020300     PERFORM 2300-EDIT-REQUEST THRU 2300-EXIT.
021700         MOVE PRB-PARM TO PRB-D-PARM
021800         MOVE PRB-POINT-PROB TO PRB-D-POINT
021900         MOVE PRB-CUM-PROB TO PRB-D-CUM
021910         IF PRB-FUNC-CRITICAL
021920             ADD 1 TO PRB-CRITICAL-COUNT
021930             MOVE PRB-CONFIDENCE TO PRB-D-CONF
021940             MOVE PRB-CUM-BELOW TO PRB-D-CUM-BELOW
021950         END-IF
022000         WRITE PRB-RPT-RECORD FROM PRB-RPT-DETAIL
022100     END-IF.
022200     ADD 1 TO PRB-LINE-COUNT.
022900*   2300-EDIT-REQUEST                                            *
023000*   THE SAME LIMIT CHECKS PROBCALC APPLIES, MADE HERE FIRST SO   *
023100*   THE REJECT LINE CAN SAY WHY.  POISSON IGNORES N, SO ONLY    *
023200*   THE PARAMETER IS CHECKED THERE.  THE CRITICAL-VALUE CODES   *
023210*   ADD THE CONFIDENCE, WHICH MUST BE ABOVE ZERO AND NOT ABOVE  *
023220*   ONE; A POISSON CUMULATIVE NEVER REACHES ONE, SO CERTAINTY   *
023230*   IS REFUSED THERE UP FRONT.                                  *
023300*****************************************************************
023400 2300-EDIT-REQUEST.
023500     MOVE PRB-IN-FUNC TO PRB-RJ-FUNC.
026000                 MOVE "*** LAMBDA MUST EXCEED ZERO ***"
026100                     TO PRB-RJ-MESSAGE
026200             END-IF
026210         WHEN PRB-IN-BIN-CRITICAL
026220             MOVE "BIN CRIT" TO PRB-FUNC-NAME
026230             EVALUATE TRUE
026240                 WHEN PRB-N > PRB-MAX-BIG-NUMBER
026250                     SET PRB-REJECTED TO TRUE
026260                     MOVE "*** N EXCEEDS MAXIMUM - REJECTED ***"
026270                         TO PRB-RJ-MESSAGE
026280                 WHEN PRB-PARM > 1
026290                     SET PRB-REJECTED TO TRUE
026300                     MOVE "*** P EXCEEDS 1.0000 - REJECTED ***"
026310                         TO PRB-RJ-MESSAGE
026320                 WHEN OTHER
026330                     PERFORM 2350-EDIT-CONFIDENCE THRU 2350-EXIT
026340             END-EVALUATE
026350         WHEN PRB-IN-POI-CRITICAL
026360             MOVE "POI CRIT" TO PRB-FUNC-NAME
026370             IF PRB-PARM = ZERO
026380                 SET PRB-REJECTED TO TRUE
026390                 MOVE "*** LAMBDA MUST EXCEED ZERO ***"
026400                     TO PRB-RJ-MESSAGE
026410             ELSE
026420                 PERFORM 2350-EDIT-CONFIDENCE THRU 2350-EXIT
026430                 IF PRB-NOT-REJECTED
026440                     AND PRB-CONFIDENCE = 1
026450                     SET PRB-REJECTED TO TRUE
026460                     MOVE "*** POISSON CANNOT REACH 1.000000 ***"
026470                         TO PRB-RJ-MESSAGE
026480                 END-IF
026490             END-IF
026500         WHEN OTHER
026510             SET PRB-REJECTED TO TRUE
026520             MOVE "*** FUNCTION CODE NOT B, P, C OR Q ***"
026600                 TO PRB-RJ-MESSAGE
026700     END-EVALUATE.
026800 2300-EXIT.
026900     EXIT.
026910
026920*****************************************************************
026930*   2350-EDIT-CONFIDENCE                                         *
026940*****************************************************************
026950 2350-EDIT-CONFIDENCE.
026955     IF PRB-IN-CONFIDENCE-X NOT NUMERIC
026960         SET PRB-REJECTED TO TRUE
026965         MOVE "*** CONFIDENCE NOT NUMERIC - REJECTED ***"
026970             TO PRB-RJ-MESSAGE
026975     ELSE
026980         MOVE PRB-IN-CONFIDENCE TO PRB-CONFIDENCE
026982         IF PRB-CONFIDENCE = ZERO
026984             OR PRB-CONFIDENCE > 1
026986             SET PRB-REJECTED TO TRUE
026988             MOVE "*** CONFIDENCE NOT ABOVE 0 AND AT MOST 1 ***"
026990                 TO PRB-RJ-MESSAGE
026992         END-IF
026994     END-IF.
026996 2350-EXIT.
026998     EXIT.
027000
027100*****************************************************************
027200*   3000-CALL-PROBCALC                                           *
027600*****************************************************************
027700 3000-CALL-PROBCALC.
027800     CALL "PROBCALC" USING PRB-FUNC PRB-N PRB-R PRB-PARM
027900         PRB-POINT-PROB PRB-CUM-PROB PRB-ERROR-FLAG
027950         PRB-CONFIDENCE PRB-CUM-BELOW.
028000     EVALUATE TRUE
028050         WHEN PRB-CALC-ERROR
028100             SET PRB-REJECTED TO TRUE
028200             MOVE "*** PROBCALC REJECTED THE REQUEST ***"
028300                 TO PRB-RJ-MESSAGE
028310         WHEN PRB-CALC-UNREACHABLE
028320             SET PRB-REJECTED TO TRUE
028330             MOVE "*** CONFIDENCE CANNOT BE REACHED ***"
028340                 TO PRB-RJ-MESSAGE
028400     END-EVALUATE.
028500 3000-EXIT.
028600     EXIT.
028700
031700     MOVE PRB-REJECT-COUNT TO PRB-F-VALUE.
031800     WRITE PRB-RPT-RECORD FROM PRB-RPT-FOOTER.
031900
031910     IF PRB-CRITICAL-COUNT > ZERO
031920         MOVE SPACES TO PRB-RPT-LINE
031930         MOVE "  CRITICAL VALUES RETURNED . ." TO PRB-F-LABEL
031940         MOVE PRB-CRITICAL-COUNT TO PRB-F-VALUE
031950         WRITE PRB-RPT-RECORD FROM PRB-RPT-FOOTER
031960         MOVE SPACES TO PRB-RPT-LINE
031970         MOVE "  CRITICAL VALUE R . . . . . ." TO PRB-R-LABEL
031980         MOVE "SMALLEST R WITH CUMULATIVE AT OR ABOVE CONFIDENCE"
031985             TO PRB-R-MESSAGE
031990         WRITE PRB-RPT-RECORD FROM PRB-RPT-RECON
031995     END-IF.
031997
032000     ADD PRB-WRITE-COUNT PRB-REJECT-COUNT
032100         GIVING PRB-RECON-TOTAL.
032200     MOVE SPACES TO PRB-RPT-LINE.
033100     WRITE PRB-RPT-RECORD FROM PRB-RPT-RECON.
033200 5000-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600*   9000-START-RUN-CONTROL                                       *
033700*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
033800*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
033900*   CONFLICTING MODE.                                            *
034000*****************************************************************
034100 9000-START-RUN-CONTROL.
034200     SET FACT-RNP-START TO TRUE.
034300     MOVE "ProbabilityProgram" TO FACT-RNP-PROGRAM.
034400     MOVE SPACES TO FACT-RNP-INSTANCE.
034500     SET FACT-RNP-BATCH TO TRUE.
034600     MOVE PRB-RUN-FILES TO FACT-RNP-FILES.
034700     CALL "FACTRCTL" USING FACT-RNP-AREA.
034800     IF NOT FACT-RNP-GRANTED
034900         DISPLAY FACT-RNP-MESSAGE
035000         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
035100     END-IF.
035200 9000-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600*   9100-END-RUN-CONTROL                                         *
035700*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
035710*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
035800*****************************************************************
035900 9100-END-RUN-CONTROL.
036000     IF FACT-RNP-GRANTED
036010         MOVE RETURN-CODE TO PRB-SAVED-RC
036100         SET FACT-RNP-END TO TRUE
036200         CALL "FACTRCTL" USING FACT-RNP-AREA
036300         IF NOT FACT-RNP-GRANTED
036400             DISPLAY FACT-RNP-MESSAGE
036500         END-IF
036510         MOVE PRB-SAVED-RC TO RETURN-CODE
036600     END-IF.
036700 9100-EXIT.
036800     EXIT.
