003300*                    LAMBDA RANGE OF THE REQUEST CARD WORKS.     *
003310*                    PROBABILITIES SMALLER THAN 10**-15 RETURN   *
003320*                    AS ZERO.                                    *
003325*   10-15-2026  DLH  NEW FUNCTION CODES C (BINOMIAL) AND Q       *
003330*                    (POISSON) RETURN THE CRITICAL VALUE -- THE  *
003335*                    SMALLEST R WHOSE CUMULATIVE PROBABILITY     *
003340*                    REACHES THE CONFIDENCE PASSED IN THE NEW    *
003345*                    LK-CONFIDENCE PARAMETER -- WITH THE         *
003350*                    CUMULATIVE PROBABILITY AT R AND, IN THE NEW *
003355*                    LK-CUM-BELOW PARAMETER, JUST BELOW IT.  R   *
003360*                    IS FOUND BY BISECTION OVER THE EXISTING     *
003365*                    FORWARD PATHS, SO A CRITICAL-VALUE ANSWER   *
003370*                    ALWAYS AGREES WITH THE B OR P REQUEST FOR   *
003375*                    THE SAME R.  A CONFIDENCE THE DISTRIBUTION  *
003380*                    CANNOT REACH RETURNS ERROR FLAG U.          *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 DATA DIVISION.
010910*    SET WHEN THE UPPER-TAIL TERM HAS ROUNDED TO ZERO AND THE
010920*    WALK CAN STOP.
010930
010940 77  PBC-LOW-R                PIC 9(04) COMP  VALUE ZERO.
010950 77  PBC-HIGH-R               PIC 9(04) COMP  VALUE ZERO.
010960 77  PBC-MID-R                PIC 9(04) COMP  VALUE ZERO.
010970*    CRITICAL-VALUE BISECTION BOUNDS: THE ANSWER IS ALWAYS
010980*    BETWEEN LOW AND HIGH, AND HIGH ALWAYS REACHES THE
010985*    CONFIDENCE.
010990
011000 LINKAGE SECTION.
011100*****************************************************************
011200*   CALLING-PROGRAM PARAMETERS                                  *
011400 01  LK-FUNC                 PIC X(01).
011500     88  LK-FUNC-BINOMIAL                VALUE "B".
011600     88  LK-FUNC-POISSON                 VALUE "P".
011610     88  LK-FUNC-BIN-CRITICAL            VALUE "C".
011620     88  LK-FUNC-POI-CRITICAL            VALUE "Q".
011700
011800 01  LK-N                    PIC 9(04).
011900 01  LK-R                    PIC 9(04).
012000 01  LK-PARM                 PIC 9(03)V9(04).
012100*    BINOMIAL: THE SUCCESS PROBABILITY P, 0 THROUGH 1.0000.
012200*    POISSON:  THE MEAN LAMBDA, GREATER THAN ZERO.
012210*    FOR C AND Q, LK-R IS RETURNED AS THE CRITICAL VALUE.
012300
012400 01  LK-POINT-PROB           PIC 9(01)V9(15).
012500 01  LK-CUM-PROB             PIC 9(01)V9(15).
012600 01  LK-ERROR-FLAG           PIC X(01).
012700     88  LK-PROB-ERROR                   VALUE "Y".
012800     88  LK-PROB-OK                      VALUE "N".
012810     88  LK-PROB-UNREACHABLE             VALUE "U".
012820
012830 01  LK-CONFIDENCE           PIC 9(01)V9(06).
012840*    C AND Q ONLY: THE TARGET CUMULATIVE PROBABILITY, ABOVE
012850*    ZERO AND NOT ABOVE ONE.
012860 01  LK-CUM-BELOW            PIC 9(01)V9(15).
012870*    C AND Q ONLY: THE CUMULATIVE PROBABILITY THROUGH R - 1.
012900
013000 PROCEDURE DIVISION USING LK-FUNC LK-N LK-R LK-PARM
013100         LK-POINT-PROB LK-CUM-PROB LK-ERROR-FLAG
013150         LK-CONFIDENCE LK-CUM-BELOW.
013200*****************************************************************
013300*   0000-MAINLINE                                                *
013400*   VALIDATES THE REQUEST AND DISPATCHES THE FUNCTION CODE.     *
013500*   ANY VALIDATION FAILURE RETURNS THE ERROR FLAG WITH BOTH     *
013600*   PROBABILITIES ZERO.  A CRITICAL-VALUE REQUEST WHOSE          *
013650*   CONFIDENCE CANNOT BE REACHED RETURNS FLAG U INSTEAD.         *
013700*****************************************************************
013800 0000-MAINLINE.
013900     SET LK-PROB-OK TO TRUE.
014000     MOVE ZERO TO LK-POINT-PROB.
014100     MOVE ZERO TO LK-CUM-PROB.
014150     MOVE ZERO TO LK-CUM-BELOW.
014200
014300     EVALUATE TRUE
014400         WHEN LK-FUNC-BINOMIAL
015500             ELSE
015600                 PERFORM 3000-POISSON THRU 3000-EXIT
015700             END-IF
015710         WHEN LK-FUNC-BIN-CRITICAL
015720             IF LK-N > PBC-MAX-BIG-NUMBER
015730                 OR LK-PARM > 1
015740                 OR LK-CONFIDENCE = ZERO
015750                 OR LK-CONFIDENCE > 1
015760                 SET LK-PROB-ERROR TO TRUE
015770             ELSE
015780                 MOVE LK-N TO PBC-HIGH-R
015790                 PERFORM 4000-CRITICAL-VALUE THRU 4000-EXIT
015800             END-IF
015810         WHEN LK-FUNC-POI-CRITICAL
015820             IF LK-PARM = ZERO
015830                 OR LK-CONFIDENCE = ZERO
015840                 OR LK-CONFIDENCE > 1
015850                 SET LK-PROB-ERROR TO TRUE
015860             ELSE
015870                 MOVE LK-PARM TO PBC-LAMBDA
015880                 MOVE PBC-LAMBDA TO PBC-LAMBDA-INT
015890                 COMPUTE PBC-HIGH-R =
015900                     PBC-LAMBDA-INT + PBC-TAIL-LIMIT
015910                 PERFORM 4000-CRITICAL-VALUE THRU 4000-EXIT
015920             END-IF
015930         WHEN OTHER
015940             SET LK-PROB-ERROR TO TRUE
016000     END-EVALUATE.
016100
016200     GOBACK.
034600     END-IF.
034700 3000-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*   4000-CRITICAL-VALUE                                          *
035200*   SMALLEST R, 0 THROUGH THE HIGH BOUND SET BY THE CALLER,     *
035300*   WHOSE CUMULATIVE PROBABILITY REACHES LK-CONFIDENCE.  THE    *
035400*   CUMULATIVE PROBABILITY NEVER FALLS AS R GROWS, SO THE       *
035500*   RANGE IS HALVED UNTIL ONE R IS LEFT -- AT MOST A DOZEN      *
035600*   FORWARD CALCULATIONS EVEN FOR THE LARGEST LAMBDA.  IF THE   *
035700*   HIGH BOUND ITSELF FALLS SHORT, OR A POISSON REQUEST ASKS    *
035800*   FOR CERTAINTY (THE POISSON CUMULATIVE NEVER TRULY REACHES   *
035900*   ONE), THE CONFIDENCE CANNOT BE REACHED.                      *
036000*****************************************************************
036100 4000-CRITICAL-VALUE.
036200     IF LK-FUNC-POI-CRITICAL
036300         AND LK-CONFIDENCE = 1
036400         SET LK-PROB-UNREACHABLE TO TRUE
036500     ELSE
036600         MOVE ZERO TO PBC-LOW-R
036700         MOVE PBC-HIGH-R TO LK-R
036800         PERFORM 4200-CUMULATIVE-AT-R THRU 4200-EXIT
036900         IF LK-CUM-PROB < LK-CONFIDENCE
037000             SET LK-PROB-UNREACHABLE TO TRUE
037100             MOVE ZERO TO LK-POINT-PROB
037200             MOVE ZERO TO LK-CUM-PROB
037300         ELSE
037400             PERFORM 4100-BISECT-STEP THRU 4100-EXIT
037500                 UNTIL PBC-LOW-R >= PBC-HIGH-R
037600             PERFORM 4300-RETURN-CRITICAL THRU 4300-EXIT
037700         END-IF
037800     END-IF.
038900 4000-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300*   4100-BISECT-STEP                                             *
039400*   KEEPS WHICHEVER HALF OF THE RANGE STILL HOLDS THE ANSWER.   *
039500*****************************************************************
039600 4100-BISECT-STEP.
039700     COMPUTE PBC-MID-R = (PBC-LOW-R + PBC-HIGH-R) / 2.
039800     MOVE PBC-MID-R TO LK-R.
039900     PERFORM 4200-CUMULATIVE-AT-R THRU 4200-EXIT.
040000     IF LK-CUM-PROB >= LK-CONFIDENCE
040100         MOVE PBC-MID-R TO PBC-HIGH-R
040200     ELSE
040300         COMPUTE PBC-LOW-R = PBC-MID-R + 1
040400     END-IF.
040500 4100-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*   4200-CUMULATIVE-AT-R                                         *
041000*   THE FORWARD CALCULATION FOR LK-R ON THE DISTRIBUTION THE    *
041100*   CRITICAL-VALUE CODE NAMES.                                   *
041200*****************************************************************
041300 4200-CUMULATIVE-AT-R.
041400     MOVE ZERO TO LK-POINT-PROB.
041500     MOVE ZERO TO LK-CUM-PROB.
041600     IF LK-FUNC-BIN-CRITICAL
041700         PERFORM 2000-BINOMIAL THRU 2000-EXIT
041800     ELSE
041900         PERFORM 3000-POISSON THRU 3000-EXIT
042000     END-IF.
042100 4200-EXIT.
042200     EXIT.
042300
042400*****************************************************************
042500*   4300-RETURN-CRITICAL                                         *
042600*   THE CUMULATIVE PROBABILITY JUST BELOW THE CRITICAL R (ZERO  *
042700*   WHEN R IS ZERO), THEN THE POINT AND CUMULATIVE AT R ITSELF. *
042800*****************************************************************
042900 4300-RETURN-CRITICAL.
043000     IF PBC-HIGH-R > ZERO
043100         COMPUTE LK-R = PBC-HIGH-R - 1
043200         PERFORM 4200-CUMULATIVE-AT-R THRU 4200-EXIT
043300         MOVE LK-CUM-PROB TO LK-CUM-BELOW
043400     END-IF.
043500
043600     MOVE PBC-HIGH-R TO LK-R.
043700     PERFORM 4200-CUMULATIVE-AT-R THRU 4200-EXIT.
043800 4300-EXIT.
043900     EXIT.
