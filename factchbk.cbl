002100*                    LOOKUPS, AND LOG RECORDS FROM BEFORE THE    *
002200*                    CODE WAS CARRIED) FALL TO A SINGLE          *
002300*                    NOT-BILLABLE LINE RATHER THAN VANISHING.    *
002310*   10-15-2026  DLH  DEPARTMENT NAMES NOW COME FROM THE          *
002320*                    DEPARTMENT MASTER FILE (FACTDML) IN PLACE   *
002330*                    OF THE COMPILED TABLE.  RETIRED             *
002340*                    DEPARTMENTS STAY ON THE MASTER, SO THEIR    *
002350*                    HISTORY STILL BILLS UNDER THEIR NAME, AND   *
002360*                    A NEW STATUS COLUMN FLAGS THEM INACTIVE     *
002370*                    WITH THE DATE THEY EXPIRED.                 *
002373*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002376*                    THROUGH FACTRCTL AT START-UP, HOLDING AUDIT *
002379*                    AND DEPT SHARED, AND CLEARS THE ENTRY AT    *
002382*                    THE END.  THE RUN IS REFUSED WITH RETURN    *
002385*                    CODE 12 (16 IF THE RUN-CONTROL FILE WILL    *
002388*                    NOT OPEN) WHILE ANOTHER JOB OR SESSION      *
002391*                    HOLDS ONE OF THOSE FILES IN A CONFLICTING   *
002394*                    MODE.                                       *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003200     SELECT FCB-REPORT-FILE  ASSIGN TO "FACTCRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FCB-RPT-STATUS.
003410
003420     SELECT FCB-DEPT-FILE    ASSIGN TO "FACTDPT"
003430         ORGANIZATION IS INDEXED
003440         ACCESS MODE IS RANDOM
003450         RECORD KEY IS FACT-DPM-CODE
003460         FILE STATUS IS FCB-DPM-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004200 FD  FCB-REPORT-FILE
004300     RECORDING MODE IS F.
004400 01  FCB-RPT-RECORD          PIC X(132).
004410
004420 FD  FCB-DEPT-FILE.
004430 COPY FACTDML.
004500
004600 WORKING-STORAGE SECTION.
004700*****************************************************************
005900
006000 77  FCB-AUD-STATUS          PIC X(02)   VALUE "00".
006100 77  FCB-RPT-STATUS          PIC X(02)   VALUE "00".
006110 77  FCB-DPM-STATUS          PIC X(02)   VALUE "00".
006200
006300*****************************************************************
006400*   DEPARTMENT TALLY TABLE                                       *
007200 77  FCB-OTHERS-SLOT         PIC 9(04) COMP  VALUE 50.
007300 77  FCB-TALLY-COUNT         PIC 9(04) COMP  VALUE ZERO.
007400 77  FCB-T-SUB               PIC 9(04) COMP  VALUE ZERO.
007600
007700 01  FCB-TALLY-TABLE.
007800     05  FCB-TALLY-ENTRY     OCCURS 50 TIMES.
008300
008400 01  FCB-WORK-CODE           PIC X(04)   VALUE SPACES.
008500
008600 01  FCB-EXPIRY-DATE-X       PIC X(08)   VALUE SPACES.
008700 01  FCB-EXPIRY-DATE-EDIT    PIC X(10)   VALUE SPACES.
009000
009100*****************************************************************
009200*   CONTROL TOTALS                                               *
011100*****************************************************************
011200 COPY FACTCBL.
011300
011306*****************************************************************
011312*   RUN CONTROL                                                  *
011318*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
011324*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
011330*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
011336*****************************************************************
011342 01  FCB-RUN-FILES.
011348     05  FILLER              PIC X(08)   VALUE "AUDIT".
011354     05  FILLER              PIC X(01)   VALUE "S".
011360     05  FILLER              PIC X(08)   VALUE "DEPT".
011366     05  FILLER              PIC X(01)   VALUE "S".
011372
011374 77  FCB-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
011376
011378 COPY FACTRNP.
011384
011400 PROCEDURE DIVISION.
011500*****************************************************************
011600*   0000-MAINLINE                                                *
011800*   CHARGE-BACK LINES AND THE CONTROL-TOTAL FOOTER.              *
011900*****************************************************************
012000 0000-MAINLINE.
012100     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
012110     IF FACT-RNP-GRANTED
012120         PERFORM 1000-INITIALIZE THRU 1000-EXIT
012130     ELSE
012140         SET FCB-ABORTED TO TRUE
012150     END-IF.
012200
012300     IF NOT FCB-ABORTED
012400         PERFORM 2000-TALLY-PASS THRU 2000-EXIT
012500         PERFORM 3000-DEPT-SUMMARY THRU 3000-EXIT
012600         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
012700         CLOSE FCB-REPORT-FILE
012750         CLOSE FCB-DEPT-FILE
012800     END-IF.
012900
012910     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
013000     STOP RUN.
013100
013200*****************************************************************
013300*   1000-INITIALIZE                                              *
013400*   OPENS THE AUDIT LOG, THE DEPARTMENT MASTER, AND THE REPORT,  *
013500*   CLEARS THE TALLY TABLE, AND WRITES THE FIRST PAGE HEADER.    *
013600*****************************************************************
013700 1000-INITIALIZE.
013800     OPEN INPUT FACT-AUDIT-FILE.
014100             FCB-AUD-STATUS ", CHARGE-BACK REPORT ABANDONED."
014200         SET FCB-ABORTED TO TRUE
014300         MOVE 16 TO RETURN-CODE
014310     ELSE
014320         OPEN INPUT FCB-DEPT-FILE
014330         IF FCB-DPM-STATUS NOT = "00"
014340             DISPLAY "FACTDPT DID NOT OPEN -- FILE STATUS "
014350                 FCB-DPM-STATUS ", CHARGE-BACK REPORT ABANDONED."
014360             SET FCB-ABORTED TO TRUE
014370             MOVE 16 TO RETURN-CODE
014380             CLOSE FACT-AUDIT-FILE
014390         END-IF
014395     END-IF.
014397
014398     IF NOT FCB-ABORTED
014500         OPEN OUTPUT FCB-REPORT-FILE
014600
014700         MOVE ZERO TO FCB-TALLY-COUNT
031300     MOVE "   ATTEMPTS" TO FCB-DH-ATTEMPT-LIT.
031400     MOVE "    ACCEPTS" TO FCB-DH-ACCEPT-LIT.
031500     MOVE "    REJECTS" TO FCB-DH-REJECT-LIT.
031550     MOVE "STATUS" TO FCB-DH-STATUS-LIT.
031600     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
031700
031800     PERFORM 3100-WRITE-DEPT-LINE THRU 3100-EXIT
033000*****************************************************************
033100*   3100-WRITE-DEPT-LINE                                         *
033200*   ONE CHARGE-BACK LINE PER TALLY ENTRY.  THE NAME COMES FROM   *
033300*   THE DEPARTMENT MASTER; CODES NOT ON THE MASTER (INCLUDING    *
033400*   THE BLANK AND OVERFLOW BUCKETS) GET AN EXPLANATORY NAME.     *
033500*****************************************************************
033600 3100-WRITE-DEPT-LINE.
035500
035600*****************************************************************
035700*   3200-RESOLVE-DEPT-NAME                                       *
035800*   READS THE DEPARTMENT MASTER FOR THE TALLY ENTRY'S CODE.      *
035900*   A CODE THAT PASSED THE PRE-EDIT IS ALWAYS FOUND -- RETIRED   *
036000*   DEPARTMENTS ARE DEACTIVATED, NEVER DELETED -- AND ONE NOW    *
036100*   INACTIVE IS FLAGGED WITH ITS EXPIRY DATE.  A CODE NOT ON     *
036200*   THE MASTER AT ALL IS FLAGGED RATHER THAN LEFT BLANK.         *
036300*****************************************************************
036400 3200-RESOLVE-DEPT-NAME.
036500     MOVE FCB-T-CODE(FCB-T-SUB) TO FACT-DPM-CODE.
036600     READ FCB-DEPT-FILE
036700         INVALID KEY
036800             MOVE "*NOT ON DEPT MASTER*" TO FCB-DD-NAME
036900         NOT INVALID KEY
037000             MOVE FACT-DPM-NAME TO FCB-DD-NAME
037100             IF FACT-DPM-INACTIVE
037200                 PERFORM 3250-FORMAT-INACTIVE THRU 3250-EXIT
037300             END-IF
037400     END-READ.
037500 3200-EXIT.
037600     EXIT.
037700
037800*****************************************************************
037900*   3250-FORMAT-INACTIVE                                         *
038000*****************************************************************
038100 3250-FORMAT-INACTIVE.
038200     MOVE FACT-DPM-EXPIRY-DATE TO FCB-EXPIRY-DATE-X.
038300     MOVE SPACES TO FCB-EXPIRY-DATE-EDIT.
038400     STRING FCB-EXPIRY-DATE-X(1:4) "-" FCB-EXPIRY-DATE-X(5:2) "-"
038500         FCB-EXPIRY-DATE-X(7:2) DELIMITED BY SIZE
038600             INTO FCB-EXPIRY-DATE-EDIT.
038650     STRING "INACTIVE " FCB-EXPIRY-DATE-EDIT
038660         DELIMITED BY SIZE INTO FCB-DD-STATUS.
038700 3250-EXIT.
038800     EXIT.
038900
041300     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
041400 5000-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*   9000-START-RUN-CONTROL                                       *
041900*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
042000*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
042100*   CONFLICTING MODE.                                            *
042200*****************************************************************
042300 9000-START-RUN-CONTROL.
042400     SET FACT-RNP-START TO TRUE.
042500     MOVE "DeptChargebackProgram" TO FACT-RNP-PROGRAM.
042600     MOVE SPACES TO FACT-RNP-INSTANCE.
042700     SET FACT-RNP-BATCH TO TRUE.
042800     MOVE FCB-RUN-FILES TO FACT-RNP-FILES.
042900     CALL "FACTRCTL" USING FACT-RNP-AREA.
043000     IF NOT FACT-RNP-GRANTED
043100         DISPLAY FACT-RNP-MESSAGE
043200         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
043300     END-IF.
043400 9000-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800*   9100-END-RUN-CONTROL                                         *
043900*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
043910*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
044000*****************************************************************
044100 9100-END-RUN-CONTROL.
044200     IF FACT-RNP-GRANTED
044210         MOVE RETURN-CODE TO FCB-SAVED-RC
044300         SET FACT-RNP-END TO TRUE
044400         CALL "FACTRCTL" USING FACT-RNP-AREA
044500         IF NOT FACT-RNP-GRANTED
044600             DISPLAY FACT-RNP-MESSAGE
044700         END-IF
044710         MOVE FCB-SAVED-RC TO RETURN-CODE
044800     END-IF.
044900 9100-EXIT.
045000     EXIT.
