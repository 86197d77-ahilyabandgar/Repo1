00549Q*                    RELYING ON OPERATOR NOTES.  THE CHECKPOINT  *
00549R*                    ROW IS OVERWRITTEN EVERY RUN AND KEEPS NO   *
00549S*                    TIMES; THE HISTORY FILE IS ONLY APPENDED.   *
00549T*   10-15-2026  DLH  THE REQUEST ID STAMPED BY THE PRE-EDIT     *
00549U*                    (CARD COLUMNS 67-80) IS NOW CARRIED FROM    *
00549V*                    THE INPUT AND RECYCLE RECORDS TO THE AUDIT  *
00549W*                    LOG AND THE TYPE-D EXTRACT RECORDS (NOW 120 *
00549X*                    BYTES) FOR THE REQUEST INQUIRY.             *
005500*   10-15-2026  DLH  EACH AUDIT RECORD NOW CARRIES A STORE FLAG  *
005505*                    (SET WHEN 5600-STORE-RESULT ADDED THE       *
005510*                    RESULT TO THE RESULTS MASTER) AND THE       *
005515*                    RESULT'S BIG-FLAG, SO THE MASTER CAN BE     *
005520*                    FORWARD-RECOVERED FROM THE AUDIT LOG AFTER  *
005525*                    A RELOAD FROM BACKUP WITHOUT RECOMPUTING    *
005530*                    ANYTHING.                                   *
005540*   10-15-2026  DLH  EVERY RESULTS-MASTER HIT NOW ADDS ONE TO    *
005545*                    THE ENTRY'S REFERENCE COUNT AND SETS ITS    *
005550*                    LAST-REFERENCED DATE TO THE RUN DATE        *
005555*                    (5550-RECORD-REFERENCE); A STORE STARTS     *
005560*                    BOTH AFRESH.  THE RUN'S HIT AND MISS COUNTS *
005565*                    ARE WRITTEN ON THE RUN-HISTORY ROW FOR THE  *
005570*                    MONTHLY MASTER USAGE REPORT.                *
005571*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
005572*                    THROUGH FACTRCTL ONCE THE RUN MODE IS       *
005573*                    KNOWN, AND CLEARS THE ENTRY AT THE END.  A  *
005574*                    BATCH OR RESTART RUN IS RECORDED UNDER ITS  *
005575*                    RUN ID AND HOLDS MASTER, AUDIT, EXTRACT,    *
005576*                    CKPT, RECYCLE AND RUNHIST SHARED, SO        *
005577*                    PARALLEL STREAMS RUN SIDE BY SIDE BUT THE   *
005578*                    VERIFY, ARCHIVE, BACKUP, RECOVERY AND       *
005579*                    ACKNOWLEDGEMENT RECONCILIATION JOBS CANNOT  *
005580*                    RUN UNDER IT.  A RECYCLE RUN HOLDS RECYCLE  *
005581*                    EXCLUSIVELY.  AN INTERACTIVE LOOKUP HOLDS   *
005582*                    AUDIT SHARED.  THE RUN IS REFUSED WITH      *
005583*                    RETURN CODE 12 (16 IF THE RUN-CONTROL FILE  *
005584*                    WILL NOT OPEN) WHILE ANOTHER JOB OR SESSION *
005585*                    HOLDS ONE OF ITS FILES IN A CONFLICTING     *
005586*                    MODE.                                       *
005587*   10-15-2026  DLH  A MODE "C" RUN FLAGS ITS AUDIT RECORDS BY   *
005588*                    SOURCE SO THE MORNING DISTRIBUTION CAN HAND *
005589*                    EACH RECOVERED RESULT TO ITS DEPARTMENT.    *
005590*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
012066     88  FACT-MST-HIT                    VALUE "Y".
012074     88  FACT-MST-MISS                   VALUE "N".
012082
012083 77  FACT-MST-STORE-SWITCH   PIC X(01)   VALUE "N".
012084     88  FACT-MST-STORED                 VALUE "Y".
012085*    SET BY 5600-STORE-RESULT AND CLEARED ONCE THE ATTEMPT'S
012086*    AUDIT RECORD IS WRITTEN, SO THE AUDIT LOG SAYS WHICH
012087*    ATTEMPTS ADDED A RESULT TO THE MASTER.
012088
012090 77  FACT-OPEN-FAIL-SWITCH   PIC X(01)   VALUE "N".
012097     88  FACT-OPEN-FAILED                VALUE "Y".
012105*    SET WHEN THE CHECKPOINT OR RESULTS MASTER CLUSTER FAILS
013200 01  FACT-READ-COUNT         PIC 9(08) COMP  VALUE ZERO.
013300 01  FACT-WRITE-COUNT        PIC 9(08) COMP  VALUE ZERO.
013400 01  FACT-REJECT-COUNT       PIC 9(08) COMP  VALUE ZERO.
013410 01  FACT-MST-HIT-COUNT      PIC 9(08) COMP  VALUE ZERO.
013420 01  FACT-MST-MISS-COUNT     PIC 9(08) COMP  VALUE ZERO.
013430*    RESULTS-MASTER LOOKUPS THAT HIT AND MISSED THIS RUN, FOR
013440*    THE RUN-HISTORY ROW.
013500 01  FACT-CKPT-QUOTIENT      PIC 9(08) COMP  VALUE ZERO.
013600 01  FACT-CKPT-REMAINDER     PIC 9(04) COMP  VALUE ZERO.
013700
015660*    REQUESTING-DEPARTMENT CODE OF THE RECORD IN HAND, CARRIED
015670*    TO THE AUDIT AND EXTRACT RECORDS.  SPACES ON INTERACTIVE
015680*    LOOKUPS, WHICH DO NOT COME THROUGH THE CARD FEED.
015690 01  FACT-REQUEST-ID         PIC X(14)   VALUE SPACES.
015695*    REQUEST ID OF THE RECORD IN HAND, CARRIED THE SAME WAY.
015700 01  FACT-FACTORIAL          PIC 9(18)   VALUE 1.
015800 01  FACT-BIG-FACTORIAL      PIC X(80)   VALUE SPACES.
015900 01  FACT-BIG-NUMBER-FLAG    PIC X(01)   VALUE "N".
016600
016700 01  FACT-FACTORIAL-EDIT     PIC Z(17)9.
016800
016802*****************************************************************
016804*   RUN CONTROL                                                  *
016806*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
016808*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
016810*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
016812*****************************************************************
016814 01  FACT-RUN-BATCH-FILES.
016816     05  FILLER              PIC X(08)   VALUE "MASTER".
016818     05  FILLER              PIC X(01)   VALUE "S".
016820     05  FILLER              PIC X(08)   VALUE "AUDIT".
016822     05  FILLER              PIC X(01)   VALUE "S".
016824     05  FILLER              PIC X(08)   VALUE "EXTRACT".
016826     05  FILLER              PIC X(01)   VALUE "S".
016828     05  FILLER              PIC X(08)   VALUE "CKPT".
016830     05  FILLER              PIC X(01)   VALUE "S".
016832     05  FILLER              PIC X(08)   VALUE "RECYCLE".
016834     05  FILLER              PIC X(01)   VALUE "S".
016836     05  FILLER              PIC X(08)   VALUE "RUNHIST".
016838     05  FILLER              PIC X(01)   VALUE "S".
016840*    BATCH AND RESTART RUNS, UNDER THE RUN ID AS INSTANCE.
016842
016844 01  FACT-RUN-RECYCLE-FILES.
016846     05  FILLER              PIC X(08)   VALUE "RECYCLE".
016848     05  FILLER              PIC X(01)   VALUE "E".
016850     05  FILLER              PIC X(08)   VALUE "MASTER".
016852     05  FILLER              PIC X(01)   VALUE "S".
016854     05  FILLER              PIC X(08)   VALUE "AUDIT".
016856     05  FILLER              PIC X(01)   VALUE "S".
016858     05  FILLER              PIC X(08)   VALUE "RUNHIST".
016860     05  FILLER              PIC X(01)   VALUE "S".
016862*    RECYCLE RUNS, UNDER INSTANCE FACTRCYC.  THE RECYCLE FILE IS
016864*    READ AND REPLACED, SO IT IS HELD EXCLUSIVELY.
016866
016868 01  FACT-RUN-LOOKUP-FILES.
016870     05  FILLER              PIC X(08)   VALUE "AUDIT".
016872     05  FILLER              PIC X(01)   VALUE "S".
016874*    INTERACTIVE LOOKUPS, RECORDED AS A SESSION.
016876
016877 77  FACT-SAVED-RC           PIC S9(04) COMP  VALUE ZERO.
016878 COPY FACTRNP.
016880
016900 PROCEDURE DIVISION.
017000*****************************************************************
017100*   0000-MAINLINE                                               *
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700
017710     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
017720
017730     IF FACT-RNP-GRANTED
017740         IF FACT-MODE-BATCH OR FACT-MODE-BATCH-RESTART
017750             PERFORM 2000-BATCH-DRIVER THRU 2000-EXIT
017760         ELSE
017770             IF FACT-MODE-RECYCLE
017780                 PERFORM 7000-RECYCLE-DRIVER THRU 7000-EXIT
017790             ELSE
017800                 PERFORM 3000-INTERACTIVE THRU 3000-EXIT
017810             END-IF
017820         END-IF
017830         PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT
017840     END-IF.
018300
018400     STOP RUN.
018500
036700     PERFORM 2250-CHECK-PAGE-BREAK THRU 2250-EXIT.
036800     MOVE FACT-IN-NUMBER TO FACT-NUMBER.
036850     MOVE FACT-IN-DEPT-CODE TO FACT-DEPT-CODE.
036860     MOVE FACT-IN-REQUEST-ID TO FACT-REQUEST-ID.
036900     MOVE SPACES TO FACT-RPT-LINE.
037000     MOVE FACT-NUMBER TO FACT-D-NUMBER.
037100     ADD 1 TO FACT-READ-COUNT.
050020     MOVE "D" TO FACT-EXT-REC-TYPE.
050021     MOVE FACT-NUMBER TO FACT-EXT-NUMBER.
050022     MOVE FACT-DEPT-CODE TO FACT-EXT-DEPT-CODE.
050023     MOVE FACT-REQUEST-ID TO FACT-EXT-REQUEST-ID.
050024
050025     IF FACT-REJECTED
050026         MOVE "R" TO FACT-EXT-STATUS
050027         MOVE "N" TO FACT-EXT-BIG-FLAG
050078         OPEN OUTPUT FACT-HIST-FILE
050079     END-IF.
050080
050081     ACCEPT FACT-END-TIME FROM TIME.
050082     MOVE SPACES TO FACT-HST-RECORD.
050083     MOVE FACT-RUN-DATE-RAW TO FACT-HST-RUN-DATE.
050084     MOVE FACT-RUN-ID TO FACT-HST-RUN-ID.
050085     MOVE FACT-START-TIME TO FACT-HST-START-TIME.
050086     MOVE FACT-END-TIME TO FACT-HST-END-TIME.
050087     MOVE FACT-READ-COUNT TO FACT-HST-READ-COUNT.
050088     MOVE FACT-WRITE-COUNT TO FACT-HST-WRITE-COUNT.
050089     MOVE FACT-REJECT-COUNT TO FACT-HST-REJECT-COUNT.
050090     MOVE FACT-MST-HIT-COUNT TO FACT-HST-HIT-COUNT.
050091     MOVE FACT-MST-MISS-COUNT TO FACT-HST-MISS-COUNT.
050092     WRITE FACT-HST-RECORD.
050094
050095     CLOSE FACT-HIST-FILE.
050600     DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING.
050700     ACCEPT FACT-NUMBER.
050750     MOVE SPACES TO FACT-DEPT-CODE.
050760     MOVE SPACES TO FACT-REQUEST-ID.
050800
050900     IF FACT-NUMBER > FACT-MAX-BIG-NUMBER
051000         SET FACT-REJECTED TO TRUE
054500     ACCEPT FACT-AUD-USERID FROM ENVIRONMENT "USER".
054600     MOVE FACT-NUMBER TO FACT-AUD-NUMBER.
054650     MOVE FACT-DEPT-CODE TO FACT-AUD-DEPT-CODE.
054660     MOVE FACT-REQUEST-ID TO FACT-AUD-REQUEST-ID.
054700
054800     IF FACT-REJECTED
054900         MOVE "N/A - OVERFLOW" TO FACT-AUD-FACTORIAL
055600             MOVE FACT-FACTORIAL-EDIT TO FACT-AUD-FACTORIAL
055700         END-IF
055800         MOVE "N" TO FACT-AUD-REJECT-FLAG
055850         MOVE FACT-BIG-NUMBER-FLAG TO FACT-AUD-BIG-FLAG
055900     END-IF.
055950
055960     IF FACT-MST-STORED
055970         SET FACT-AUD-STORED TO TRUE
055980         MOVE "N" TO FACT-MST-STORE-SWITCH
055990     END-IF.
055992
055994     IF FACT-MODE-RECYCLE
055996         SET FACT-AUD-FROM-RECYCLE TO TRUE
055998     END-IF.
056000
056100     WRITE FACT-AUD-RECORD.
056200 4000-EXIT.
058146         MOVE FACT-MST-BIG-FACTORIAL TO FACT-BIG-FACTORIAL
058148         MOVE FACT-MST-BIG-FLAG TO FACT-BIG-NUMBER-FLAG
058150         MOVE "N" TO FACT-CALC-OVERFLOW-FLAG
058151         PERFORM 5550-RECORD-REFERENCE THRU 5550-EXIT
058152     ELSE
058153         ADD 1 TO FACT-MST-MISS-COUNT
058154         PERFORM 5000-CALCULATE-FACTORIAL THRU 5000-EXIT
058156         IF NOT FACT-REJECTED
058158             PERFORM 5600-STORE-RESULT THRU 5600-EXIT
058186     MOVE FACT-BIG-NUMBER-FLAG TO FACT-MST-BIG-FLAG.
058188     MOVE FACT-FACTORIAL TO FACT-MST-FACTORIAL-18.
058190     MOVE FACT-BIG-FACTORIAL TO FACT-MST-BIG-FACTORIAL.
058191     MOVE ZERO TO FACT-MST-REF-COUNT.
058192     MOVE FACT-RUN-DATE-RAW TO FACT-MST-CALC-DATE.
058193     MOVE FACT-RUN-DATE-RAW TO FACT-MST-LAST-REF-DATE.
058194     WRITE FACT-MST-RECORD
058196         INVALID KEY
058198             REWRITE FACT-MST-RECORD
058200     END-WRITE.
058201     SET FACT-MST-STORED TO TRUE.
058202 5600-EXIT.
058204     EXIT.
058206
058210*****************************************************************
058212*   5550-RECORD-REFERENCE                                       *
058214*   COUNTS A HIT AND RECORDS IT ON THE ENTRY JUST READ: ONE     *
058216*   MORE REFERENCE, LAST REFERENCED ON THE RUN DATE.  AN ENTRY  *
058218*   STORED BEFORE THE USAGE FIELDS EXISTED STARTS FROM ZERO.    *
058220*   A FAILED REWRITE (THE ENTRY WAS PURGED SINCE THE READ) IS   *
058222*   HARMLESS -- THE RESULT IN HAND IS STILL GOOD.               *
058224*****************************************************************
058226 5550-RECORD-REFERENCE.
058228     ADD 1 TO FACT-MST-HIT-COUNT.
058230     IF FACT-MST-REF-COUNT NOT NUMERIC
058232         MOVE ZERO TO FACT-MST-REF-COUNT
058234     END-IF.
058236     IF FACT-MST-REF-COUNT < 9999999
058238         ADD 1 TO FACT-MST-REF-COUNT
058240     END-IF.
058242     MOVE FACT-RUN-DATE-RAW TO FACT-MST-LAST-REF-DATE.
058244     REWRITE FACT-MST-RECORD
058246         INVALID KEY
058248             CONTINUE
058250     END-REWRITE.
058252 5550-EXIT.
058254     EXIT.
058256
058300*****************************************************************
058400*   7000-RECYCLE-DRIVER                                         *
058500*   RUN MODE "C": RE-READS THE RECYCLE FILE LEFT BY EARLIER     *
063300     PERFORM 2250-CHECK-PAGE-BREAK THRU 2250-EXIT.
063400     MOVE FACT-RCY-NUMBER TO FACT-NUMBER.
063450     MOVE FACT-RCY-DEPT-CODE TO FACT-DEPT-CODE.
063460     MOVE FACT-RCY-REQUEST-ID TO FACT-REQUEST-ID.
063500     ADD 1 TO FACT-READ-COUNT.
063600
063700     IF FACT-NUMBER > FACT-MAX-BIG-NUMBER
070900     ADD 1 TO FACT-LINE-COUNT.
071000 7300-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400*   9000-START-RUN-CONTROL                                       *
071500*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
071600*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
071700*   CONFLICTING MODE.                                            *
071800*****************************************************************
071900 9000-START-RUN-CONTROL.
072000     SET FACT-RNP-START TO TRUE.
072100     MOVE "FactorialProgram" TO FACT-RNP-PROGRAM.
072200     EVALUATE TRUE
072300         WHEN FACT-MODE-BATCH OR FACT-MODE-BATCH-RESTART
072400             MOVE FACT-RUN-ID TO FACT-RNP-INSTANCE
072500             SET FACT-RNP-BATCH TO TRUE
072600             MOVE FACT-RUN-BATCH-FILES TO FACT-RNP-FILES
072700         WHEN FACT-MODE-RECYCLE
072800             MOVE "FACTRCYC" TO FACT-RNP-INSTANCE
072900             SET FACT-RNP-BATCH TO TRUE
073000             MOVE FACT-RUN-RECYCLE-FILES TO FACT-RNP-FILES
073100         WHEN OTHER
073200             MOVE SPACES TO FACT-RNP-INSTANCE
073300             SET FACT-RNP-ONLINE TO TRUE
073400             MOVE FACT-RUN-LOOKUP-FILES TO FACT-RNP-FILES
073500     END-EVALUATE.
073600     CALL "FACTRCTL" USING FACT-RNP-AREA.
073700     IF NOT FACT-RNP-GRANTED
073800         DISPLAY FACT-RNP-MESSAGE
073900         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
074000     END-IF.
074100 9000-EXIT.
074200     EXIT.
074300
074400*****************************************************************
074500*   9100-END-RUN-CONTROL                                         *
074600*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
074610*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
074700*****************************************************************
074800 9100-END-RUN-CONTROL.
074900     IF FACT-RNP-GRANTED
074910         MOVE RETURN-CODE TO FACT-SAVED-RC
075000         SET FACT-RNP-END TO TRUE
075100         CALL "FACTRCTL" USING FACT-RNP-AREA
075200         IF NOT FACT-RNP-GRANTED
075300             DISPLAY FACT-RNP-MESSAGE
075400         END-IF
075410         MOVE FACT-SAVED-RC TO RETURN-CODE
075500     END-IF.
075600 9100-EXIT.
075700     EXIT.
