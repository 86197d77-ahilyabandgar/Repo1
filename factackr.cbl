002000*                    NIGHT DID NOT FULLY LOAD SO THE SCHEDULER   *
002100*                    CAN ALERT ON IT INSTEAD OF WAITING FOR A    *
002200*                    PHONE CALL DAYS LATER.                      *
002210*   10-15-2026  DLH  THE OUTCOME FOR EACH EXTRACT DETAIL --      *
002220*                    LOADED, ACKNOWLEDGED IN ERROR, OR NOT       *
002230*                    ACKNOWLEDGED -- IS NOW APPENDED TO THE      *
002240*                    REQUEST TRACKING LOG (FACTRQL) UNDER THE    *
002250*                    DETAIL'S REQUEST ID FOR THE REQUEST INQUIRY *
002260*                    SCREEN.                                     *
002263*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002266*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002269*                    EXTRACT EXCLUSIVELY, REQTRACK SHARED, AND   *
002272*                    CLEARS THE ENTRY AT THE END.  THE RUN IS    *
002275*                    REFUSED WITH RETURN CODE 12 (16 IF THE      *
002278*                    RUN-CONTROL FILE WILL NOT OPEN) WHILE       *
002281*                    ANOTHER JOB OR SESSION HOLDS ONE OF THOSE   *
002284*                    FILES IN A CONFLICTING MODE.  THE EXTRACT   *
002287*                    IS HELD EXCLUSIVELY SO THAT NO FACTORIAL    *
002290*                    RUN CAN CLEAR OR EXTEND IT UNDER A          *
002293*                    RECONCILIATION.                             *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003500     SELECT FAK-REPORT-FILE  ASSIGN TO "FACTKRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FAK-RPT-STATUS.
003710
003720     SELECT FAK-TRACK-FILE   ASSIGN TO "FACTTRK"
003730         ORGANIZATION IS LINE SEQUENTIAL
003740         FILE STATUS IS FAK-TRK-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004900 FD  FAK-REPORT-FILE
005000     RECORDING MODE IS F.
005100 01  FAK-RPT-RECORD          PIC X(132).
005110
005120 FD  FAK-TRACK-FILE
005130     RECORDING MODE IS F.
005140 COPY FACTRQL.
005200
005300 WORKING-STORAGE SECTION.
005400*****************************************************************
008100 77  FAK-EXT-STATUS          PIC X(02)   VALUE "00".
008200 77  FAK-ACK-STATUS          PIC X(02)   VALUE "00".
008300 77  FAK-RPT-STATUS          PIC X(02)   VALUE "00".
008310 77  FAK-TRK-STATUS          PIC X(02)   VALUE "00".
008320
008330 77  FAK-TRK-EVENT           PIC X(01)   VALUE SPACE.
008340 77  FAK-TRK-DETAIL          PIC X(20)   VALUE SPACES.
008350 77  FAK-USERID              PIC X(08)   VALUE SPACES.
008360*    OUTCOME STAGED FOR THE TRACKING RECORD OF THE EXTRACT
008370*    DETAIL IN HAND, AND THE USER ID STAMPED ON IT.
008400
008500*****************************************************************
008600*   MATCHING COUNTS AND SAVED TRAILER FIELDS                     *
012300*****************************************************************
012400 COPY FACTRPL.
012500
012506*****************************************************************
012512*   RUN CONTROL                                                  *
012518*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
012524*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
012530*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
012536*****************************************************************
012542 01  FAK-RUN-FILES.
012548     05  FILLER              PIC X(08)   VALUE "EXTRACT".
012554     05  FILLER              PIC X(01)   VALUE "E".
012560     05  FILLER              PIC X(08)   VALUE "REQTRACK".
012566     05  FILLER              PIC X(01)   VALUE "S".
012572
012574 77  FAK-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
012576
012578 COPY FACTRNP.
012584
012600 PROCEDURE DIVISION.
012700*****************************************************************
012800*   0000-MAINLINE                                                *
013200*   CODE 8.                                                      *
013300*****************************************************************
013400 0000-MAINLINE.
013500     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
013510     IF FACT-RNP-GRANTED
013520         PERFORM 1000-INITIALIZE THRU 1000-EXIT
013530     ELSE
013540         SET FAK-ABORTED TO TRUE
013550     END-IF.
013600
013700     IF NOT FAK-ABORTED
013800         PERFORM 2000-MATCH-PAIR THRU 2000-EXIT
014200         CLOSE FAK-EXTRACT-FILE
014300         CLOSE FAK-ACK-FILE
014400         CLOSE FAK-REPORT-FILE
014410         CLOSE FAK-TRACK-FILE
014500
014600         IF FAK-EXCP-COUNT > ZERO
014700             MOVE 8 TO RETURN-CODE
014800         END-IF
014900     END-IF.
015000
015010     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
015100     STOP RUN.
015200
015300*****************************************************************
017200             CLOSE FAK-EXTRACT-FILE
017300         ELSE
017400             OPEN OUTPUT FAK-REPORT-FILE
017410             OPEN EXTEND FAK-TRACK-FILE
017420             IF FAK-TRK-STATUS = "35"
017430                 OPEN OUTPUT FAK-TRACK-FILE
017440             END-IF
017450             ACCEPT FAK-USERID FROM ENVIRONMENT "USER"
017500
017600             ACCEPT FAK-RUN-DATE-RAW FROM DATE YYYYMMDD
017700             STRING FAK-RUN-DATE-X(1:4) "-" FAK-RUN-DATE-X(5:2)
025100             MOVE "NOT ACKNOWLEDGED BY THE SCHEDULING SYSTEM"
025200                 TO FAK-XL-MESSAGE
025300             PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
025310             MOVE "U" TO FAK-TRK-EVENT
025320             MOVE "NO ACKNOWLEDGEMENT" TO FAK-TRK-DETAIL
025330             PERFORM 2600-WRITE-TRACKING THRU 2600-EXIT
025400         WHEN FAK-ACK-HELD
025500             MOVE FACT-ACK-NUMBER TO FAK-XL-NUMBER
025600             MOVE "ACKNOWLEDGED BUT NOT ON THE EXTRACT SENT"
035300                 FACT-ACK-NUMBER DELIMITED BY SIZE
035400                     INTO FAK-XL-MESSAGE
035500             PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
035510             MOVE "U" TO FAK-TRK-EVENT
035520             MOVE "SEQUENCE MISMATCH" TO FAK-TRK-DETAIL
035600         WHEN NOT FACT-ACK-LOADED
035700             MOVE FACT-EXT-NUMBER TO FAK-XL-NUMBER
035800             MOVE "ACKNOWLEDGED IN ERROR -- NOT LOADED"
035900                 TO FAK-XL-MESSAGE
036000             PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
036010             MOVE "X" TO FAK-TRK-EVENT
036020             MOVE "NOT LOADED" TO FAK-TRK-DETAIL
036100         WHEN OTHER
036200             ADD 1 TO FAK-MATCHED-COUNT
036210             MOVE "L" TO FAK-TRK-EVENT
036220             MOVE "LOADED" TO FAK-TRK-DETAIL
036300     END-EVALUATE.
036310     PERFORM 2600-WRITE-TRACKING THRU 2600-EXIT.
036400 2400-EXIT.
036500     EXIT.
036600
037300     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
037400 2500-EXIT.
037500     EXIT.
037504
037508*****************************************************************
037512*   2600-WRITE-TRACKING                                          *
037516*   APPENDS THE STAGED OUTCOME FOR THE EXTRACT DETAIL IN HAND   *
037520*   TO THE REQUEST TRACKING LOG.  A DETAIL WITH NO REQUEST ID   *
037524*   (WRITTEN BEFORE IDS WERE CARRIED) IS NOT LOGGED.            *
037528*****************************************************************
037532 2600-WRITE-TRACKING.
037536     IF FACT-EXT-REQUEST-ID NOT = SPACES
037540         MOVE SPACES TO FACT-RQT-RECORD
037544         MOVE FACT-EXT-REQUEST-ID TO FACT-RQT-REQUEST-ID
037548         MOVE FAK-TRK-EVENT TO FACT-RQT-EVENT
037552         ACCEPT FACT-RQT-DATE FROM DATE YYYYMMDD
037556         ACCEPT FACT-RQT-TIME FROM TIME
037560         MOVE FACT-EXT-NUMBER TO FACT-RQT-NUMBER
037564         MOVE FACT-EXT-DEPT-CODE TO FACT-RQT-DEPT-CODE
037568         MOVE FAK-USERID TO FACT-RQT-USERID
037572         MOVE FAK-TRK-DETAIL TO FACT-RQT-DETAIL
037576         WRITE FACT-RQT-RECORD
037580     END-IF.
037584 2600-EXIT.
037588     EXIT.
037600
037700*****************************************************************
037800*   3000-TRAILER-CHECKS                                          *
046200     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
046300 4000-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700*   9000-START-RUN-CONTROL                                       *
046800*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
046900*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
047000*   CONFLICTING MODE.                                            *
047100*****************************************************************
047200 9000-START-RUN-CONTROL.
047300     SET FACT-RNP-START TO TRUE.
047400     MOVE "AckReconcileProgram" TO FACT-RNP-PROGRAM.
047500     MOVE SPACES TO FACT-RNP-INSTANCE.
047600     SET FACT-RNP-BATCH TO TRUE.
047700     MOVE FAK-RUN-FILES TO FACT-RNP-FILES.
047800     CALL "FACTRCTL" USING FACT-RNP-AREA.
047900     IF NOT FACT-RNP-GRANTED
048000         DISPLAY FACT-RNP-MESSAGE
048100         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
048200     END-IF.
048300 9000-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700*   9100-END-RUN-CONTROL                                         *
048800*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
048810*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
048900*****************************************************************
049000 9100-END-RUN-CONTROL.
049100     IF FACT-RNP-GRANTED
049110         MOVE RETURN-CODE TO FAK-SAVED-RC
049200         SET FACT-RNP-END TO TRUE
049300         CALL "FACTRCTL" USING FACT-RNP-AREA
049400         IF NOT FACT-RNP-GRANTED
049500             DISPLAY FACT-RNP-MESSAGE
049600         END-IF
049610         MOVE FAK-SAVED-RC TO RETURN-CODE
049700     END-IF.
049800 9100-EXIT.
049900     EXIT.
