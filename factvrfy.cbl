002300*                    INSTEAD OF REUSING A CORRUPTED RESULT.      *
002400*                    ANY FAILURE ENDS THE STEP WITH RETURN       *
002500*                    CODE 8 SO THE SCHEDULER CAN ALERT ON IT.    *
002510*   10-15-2026  DLH  MODE Q NOW APPENDS A FUNCTION "Q" RECORD    *
002515*                    (OPERATOR, DATE, TIME, NUMBER, AND THE      *
002520*                    RECORD IMAGE) TO THE MAINTENANCE AUDIT FILE *
002525*                    FOR EVERY ENTRY IT QUARANTINES, AHEAD OF    *
002530*                    THE DELETE, SO FORWARD RECOVERY OF THE      *
002535*                    MASTER FROM A BACKUP REAPPLIES THE          *
002540*                    QUARANTINE.  AN ENTRY WHOSE AUDIT RECORD    *
002545*                    CANNOT BE WRITTEN IS NOT DELETED.           *
002549*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002553*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002557*                    MASTER EXCLUSIVELY, MAUDIT SHARED, AND      *
002561*                    CLEARS THE ENTRY AT THE END.  THE RUN IS    *
002565*                    REFUSED WITH RETURN CODE 12 (16 IF THE      *
002569*                    RUN-CONTROL FILE WILL NOT OPEN) WHILE       *
002573*                    ANOTHER JOB OR SESSION HOLDS ONE OF THOSE   *
002577*                    FILES IN A CONFLICTING MODE.  NO FACTORIAL  *
002581*                    RUN, MAINTENANCE SESSION, OR ONLINE SESSION *
002585*                    CAN HAVE THE MASTER WHILE IT IS VERIFIED    *
002589*                    AND QUARANTINED.                            *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FMV-RPT-STATUS.
004300
004310     SELECT FMV-MAUDIT-FILE  ASSIGN TO "FACTMAUD"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS FMV-MAUD-STATUS.
004340
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FACT-MST-FILE.
005400     RECORDING MODE IS F.
005500 01  FMV-RPT-RECORD          PIC X(132).
005600
005610 FD  FMV-MAUDIT-FILE
005620     RECORDING MODE IS F.
005630 COPY FACTMAL.
005640
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900*   RUN MODE, SWITCHES, AND FILE STATUSES                        *
007500 77  FMV-MST-STATUS          PIC X(02)   VALUE "00".
007600 77  FMV-QRTN-STATUS         PIC X(02)   VALUE "00".
007700 77  FMV-RPT-STATUS          PIC X(02)   VALUE "00".
007710 77  FMV-MAUD-STATUS         PIC X(02)   VALUE "00".
007720
007721 77  FMV-MAUD-SWITCH         PIC X(01)   VALUE "N".
007722     88  FMV-MAUD-WRITTEN                VALUE "Y".
007723 77  FMV-MAUD-FAIL-STATUS    PIC X(02)   VALUE "00".
007724*    SET BY 2700-WRITE-MAINT-AUDIT ONLY WHEN THE OPEN, WRITE AND
007725*    CLOSE ALL SUCCEED; OTHERWISE THE FAILING STATUS IS KEPT.
007726
007730 77  FMV-OPERATOR-ID         PIC X(08)   VALUE SPACES.
007740*    USER ID THE STEP RUNS UNDER, RECORDED ON THE MAINTENANCE
007750*    AUDIT RECORD FOR EACH QUARANTINE.
007800
007900 77  FMV-MAX-BIG-NUMBER      PIC 9(04)   VALUE 50.
008000*    LARGEST NUMBER THE CALCULATION PROGRAMS EVER STORE ON THE
013900*****************************************************************
014000 COPY FACTRPL.
014100
014106*****************************************************************
014112*   RUN CONTROL                                                  *
014118*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
014124*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
014130*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
014136*****************************************************************
014142 01  FMV-RUN-FILES.
014148     05  FILLER              PIC X(08)   VALUE "MASTER".
014154     05  FILLER              PIC X(01)   VALUE "E".
014160     05  FILLER              PIC X(08)   VALUE "MAUDIT".
014166     05  FILLER              PIC X(01)   VALUE "S".
014172
014174 77  FMV-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
014176
014178 COPY FACTRNP.
014184
014200 PROCEDURE DIVISION.
014300*****************************************************************
014400*   0000-MAINLINE                                                *
014600*   REPORT; ANY FAILURE ENDS THE STEP WITH RETURN CODE 8.       *
014700*****************************************************************
014800 0000-MAINLINE.
014900     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
014910     IF FACT-RNP-GRANTED
014920         PERFORM 1000-INITIALIZE THRU 1000-EXIT
014930     ELSE
014940         SET FMV-ABORTED TO TRUE
014950     END-IF.
015000
015100     IF NOT FMV-ABORTED
015200         PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
016200         END-IF
016300     END-IF.
016400
016410     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
016500     STOP RUN.
016600
016700*****************************************************************
018900             OPEN OUTPUT FMV-REPORT-FILE
019000
019100             ACCEPT FMV-RUN-DATE-RAW FROM DATE YYYYMMDD
019150             ACCEPT FMV-OPERATOR-ID FROM ENVIRONMENT "USER"
019200             STRING FMV-RUN-DATE-X(1:4) "-" FMV-RUN-DATE-X(5:2)
019300                 "-" FMV-RUN-DATE-X(7:2) DELIMITED BY SIZE
019400                     INTO FMV-RUN-DATE-EDIT
036100
036200     IF FMV-MODE-QUARANTINE
036300         WRITE FMV-QRTN-RECORD FROM FACT-MST-RECORD
036310         PERFORM 2700-WRITE-MAINT-AUDIT THRU 2700-EXIT
036320         IF NOT FMV-MAUD-WRITTEN
036330             DISPLAY "FACTMAUD NOT WRITTEN FOR " FACT-MST-NUMBER
036340                 " -- FILE STATUS " FMV-MAUD-FAIL-STATUS
036350                 ", ENTRY NOT DELETED."
036360             MOVE "NOT DELETED - NO AUD" TO FMV-XL-ACTION
036370         ELSE
036400             DELETE FACT-MST-FILE
036500                 INVALID KEY
036600                     DISPLAY "DELETE FAILED FOR " FACT-MST-NUMBER
036700                         " -- FILE STATUS " FMV-MST-STATUS "."
036800             END-DELETE
036900             ADD 1 TO FMV-QRTN-COUNT
037000             MOVE "** QUARANTINED **" TO FMV-XL-ACTION
037050         END-IF
037100     ELSE
037200         MOVE "REPORT ONLY" TO FMV-XL-ACTION
037300     END-IF.
037600     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
037700 2600-EXIT.
037800     EXIT.
037803
037806*****************************************************************
037809*   2700-WRITE-MAINT-AUDIT                                       *
037812*   APPENDS THE FUNCTION "Q" MAINTENANCE AUDIT RECORD FOR THE   *
037815*   ENTRY ABOUT TO BE QUARANTINED, WITH ITS RECORD IMAGE;       *
037818*   CREATES THE FILE ON FIRST USE.  OPENED AND CLOSED PER       *
037821*   WRITE, THE SAME DISCIPLINE AS MASTERMAINTPROGRAM.  THE      *
037824*   CALLER TESTS FMV-MAUD-WRITTEN BEFORE DELETING.              *
037827*****************************************************************
037830 2700-WRITE-MAINT-AUDIT.
037832     MOVE "N" TO FMV-MAUD-SWITCH.
037834     OPEN EXTEND FMV-MAUDIT-FILE.
037836     IF FMV-MAUD-STATUS = "35"
037838         OPEN OUTPUT FMV-MAUDIT-FILE
037840     END-IF.
037842
037844     IF FMV-MAUD-STATUS = "00"
037846         MOVE SPACES TO FACT-MNT-RECORD
037848         ACCEPT FACT-MNT-DATE FROM DATE YYYYMMDD
037850         ACCEPT FACT-MNT-TIME FROM TIME
037852         MOVE FMV-OPERATOR-ID TO FACT-MNT-OPERATOR
037854         SET FACT-MNT-QUARANTINE TO TRUE
037856         MOVE FACT-MST-NUMBER TO FACT-MNT-NUMBER
037858         MOVE FACT-MST-RECORD TO FACT-MNT-RECORD-IMAGE
037860         WRITE FACT-MNT-RECORD
037862         IF FMV-MAUD-STATUS = "00"
037864             SET FMV-MAUD-WRITTEN TO TRUE
037866         ELSE
037868             MOVE FMV-MAUD-STATUS TO FMV-MAUD-FAIL-STATUS
037870         END-IF
037872         CLOSE FMV-MAUDIT-FILE
037874         IF FMV-MAUD-STATUS NOT = "00"
037876             MOVE FMV-MAUD-STATUS TO FMV-MAUD-FAIL-STATUS
037878             MOVE "N" TO FMV-MAUD-SWITCH
037880         END-IF
037882     ELSE
037884         MOVE FMV-MAUD-STATUS TO FMV-MAUD-FAIL-STATUS
037886     END-IF.
037888 2700-EXIT.
037890     EXIT.
037900
038000*****************************************************************
038100*   5000-WRITE-TOTALS                                            *
041600     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
041700 5000-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100*   9000-START-RUN-CONTROL                                       *
042200*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
042300*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
042400*   CONFLICTING MODE.                                            *
042500*****************************************************************
042600 9000-START-RUN-CONTROL.
042700     SET FACT-RNP-START TO TRUE.
042800     MOVE "MasterVerifyProgram" TO FACT-RNP-PROGRAM.
042900     MOVE SPACES TO FACT-RNP-INSTANCE.
043000     SET FACT-RNP-BATCH TO TRUE.
043100     MOVE FMV-RUN-FILES TO FACT-RNP-FILES.
043200     CALL "FACTRCTL" USING FACT-RNP-AREA.
043300     IF NOT FACT-RNP-GRANTED
043400         DISPLAY FACT-RNP-MESSAGE
043500         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
043600     END-IF.
043700 9000-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*   9100-END-RUN-CONTROL                                         *
044200*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
044210*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
044300*****************************************************************
044400 9100-END-RUN-CONTROL.
044500     IF FACT-RNP-GRANTED
044510         MOVE RETURN-CODE TO FMV-SAVED-RC
044600         SET FACT-RNP-END TO TRUE
044700         CALL "FACTRCTL" USING FACT-RNP-AREA
044800         IF NOT FACT-RNP-GRANTED
044900             DISPLAY FACT-RNP-MESSAGE
045000         END-IF
045010         MOVE FMV-SAVED-RC TO RETURN-CODE
045100     END-IF.
045200 9100-EXIT.
045300     EXIT.
