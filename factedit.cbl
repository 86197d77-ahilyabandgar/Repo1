002178*                    REASON CODE P SO A MIS-KEYED RUSH CARD IS   *
002180*                    CAUGHT AT THE EDIT INSTEAD OF QUIETLY       *
002182*                    RUNNING AS STANDARD WORK.                   *
002184*   10-15-2026  DLH  THE CARDS READ/ACCEPTED/REJECTED COUNTS AND *
002186*                    THE RUN DATE ARE NOW ALSO WRITTEN TO THE    *
002188*                    EDIT-CONTROL FILE (FACTECL) SO THE MORNING  *
002190*                    CHAIN-OF-CUSTODY BALANCING CAN PROVE EVERY  *
002192*                    RAW CARD REACHED THE CLEAN OR ERROR FILE.   *
002194*   10-15-2026  DLH  THE DEPARTMENT ZONE IS NOW CHECKED AGAINST  *
002195*                    THE DEPARTMENT MASTER FILE (FACTDML) IN     *
002196*                    PLACE OF THE COMPILED TABLE: THE CODE MUST  *
002197*                    BE ON FILE AND IN EFFECT ON THE RUN DATE    *
002198*                    (EFFECTIVE ON OR BEFORE IT, EXPIRY ZERO OR  *
002199*                    ON OR AFTER IT).  A DEACTIVATED             *
00219A*                    DEPARTMENT'S CARDS FAIL WITH REASON D AND   *
00219B*                    THE DESCRIPTION "INACTIVE DEPARTMENT".     *
00219C*   10-15-2026  DLH  EVERY CARD IS NOW STAMPED WITH A REQUEST ID *
00219D*                    IN COLUMNS 67-80 -- THE RUN DATE AND THE    *
00219E*                    CARD'S SEQUENCE ON THE FEED -- BEFORE IT IS *
00219F*                    WRITTEN CLEAN OR IN ERROR.  A RE-FED        *
00219G*                    CORRECTION KEEPS THE ID IT WAS FIRST GIVEN. *
00219H*                    EACH CARD'S EDIT OUTCOME IS APPENDED TO THE *
00219I*                    REQUEST TRACKING LOG (FACTRQL) FOR THE      *
00219J*                    REQUEST INQUIRY SCREEN.                     *
00219K*   10-15-2026  DLH  DEPARTMENT TRANSMISSIONS NOW COME WRAPPED   *
00219L*                    IN A HEADER CARD (DEPARTMENT, BATCH NUMBER, *
00219M*                    SEND DATE) AND A TRAILER CARD (CARD COUNT   *
00219N*                    AND HASH TOTAL OF THE NUMBERS) -- SEE       *
00219O*                    FACTBHL.  EACH BATCH'S CARDS WAIT ON A WORK *
00219P*                    FILE UNTIL ITS TRAILER BALANCES THEM.  A    *
00219Q*                    BATCH OUT OF BALANCE, WITHOUT ITS TRAILER,  *
00219R*                    OR REPEATING A BATCH NUMBER ALREADY ON THE  *
00219S*                    BATCH REGISTER (FACTBRL) IS HELD WHOLE ON   *
00219T*                    THE SUSPENSE FILE (FACTSPL) WITH THE        *
00219U*                    REASON.  CONTROL CARDS GET NO REQUEST ID.   *
00219V*                    BATCH PAGES FOLLOW THE EDIT-TOTALS PAGE,    *
00219W*                    AND THE HELD AND CONTROL COUNTS GO ON THE   *
00219X*                    EDIT-CONTROL RECORD.                        *
002208*   10-15-2026  DLH  RECORDS THE RUN ON THE RUN-CONTROL FILE     *
002217*                    THROUGH FACTRCTL AT START-UP, HOLDING       *
002226*                    CLEAN, ERRORS, EDITCTL, REFEED AND BATCHREG *
002235*                    EXCLUSIVELY, STDCARDS, DEPT AND REQTRACK    *
002244*                    SHARED, AND CLEARS THE ENTRY AT THE END.    *
002253*                    THE RUN IS REFUSED WITH RETURN CODE 12 (16  *
002262*                    IF THE RUN-CONTROL FILE WILL NOT OPEN)      *
002271*                    WHILE ANOTHER JOB OR SESSION HOLDS ONE OF   *
002280*                    THOSE FILES IN A CONFLICTING MODE.          *
002290*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003800     SELECT FED-REPORT-FILE  ASSIGN TO "FACTEDRP"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FED-RPT-STATUS.
004050
004060     SELECT FED-CONTROL-FILE ASSIGN TO "FACTEDCT"
004070         ORGANIZATION IS LINE SEQUENTIAL
004080         FILE STATUS IS FED-CTL-STATUS.
004082
004084     SELECT FED-DEPT-FILE    ASSIGN TO "FACTDPT"
004086         ORGANIZATION IS INDEXED
004088         ACCESS MODE IS RANDOM
004090         RECORD KEY IS FACT-DPM-CODE
004092         FILE STATUS IS FED-DPM-STATUS.
004094
004096     SELECT FED-TRACK-FILE   ASSIGN TO "FACTTRK"
004097         ORGANIZATION IS LINE SEQUENTIAL
004098         FILE STATUS IS FED-TRK-STATUS.
004099
00409A     SELECT FED-SUSPENSE-FILE ASSIGN TO "FACTSUSP"
00409B         ORGANIZATION IS LINE SEQUENTIAL
00409C         FILE STATUS IS FED-SUS-STATUS.
00409D
00409E     SELECT FED-REGISTER-FILE ASSIGN TO "FACTBREG"
00409F         ORGANIZATION IS INDEXED
00409G         ACCESS MODE IS RANDOM
00409H         RECORD KEY IS FACT-BRG-KEY
00409I         FILE STATUS IS FED-BRG-STATUS.
00409J
00409K     SELECT FED-WORK-FILE    ASSIGN TO "FACTBWK"
00409L         ORGANIZATION IS LINE SEQUENTIAL
00409M         FILE STATUS IS FED-BWK-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
005600 FD  FED-REPORT-FILE
005700     RECORDING MODE IS F.
005800 01  FED-RPT-RECORD          PIC X(132).
005810
005820 FD  FED-CONTROL-FILE
005830     RECORDING MODE IS F.
005840 COPY FACTECL.
005850
005860 FD  FED-DEPT-FILE.
005870 COPY FACTDML.
005880
005885 FD  FED-TRACK-FILE
005890     RECORDING MODE IS F.
005895 COPY FACTRQL.
00589A
00589B FD  FED-SUSPENSE-FILE
00589C     RECORDING MODE IS F.
00589D COPY FACTSPL.
00589E
00589F FD  FED-REGISTER-FILE.
00589G COPY FACTBRL.
00589H
00589I FD  FED-WORK-FILE
00589J     RECORDING MODE IS F.
00589K 01  FED-WORK-RECORD.
00589L     05  FED-WRK-TYPE        PIC X(01).
00589M         88  FED-WRK-CONTROL-CARD        VALUE "C".
00589N         88  FED-WRK-REQUEST-CARD        VALUE "R".
00589O     05  FED-WRK-ID-SWITCH   PIC X(01).
00589P*       THE CARD'S FED-ID-SWITCH WHEN IT WAS STAMPED.
00589Q     05  FED-WRK-CARD        PIC X(80).
005900
006000 WORKING-STORAGE SECTION.
006100*****************************************************************
008000*    SEEN IN THE TRAILING PHASE MEANS AN EMBEDDED BLANK, WHICH
008100*    IS A MISFORMATTED CARD.
008200
008205 77  FED-BATCH-SWITCH        PIC X(01)   VALUE "N".
008210     88  FED-IN-BATCH                    VALUE "Y".
008215     88  FED-NOT-IN-BATCH                VALUE "N".
008220*    ON FROM A DEPARTMENT'S HEADER CARD UNTIL ITS BATCH HAS BEEN
008225*    JUDGED -- THE CARDS IN BETWEEN WAIT ON THE BATCH WORK FILE.
008230
008235 77  FED-WORK-EOF-SWITCH     PIC X(01)   VALUE "N".
008240     88  FED-WORK-EOF                    VALUE "Y".
008245
008250 77  FED-REG-FOUND-SWITCH    PIC X(01)   VALUE "N".
008255     88  FED-REG-FOUND                   VALUE "Y".
008260
008265 77  FED-SLOT-SWITCH         PIC X(01)   VALUE "N".
008270     88  FED-SLOT-FOUND                  VALUE "Y".
008275     88  FED-SLOT-NOT-FOUND              VALUE "N".
008280
008300 77  FED-RAW-STATUS          PIC X(02)   VALUE "00".
008400 77  FED-CLEAN-STATUS        PIC X(02)   VALUE "00".
008500 77  FED-ERR-STATUS          PIC X(02)   VALUE "00".
008600 77  FED-RPT-STATUS          PIC X(02)   VALUE "00".
008650 77  FED-CTL-STATUS          PIC X(02)   VALUE "00".
008660 77  FED-DPM-STATUS          PIC X(02)   VALUE "00".
008670 77  FED-TRK-STATUS          PIC X(02)   VALUE "00".
008675 77  FED-SUS-STATUS          PIC X(02)   VALUE "00".
008680 77  FED-BRG-STATUS          PIC X(02)   VALUE "00".
008685 77  FED-BWK-STATUS          PIC X(02)   VALUE "00".
008700
008800*****************************************************************
008900*   NUMBER-ZONE EDIT WORK FIELDS                                 *
009500 01  FED-NUMBER-ZONE         PIC X(04)   VALUE SPACES.
009600 01  FED-DIGIT-BUFFER        PIC X(04)   VALUE SPACES.
009700 01  FED-CLEAN-NUMBER        PIC X(04)   VALUE ZEROES.
009750 01  FED-CLEAN-NUMBER-N REDEFINES FED-CLEAN-NUMBER PIC 9(04).
009800 01  FED-REJECT-REASON       PIC X(01)   VALUE SPACE.
009900
009910*****************************************************************
009920*   DEPARTMENT-ZONE EDIT WORK FIELDS                             *
009930*****************************************************************
009940 77  FED-DEPT-FOUND-SWITCH   PIC X(01)   VALUE "N".
009950     88  FED-DEPT-FOUND                  VALUE "Y".
009960     88  FED-DEPT-NOT-FOUND              VALUE "N".
009962*    FOUND MEANS ON THE DEPARTMENT MASTER AND IN EFFECT ON THE
009964*    RUN DATE.
009970
009980 77  FED-DEPT-INACTIVE-SWITCH PIC X(01)  VALUE "N".
009982     88  FED-DEPT-INACTIVE               VALUE "Y".
009984*    SET WHEN THE CODE IS ON FILE BUT NOT IN EFFECT TONIGHT.
009985
009990 01  FED-DEPT-ZONE           PIC X(04)   VALUE SPACES.
009991 01  FED-CLEAN-PRIORITY      PIC X(01)   VALUE "S".
009992*    PRIORITY CLASS FOR THE CARD IN HAND, NORMALIZED FROM THE
009993*    PRIORITY ZONE (COLUMN 11): BLANK DEFAULTS TO S.
009995
009996*****************************************************************
009997*   REQUEST ID WORK FIELDS                                       *
009998*****************************************************************
009999 77  FED-ID-SWITCH           PIC X(01)   VALUE "N".
00999A     88  FED-ID-CARRIED                  VALUE "Y".
00999B     88  FED-ID-STAMPED                  VALUE "N".
00999C*    CARRIED MEANS THE CARD CAME BACK (A RE-FED CORRECTION)
00999D*    WITH THE ID IT WAS GIVEN ON AN EARLIER NIGHT.
00999E
00999F 01  FED-REQUEST-ID.
00999G     05  FED-REQ-DATE        PIC 9(08).
00999H     05  FED-REQ-SEQ         PIC 9(06).
00999I 01  FED-REQUEST-ID-X REDEFINES FED-REQUEST-ID PIC X(14).
00999J 01  FED-USERID              PIC X(08)   VALUE SPACES.
00999K
010000*****************************************************************
010100*   EDIT CONTROL TOTALS                                          *
010200*****************************************************************
010900 01  FED-FORMAT-COUNT        PIC 9(08) COMP  VALUE ZERO.
010950 01  FED-BADDEPT-COUNT       PIC 9(08) COMP  VALUE ZERO.
010960 01  FED-BADPRI-COUNT        PIC 9(08) COMP  VALUE ZERO.
010965 01  FED-HELD-COUNT          PIC 9(08) COMP  VALUE ZERO.
010970 01  FED-CONTROL-COUNT       PIC 9(08) COMP  VALUE ZERO.
010975 01  FED-BATCHED-COUNT       PIC 9(08) COMP  VALUE ZERO.
010980 01  FED-UNBATCHED-COUNT     PIC 9(08) COMP  VALUE ZERO.
011000 01  FED-RECON-TOTAL         PIC 9(08) COMP  VALUE ZERO.
011100
011200*****************************************************************
011500 01  FED-RUN-DATE-RAW        PIC 9(08)   VALUE ZERO.
011600 01  FED-RUN-DATE-X REDEFINES FED-RUN-DATE-RAW PIC X(08).
011700 01  FED-RUN-DATE-EDIT       PIC X(10)   VALUE SPACES.
011710 01  FED-RUN-TIME            PIC 9(08)   VALUE ZERO.
011720 01  FED-DATE-WORK           PIC 9(08)   VALUE ZERO.
011730 01  FED-DATE-WORK-X REDEFINES FED-DATE-WORK PIC X(08).
011800
011801*****************************************************************
011802*   DEPARTMENT BATCH IN HAND                                     *
011803*****************************************************************
011804 COPY FACTBHL.
011805
011806 01  FED-BAT-DEPT            PIC X(04)   VALUE SPACES.
011807 01  FED-BAT-NO              PIC X(06)   VALUE SPACES.
011808 01  FED-BAT-SEND-DATE       PIC X(08)   VALUE SPACES.
011809 01  FED-BAT-CARD-COUNT      PIC 9(06)   VALUE ZERO.
011810 01  FED-BAT-HASH            PIC 9(10)   VALUE ZERO.
011811 01  FED-BAT-TRL-COUNT       PIC X(06)   VALUE SPACES.
011812 01  FED-BAT-TRL-HASH        PIC X(10)   VALUE SPACES.
011813*    THE TRAILER'S FIGURES AS PUNCHED -- SPACES WHEN NONE CAME.
011814 01  FED-BAT-REASON-CODE     PIC X(01)   VALUE SPACE.
011815 01  FED-BAT-REASON-DESC     PIC X(20)   VALUE SPACES.
011816 01  FED-BAT-FIRST-DATE      PIC 9(08)   VALUE ZERO.
011817*    FOR A DUPLICATE, THE NIGHT THE BATCH WAS FIRST ACCEPTED.
011818
011819 77  FED-BAT-HEADER-SWITCH   PIC X(01)   VALUE "Y".
011820     88  FED-BAT-HEADER-GOOD             VALUE "Y".
011821     88  FED-BAT-HEADER-BAD              VALUE "N".
011822
011823 77  FED-BAT-STATUS          PIC X(01)   VALUE SPACE.
011824     88  FED-BAT-ACCEPTED                VALUE "A".
011825     88  FED-BAT-HELD                    VALUE "H".
011826     88  FED-BAT-DUPLICATE               VALUE "D".
011827
011828*****************************************************************
011829*   TONIGHT'S BATCHES, FOR THE BATCH PAGES                       *
011830*****************************************************************
011831 77  FED-BATCH-MAX           PIC 9(04) COMP  VALUE 500.
011832 77  FED-BATCH-USED          PIC 9(04) COMP  VALUE ZERO.
011833 77  FED-BATCH-OVERFLOW      PIC 9(04) COMP  VALUE ZERO.
011834 77  FED-B-SUB               PIC 9(04) COMP  VALUE ZERO.
011835 77  FED-DEPT-MAX            PIC 9(04) COMP  VALUE 100.
011836 77  FED-DEPT-USED           PIC 9(04) COMP  VALUE ZERO.
011837 77  FED-DEPT-OVERFLOW       PIC 9(04) COMP  VALUE ZERO.
011838 77  FED-D-SUB               PIC 9(04) COMP  VALUE ZERO.
011839 77  FED-SLOT                PIC 9(04) COMP  VALUE ZERO.
011840
011841 01  FED-BATCHES-ACCEPTED    PIC 9(08) COMP  VALUE ZERO.
011842 01  FED-BATCHES-HELD        PIC 9(08) COMP  VALUE ZERO.
011843 01  FED-BATCHES-DUPLICATE   PIC 9(08) COMP  VALUE ZERO.
011844
011845 01  FED-BATCH-TABLE.
011846     05  FED-BATCH-ENTRY     OCCURS 500 TIMES.
011847         10  FED-B-DEPT      PIC X(04).
011848         10  FED-B-NO        PIC X(06).
011849         10  FED-B-SEND-DATE PIC X(08).
011850         10  FED-B-CARDS     PIC 9(06) COMP.
011851         10  FED-B-HASH      PIC 9(10) COMP.
011852         10  FED-B-TRL-COUNT PIC X(06).
011853         10  FED-B-TRL-HASH  PIC X(10).
011854         10  FED-B-STATUS    PIC X(01).
011855             88  FED-B-ACCEPTED          VALUE "A".
011856             88  FED-B-DUPLICATE         VALUE "D".
011857         10  FED-B-REASON    PIC X(20).
011858         10  FED-B-FIRST-DATE PIC 9(08).
011859
011860 01  FED-BATCH-DEPT-TABLE.
011861     05  FED-BATCH-DEPT-ENTRY OCCURS 100 TIMES.
011862         10  FED-T-DEPT      PIC X(04).
011863         10  FED-T-ACCEPTED  PIC 9(06) COMP.
011864         10  FED-T-HELD      PIC 9(06) COMP.
011865         10  FED-T-DUPLICATE PIC 9(06) COMP.
011866         10  FED-T-CARDS-ACCEPTED PIC 9(08) COMP.
011867         10  FED-T-CARDS-HELD PIC 9(08) COMP.
011868*    CARDS HELD COUNTS THE REQUEST CARDS OF HELD AND DUPLICATE
011869*    BATCHES.
011870
011900*****************************************************************
012000*   REPORT LINE WORK AREA -- SAME PRINT LAYOUT THE BATCH         *
012100*   CONTROL REPORT USES.                                         *
012200*****************************************************************
012300 COPY FACTRPL.
012400
012401 77  FED-LINE-COUNT          PIC 9(04) COMP  VALUE ZERO.
012402 77  FED-LINES-PER-PAGE      PIC 9(04) COMP  VALUE 55.
012403 77  FED-PAGE-NUMBER         PIC 9(04) COMP  VALUE 1.
012404 01  FED-HOLD-LINE           PIC X(132)  VALUE SPACES.
012405 01  FED-SECTION-HOLD        PIC X(132)  VALUE SPACES.
012406 01  FED-COLUMN-HEADING      PIC X(132)  VALUE SPACES.
012407*    HEADING REPEATED AT THE TOP OF EACH BATCH PAGE -- SPACES
012408*    OUTSIDE THE TWO LISTINGS.
012409
012410 01  FED-BATCH-HEADING.
012411     05  FILLER              PIC X(01)   VALUE SPACE.
012412     05  FILLER              PIC X(06)   VALUE "DEPT".
012413     05  FILLER              PIC X(08)   VALUE "BATCH".
012414     05  FILLER              PIC X(12)   VALUE "SEND DATE".
012415     05  FILLER              PIC X(09)   VALUE "  CARDS".
012416     05  FILLER              PIC X(08)   VALUE "TRL CT".
012417     05  FILLER              PIC X(12)   VALUE "      HASH".
012418     05  FILLER              PIC X(12)   VALUE "  TRL HASH".
012419     05  FILLER              PIC X(11)   VALUE "STATUS".
012420     05  FILLER              PIC X(22)   VALUE "REASON".
012421     05  FILLER              PIC X(31)   VALUE "FIRST ACCEPTED".
012422
012423 01  FED-BATCH-DETAIL.
012424     05  FILLER              PIC X(01).
012425     05  FED-BD-DEPT         PIC X(04).
012426     05  FILLER              PIC X(02).
012427     05  FED-BD-BATCH-NO     PIC X(06).
012428     05  FILLER              PIC X(02).
012429     05  FED-BD-SEND-DATE    PIC X(10).
012430     05  FILLER              PIC X(02).
012431     05  FED-BD-CARDS        PIC ZZZ,ZZ9.
012432     05  FILLER              PIC X(02).
012433     05  FED-BD-TRL-COUNT    PIC X(06).
012434     05  FILLER              PIC X(02).
012435     05  FED-BD-HASH         PIC Z(09)9.
012436     05  FILLER              PIC X(02).
012437     05  FED-BD-TRL-HASH     PIC X(10).
012438     05  FILLER              PIC X(02).
012439     05  FED-BD-STATUS       PIC X(09).
012440     05  FILLER              PIC X(02).
012441     05  FED-BD-REASON       PIC X(20).
012442     05  FILLER              PIC X(02).
012443     05  FED-BD-FIRST-DATE   PIC X(10).
012444     05  FILLER              PIC X(21).
012445
012446 01  FED-DEPT-HEADING.
012447     05  FILLER              PIC X(01)   VALUE SPACE.
012448     05  FILLER              PIC X(06)   VALUE "DEPT".
012449     05  FILLER              PIC X(14)   VALUE "      ACCEPTED".
012450     05  FILLER              PIC X(14)   VALUE "          HELD".
012451     05  FILLER              PIC X(14)   VALUE "     DUPLICATE".
012452     05  FILLER              PIC X(16)   VALUE "  CARDS ACCEPTED".
012453     05  FILLER              PIC X(16)   VALUE "      CARDS HELD".
012454     05  FILLER              PIC X(51)   VALUE SPACES.
012455
012456 01  FED-DEPT-DETAIL.
012457     05  FILLER              PIC X(01).
012458     05  FED-DD-DEPT         PIC X(04).
012459     05  FILLER              PIC X(09).
012460     05  FED-DD-ACCEPTED     PIC ZZZ,ZZ9.
012461     05  FILLER              PIC X(07).
012462     05  FED-DD-HELD         PIC ZZZ,ZZ9.
012463     05  FILLER              PIC X(07).
012464     05  FED-DD-DUPLICATE    PIC ZZZ,ZZ9.
012465     05  FILLER              PIC X(05).
012466     05  FED-DD-CARDS-ACCEPTED PIC ZZZ,ZZZ,ZZ9.
012467     05  FILLER              PIC X(05).
012468     05  FED-DD-CARDS-HELD   PIC ZZZ,ZZZ,ZZ9.
012469     05  FILLER              PIC X(51).
012470
012471*****************************************************************
012472*   RUN CONTROL                                                  *
012473*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
012474*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
012475*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
012476*****************************************************************
012477 01  FED-RUN-FILES.
012478     05  FILLER              PIC X(08)   VALUE "CLEAN".
012479     05  FILLER              PIC X(01)   VALUE "E".
012480     05  FILLER              PIC X(08)   VALUE "ERRORS".
012481     05  FILLER              PIC X(01)   VALUE "E".
012482     05  FILLER              PIC X(08)   VALUE "EDITCTL".
012483     05  FILLER              PIC X(01)   VALUE "E".
012484     05  FILLER              PIC X(08)   VALUE "REFEED".
012485     05  FILLER              PIC X(01)   VALUE "E".
012486     05  FILLER              PIC X(08)   VALUE "BATCHREG".
012487     05  FILLER              PIC X(01)   VALUE "E".
012488     05  FILLER              PIC X(08)   VALUE "STDCARDS".
012489     05  FILLER              PIC X(01)   VALUE "S".
012490     05  FILLER              PIC X(08)   VALUE "DEPT".
012491     05  FILLER              PIC X(01)   VALUE "S".
012492     05  FILLER              PIC X(08)   VALUE "REQTRACK".
012493     05  FILLER              PIC X(01)   VALUE "S".
012494
012495 COPY FACTRNP.
012496
012497 77  FED-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
012498
012500 PROCEDURE DIVISION.
012600*****************************************************************
012700*   0000-MAINLINE                                                *
012800*   EDITS EVERY CARD ON THE RAW FEED, SPLITTING IT INTO THE      *
012900*   CLEAN INPUT FILE AND THE ERROR FILE, THEN PRINTS THE         *
013000*   EDIT-TOTALS PAGE AND THE DEPARTMENT BATCH PAGES.             *
013100*****************************************************************
013200 0000-MAINLINE.
013300     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
013310     IF FACT-RNP-GRANTED
013320         PERFORM 1000-INITIALIZE THRU 1000-EXIT
013330     ELSE
013340         SET FED-ABORTED TO TRUE
013350     END-IF.
013400
013500     IF NOT FED-ABORTED
013600         PERFORM 2100-READ-RAW THRU 2100-EXIT
013700         PERFORM 2200-EDIT-CARD THRU 2200-EXIT
013800             UNTIL FED-EOF
013810         IF FED-IN-BATCH
013820             PERFORM 4050-HOLD-UNCLOSED-BATCH THRU 4050-EXIT
013830         END-IF
013900         PERFORM 2500-WRITE-EDIT-TOTALS THRU 2500-EXIT
013920         PERFORM 4800-WRITE-BATCH-PAGES THRU 4800-EXIT
013950         PERFORM 2600-WRITE-EDIT-CONTROL THRU 2600-EXIT
014000         CLOSE FED-RAW-FILE
014100         CLOSE FED-CLEAN-FILE
014200         CLOSE FED-ERROR-FILE
014300         CLOSE FED-REPORT-FILE
014350         CLOSE FED-CONTROL-FILE
014360         CLOSE FED-DEPT-FILE
014370         CLOSE FED-TRACK-FILE
014380         CLOSE FED-SUSPENSE-FILE
014390         CLOSE FED-REGISTER-FILE
014400     END-IF.
014500
014510     PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT.
014600     STOP RUN.
014700
014800*****************************************************************
014900*   1000-INITIALIZE                                              *
015000*   OPENS THE FEED AND THE OUTPUT FILES AND FORMATS THE RUN      *
015100*   DATE FOR THE ERROR RECORDS AND THE TOTALS PAGE.  THE         *
015110*   DEPARTMENT MASTER, THE BATCH REGISTER AND THE BATCH WORK     *
015120*   FILE MUST ALL OPEN OR THE RUN IS ABANDONED.                  *
015200*****************************************************************
015300 1000-INITIALIZE.
015400     OPEN INPUT FED-RAW-FILE.
016000         OPEN OUTPUT FED-CLEAN-FILE
016100         OPEN OUTPUT FED-ERROR-FILE
016200         OPEN OUTPUT FED-REPORT-FILE
016250         OPEN OUTPUT FED-CONTROL-FILE
016260         OPEN EXTEND FED-TRACK-FILE
016270         IF FED-TRK-STATUS = "35"
016280             OPEN OUTPUT FED-TRACK-FILE
016290         END-IF
016295         OPEN OUTPUT FED-SUSPENSE-FILE
016300
016400         ACCEPT FED-RUN-DATE-RAW FROM DATE YYYYMMDD
016420         ACCEPT FED-RUN-TIME FROM TIME
016450         ACCEPT FED-USERID FROM ENVIRONMENT "USER"
016500         STRING FED-RUN-DATE-X(1:4) "-" FED-RUN-DATE-X(5:2) "-"
016600             FED-RUN-DATE-X(7:2) DELIMITED BY SIZE
016700                 INTO FED-RUN-DATE-EDIT
016800     END-IF.
016810
016820     IF NOT FED-ABORTED
016830         OPEN INPUT FED-DEPT-FILE
016840         IF FED-DPM-STATUS NOT = "00"
016850             DISPLAY "FACTDPT DID NOT OPEN -- FILE STATUS "
016860                 FED-DPM-STATUS ", PRE-EDIT RUN ABANDONED."
016870             SET FED-ABORTED TO TRUE
016880             MOVE 16 TO RETURN-CODE
016890         END-IF
016895     END-IF.
01689A     IF NOT FED-ABORTED
01689B         OPEN I-O FED-REGISTER-FILE
01689C         IF FED-BRG-STATUS NOT = "00"
01689D             DISPLAY "FACTBREG DID NOT OPEN -- FILE STATUS "
01689E                 FED-BRG-STATUS ", PRE-EDIT RUN ABANDONED."
01689F             SET FED-ABORTED TO TRUE
01689G             MOVE 16 TO RETURN-CODE
01689H         END-IF
01689I     END-IF.
01689J
01689K*    THE BATCH WORK FILE IS OPENED AFRESH FOR EACH BATCH; MAKE
01689L*    SURE NOW THAT IT IS THERE TO OPEN.
01689M     IF NOT FED-ABORTED
01689N         OPEN OUTPUT FED-WORK-FILE
01689O         IF FED-BWK-STATUS NOT = "00"
01689P             DISPLAY "FACTBWK DID NOT OPEN -- FILE STATUS "
01689Q                 FED-BWK-STATUS ", PRE-EDIT RUN ABANDONED."
01689R             SET FED-ABORTED TO TRUE
01689S             MOVE 16 TO RETURN-CODE
01689T         ELSE
01689U             CLOSE FED-WORK-FILE
01689V         END-IF
01689W     END-IF.
016900 1000-EXIT.
017000     EXIT.
017100
018300 2100-EXIT.
018400     EXIT.
018500
018510*****************************************************************
018520*   2150-STAMP-REQUEST-ID                                        *
018530*   GIVES THE CARD IN HAND ITS REQUEST ID IN COLUMNS 67-80: THE  *
018540*   RUN DATE AND THE CARD'S SEQUENCE ON TONIGHT'S FEED, SO A     *
018550*   RERUN OF THE EDIT ISSUES THE SAME IDS.  A CARD ALREADY       *
018560*   CARRYING AN ID FROM AN EARLIER NIGHT IS A RE-FED CORRECTION  *
018570*   AND KEEPS IT, SO THE DEPARTMENT ASKS ABOUT ONE ID FOR THE    *
018580*   LIFE OF THE REQUEST.  COLUMNS 67-80 ARE RESERVED FOR THE     *
018590*   ID; ANYTHING ELSE A DEPARTMENT PUNCHES THERE IS OVERLAID.    *
018600*****************************************************************
018610 2150-STAMP-REQUEST-ID.
018620     MOVE FED-RAW-RECORD(67:14) TO FED-REQUEST-ID-X.
018630     IF FED-REQUEST-ID-X IS NUMERIC
018640         AND FED-REQ-DATE >= 19000101
018650         AND FED-REQ-DATE < FED-RUN-DATE-RAW
018660         SET FED-ID-CARRIED TO TRUE
018670     ELSE
018680         SET FED-ID-STAMPED TO TRUE
018690         MOVE FED-RUN-DATE-RAW TO FED-REQ-DATE
018700         MOVE FED-READ-COUNT TO FED-REQ-SEQ
018710         MOVE FED-REQUEST-ID-X TO FED-RAW-RECORD(67:14)
018720     END-IF.
018730 2150-EXIT.
018740     EXIT.
018750
018760*****************************************************************
018770*   2200-EDIT-CARD                                               *
018802*   TAKES THE NEXT CARD OFF THE FEED.  A HEADER CARD OPENS A     *
018834*   DEPARTMENT BATCH AND A TRAILER CARD CLOSES IT; A REQUEST     *
018866*   CARD INSIDE A BATCH IS STAMPED AND SET ASIDE UNTIL THE       *
018898*   TRAILER SAYS WHETHER ITS BATCH GOES THROUGH.  A CARD OUTSIDE *
018930*   ANY BATCH -- A RE-FED CORRECTION, A STANDING-REQUEST CARD,   *
018962*   OR A FEED SENT WITHOUT CONTROL CARDS -- IS EDITED AT ONCE.   *
019000*****************************************************************
019100 2200-EDIT-CARD.
019103     MOVE FED-RAW-RECORD TO FACT-BCH-CARD.
019106     EVALUATE TRUE
019109         WHEN FACT-BCH-HEADER
019112             PERFORM 4000-START-BATCH THRU 4000-EXIT
019115         WHEN FACT-BCH-TRAILER
019118             PERFORM 4200-END-BATCH THRU 4200-EXIT
019121         WHEN FED-IN-BATCH
019124             PERFORM 4100-SAVE-BATCH-CARD THRU 4100-EXIT
019127         WHEN OTHER
019130             ADD 1 TO FED-UNBATCHED-COUNT
019133             PERFORM 2150-STAMP-REQUEST-ID THRU 2150-EXIT
019136             PERFORM 2250-EDIT-ONE-CARD THRU 2250-EXIT
019139     END-EVALUATE.
019142
019145     PERFORM 2100-READ-RAW THRU 2100-EXIT.
019148 2200-EXIT.
019151     EXIT.
019154
019157*****************************************************************
019160*   2250-EDIT-ONE-CARD                                           *
019163*   APPLIES THE BLANK/NUMERIC/FORMAT, DEPARTMENT AND PRIORITY    *
019166*   EDITS TO THE STAMPED CARD IN HAND AND ROUTES IT TO THE CLEAN *
019169*   FILE OR THE ERROR FILE.                                      *
019172*****************************************************************
019175 2250-EDIT-ONE-CARD.
019200     MOVE FED-RAW-RECORD(1:4) TO FED-NUMBER-ZONE.
019300     PERFORM 3000-EDIT-NUMBER-ZONE THRU 3000-EXIT.
019310
019700     ELSE
019800         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
019900     END-IF.
019950     PERFORM 2700-WRITE-TRACKING THRU 2700-EXIT.
020200 2250-EXIT.
020300     EXIT.
020400
020500*****************************************************************
023700             MOVE "NON-NUMERIC" TO FACT-ERR-REASON-DESC
023710         WHEN FACT-ERR-BAD-DEPT
023720             ADD 1 TO FED-BADDEPT-COUNT
023730             IF FED-DEPT-INACTIVE
023732                 MOVE "INACTIVE DEPARTMENT"
023733                     TO FACT-ERR-REASON-DESC
023734             ELSE
023736                 MOVE "UNKNOWN DEPARTMENT"
023737                     TO FACT-ERR-REASON-DESC
023738             END-IF
023740         WHEN FACT-ERR-BAD-PRIORITY
023750             ADD 1 TO FED-BADPRI-COUNT
023760             MOVE "INVALID PRIORITY" TO FACT-ERR-REASON-DESC
025000*   2500-WRITE-EDIT-TOTALS                                       *
025100*   PRINTS THE EDIT-TOTALS PAGE: CARDS READ/ACCEPTED/REJECTED,   *
025200*   CARDS NORMALIZED ON THE WAY THROUGH, REJECTS BY REASON,      *
025300*   CARDS HELD WITH THEIR BATCHES, THE CONTROL CARDS OF THE      *
025350*   BATCHES ACCEPTED, AND THE RECONCILIATION LINE.               *
025400*****************************************************************
025500 2500-WRITE-EDIT-TOTALS.
025600     MOVE SPACES TO FACT-RPT-LINE.
030000     WRITE FED-RPT-RECORD FROM FACT-RPT-FOOTER.
030010
030020     MOVE SPACES TO FACT-RPT-LINE.
030030     MOVE "  REJECTED - UNKNOWN/INACT DPT" TO FACT-F-LABEL.
030040     MOVE FED-BADDEPT-COUNT TO FACT-F-VALUE.
030050     WRITE FED-RPT-RECORD FROM FACT-RPT-FOOTER.
030060
030080     MOVE "  REJECTED - BAD PRIORITY. . ." TO FACT-F-LABEL.
030090     MOVE FED-BADPRI-COUNT TO FACT-F-VALUE.
030095     WRITE FED-RPT-RECORD FROM FACT-RPT-FOOTER.
03009A
03009B     MOVE SPACES TO FACT-RPT-LINE.
03009C     MOVE "CARDS HELD IN SUSPENSE . . . ." TO FACT-F-LABEL.
03009D     MOVE FED-HELD-COUNT TO FACT-F-VALUE.
03009E     WRITE FED-RPT-RECORD FROM FACT-RPT-FOOTER.
03009F
03009G     MOVE SPACES TO FACT-RPT-LINE.
03009H     MOVE "ACCEPTED BATCH HDR/TRL CARDS ." TO FACT-F-LABEL.
03009I     MOVE FED-CONTROL-COUNT TO FACT-F-VALUE.
03009J     WRITE FED-RPT-RECORD FROM FACT-RPT-FOOTER.
030100
030200     ADD FED-ACCEPT-COUNT FED-REJECT-COUNT FED-HELD-COUNT
030300         FED-CONTROL-COUNT GIVING FED-RECON-TOTAL.
030400     MOVE SPACES TO FACT-RPT-LINE.
030500     MOVE "RECONCILIATION . . . . . . . ." TO FACT-R-LABEL.
030600     IF FED-RECON-TOTAL = FED-READ-COUNT
030700         MOVE "IN BALANCE -- ACCEPT + REJECT + HELD + CTL = READ"
030800             TO FACT-R-MESSAGE
030900     ELSE
031000         MOVE "*** OUT OF BALANCE -- SEE OPERATIONS ***"
031300     WRITE FED-RPT-RECORD FROM FACT-RPT-RECON.
031400 2500-EXIT.
031500     EXIT.
031510
031520*****************************************************************
031530*   2600-WRITE-EDIT-CONTROL                                      *
031540*   WRITES THE ONE-RECORD EDIT-CONTROL FILE WITH THE SAME        *
031550*   COUNTS THE EDIT-TOTALS PAGE PRINTS, FOR THE MORNING          *
031560*   CHAIN-OF-CUSTODY BALANCING.                                  *
031570*****************************************************************
031580 2600-WRITE-EDIT-CONTROL.
031582     MOVE SPACES TO FACT-ECL-RECORD.
031584     MOVE FED-RUN-DATE-RAW TO FACT-ECL-RUN-DATE.
031586     MOVE FED-READ-COUNT TO FACT-ECL-READ-COUNT.
031588     MOVE FED-ACCEPT-COUNT TO FACT-ECL-ACCEPT-COUNT.
031590     MOVE FED-REJECT-COUNT TO FACT-ECL-REJECT-COUNT.
031591     MOVE FED-HELD-COUNT TO FACT-ECL-HELD-COUNT.
031592     MOVE FED-CONTROL-COUNT TO FACT-ECL-CONTROL-COUNT.
031593     WRITE FACT-ECL-RECORD.
031594 2600-EXIT.
031596     EXIT.
031597
031598*****************************************************************
031599*   2700-WRITE-TRACKING                                          *
03159A*   APPENDS THE CARD'S EDIT OUTCOME -- ACCEPTED, OR REJECTED     *
03159B*   WITH THE REASON -- TO THE REQUEST TRACKING LOG UNDER ITS ID. *
03159C*****************************************************************
03159D 2700-WRITE-TRACKING.
03159E     MOVE SPACES TO FACT-RQT-RECORD.
03159F     MOVE FED-REQUEST-ID-X TO FACT-RQT-REQUEST-ID.
03159G     MOVE FED-RUN-DATE-RAW TO FACT-RQT-DATE.
03159H     ACCEPT FACT-RQT-TIME FROM TIME.
03159I     MOVE FED-RAW-RECORD(6:4) TO FACT-RQT-DEPT-CODE.
03159J     MOVE FED-USERID TO FACT-RQT-USERID.
03159K     IF FED-CARD-PASSED
03159L         SET FACT-RQT-EDITED TO TRUE
03159M         MOVE FED-CLEAN-NUMBER TO FACT-RQT-NUMBER
03159N         IF FED-ID-CARRIED
03159O             MOVE "ACCEPTED ON RE-FEED" TO FACT-RQT-DETAIL
03159P         ELSE
03159Q             MOVE "ACCEPTED" TO FACT-RQT-DETAIL
03159R         END-IF
03159S     ELSE
03159T         SET FACT-RQT-EDIT-FAILED TO TRUE
03159U         MOVE FED-NUMBER-ZONE TO FACT-RQT-NUMBER
03159V         MOVE FACT-ERR-REASON-DESC TO FACT-RQT-DETAIL
03159W     END-IF.
03159X     WRITE FACT-RQT-RECORD.
03159Y 2700-EXIT.
03159Z     EXIT.
031600
031700*****************************************************************
031800*   3000-EDIT-NUMBER-ZONE                                        *
038000*****************************************************************
038100*   3500-EDIT-DEPT-ZONE                                          *
038200*   VALIDATES THE FOUR-COLUMN DEPARTMENT ZONE (CARD COLUMNS      *
038300*   6-9) AGAINST THE DEPARTMENT MASTER.  A BLANK OR              *
038400*   UNRECOGNIZED CODE, OR ONE NOT IN EFFECT ON THE RUN DATE,     *
038500*   FAILS THE CARD -- AN UNBILLABLE REQUEST IS NOT ALLOWED       *
038550*   INTO THE CLEAN FEED.                                         *
038600*****************************************************************
038700 3500-EDIT-DEPT-ZONE.
038800     MOVE FED-RAW-RECORD(6:4) TO FED-DEPT-ZONE.
038900     SET FED-DEPT-NOT-FOUND TO TRUE.
039000     MOVE "N" TO FED-DEPT-INACTIVE-SWITCH.
039100     IF FED-DEPT-ZONE NOT = SPACES
039200         PERFORM 3600-FIND-DEPT THRU 3600-EXIT
039250     END-IF.
039300
039400     IF FED-DEPT-NOT-FOUND
039500         SET FED-CARD-FAILED TO TRUE
040000
040100*****************************************************************
040200*   3600-FIND-DEPT                                               *
040300*   READS THE DEPARTMENT MASTER FOR THE CARD'S DEPARTMENT ZONE   *
040400*   AND CHECKS THE DEPARTMENT WAS IN EFFECT ON THE RUN DATE.     *
040450*   THE DATES DECIDE, NOT THE STATUS BYTE, SO A DEPARTMENT       *
040460*   RETIRED TODAY STILL HAS TONIGHT'S CARDS ACCEPTED.            *
040500*****************************************************************
040600 3600-FIND-DEPT.
040700     MOVE FED-DEPT-ZONE TO FACT-DPM-CODE.
040800     READ FED-DEPT-FILE
040900         INVALID KEY
041000             CONTINUE
041010         NOT INVALID KEY
041020             IF FACT-DPM-EFFECTIVE-DATE <= FED-RUN-DATE-RAW
041030                 AND (FACT-DPM-EXPIRY-DATE = ZERO
041040                      OR FACT-DPM-EXPIRY-DATE >= FED-RUN-DATE-RAW)
041050                 SET FED-DEPT-FOUND TO TRUE
041060             ELSE
041070                 SET FED-DEPT-INACTIVE TO TRUE
041080             END-IF
041100     END-READ.
041200 3600-EXIT.
041300     EXIT.
041400
043300     END-EVALUATE.
043400 3700-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800*   4000-START-BATCH                                             *
043900*   A HEADER CARD.  A BATCH STILL OPEN HAS LOST ITS TRAILER AND  *
044000*   IS HELD FIRST.  THE NEW HEADER IS CHECKED AND WRITTEN FIRST  *
044100*   ON THE EMPTIED BATCH WORK FILE.                              *
044200*****************************************************************
044300 4000-START-BATCH.
044400     IF FED-IN-BATCH
044500         PERFORM 4050-HOLD-UNCLOSED-BATCH THRU 4050-EXIT
044600     END-IF.
044700
044800     SET FED-IN-BATCH TO TRUE.
044900     MOVE FACT-BCH-DEPT-CODE TO FED-BAT-DEPT.
045000     MOVE FACT-BCH-BATCH-NO TO FED-BAT-NO.
045100     MOVE FACT-BCH-SEND-DATE TO FED-BAT-SEND-DATE.
045200     MOVE ZERO TO FED-BAT-CARD-COUNT.
045300     MOVE ZERO TO FED-BAT-HASH.
045400     MOVE SPACES TO FED-BAT-TRL-COUNT.
045500     MOVE SPACES TO FED-BAT-TRL-HASH.
045600     MOVE ZERO TO FED-BAT-FIRST-DATE.
045700     IF FACT-BCH-DEPT-CODE = SPACES
045800         OR FACT-BCH-BATCH-NO IS NOT NUMERIC
045900         OR FACT-BCH-SEND-DATE IS NOT NUMERIC
046000         SET FED-BAT-HEADER-BAD TO TRUE
046100     ELSE
046200         SET FED-BAT-HEADER-GOOD TO TRUE
046300     END-IF.
046400
046500     OPEN OUTPUT FED-WORK-FILE.
046600     MOVE SPACES TO FED-WORK-RECORD.
046700     SET FED-WRK-CONTROL-CARD TO TRUE.
046800     MOVE FACT-BCH-CARD TO FED-WRK-CARD.
046900     WRITE FED-WORK-RECORD.
047000 4000-EXIT.
047100     EXIT.
047200
047300*****************************************************************
047400*   4050-HOLD-UNCLOSED-BATCH                                     *
047500*   THE BATCH IN HAND ENDED -- AT THE NEXT HEADER CARD OR AT THE *
047600*   END OF THE FEED -- WITHOUT ITS TRAILER.  IT MAY HAVE BEEN    *
047700*   CUT SHORT, SO THE WHOLE BATCH IS HELD.                       *
047800*****************************************************************
047900 4050-HOLD-UNCLOSED-BATCH.
048000     SET FED-BAT-HELD TO TRUE.
048100     MOVE "T" TO FED-BAT-REASON-CODE.
048200     MOVE "MISSING TRAILER" TO FED-BAT-REASON-DESC.
048300     PERFORM 4400-CLOSE-BATCH THRU 4400-EXIT.
048400 4050-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*   4100-SAVE-BATCH-CARD                                         *
048900*   A REQUEST CARD INSIDE A BATCH.  IT IS STAMPED NOW, SO ITS ID *
049000*   KEEPS ITS PLACE ON THE FEED WHETHER THE BATCH GOES THROUGH   *
049100*   OR IS HELD, THEN COUNTED AND HASHED FOR THE TRAILER AND SET  *
049200*   ASIDE ON THE BATCH WORK FILE.                                *
049300*****************************************************************
049400 4100-SAVE-BATCH-CARD.
049500     PERFORM 2150-STAMP-REQUEST-ID THRU 2150-EXIT.
049600     ADD 1 TO FED-BAT-CARD-COUNT.
049700     MOVE FED-RAW-RECORD(1:4) TO FED-NUMBER-ZONE.
049800     PERFORM 3000-EDIT-NUMBER-ZONE THRU 3000-EXIT.
049900     IF FED-CARD-PASSED
050000         ADD FED-CLEAN-NUMBER-N TO FED-BAT-HASH
050100     END-IF.
050200
050300     MOVE SPACES TO FED-WORK-RECORD.
050400     SET FED-WRK-REQUEST-CARD TO TRUE.
050500     MOVE FED-ID-SWITCH TO FED-WRK-ID-SWITCH.
050600     MOVE FED-RAW-RECORD TO FED-WRK-CARD.
050700     WRITE FED-WORK-RECORD.
050800 4100-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*   4200-END-BATCH                                               *
051300*   A TRAILER CARD.  WITH NO BATCH OPEN IT BELONGS TO NOTHING AND*
051400*   IS HELD ON ITS OWN.  OTHERWISE IT GOES LAST ON THE BATCH WORK*
051500*   FILE AND THE BATCH IS JUDGED: A BAD HEADER, A TRAILER FOR    *
051600*   ANOTHER BATCH, OR A COUNT OR HASH THAT DOES NOT AGREE HOLDS  *
051700*   THE BATCH; A BATCH THAT BALANCES IS CHECKED AGAINST THE      *
051800*   BATCH REGISTER FOR A DUPLICATE.                              *
051900*****************************************************************
052000 4200-END-BATCH.
052100     IF FED-NOT-IN-BATCH
052200         PERFORM 4250-HOLD-STRAY-TRAILER THRU 4250-EXIT
052300     ELSE
052400         MOVE FACT-BCH-CARD-COUNT TO FED-BAT-TRL-COUNT
052500         MOVE FACT-BCH-HASH-TOTAL TO FED-BAT-TRL-HASH
052600         MOVE SPACES TO FED-WORK-RECORD
052700         SET FED-WRK-CONTROL-CARD TO TRUE
052800         MOVE FACT-BCH-CARD TO FED-WRK-CARD
052900         WRITE FED-WORK-RECORD
053000
053100         SET FED-BAT-HELD TO TRUE
053200         EVALUATE TRUE
053300             WHEN FED-BAT-HEADER-BAD
053400                 MOVE "H" TO FED-BAT-REASON-CODE
053500                 MOVE "INVALID HEADER" TO FED-BAT-REASON-DESC
053600             WHEN FACT-BCH-DEPT-CODE NOT = FED-BAT-DEPT
053700               OR FACT-BCH-BATCH-NO NOT = FED-BAT-NO
053800                 MOVE "M" TO FED-BAT-REASON-CODE
053900                 MOVE "TRAILER MISMATCH" TO FED-BAT-REASON-DESC
054000             WHEN FACT-BCH-CARD-COUNT IS NOT NUMERIC
054100               OR FACT-BCH-HASH-TOTAL IS NOT NUMERIC
054200                 MOVE "B" TO FED-BAT-REASON-CODE
054300                 MOVE "OUT OF BALANCE" TO FED-BAT-REASON-DESC
054400             WHEN FACT-BCH-CARD-COUNT-N NOT = FED-BAT-CARD-COUNT
054500               OR FACT-BCH-HASH-TOTAL-N NOT = FED-BAT-HASH
054600                 MOVE "B" TO FED-BAT-REASON-CODE
054700                 MOVE "OUT OF BALANCE" TO FED-BAT-REASON-DESC
054800             WHEN OTHER
054900                 PERFORM 4300-CHECK-REGISTER THRU 4300-EXIT
055000         END-EVALUATE
055100         PERFORM 4400-CLOSE-BATCH THRU 4400-EXIT
055200     END-IF.
055300 4200-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*   4250-HOLD-STRAY-TRAILER                                      *
055800*   A TRAILER WITH NO BATCH OPEN -- ITS HEADER WAS LOST OR IT WAS*
055900*   SENT TWICE.  IT IS HELD ON ITS OWN AND LISTED AS A BATCH OF  *
056000*   NO CARDS UNDER THE DEPARTMENT AND NUMBER IT CARRIES.         *
056100*****************************************************************
056200 4250-HOLD-STRAY-TRAILER.
056300     MOVE FACT-BCH-DEPT-CODE TO FED-BAT-DEPT.
056400     MOVE FACT-BCH-BATCH-NO TO FED-BAT-NO.
056500     MOVE SPACES TO FED-BAT-SEND-DATE.
056600     MOVE ZERO TO FED-BAT-CARD-COUNT.
056700     MOVE ZERO TO FED-BAT-HASH.
056800     MOVE FACT-BCH-CARD-COUNT TO FED-BAT-TRL-COUNT.
056900     MOVE FACT-BCH-HASH-TOTAL TO FED-BAT-TRL-HASH.
057000     MOVE ZERO TO FED-BAT-FIRST-DATE.
057100     SET FED-BAT-HELD TO TRUE.
057200     MOVE "N" TO FED-BAT-REASON-CODE.
057300     MOVE "MISSING HEADER" TO FED-BAT-REASON-DESC.
057400     PERFORM 4500-RECORD-BATCH THRU 4500-EXIT.
057500     PERFORM 4600-WRITE-SUSPENSE THRU 4600-EXIT.
057600 4250-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000*   4300-CHECK-REGISTER                                          *
058100*   A BATCH THAT BALANCES IS A DUPLICATE WHEN THE BATCH REGISTER *
058200*   ALREADY HOLDS ITS DEPARTMENT AND BATCH NUMBER -- UNLESS THE  *
058300*   ENTRY IS DATED TONIGHT BY ANOTHER RUN, WHICH CAN ONLY BE AN  *
058400*   EARLIER, FAILED ATTEMPT AT TONIGHT'S EDIT; THE RESUBMITTED   *
058500*   EDIT TAKES THAT BATCH AGAIN.  AN ACCEPTED BATCH IS ADDED TO  *
058600*   (OR REWRITTEN ON) THE REGISTER UNDER THIS RUN.               *
058700*****************************************************************
058800 4300-CHECK-REGISTER.
058900     SET FED-BAT-ACCEPTED TO TRUE.
059000     MOVE SPACE TO FED-BAT-REASON-CODE.
059100     MOVE SPACES TO FED-BAT-REASON-DESC.
059200     MOVE "N" TO FED-REG-FOUND-SWITCH.
059300     MOVE FED-BAT-DEPT TO FACT-BRG-DEPT-CODE.
059400     MOVE FED-BAT-NO TO FACT-BRG-BATCH-NO.
059500     READ FED-REGISTER-FILE
059600         INVALID KEY
059700             CONTINUE
059800         NOT INVALID KEY
059900             SET FED-REG-FOUND TO TRUE
060000     END-READ.
060100
060200     IF FED-REG-FOUND
060300         AND (FACT-BRG-ACCEPT-DATE NOT = FED-RUN-DATE-RAW
060400              OR FACT-BRG-ACCEPT-TIME = FED-RUN-TIME)
060500         SET FED-BAT-DUPLICATE TO TRUE
060600         MOVE "D" TO FED-BAT-REASON-CODE
060700         MOVE "DUPLICATE BATCH" TO FED-BAT-REASON-DESC
060800         MOVE FACT-BRG-ACCEPT-DATE TO FED-BAT-FIRST-DATE
060900     ELSE
061000         PERFORM 4350-REGISTER-BATCH THRU 4350-EXIT
061100     END-IF.
061200 4300-EXIT.
061300     EXIT.
061400
061500*****************************************************************
061600*   4350-REGISTER-BATCH                                          *
061700*   A REGISTER THAT CANNOT BE UPDATED DOES NOT STOP THE NIGHT,   *
061800*   BUT A LATER COPY OF THE BATCH WILL NOT BE CAUGHT, SO THE     *
061900*   FAILURE IS REPORTED ON THE CONSOLE.                          *
062000*****************************************************************
062100 4350-REGISTER-BATCH.
062200     MOVE SPACES TO FACT-BRG-RECORD.
062300     MOVE FED-BAT-DEPT TO FACT-BRG-DEPT-CODE.
062400     MOVE FED-BAT-NO TO FACT-BRG-BATCH-NO.
062500     MOVE FED-BAT-SEND-DATE TO FACT-BRG-SEND-DATE.
062600     MOVE FED-BAT-CARD-COUNT TO FACT-BRG-CARD-COUNT.
062700     MOVE FED-BAT-HASH TO FACT-BRG-HASH-TOTAL.
062800     MOVE FED-RUN-DATE-RAW TO FACT-BRG-ACCEPT-DATE.
062900     MOVE FED-RUN-TIME TO FACT-BRG-ACCEPT-TIME.
063000     IF FED-REG-FOUND
063100         REWRITE FACT-BRG-RECORD
063200     ELSE
063300         WRITE FACT-BRG-RECORD
063400     END-IF.
063500     IF FED-BRG-STATUS NOT = "00"
063600         DISPLAY "FACTBREG NOT UPDATED FOR BATCH " FED-BAT-DEPT
063700             " " FED-BAT-NO " -- FILE STATUS " FED-BRG-STATUS
063800     END-IF.
063900 4350-EXIT.
064000     EXIT.
064100
064200*****************************************************************
064300*   4400-CLOSE-BATCH                                             *
064400*   THE BATCH HAS BEEN JUDGED.  ITS CARDS ARE READ BACK OFF THE  *
064500*   BATCH WORK FILE IN FEED ORDER: AN ACCEPTED BATCH'S REQUEST   *
064600*   CARDS GO THROUGH THE CARD EDITS LIKE ANY OTHER, AND EVERY    *
064700*   CARD OF A HELD BATCH GOES TO SUSPENSE.                       *
064800*****************************************************************
064900 4400-CLOSE-BATCH.
065000     CLOSE FED-WORK-FILE.
065100     PERFORM 4500-RECORD-BATCH THRU 4500-EXIT.
065200
065300     OPEN INPUT FED-WORK-FILE.
065400     MOVE "N" TO FED-WORK-EOF-SWITCH.
065500     PERFORM 4410-READ-WORK THRU 4410-EXIT.
065600     PERFORM 4420-RELEASE-OR-HOLD THRU 4420-EXIT
065700         UNTIL FED-WORK-EOF.
065800     CLOSE FED-WORK-FILE.
065900     SET FED-NOT-IN-BATCH TO TRUE.
066000 4400-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400*   4410-READ-WORK                                               *
066500*****************************************************************
066600 4410-READ-WORK.
066700     READ FED-WORK-FILE
066800         AT END
066900             SET FED-WORK-EOF TO TRUE
067000     END-READ.
067100 4410-EXIT.
067200     EXIT.
067300
067400*****************************************************************
067500*   4420-RELEASE-OR-HOLD                                         *
067600*   ONE CARD OFF THE BATCH WORK FILE, PUT BACK IN THE CARD AREA  *
067700*   WITH THE ID IT WAS STAMPED WITH.                             *
067800*****************************************************************
067900 4420-RELEASE-OR-HOLD.
068000     MOVE FED-WRK-CARD TO FED-RAW-RECORD.
068100     MOVE FED-WRK-ID-SWITCH TO FED-ID-SWITCH.
068200     MOVE FED-RAW-RECORD(67:14) TO FED-REQUEST-ID-X.
068300     EVALUATE TRUE
068400         WHEN FED-BAT-ACCEPTED AND FED-WRK-REQUEST-CARD
068500             ADD 1 TO FED-BATCHED-COUNT
068600             PERFORM 2250-EDIT-ONE-CARD THRU 2250-EXIT
068700         WHEN FED-BAT-ACCEPTED
068800             ADD 1 TO FED-CONTROL-COUNT
068900         WHEN OTHER
069000             PERFORM 4600-WRITE-SUSPENSE THRU 4600-EXIT
069100             IF FED-WRK-REQUEST-CARD
069200                 PERFORM 4700-TRACK-HELD-CARD THRU 4700-EXIT
069300             END-IF
069400     END-EVALUATE.
069500
069600     PERFORM 4410-READ-WORK THRU 4410-EXIT.
069700 4420-EXIT.
069800     EXIT.
069900
070000*****************************************************************
070100*   4500-RECORD-BATCH                                            *
070200*   COUNTS THE JUDGED BATCH, KEEPS ITS LINE FOR THE BATCH PAGES, *
070300*   AND ADDS IT TO ITS DEPARTMENT'S TALLY.                       *
070400*****************************************************************
070500 4500-RECORD-BATCH.
070600     EVALUATE TRUE
070700         WHEN FED-BAT-ACCEPTED
070800             ADD 1 TO FED-BATCHES-ACCEPTED
070900         WHEN FED-BAT-DUPLICATE
071000             ADD 1 TO FED-BATCHES-DUPLICATE
071100         WHEN OTHER
071200             ADD 1 TO FED-BATCHES-HELD
071300     END-EVALUATE.
071400
071500     IF FED-BATCH-USED < FED-BATCH-MAX
071600         ADD 1 TO FED-BATCH-USED
071700         MOVE FED-BAT-DEPT TO FED-B-DEPT(FED-BATCH-USED)
071800         MOVE FED-BAT-NO TO FED-B-NO(FED-BATCH-USED)
071900         MOVE FED-BAT-SEND-DATE
072000             TO FED-B-SEND-DATE(FED-BATCH-USED)
072100         MOVE FED-BAT-CARD-COUNT
072200             TO FED-B-CARDS(FED-BATCH-USED)
072300         MOVE FED-BAT-HASH TO FED-B-HASH(FED-BATCH-USED)
072400         MOVE FED-BAT-TRL-COUNT
072500             TO FED-B-TRL-COUNT(FED-BATCH-USED)
072600         MOVE FED-BAT-TRL-HASH TO FED-B-TRL-HASH(FED-BATCH-USED)
072700         MOVE FED-BAT-STATUS TO FED-B-STATUS(FED-BATCH-USED)
072800         MOVE FED-BAT-REASON-DESC
072900             TO FED-B-REASON(FED-BATCH-USED)
073000         MOVE FED-BAT-FIRST-DATE
073100             TO FED-B-FIRST-DATE(FED-BATCH-USED)
073200     ELSE
073300         ADD 1 TO FED-BATCH-OVERFLOW
073400     END-IF.
073500
073600     PERFORM 4550-FIND-DEPT-SLOT THRU 4550-EXIT.
073700     IF FED-SLOT-FOUND
073800         EVALUATE TRUE
073900             WHEN FED-BAT-ACCEPTED
074000                 ADD 1 TO FED-T-ACCEPTED(FED-SLOT)
074100                 ADD FED-BAT-CARD-COUNT
074200                     TO FED-T-CARDS-ACCEPTED(FED-SLOT)
074300             WHEN FED-BAT-DUPLICATE
074400                 ADD 1 TO FED-T-DUPLICATE(FED-SLOT)
074500                 ADD FED-BAT-CARD-COUNT
074600                     TO FED-T-CARDS-HELD(FED-SLOT)
074700             WHEN OTHER
074800                 ADD 1 TO FED-T-HELD(FED-SLOT)
074900                 ADD FED-BAT-CARD-COUNT
075000                     TO FED-T-CARDS-HELD(FED-SLOT)
075100         END-EVALUATE
075200     END-IF.
075300 4500-EXIT.
075400     EXIT.
075500
075600*****************************************************************
075700*   4550-FIND-DEPT-SLOT                                          *
075800*   SETS FED-SLOT TO THE BATCH DEPARTMENT'S LINE IN THE TALLY,   *
075900*   OPENING A LINE FOR A DEPARTMENT NOT YET SEEN TONIGHT.  WITH  *
076000*   THE TALLY FULL THE BATCH GOES UNTALLIED AND THE BATCH PAGES  *
076100*   SAY SO.                                                      *
076200*****************************************************************
076300 4550-FIND-DEPT-SLOT.
076400     SET FED-SLOT-NOT-FOUND TO TRUE.
076500     MOVE 1 TO FED-D-SUB.
076600     PERFORM 4560-MATCH-DEPT-SLOT THRU 4560-EXIT
076700         UNTIL FED-SLOT-FOUND OR FED-D-SUB > FED-DEPT-USED.
076800
076900     IF FED-SLOT-NOT-FOUND
077000         IF FED-DEPT-USED < FED-DEPT-MAX
077100             ADD 1 TO FED-DEPT-USED
077200             MOVE FED-DEPT-USED TO FED-SLOT
077300             MOVE FED-BAT-DEPT TO FED-T-DEPT(FED-SLOT)
077400             MOVE ZERO TO FED-T-ACCEPTED(FED-SLOT)
077500             MOVE ZERO TO FED-T-HELD(FED-SLOT)
077600             MOVE ZERO TO FED-T-DUPLICATE(FED-SLOT)
077700             MOVE ZERO TO FED-T-CARDS-ACCEPTED(FED-SLOT)
077800             MOVE ZERO TO FED-T-CARDS-HELD(FED-SLOT)
077900             SET FED-SLOT-FOUND TO TRUE
078000         ELSE
078100             ADD 1 TO FED-DEPT-OVERFLOW
078200         END-IF
078300     END-IF.
078400 4550-EXIT.
078500     EXIT.
078600
078700*****************************************************************
078800*   4560-MATCH-DEPT-SLOT                                         *
078900*****************************************************************
079000 4560-MATCH-DEPT-SLOT.
079100     IF FED-T-DEPT(FED-D-SUB) = FED-BAT-DEPT
079200         SET FED-SLOT-FOUND TO TRUE
079300         MOVE FED-D-SUB TO FED-SLOT
079400     ELSE
079500         ADD 1 TO FED-D-SUB
079600     END-IF.
079700 4560-EXIT.
079800     EXIT.
079900
080000*****************************************************************
080100*   4600-WRITE-SUSPENSE                                          *
080200*   WRITES THE CARD IN HAND TO SUSPENSE UNDER ITS BATCH'S REASON.*
080300*****************************************************************
080400 4600-WRITE-SUSPENSE.
080500     ADD 1 TO FED-HELD-COUNT.
080600     MOVE SPACES TO FACT-SUS-RECORD.
080700     MOVE FED-BAT-REASON-CODE TO FACT-SUS-REASON-CODE.
080800     MOVE FED-BAT-REASON-DESC TO FACT-SUS-REASON-DESC.
080900     MOVE FED-RUN-DATE-RAW TO FACT-SUS-RUN-DATE.
081000     MOVE FED-BAT-DEPT TO FACT-SUS-DEPT-CODE.
081100     MOVE FED-BAT-NO TO FACT-SUS-BATCH-NO.
081200     MOVE FED-RAW-RECORD TO FACT-SUS-RAW-DATA.
081300     WRITE FACT-SUS-RECORD.
081400 4600-EXIT.
081500     EXIT.
081600
081700*****************************************************************
081800*   4700-TRACK-HELD-CARD                                         *
081900*   LOGS A HELD REQUEST CARD ON THE REQUEST TRACKING LOG UNDER   *
082000*   ITS ID, WITH THE REASON ITS BATCH WAS HELD.                  *
082100*****************************************************************
082200 4700-TRACK-HELD-CARD.
082300     MOVE SPACES TO FACT-RQT-RECORD.
082400     MOVE FED-REQUEST-ID-X TO FACT-RQT-REQUEST-ID.
082500     MOVE FED-RUN-DATE-RAW TO FACT-RQT-DATE.
082600     ACCEPT FACT-RQT-TIME FROM TIME.
082700     MOVE FED-RAW-RECORD(6:4) TO FACT-RQT-DEPT-CODE.
082800     MOVE FED-USERID TO FACT-RQT-USERID.
082900     SET FACT-RQT-HELD TO TRUE.
083000     MOVE FED-RAW-RECORD(1:4) TO FACT-RQT-NUMBER.
083100     MOVE FED-BAT-REASON-DESC TO FACT-RQT-DETAIL.
083200     WRITE FACT-RQT-RECORD.
083300 4700-EXIT.
083400     EXIT.
083500
083600*****************************************************************
083700*   4800-WRITE-BATCH-PAGES                                       *
083800*   THE BATCH PAGES THAT FOLLOW THE EDIT-TOTALS PAGE: EVERY      *
083900*   DEPARTMENT BATCH ON TONIGHT'S FEED AND HOW IT WAS JUDGED,    *
084000*   THE BATCHES ACCEPTED, HELD AND DUPLICATED BY DEPARTMENT, AND *
084100*   THE BATCH TOTALS.                                            *
084200*****************************************************************
084300 4800-WRITE-BATCH-PAGES.
084400     MOVE SPACES TO FED-COLUMN-HEADING.
084500     PERFORM 4810-WRITE-BATCH-HEADERS THRU 4810-EXIT.
084600
084700     MOVE SPACES TO FACT-RPT-LINE.
084800     MOVE "DEPARTMENT BATCHES ON TONIGHT'S FEED" TO FACT-S-TITLE.
084900     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
085000     IF FED-BATCH-USED = ZERO
085100         MOVE SPACES TO FACT-RPT-LINE
085200         MOVE "BATCHES. . . . . . . . . . . ." TO FACT-R-LABEL
085300         MOVE "NO BATCH HEADER CARDS ON TONIGHT'S FEED"
085400             TO FACT-R-MESSAGE
085500         PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT
085600     ELSE
085700         MOVE FED-BATCH-HEADING TO FED-COLUMN-HEADING
085800         MOVE FED-COLUMN-HEADING TO FACT-RPT-LINE
085900         PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT
086000         PERFORM 4820-PRINT-BATCH THRU 4820-EXIT
086100             VARYING FED-B-SUB FROM 1 BY 1
086200             UNTIL FED-B-SUB > FED-BATCH-USED
086300         MOVE SPACES TO FED-COLUMN-HEADING
086400     END-IF.
086500     IF FED-BATCH-OVERFLOW > ZERO
086600         MOVE SPACES TO FACT-RPT-LINE
086700         MOVE "  MORE BATCHES NOT LISTED. . ." TO FACT-F-LABEL
086800         MOVE FED-BATCH-OVERFLOW TO FACT-F-VALUE
086900         PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT
087000     END-IF.
087100
087200     IF FED-DEPT-USED > ZERO
087300         MOVE SPACES TO FACT-RPT-LINE
087400         MOVE "BATCHES BY DEPARTMENT" TO FACT-S-TITLE
087500         PERFORM 4860-WRITE-BATCH-SECTION THRU 4860-EXIT
087600         MOVE FED-DEPT-HEADING TO FED-COLUMN-HEADING
087700         MOVE FED-COLUMN-HEADING TO FACT-RPT-LINE
087800         PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT
087900         PERFORM 4830-PRINT-DEPT THRU 4830-EXIT
088000             VARYING FED-D-SUB FROM 1 BY 1
088100             UNTIL FED-D-SUB > FED-DEPT-USED
088200         MOVE SPACES TO FED-COLUMN-HEADING
088300     END-IF.
088400     IF FED-DEPT-OVERFLOW > ZERO
088500         MOVE SPACES TO FACT-RPT-LINE
088600         MOVE "  BATCHES NOT TALLIED. . . . ." TO FACT-F-LABEL
088700         MOVE FED-DEPT-OVERFLOW TO FACT-F-VALUE
088800         PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT
088900     END-IF.
089000
089100     MOVE SPACES TO FACT-RPT-LINE.
089200     MOVE "BATCH TOTALS" TO FACT-S-TITLE.
089300     PERFORM 4860-WRITE-BATCH-SECTION THRU 4860-EXIT.
089400
089500     MOVE SPACES TO FACT-RPT-LINE.
089600     MOVE "BATCHES ACCEPTED . . . . . . ." TO FACT-F-LABEL.
089700     MOVE FED-BATCHES-ACCEPTED TO FACT-F-VALUE.
089800     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
089900
090000     MOVE SPACES TO FACT-RPT-LINE.
090100     MOVE "BATCHES HELD . . . . . . . . ." TO FACT-F-LABEL.
090200     MOVE FED-BATCHES-HELD TO FACT-F-VALUE.
090300     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
090400
090500     MOVE SPACES TO FACT-RPT-LINE.
090600     MOVE "BATCHES HELD AS DUPLICATES . ." TO FACT-F-LABEL.
090700     MOVE FED-BATCHES-DUPLICATE TO FACT-F-VALUE.
090800     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
090900
091000     MOVE SPACES TO FACT-RPT-LINE.
091100     MOVE "CARDS IN ACCEPTED BATCHES. . ." TO FACT-F-LABEL.
091200     MOVE FED-BATCHED-COUNT TO FACT-F-VALUE.
091300     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
091400
091500     MOVE SPACES TO FACT-RPT-LINE.
091600     MOVE "CARDS OUTSIDE ANY BATCH. . . ." TO FACT-F-LABEL.
091700     MOVE FED-UNBATCHED-COUNT TO FACT-F-VALUE.
091800     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
091900 4800-EXIT.
092000     EXIT.
092100
092200*****************************************************************
092300*   4810-WRITE-BATCH-HEADERS                                     *
092400*   STARTS A BATCH PAGE, REPEATING THE COLUMN HEADING OF THE     *
092500*   LISTING IN PROGRESS.                                         *
092600*****************************************************************
092700 4810-WRITE-BATCH-HEADERS.
092800     ADD 1 TO FED-PAGE-NUMBER.
092900
093000     MOVE SPACES TO FACT-RPT-LINE.
093100     MOVE "INPUT PRE-EDIT - DEPARTMENT BATCHES" TO FACT-H1-TITLE.
093200     MOVE "RUN DATE:" TO FACT-H1-DATE-LIT.
093300     MOVE FED-RUN-DATE-EDIT TO FACT-H1-RUN-DATE.
093400     MOVE "PAGE" TO FACT-H1-PAGE-LIT.
093500     MOVE FED-PAGE-NUMBER TO FACT-H1-PAGE-NO.
093600     WRITE FED-RPT-RECORD FROM FACT-RPT-HDR1.
093700
093800     MOVE SPACES TO FACT-RPT-LINE.
093900     WRITE FED-RPT-RECORD FROM FACT-RPT-LINE.
094000
094100     MOVE ZERO TO FED-LINE-COUNT.
094200     IF FED-COLUMN-HEADING NOT = SPACES
094300         WRITE FED-RPT-RECORD FROM FED-COLUMN-HEADING
094400         ADD 1 TO FED-LINE-COUNT
094500     END-IF.
094600 4810-EXIT.
094700     EXIT.
094800
094900*****************************************************************
095000*   4820-PRINT-BATCH                                             *
095100*   ONE LINE FOR THE BATCH IN TABLE SLOT FED-B-SUB.              *
095200*****************************************************************
095300 4820-PRINT-BATCH.
095400     MOVE SPACES TO FED-BATCH-DETAIL.
095500     MOVE FED-B-DEPT(FED-B-SUB) TO FED-BD-DEPT.
095600     MOVE FED-B-NO(FED-B-SUB) TO FED-BD-BATCH-NO.
095700     MOVE FED-B-SEND-DATE(FED-B-SUB) TO FED-DATE-WORK-X.
095800     IF FED-DATE-WORK-X IS NUMERIC
095900         STRING FED-DATE-WORK-X(1:4) "-" FED-DATE-WORK-X(5:2) "-"
096000             FED-DATE-WORK-X(7:2) DELIMITED BY SIZE
096100                 INTO FED-BD-SEND-DATE
096200     ELSE
096300         MOVE FED-DATE-WORK-X TO FED-BD-SEND-DATE
096400     END-IF.
096500     MOVE FED-B-CARDS(FED-B-SUB) TO FED-BD-CARDS.
096600     MOVE FED-B-TRL-COUNT(FED-B-SUB) TO FED-BD-TRL-COUNT.
096700     MOVE FED-B-HASH(FED-B-SUB) TO FED-BD-HASH.
096800     MOVE FED-B-TRL-HASH(FED-B-SUB) TO FED-BD-TRL-HASH.
096900     EVALUATE TRUE
097000         WHEN FED-B-ACCEPTED(FED-B-SUB)
097100             MOVE "ACCEPTED" TO FED-BD-STATUS
097200         WHEN FED-B-DUPLICATE(FED-B-SUB)
097300             MOVE "DUPLICATE" TO FED-BD-STATUS
097400         WHEN OTHER
097500             MOVE "HELD" TO FED-BD-STATUS
097600     END-EVALUATE.
097700     MOVE FED-B-REASON(FED-B-SUB) TO FED-BD-REASON.
097800     IF FED-B-FIRST-DATE(FED-B-SUB) > ZERO
097900         MOVE FED-B-FIRST-DATE(FED-B-SUB) TO FED-DATE-WORK
098000         STRING FED-DATE-WORK-X(1:4) "-" FED-DATE-WORK-X(5:2) "-"
098100             FED-DATE-WORK-X(7:2) DELIMITED BY SIZE
098200                 INTO FED-BD-FIRST-DATE
098300     END-IF.
098400     MOVE FED-BATCH-DETAIL TO FACT-RPT-LINE.
098500     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
098600 4820-EXIT.
098700     EXIT.
098800
098900*****************************************************************
099000*   4830-PRINT-DEPT                                              *
099100*   ONE LINE FOR THE DEPARTMENT IN TALLY SLOT FED-D-SUB.         *
099200*****************************************************************
099300 4830-PRINT-DEPT.
099400     MOVE SPACES TO FED-DEPT-DETAIL.
099500     MOVE FED-T-DEPT(FED-D-SUB) TO FED-DD-DEPT.
099600     MOVE FED-T-ACCEPTED(FED-D-SUB) TO FED-DD-ACCEPTED.
099700     MOVE FED-T-HELD(FED-D-SUB) TO FED-DD-HELD.
099800     MOVE FED-T-DUPLICATE(FED-D-SUB) TO FED-DD-DUPLICATE.
099900     MOVE FED-T-CARDS-ACCEPTED(FED-D-SUB)
100000         TO FED-DD-CARDS-ACCEPTED.
100100     MOVE FED-T-CARDS-HELD(FED-D-SUB) TO FED-DD-CARDS-HELD.
100200     MOVE FED-DEPT-DETAIL TO FACT-RPT-LINE.
100300     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
100400 4830-EXIT.
100500     EXIT.
100600
100700*****************************************************************
100800*   4850-WRITE-BATCH-LINE                                        *
100900*   WRITES WHATEVER IS FORMATTED IN FACT-RPT-LINE, STARTING A    *
101000*   NEW BATCH PAGE FIRST WHEN THE CURRENT ONE IS FULL.           *
101100*****************************************************************
101200 4850-WRITE-BATCH-LINE.
101300     IF FED-LINE-COUNT >= FED-LINES-PER-PAGE
101400         MOVE FACT-RPT-LINE TO FED-HOLD-LINE
101500         PERFORM 4810-WRITE-BATCH-HEADERS THRU 4810-EXIT
101600         MOVE FED-HOLD-LINE TO FACT-RPT-LINE
101700     END-IF.
101800     WRITE FED-RPT-RECORD FROM FACT-RPT-LINE.
101900     ADD 1 TO FED-LINE-COUNT.
102000 4850-EXIT.
102100     EXIT.
102200
102300*****************************************************************
102400*   4860-WRITE-BATCH-SECTION                                     *
102500*   WRITES THE SECTION TITLE ALREADY MOVED TO FACT-S-TITLE, WITH *
102600*   A BLANK LINE AHEAD OF IT.                                    *
102700*****************************************************************
102800 4860-WRITE-BATCH-SECTION.
102900     MOVE FACT-RPT-LINE TO FED-SECTION-HOLD.
103000     MOVE SPACES TO FACT-RPT-LINE.
103100     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
103200     MOVE FED-SECTION-HOLD TO FACT-RPT-LINE.
103300     PERFORM 4850-WRITE-BATCH-LINE THRU 4850-EXIT.
103400 4860-EXIT.
103500     EXIT.
103600
103700*****************************************************************
103800*   9000-START-RUN-CONTROL                                       *
103900*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
104000*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
104100*   CONFLICTING MODE.                                            *
104200*****************************************************************
104300 9000-START-RUN-CONTROL.
104400     SET FACT-RNP-START TO TRUE.
104500     MOVE "InputEditProgram" TO FACT-RNP-PROGRAM.
104600     MOVE SPACES TO FACT-RNP-INSTANCE.
104700     SET FACT-RNP-BATCH TO TRUE.
104800     MOVE FED-RUN-FILES TO FACT-RNP-FILES.
104900     CALL "FACTRCTL" USING FACT-RNP-AREA.
105000     IF NOT FACT-RNP-GRANTED
105100         DISPLAY FACT-RNP-MESSAGE
105200         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
105300     END-IF.
105400 9000-EXIT.
105500     EXIT.
105600
105700*****************************************************************
105800*   9100-END-RUN-CONTROL                                         *
105900*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
105910*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
106000*****************************************************************
106100 9100-END-RUN-CONTROL.
106200     IF FACT-RNP-GRANTED
106210         MOVE RETURN-CODE TO FED-SAVED-RC
106300         SET FACT-RNP-END TO TRUE
106400         CALL "FACTRCTL" USING FACT-RNP-AREA
106500         IF NOT FACT-RNP-GRANTED
106600             DISPLAY FACT-RNP-MESSAGE
106700         END-IF
106710         MOVE FED-SAVED-RC TO RETURN-CODE
106800     END-IF.
106900 9100-EXIT.
107000     EXIT.
