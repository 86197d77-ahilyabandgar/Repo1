002200*                    IS AN INPUT FIELD SO ANY CHECKPOINT ROW    *
002300*                    CAN BE WATCHED, NOT JUST THE DEFAULT       *
002400*                    SINGLE-STREAM ROW.                         *
002405*   10-15-2026  DLH  RECORDS THE SESSION ON THE RUN-CONTROL FILE *
002410*                    THROUGH FACTRCTL, HOLDING CKPT SHARED, SO   *
002415*                    IT IS NEVER REFUSED.  KEYING H ON THE       *
002420*                    STATUS PANEL NOW SHOWS EVERY ENTRY ON THE   *
002425*                    RUN-CONTROL FILE -- WHICH JOB OR SESSION,   *
002430*                    UNDER WHAT INSTANCE AND USER, SINCE WHEN,   *
002435*                    AND WHICH FILES IT HOLDS, EXCLUSIVE ONES    *
002440*                    MARKED -- EIGHT TO A PAGE.  AN OPERATOR ON  *
002445*                    THE AUTHORIZED-OPERATOR TABLE (FACTOPL) CAN *
002450*                    CLEAR AN ENTRY LEFT BEHIND BY AN ABENDED    *
002455*                    JOB BY KEYING ITS NUMBER, A REASON, AND C;  *
002460*                    THE ENTRY IMAGE, OPERATOR AND REASON ARE    *
002465*                    LOGGED TO PROD.FACT.RUNCAUD (FACTROL)       *
002470*                    BEFORE THE ENTRY IS DELETED, AND IT IS NOT  *
002475*                    DELETED IF THE LOG RECORD CANNOT BE         *
002480*                    WRITTEN.                                    *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS FACT-CKPT-RUN-ID
003300         FILE STATUS IS FST-CKPT-STATUS.
003309
003318     SELECT FST-RUNC-FILE    ASSIGN TO "FACTRUNC"
003327         ORGANIZATION IS INDEXED
003336         ACCESS MODE IS DYNAMIC
003345         RECORD KEY IS FACT-RNC-KEY
003354         FILE STATUS IS FST-RUNC-STATUS.
003363
003372     SELECT FST-RCAUDIT-FILE ASSIGN TO "FACTRCAU"
003381         ORGANIZATION IS LINE SEQUENTIAL
003390         FILE STATUS IS FST-RCAU-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  FACT-CKPT-FILE.
003800 COPY FACTCKL.
003810
003820 FD  FST-RUNC-FILE.
003830 COPY FACTRNL.
003840
003850 FD  FST-RCAUDIT-FILE.
003860 COPY FACTROL.
003900
004000 WORKING-STORAGE SECTION.
004100*****************************************************************
004500     88  FST-DONE                        VALUE "Y".
004600
004700 77  FST-CKPT-STATUS         PIC X(02)   VALUE "00".
004701 77  FST-RUNC-STATUS         PIC X(02)   VALUE "00".
004702 77  FST-RCAU-STATUS         PIC X(02)   VALUE "00".
004703
004704 77  FST-HOLD-DONE-SWITCH    PIC X(01)   VALUE "N".
004705     88  FST-HOLD-DONE                   VALUE "Y".
004706
004707 77  FST-RUNC-EOF-SWITCH     PIC X(01)   VALUE "N".
004708     88  FST-RUNC-EOF                    VALUE "Y".
004709
004710 77  FST-ROV-WRITTEN-SWITCH  PIC X(01)   VALUE "N".
004711     88  FST-ROV-WRITTEN                 VALUE "Y".
004712 77  FST-RCAU-FAIL-STATUS    PIC X(02)   VALUE "00".
004713*    STATUS OF WHICHEVER OPEN, WRITE OR CLOSE OF THE OVERRIDE
004714*    AUDIT FAILED, FOR THE OPERATOR'S MESSAGE.
004715
004716 77  FST-AUTH-SWITCH         PIC X(01)   VALUE "N".
004717     88  FST-OPER-AUTHORIZED             VALUE "Y".
004718
004719*****************************************************************
004720*   RUN-CONTROL HOLDER LIST                                      *
004721*****************************************************************
004722 77  FST-HOLDS-PER-SCREEN    PIC 9(04) COMP  VALUE 8.
004723 77  FST-PAGE-START          PIC 9(04) COMP  VALUE 1.
004724 77  FST-ENTRY-COUNT         PIC 9(04) COMP  VALUE ZERO.
004725 77  FST-SHOWN-COUNT         PIC 9(04) COMP  VALUE ZERO.
004726 77  FST-H-SUB               PIC 9(04) COMP  VALUE ZERO.
004727 77  FST-F-SUB               PIC 9(04) COMP  VALUE ZERO.
004728 77  FST-O-SUB               PIC 9(04) COMP  VALUE ZERO.
004729 77  FST-LINE-PTR            PIC 9(04) COMP  VALUE ZERO.
004730
004731 01  FST-OPERATOR-ID         PIC X(08)   VALUE SPACES.
004732
004733 01  FST-HOLDER-KEYS.
004734     05  FST-HOLDER-KEY      PIC X(48)   OCCURS 8 TIMES.
004735*    KEY OF THE ENTRY SHOWN AS NUMBER 1 TO 8 ON THE CURRENT PAGE.
004736
004737 01  FST-ENTRY-LINE.
004738     05  FST-EL-NUMBER       PIC Z9.
004739     05  FILLER              PIC X(01).
004740     05  FST-EL-PROGRAM      PIC X(24).
004741     05  FILLER              PIC X(01).
004742     05  FST-EL-INSTANCE     PIC X(08).
004743     05  FILLER              PIC X(01).
004744     05  FST-EL-USER         PIC X(08).
004745     05  FILLER              PIC X(01).
004746     05  FST-EL-STARTED      PIC X(19).
004747     05  FILLER              PIC X(01).
004748     05  FST-EL-KIND         PIC X(07).
004749     05  FILLER              PIC X(06).
004750
004751 01  FST-FILES-LINE          PIC X(79)   VALUE SPACES.
004752 01  FST-DATE-X              PIC X(08)   VALUE SPACES.
004753 01  FST-TIME-X              PIC X(08)   VALUE SPACES.
004754 01  FST-NUMBER-EDIT         PIC Z9.
004755
004756 COPY FACTOPL.
004800
004900*****************************************************************
005000*   SCREEN FIELDS                                                *
005900 01  FST-SCR-ADVICE          PIC X(60)   VALUE SPACES.
006000 01  FST-SCR-EXIT-FLAG       PIC X(01)   VALUE "N".
006100     88  FST-SCR-EXIT-YES                VALUE "Y" "y".
006103     88  FST-SCR-HOLDERS                 VALUE "H" "h".
006106
006109 01  FST-HOLDER-LINES.
006112     05  FST-HL-01           PIC X(79)   VALUE SPACES.
006115     05  FST-HL-02           PIC X(79)   VALUE SPACES.
006118     05  FST-HL-03           PIC X(79)   VALUE SPACES.
006121     05  FST-HL-04           PIC X(79)   VALUE SPACES.
006124     05  FST-HL-05           PIC X(79)   VALUE SPACES.
006127     05  FST-HL-06           PIC X(79)   VALUE SPACES.
006130     05  FST-HL-07           PIC X(79)   VALUE SPACES.
006133     05  FST-HL-08           PIC X(79)   VALUE SPACES.
006136     05  FST-HL-09           PIC X(79)   VALUE SPACES.
006139     05  FST-HL-10           PIC X(79)   VALUE SPACES.
006142     05  FST-HL-11           PIC X(79)   VALUE SPACES.
006145     05  FST-HL-12           PIC X(79)   VALUE SPACES.
006148     05  FST-HL-13           PIC X(79)   VALUE SPACES.
006151     05  FST-HL-14           PIC X(79)   VALUE SPACES.
006154     05  FST-HL-15           PIC X(79)   VALUE SPACES.
006157     05  FST-HL-16           PIC X(79)   VALUE SPACES.
006160 01  FST-HOLDER-TABLE REDEFINES FST-HOLDER-LINES.
006163     05  FST-HL-LINE         PIC X(79)   OCCURS 16 TIMES.
006166*    TWO LINES PER ENTRY: WHO AND SINCE WHEN, THEN THE FILES HELD.
006169 01  FST-SCR-HOLD-MESSAGE    PIC X(79)   VALUE SPACES.
006172 01  FST-SCR-CLEAR-ENTRY     PIC 9(02)   VALUE ZERO.
006175 01  FST-SCR-CLEAR-REASON    PIC X(40)   VALUE SPACES.
006178 01  FST-SCR-HOLD-ACTION     PIC X(01)   VALUE SPACE.
006181     88  FST-HACT-CLEAR                  VALUE "C" "c".
006184     88  FST-HACT-NEXT                   VALUE "N" "n".
006187     88  FST-HACT-BACK                   VALUE "X" "x".
006200
006300*****************************************************************
006400*   EDIT WORK FIELDS                                             *
006600 01  FST-COUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.
006700 01  FST-PAGE-EDIT           PIC ZZZ9.
006800
006807*****************************************************************
006814*   RUN CONTROL                                                  *
006821*   SHARED FILES THIS PROGRAM HOLDS WHILE IT RUNS, E FOR         *
006828*   EXCLUSIVE OR S FOR SHARED (SEE FACTRNL.CPY), AND THE         *
006835*   PARAMETER AREA FOR CALL "FACTRCTL".                          *
006842*****************************************************************
006849 01  FST-RUN-FILES.
006856     05  FILLER              PIC X(08)   VALUE "CKPT".
006863     05  FILLER              PIC X(01)   VALUE "S".
006870
006872 77  FST-SAVED-RC            PIC S9(04) COMP  VALUE ZERO.
006874
006877 COPY FACTRNP.
006884
006900 SCREEN SECTION.
007000*****************************************************************
007100*   01  FST-STATUS-SCREEN                                        *
010000     05  LINE 12 COL 01 PIC X(60)
010100             FROM FST-SCR-ADVICE.
010200     05  LINE 14 COL 01
010300             VALUE "ENTER Y TO EXIT, H FOR HOLDERS, ANY OTHER".
010400     05  LINE 15 COL 01
010500             VALUE "KEY TO REFRESH THE STATUS. . . . :".
010600     05  LINE 15 COL 37 PIC X(01)
010700             USING FST-SCR-EXIT-FLAG.
010800
010801*****************************************************************
010802*   01  FST-HOLDER-SCREEN                                        *
010803*   RUN-CONTROL HOLDERS: EIGHT ENTRIES TO A PAGE, EACH ON TWO    *
010804*   LINES.  AN AUTHORIZED OPERATOR CLEARS AN ENTRY BY KEYING     *
010805*   ITS NUMBER, THE REASON, AND C.                               *
010806*****************************************************************
010807 01  FST-HOLDER-SCREEN.
010808     05  BLANK SCREEN.
010809     05  LINE 01 COL 01
010810             VALUE "FACTORIAL BATCH - RUN-CONTROL FILE HOLDERS".
010811     05  LINE 01 COL 50 VALUE "(* = HELD EXCLUSIVELY)".
010812     05  LINE 02 COL 01 VALUE "NO PROGRAM".
010813     05  LINE 02 COL 29 VALUE "INSTANCE".
010814     05  LINE 02 COL 38 VALUE "USER".
010815     05  LINE 02 COL 47 VALUE "STARTED".
010816     05  LINE 02 COL 67 VALUE "KIND".
010817     05  LINE 03 COL 01 PIC X(79)
010818             FROM FST-HL-01.
010819     05  LINE 04 COL 01 PIC X(79)
010820             FROM FST-HL-02.
010821     05  LINE 05 COL 01 PIC X(79)
010822             FROM FST-HL-03.
010823     05  LINE 06 COL 01 PIC X(79)
010824             FROM FST-HL-04.
010825     05  LINE 07 COL 01 PIC X(79)
010826             FROM FST-HL-05.
010827     05  LINE 08 COL 01 PIC X(79)
010828             FROM FST-HL-06.
010829     05  LINE 09 COL 01 PIC X(79)
010830             FROM FST-HL-07.
010831     05  LINE 10 COL 01 PIC X(79)
010832             FROM FST-HL-08.
010833     05  LINE 11 COL 01 PIC X(79)
010834             FROM FST-HL-09.
010835     05  LINE 12 COL 01 PIC X(79)
010836             FROM FST-HL-10.
010837     05  LINE 13 COL 01 PIC X(79)
010838             FROM FST-HL-11.
010839     05  LINE 14 COL 01 PIC X(79)
010840             FROM FST-HL-12.
010841     05  LINE 15 COL 01 PIC X(79)
010842             FROM FST-HL-13.
010843     05  LINE 16 COL 01 PIC X(79)
010844             FROM FST-HL-14.
010845     05  LINE 17 COL 01 PIC X(79)
010846             FROM FST-HL-15.
010847     05  LINE 18 COL 01 PIC X(79)
010848             FROM FST-HL-16.
010849     05  LINE 19 COL 01 PIC X(79)
010850             FROM FST-SCR-HOLD-MESSAGE.
010851     05  LINE 20 COL 01 VALUE "ENTRY TO CLEAR . . . . . . :".
010852     05  LINE 20 COL 31 PIC 9(02)
010853             USING FST-SCR-CLEAR-ENTRY.
010854     05  LINE 21 COL 01 VALUE "REASON FOR CLEARING. . . . :".
010855     05  LINE 21 COL 31 PIC X(40)
010856             USING FST-SCR-CLEAR-REASON.
010857     05  LINE 23 COL 01
010858             VALUE "C=CLEAR, N=NEXT PAGE, X=BACK, ANY OTHER".
010859     05  LINE 24 COL 01
010860             VALUE "KEY TO REFRESH THE LIST . . . . :".
010861     05  LINE 24 COL 37 PIC X(01)
010862             USING FST-SCR-HOLD-ACTION.
010863
010900 PROCEDURE DIVISION.
011000*****************************************************************
011100*   0000-MAINLINE                                                *
011300*   ROW ON EACH PASS UNTIL THE OPERATOR KEYS Y TO EXIT.         *
011400*****************************************************************
011500 0000-MAINLINE.
011510     PERFORM 9000-START-RUN-CONTROL THRU 9000-EXIT.
011520     IF FACT-RNP-GRANTED
011530         PERFORM 0100-CHECK-AUTHORITY THRU 0100-EXIT
011540         PERFORM 1000-PROCESS-SCREEN THRU 1000-EXIT
011550             UNTIL FST-DONE
011560         PERFORM 9100-END-RUN-CONTROL THRU 9100-EXIT
011570     END-IF.
011800
011900     STOP RUN.
012000
012003*****************************************************************
012006*   0100-CHECK-AUTHORITY                                         *
012009*   LOOKS THE SESSION'S USER ID UP ON THE AUTHORIZED-OPERATOR    *
012012*   TABLE.  ONLY A LISTED OPERATOR MAY CLEAR A RUN-CONTROL       *
012015*   ENTRY; ANYONE MAY LOOK.                                      *
012018*****************************************************************
012021 0100-CHECK-AUTHORITY.
012024     ACCEPT FST-OPERATOR-ID FROM ENVIRONMENT "USER".
012027     MOVE "N" TO FST-AUTH-SWITCH.
012030     PERFORM 0150-MATCH-OPERATOR THRU 0150-EXIT
012033         VARYING FST-O-SUB FROM 1 BY 1
012036         UNTIL FST-O-SUB > FOP-OPER-COUNT
012039         OR FST-OPER-AUTHORIZED.
012042 0100-EXIT.
012045     EXIT.
012048
012051*****************************************************************
012054*   0150-MATCH-OPERATOR                                          *
012057*****************************************************************
012060 0150-MATCH-OPERATOR.
012063     IF FST-OPERATOR-ID = FOP-OPER-ID(FST-O-SUB)
012066         SET FST-OPER-AUTHORIZED TO TRUE
012069     END-IF.
012072 0150-EXIT.
012075     EXIT.
012078
012100*****************************************************************
012200*   1000-PROCESS-SCREEN                                          *
012300*   DISPLAYS THE PANEL, ACCEPTS THE OPERATOR'S ENTRY, AND        *
012400*   REFRESHES THE CHECKPOINT FIELDS UNLESS EXIT WAS KEYED.       *
012410*   H TURNS TO THE RUN-CONTROL HOLDERS PANEL INSTEAD.            *
012500*****************************************************************
012600 1000-PROCESS-SCREEN.
012700     DISPLAY FST-STATUS-SCREEN.
013000     IF FST-SCR-EXIT-YES
013100         SET FST-DONE TO TRUE
013200     ELSE
013210         IF FST-SCR-HOLDERS
013220             PERFORM 3000-SHOW-HOLDERS THRU 3000-EXIT
013230         ELSE
013240             PERFORM 2000-REFRESH-STATUS THRU 2000-EXIT
013250         END-IF
013400     END-IF.
013500 1000-EXIT.
013600     EXIT.
020200     MOVE FST-PAGE-EDIT TO FST-SCR-PAGE.
020300 2100-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700*   3000-SHOW-HOLDERS                                            *
020800*   RUNS THE HOLDERS PANEL FROM ITS FIRST PAGE UNTIL THE         *
020900*   OPERATOR KEYS X TO GO BACK TO THE STATUS PANEL.              *
021000*****************************************************************
021100 3000-SHOW-HOLDERS.
021200     MOVE "N" TO FST-SCR-EXIT-FLAG.
021300     MOVE "N" TO FST-HOLD-DONE-SWITCH.
021400     MOVE 1 TO FST-PAGE-START.
021500     MOVE SPACES TO FST-SCR-HOLD-MESSAGE.
021600     PERFORM 3100-LIST-HOLDERS THRU 3100-EXIT.
021700     PERFORM 3050-HOLDERS-SCREEN THRU 3050-EXIT
021800         UNTIL FST-HOLD-DONE.
021900 3000-EXIT.
022000     EXIT.
022100
022200*****************************************************************
022300*   3050-HOLDERS-SCREEN                                          *
022400*   DISPLAYS THE HOLDERS PANEL, ACCEPTS THE OPERATOR'S ENTRY,    *
022500*   AND DISPATCHES THE ACTION CODE.                              *
022600*****************************************************************
022700 3050-HOLDERS-SCREEN.
022800     MOVE SPACE TO FST-SCR-HOLD-ACTION.
022900     DISPLAY FST-HOLDER-SCREEN.
023000     ACCEPT FST-HOLDER-SCREEN.
023100     MOVE SPACES TO FST-SCR-HOLD-MESSAGE.
023200
023300     EVALUATE TRUE
023400         WHEN FST-HACT-BACK
023500             SET FST-HOLD-DONE TO TRUE
023600         WHEN FST-HACT-CLEAR
023700             PERFORM 3400-CLEAR-ENTRY THRU 3400-EXIT
023800             PERFORM 3100-LIST-HOLDERS THRU 3100-EXIT
023900         WHEN FST-HACT-NEXT
024000             ADD FST-HOLDS-PER-SCREEN TO FST-PAGE-START
024100             PERFORM 3100-LIST-HOLDERS THRU 3100-EXIT
024200         WHEN OTHER
024300             PERFORM 3100-LIST-HOLDERS THRU 3100-EXIT
024400     END-EVALUATE.
024500 3050-EXIT.
024600     EXIT.
024700
024800*****************************************************************
024900*   3100-LIST-HOLDERS                                            *
025000*   LOADS THE CURRENT PAGE OF ENTRIES FROM THE RUN-CONTROL       *
025100*   FILE, GOING BACK TO THE FIRST PAGE WHEN PAGED PAST THE       *
025200*   END, AND SAYS HOW MANY ENTRIES THERE ARE UNLESS A MESSAGE    *
025300*   IS ALREADY WAITING.                                          *
025400*****************************************************************
025500 3100-LIST-HOLDERS.
025600     PERFORM 3150-LOAD-PAGE THRU 3150-EXIT.
025700     IF FST-SHOWN-COUNT = ZERO AND FST-ENTRY-COUNT > ZERO
025800         MOVE 1 TO FST-PAGE-START
025900         PERFORM 3150-LOAD-PAGE THRU 3150-EXIT
026000     END-IF.
026100
026200     IF FST-SCR-HOLD-MESSAGE = SPACES
026300         MOVE FST-ENTRY-COUNT TO FST-NUMBER-EDIT
026400         EVALUATE TRUE
026500             WHEN FST-RUNC-STATUS NOT = "00"
026600                 STRING "FACTRUNC DID NOT OPEN -- FILE STATUS "
026700                     FST-RUNC-STATUS "."
026800                     DELIMITED BY SIZE INTO FST-SCR-HOLD-MESSAGE
026900             WHEN FST-ENTRY-COUNT = ZERO
027000                 MOVE "NO JOB OR SESSION IS HOLDING ANY FILE."
027100                     TO FST-SCR-HOLD-MESSAGE
027200             WHEN FST-PAGE-START + FST-HOLDS-PER-SCREEN
027300                  NOT > FST-ENTRY-COUNT
027400                 STRING FST-NUMBER-EDIT
027500                     " ENTRIES ON FILE -- N FOR NEXT PAGE."
027600                     DELIMITED BY SIZE INTO FST-SCR-HOLD-MESSAGE
027700             WHEN OTHER
027800                 STRING FST-NUMBER-EDIT
027900                     " ENTRIES ON FILE."
028000                     DELIMITED BY SIZE INTO FST-SCR-HOLD-MESSAGE
028100         END-EVALUATE
028200     END-IF.
028300 3100-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*   3150-LOAD-PAGE                                               *
028800*   READS THE WHOLE RUN-CONTROL FILE, COUNTING ITS ENTRIES AND   *
028900*   FORMATTING THOSE THAT FALL ON THE CURRENT PAGE.  THE FILE    *
029000*   IS OPENED AND CLOSED EACH TIME SO THE LIST IS ALWAYS FRESH.  *
029100*****************************************************************
029200 3150-LOAD-PAGE.
029300     MOVE SPACES TO FST-HOLDER-LINES.
029400     MOVE SPACES TO FST-HOLDER-KEYS.
029500     MOVE ZERO TO FST-ENTRY-COUNT.
029600     MOVE ZERO TO FST-SHOWN-COUNT.
029700
029800     OPEN INPUT FST-RUNC-FILE.
029900     IF FST-RUNC-STATUS = "00"
030000         MOVE "N" TO FST-RUNC-EOF-SWITCH
030100         PERFORM 3200-READ-HOLDER THRU 3200-EXIT
030200             UNTIL FST-RUNC-EOF
030300         CLOSE FST-RUNC-FILE
030400     END-IF.
030500 3150-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*   3200-READ-HOLDER                                             *
031000*****************************************************************
031100 3200-READ-HOLDER.
031200     READ FST-RUNC-FILE NEXT RECORD
031300         AT END
031400             SET FST-RUNC-EOF TO TRUE
031500         NOT AT END
031600             ADD 1 TO FST-ENTRY-COUNT
031700             IF FST-ENTRY-COUNT NOT < FST-PAGE-START
031800                AND FST-SHOWN-COUNT < FST-HOLDS-PER-SCREEN
031900                 ADD 1 TO FST-SHOWN-COUNT
032000                 PERFORM 3300-FORMAT-HOLDER THRU 3300-EXIT
032100             END-IF
032200     END-READ.
032300 3200-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*   3300-FORMAT-HOLDER                                           *
032800*   3310-ADD-FILE-NAME                                           *
032900*   BUILDS THE TWO DISPLAY LINES FOR THE ENTRY IN HAND AND       *
033000*   REMEMBERS ITS KEY FOR A LATER CLEAR.                         *
033100*****************************************************************
033200 3300-FORMAT-HOLDER.
033300     MOVE FACT-RNC-KEY TO FST-HOLDER-KEY (FST-SHOWN-COUNT).
033400
033500     MOVE SPACES TO FST-ENTRY-LINE.
033600     MOVE FST-SHOWN-COUNT TO FST-EL-NUMBER.
033700     MOVE FACT-RNC-PROGRAM TO FST-EL-PROGRAM.
033800     MOVE FACT-RNC-INSTANCE TO FST-EL-INSTANCE.
033900     MOVE FACT-RNC-USER-ID TO FST-EL-USER.
034000     MOVE FACT-RNC-START-DATE TO FST-DATE-X.
034100     MOVE FACT-RNC-START-TIME TO FST-TIME-X.
034200     STRING FST-DATE-X(1:4) "-" FST-DATE-X(5:2) "-"
034300         FST-DATE-X(7:2) " " FST-TIME-X(1:2) ":"
034400         FST-TIME-X(3:2) ":" FST-TIME-X(5:2)
034500         DELIMITED BY SIZE INTO FST-EL-STARTED.
034600     IF FACT-RNC-ONLINE
034700         MOVE "SESSION" TO FST-EL-KIND
034800     ELSE
034900         MOVE "BATCH" TO FST-EL-KIND
035000     END-IF.
035100     COMPUTE FST-H-SUB = FST-SHOWN-COUNT * 2 - 1.
035200     MOVE FST-ENTRY-LINE TO FST-HL-LINE (FST-H-SUB).
035300
035400     MOVE "   HOLDS:" TO FST-FILES-LINE.
035500     MOVE 10 TO FST-LINE-PTR.
035600     PERFORM 3310-ADD-FILE-NAME THRU 3310-EXIT
035700         VARYING FST-F-SUB FROM 1 BY 1
035800         UNTIL FST-F-SUB > 8.
035900     IF FST-LINE-PTR = 10
036000         MOVE "   HOLDS: NONE" TO FST-FILES-LINE
036100     END-IF.
036200     ADD 1 TO FST-H-SUB.
036300     MOVE FST-FILES-LINE TO FST-HL-LINE (FST-H-SUB).
036400 3300-EXIT.
036500     EXIT.
036600
036700 3310-ADD-FILE-NAME.
036800     IF FACT-RNC-FILE-NAME (FST-F-SUB) NOT = SPACES
036900         STRING " " DELIMITED BY SIZE
037000             FACT-RNC-FILE-NAME (FST-F-SUB) DELIMITED BY SPACE
037100             INTO FST-FILES-LINE WITH POINTER FST-LINE-PTR
037200         IF FACT-RNC-EXCLUSIVE (FST-F-SUB)
037300             STRING "*" DELIMITED BY SIZE
037400                 INTO FST-FILES-LINE WITH POINTER FST-LINE-PTR
037500         END-IF
037600     END-IF.
037700 3310-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100*   3400-CLEAR-ENTRY                                             *
038200*   CHECKS A CLEAR REQUEST: AUTHORIZED OPERATOR, AN ENTRY SHOWN  *
038300*   ON THIS PAGE, A REASON, AND NOT THIS SESSION'S OWN ENTRY.    *
038400*****************************************************************
038500 3400-CLEAR-ENTRY.
038600     EVALUATE TRUE
038700         WHEN NOT FST-OPER-AUTHORIZED
038800             MOVE "ONLY AN AUTHORIZED OPERATOR MAY CLEAR ENTRIES."
038900                 TO FST-SCR-HOLD-MESSAGE
039000         WHEN FST-SCR-CLEAR-ENTRY < 1
039100           OR FST-SCR-CLEAR-ENTRY > FST-SHOWN-COUNT
039200             MOVE "KEY THE NUMBER OF AN ENTRY SHOWN ON THIS PAGE."
039300                 TO FST-SCR-HOLD-MESSAGE
039400         WHEN FST-SCR-CLEAR-REASON = SPACES
039500             MOVE "KEY THE REASON FOR CLEARING THE ENTRY."
039600                 TO FST-SCR-HOLD-MESSAGE
039700         WHEN FST-HOLDER-KEY (FST-SCR-CLEAR-ENTRY) = FACT-RNP-KEY
039800             MOVE "THAT ENTRY IS THIS SESSION ITSELF."
039900                 TO FST-SCR-HOLD-MESSAGE
040000         WHEN OTHER
040100             PERFORM 3450-RELEASE-ENTRY THRU 3450-EXIT
040200     END-EVALUATE.
040300 3400-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*   3450-RELEASE-ENTRY                                           *
040800*   RE-READS THE ENTRY, LOGS IT TO THE OVERRIDE AUDIT FILE, AND  *
040900*   ONLY THEN DELETES IT.  AN ENTRY WHOSE LOG RECORD CANNOT BE   *
041000*   WRITTEN IS LEFT IN PLACE.                                    *
041100*****************************************************************
041200 3450-RELEASE-ENTRY.
041300     OPEN I-O FST-RUNC-FILE.
041400     IF FST-RUNC-STATUS NOT = "00"
041500         STRING "FACTRUNC DID NOT OPEN -- FILE STATUS "
041600             FST-RUNC-STATUS ", ENTRY NOT CLEARED."
041700             DELIMITED BY SIZE INTO FST-SCR-HOLD-MESSAGE
041800     ELSE
041900         MOVE FST-HOLDER-KEY (FST-SCR-CLEAR-ENTRY) TO FACT-RNC-KEY
042000         READ FST-RUNC-FILE
042100             INVALID KEY
042200                 MOVE "THAT ENTRY IS GONE -- ITS RUN HAS ENDED."
042300                     TO FST-SCR-HOLD-MESSAGE
042400             NOT INVALID KEY
042500                 PERFORM 3500-WRITE-OVERRIDE-AUDIT THRU 3500-EXIT
042600                 IF FST-ROV-WRITTEN
042700                     PERFORM 3460-DELETE-ENTRY THRU 3460-EXIT
042800                 ELSE
042900                     STRING "FACTRCAU NOT WRITTEN -- FILE STATUS "
043000                         FST-RCAU-FAIL-STATUS
043010                         ", ENTRY NOT CLEARED."
043100                         DELIMITED BY SIZE
043200                         INTO FST-SCR-HOLD-MESSAGE
043300                 END-IF
043400         END-READ
043500         CLOSE FST-RUNC-FILE
043600     END-IF.
043700 3450-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100*   3460-DELETE-ENTRY                                            *
044200*****************************************************************
044300 3460-DELETE-ENTRY.
044400     DELETE FST-RUNC-FILE RECORD
044500         INVALID KEY
044600             STRING "ENTRY NOT CLEARED -- FILE STATUS "
044700                 FST-RUNC-STATUS "."
044800                 DELIMITED BY SIZE INTO FST-SCR-HOLD-MESSAGE
044900         NOT INVALID KEY
045000             MOVE FST-SCR-CLEAR-ENTRY TO FST-NUMBER-EDIT
045100             STRING "ENTRY " FST-NUMBER-EDIT " CLEARED -- "
045200                 DELIMITED BY SIZE
045300                 FACT-RNC-PROGRAM DELIMITED BY SPACE
045400                 " (" FACT-RNC-INSTANCE ") RELEASED AND LOGGED."
045500                 DELIMITED BY SIZE INTO FST-SCR-HOLD-MESSAGE
045600             MOVE ZERO TO FST-SCR-CLEAR-ENTRY
045700             MOVE SPACES TO FST-SCR-CLEAR-REASON
045800     END-DELETE.
045900 3460-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*   3500-WRITE-OVERRIDE-AUDIT                                    *
046400*   APPENDS ONE RECORD TO THE RUN-CONTROL OVERRIDE AUDIT FILE:   *
046500*   WHO CLEARED WHICH ENTRY, WHEN, AND WHY.                      *
046510*   FST-ROV-WRITTEN IS SET ONLY WHEN THE OPEN, WRITE AND CLOSE   *
046520*   ALL SUCCEED; OTHERWISE THE FAILING STATUS IS KEPT.           *
046600*****************************************************************
046700 3500-WRITE-OVERRIDE-AUDIT.
046800     MOVE "N" TO FST-ROV-WRITTEN-SWITCH.
046900     OPEN EXTEND FST-RCAUDIT-FILE.
047000     IF FST-RCAU-STATUS = "35"
047100         OPEN OUTPUT FST-RCAUDIT-FILE
047200     END-IF.
047300
047400     IF FST-RCAU-STATUS = "00"
047500         MOVE SPACES TO FACT-ROV-RECORD
047600         ACCEPT FACT-ROV-DATE FROM DATE YYYYMMDD
047700         ACCEPT FACT-ROV-TIME FROM TIME
047800         MOVE FST-OPERATOR-ID TO FACT-ROV-OPERATOR
047900         SET FACT-ROV-CLEAR TO TRUE
048000         MOVE FST-SCR-CLEAR-REASON TO FACT-ROV-REASON
048100         MOVE FACT-RNC-RECORD TO FACT-ROV-ENTRY-IMAGE
048200         WRITE FACT-ROV-RECORD
048300         IF FST-RCAU-STATUS = "00"
048400             SET FST-ROV-WRITTEN TO TRUE
048410         ELSE
048420             MOVE FST-RCAU-STATUS TO FST-RCAU-FAIL-STATUS
048500         END-IF
048600         CLOSE FST-RCAUDIT-FILE
048610         IF FST-RCAU-STATUS NOT = "00"
048620             MOVE FST-RCAU-STATUS TO FST-RCAU-FAIL-STATUS
048630             MOVE "N" TO FST-ROV-WRITTEN-SWITCH
048640         END-IF
048700     ELSE
048710         MOVE FST-RCAU-STATUS TO FST-RCAU-FAIL-STATUS
048720     END-IF.
048800 3500-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*   9000-START-RUN-CONTROL                                       *
049300*   RECORDS THIS RUN ON THE RUN-CONTROL FILE, OR REFUSES IT      *
049400*   WHILE ANOTHER JOB OR SESSION HOLDS ONE OF ITS FILES IN A     *
049500*   CONFLICTING MODE.                                            *
049600*****************************************************************
049700 9000-START-RUN-CONTROL.
049800     SET FACT-RNP-START TO TRUE.
049900     MOVE "BatchStatusProgram" TO FACT-RNP-PROGRAM.
050000     MOVE SPACES TO FACT-RNP-INSTANCE.
050100     SET FACT-RNP-ONLINE TO TRUE.
050200     MOVE FST-RUN-FILES TO FACT-RNP-FILES.
050300     CALL "FACTRCTL" USING FACT-RNP-AREA.
050400     IF NOT FACT-RNP-GRANTED
050500         DISPLAY FACT-RNP-MESSAGE
050600         MOVE FACT-RNP-RETURN-CODE TO RETURN-CODE
050700     END-IF.
050800 9000-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*   9100-END-RUN-CONTROL                                         *
051300*   CLEARS THIS RUN'S ENTRY FROM THE RUN-CONTROL FILE.           *
051310*   THE STEP'S RETURN CODE IS KEPT ACROSS THE CALL.              *
051400*****************************************************************
051500 9100-END-RUN-CONTROL.
051600     IF FACT-RNP-GRANTED
051610         MOVE RETURN-CODE TO FST-SAVED-RC
051700         SET FACT-RNP-END TO TRUE
051800         CALL "FACTRCTL" USING FACT-RNP-AREA
051900         IF NOT FACT-RNP-GRANTED
052000             DISPLAY FACT-RNP-MESSAGE
052100         END-IF
052110         MOVE FST-SAVED-RC TO RETURN-CODE
052200     END-IF.
052300 9100-EXIT.
052400     EXIT.
