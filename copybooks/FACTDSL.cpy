000100******************************************************************
000200*    FACTDSL.CPY                                                 *
000300*    DEPARTMENT DISTRIBUTION RECORD WRITTEN BY THE NIGHTLY       *
000400*    RESULTS DISTRIBUTION RUN.  EACH RECORD IS ONE 132-BYTE      *
000500*    PRINT LINE (FACTRPL LAYOUTS) BEHIND AN 8-BYTE ROUTING KEY   *
000600*    THAT THE REPORT-DISTRIBUTION SYSTEM BURSTS THE FILE ON:     *
000700*    THE REQUESTING-DEPARTMENT CODE FOR A DEPARTMENT'S OWN       *
000800*    PAGES, "UNASSIGN" FOR WORK WITH NO DEPARTMENT CODE OR ONE   *
000900*    NOT ON THE DEPARTMENT MASTER, AND "CONTROL" FOR THE         *
001000*    OPERATIONS TIE-BACK PAGE.  EVERY PAGE OF A ROUTE CARRIES    *
001100*    THE SAME KEY, SO A DEPARTMENT RECEIVES ONLY ITS OWN WORK.   *
001200******************************************************************
001300 01  FACT-DST-RECORD.
001400     05  FACT-DST-ROUTE          PIC X(08).
001500         88  FACT-DST-UNASSIGNED         VALUE "UNASSIGN".
001600         88  FACT-DST-CONTROL            VALUE "CONTROL ".
001700     05  FACT-DST-LINE           PIC X(132).
