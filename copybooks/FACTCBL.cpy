000400*    CHARGE-BACK REPORT.  A SINGLE 132-BYTE PRINT LINE,          *
000500*    REDEFINED FOR EACH LINE TYPE: PAGE HEADER, SECTION TITLE,   *
000600*    DEPARTMENT COLUMN HEADINGS, DEPARTMENT DETAIL, AND TOTALS.  *
000650*    THE DETAIL STATUS COLUMN FLAGS A DEPARTMENT SINCE RETIRED   *
000660*    ON THE DEPARTMENT MASTER, WITH ITS EXPIRY DATE.             *
000700******************************************************************
000800 01  FCB-RPT-LINE                PIC X(132)  VALUE SPACES.
000900
003400     05  FCB-DH-ACCEPT-LIT       PIC X(11).
003500     05  FILLER                  PIC X(04).
003600     05  FCB-DH-REJECT-LIT       PIC X(11).
003610     05  FILLER                  PIC X(04).
003620     05  FCB-DH-STATUS-LIT       PIC X(19).
003700     05  FILLER                  PIC X(39).
003800
003900 01  FCB-RPT-DEPT-DTL REDEFINES FCB-RPT-LINE.
004000     05  FILLER                  PIC X(01).
004700     05  FCB-DD-ACCEPTS          PIC ZZZ,ZZZ,ZZ9.
004800     05  FILLER                  PIC X(04).
004900     05  FCB-DD-REJECTS          PIC ZZZ,ZZZ,ZZ9.
004910     05  FILLER                  PIC X(04).
004920     05  FCB-DD-STATUS           PIC X(19).
005000     05  FILLER                  PIC X(39).
005100
005200 01  FCB-RPT-FOOTER REDEFINES FCB-RPT-LINE.
005300     05  FILLER                  PIC X(01).
