000400*    A SINGLE 132-BYTE PRINT LINE, REDEFINED FOR EACH LINE      *
000500*    TYPE.  THE POINT AND CUMULATIVE COLUMNS CARRY 15 DECIMAL   *
000600*    PLACES, THE FULL PRECISION PROBCALC RETURNS.               *
000610*    CRITICAL-VALUE LINES ALSO FILL THE CONFIDENCE AND THE      *
000620*    CUMULATIVE PROBABILITY JUST BELOW THE CRITICAL R.          *
000700******************************************************************
000800 01  PRB-RPT-LINE                PIC X(132)  VALUE SPACES.
000900
003100     05  PRB-H2-POINT-LIT        PIC X(17).
003200     05  FILLER                  PIC X(02).
003300     05  PRB-H2-CUM-LIT          PIC X(17).
003310     05  FILLER                  PIC X(02).
003320     05  PRB-H2-CONF-LIT         PIC X(10).
003330     05  FILLER                  PIC X(02).
003340     05  PRB-H2-BELOW-LIT        PIC X(17).
003400     05  FILLER                  PIC X(32).
003500
003600 01  PRB-RPT-DETAIL REDEFINES PRB-RPT-LINE.
003700     05  FILLER                  PIC X(01).
004600     05  PRB-D-POINT             PIC 9.9(15).
004700     05  FILLER                  PIC X(02).
004800     05  PRB-D-CUM               PIC 9.9(15).
004810     05  FILLER                  PIC X(04).
004820     05  PRB-D-CONF              PIC 9.9(06).
004830     05  FILLER                  PIC X(02).
004840     05  PRB-D-CUM-BELOW         PIC 9.9(15).
004900     05  FILLER                  PIC X(32).
005000
005100 01  PRB-RPT-REJECT REDEFINES PRB-RPT-LINE.
005200     05  FILLER                  PIC X(01).
