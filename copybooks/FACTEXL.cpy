001000*    TRAILER CARRYING THE SAME READ/WRITTEN/REJECTED COUNTS     *
001100*    THE CONTROL REPORT FOOTER PRINTS, SO THE RECEIVER CAN      *
001200*    RECONCILE THE TRANSMISSION BEFORE LOADING IT.              *
001210*    TYPE-D RECORDS ALSO CARRY THE REQUEST ID OF THE CARD SO    *
001220*    THE RECEIVER CAN ANSWER A DEPARTMENT BY ID; THE RECORD     *
001230*    GREW FROM 100 TO 120 BYTES FOR IT.                         *
001300******************************************************************
001400 01  FACT-EXT-RECORD.
001500     05  FACT-EXT-REC-TYPE       PIC X(01).
003700*    REQUESTING-DEPARTMENT CODE ON TYPE-D RECORDS (SPACES ON
003800*    THE TRAILER) SO THE RECEIVING SYSTEM CAN CARRY THE
003900*    CHARGE-BACK DEPARTMENT THROUGH ITS OWN LOAD.
004000     05  FILLER                  PIC X(01).
004100     05  FACT-EXT-REQUEST-ID     PIC X(14).
004200*    REQUEST ID FROM CARD COLUMNS 67-80 ON TYPE-D RECORDS
004300*    (SPACES ON THE TRAILER).
004400     05  FILLER                  PIC X(10).
