000800*    THE BATCH DRIVER CAN REUSE RESULTS INSTEAD OF GRINDING     *
000900*    THROUGH FACTCALC FOR THE SAME FEW DOZEN NUMBERS EVERY      *
001000*    NIGHT.                                                      *
001010*    THE REFERENCE COUNT AND LAST-REFERENCED DATE ARE KEPT BY    *
001020*    FACTORIALPROGRAM AND FACTORIALONLINEPROGRAM ON EVERY HIT    *
001030*    (AND RESET WHEN A RESULT IS STORED) FOR THE MONTHLY MASTER  *
001040*    USAGE REPORT.  THEY ARE PACKED TO FIT THE RECORD'S NINE     *
001050*    SPARE BYTES, SO THE RECORD LENGTH AND EVERY COPY OF THE     *
001060*    RECORD IMAGE ARE UNCHANGED.  ENTRIES STORED BEFORE THEY     *
001070*    EXISTED HOLD SPACES THERE -- TEST THEM NUMERIC BEFORE USE.  *
001100******************************************************************
001200 01  FACT-MST-RECORD.
001300     05  FACT-MST-NUMBER         PIC 9(04).
001700     05  FACT-MST-FACTORIAL-18   PIC 9(18).
001800     05  FACT-MST-BIG-FACTORIAL  PIC X(80).
001900     05  FACT-MST-CALC-DATE      PIC 9(08).
002000     05  FACT-MST-REF-COUNT      PIC 9(07) COMP-3.
002100     05  FACT-MST-LAST-REF-DATE  PIC 9(08) COMP-3.
