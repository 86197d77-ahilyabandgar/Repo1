000100******************************************************************
000200*    FACTDPL.CPY                                                 *
000300*    REQUESTING-DEPARTMENT TABLE, AS IT STOOD WHEN THE           *
000400*    DEPARTMENT MASTER FILE (FACTDML) REPLACED IT.  NOTHING      *
000500*    VALIDATES AGAINST THIS TABLE ANY LONGER -- IT IS KEPT ONLY  *
000600*    AS THE SEED DEPTCONVERTPROGRAM LOADS INTO A NEWLY DEFINED   *
000700*    MASTER (JOB FACTDMDF).  ADD, CHANGE, OR RETIRE DEPARTMENTS  *
000800*    ON THE DEPARTMENT MAINTENANCE SCREEN (DEPTMAINTPROGRAM),    *
000900*    NOT HERE.                                                   *
001000******************************************************************
001100 01  FDP-DEPT-VALUES.
001200     05  FILLER                  PIC X(24)
