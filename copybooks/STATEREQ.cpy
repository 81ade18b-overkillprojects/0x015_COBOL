000100******************************************************************
000200* COPYBOOK:      STATEREQ
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       REQUEST AREA FOR THE STATEIO LIS PERIOD STATE
000700*                MASTER I/O MODULE, CUT TO THE SAME PATTERN AS
000800*                UNITREQ. CALLERS SET THE FUNCTION CODE, CALL
000900*                STATEIO WITH THIS AREA AND A STATEREC RECORD, AND
001000*                TEST THE RETURNED STATUS (THE FILE STATUS OF THE
001100*                OPERATION, PASSED THROUGH):
001200*                  G  READ THE RECORD WHOSE KEY IS IN THE RECORD
001300*                     AREA
001400*                  W  ADD THE RECORD (22 IF THE KEY IS ON FILE)
001500*                  U  REPLACE THE RECORD (23 IF IT IS NOT)
001600*                  D  DELETE THE RECORD WHOSE KEY IS IN THE AREA
001700*                  S  POSITION AT THE FIRST KEY NOT LESS THAN THE
001800*                     KEY IN THE AREA, FOR READ-NEXT
001900*                  R  HAND BACK THE NEXT RECORD IN KEY ORDER
002000*                  E  EMPTY THE MASTER - EVERY RECORD GOES (THE
002100*                     RESTORE, BEFORE IT RELOADS A BACKUP)
002200*                  C  CLOSE
002300*----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* 10/15/2026 WJ    ORIGINAL VERSION.
002800******************************************************************
002900 01  STATE-REQUEST.
003000     05  STATE-FUNCTION          PIC X(01).
003100         88  STATE-FN-READ       VALUE "G".
003200         88  STATE-FN-WRITE      VALUE "W".
003300         88  STATE-FN-REWRITE    VALUE "U".
003400         88  STATE-FN-DELETE     VALUE "D".
003500         88  STATE-FN-START      VALUE "S".
003600         88  STATE-FN-READ-NEXT  VALUE "R".
003700         88  STATE-FN-EMPTY      VALUE "E".
003800         88  STATE-FN-CLOSE      VALUE "C".
003900     05  STATE-STATUS-CODE       PIC X(02).
004000         88  STATE-IO-OK         VALUE "00".
004100         88  STATE-IO-EOF        VALUE "10".
004200         88  STATE-IO-DUP-KEY    VALUE "22".
004300         88  STATE-IO-NOT-FOUND  VALUE "23".
004400         88  STATE-IO-FILE-MISSING VALUE "35".
