000100******************************************************************
000200* COPYBOOK:      ALERTREQ
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       REQUEST AREA FOR THE ALERTIO COMMON ALERT FILE
000700*                MODULE, CUT TO THE SAME PATTERN AS CALREQ.
000800*                CALLERS FILL AN ALERTREC RECORD, SET THE FUNCTION
000900*                CODE AND CALL ALERTIO WITH THIS AREA AND THE
001000*                RECORD:
001100*                  W  APPEND THE RECORD TO ALERTS (THE FILE IS
001200*                     OPENED ON THE FIRST WRITE OF THE RUN)
001300*                  C  CLOSE - CALLED ONCE FROM THE CALLER'S
001400*                     TERMINATION
001500*                ANY STATUS BUT 00 MEANS THE ALERT WAS NOT
001600*                WRITTEN. AN ALERT IS A COPY OF WHAT THE STEP
001700*                ALREADY REPORTS, SO THE CALLER WARNS AND CARRIES
001800*                ON - IT NEVER FAILS THE STEP OVER ONE.
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 WJ    ORIGINAL VERSION.
002400******************************************************************
002500 01  ALERT-REQUEST.
002600     05  ALR-FUNCTION            PIC X(01).
002700         88  ALR-FN-WRITE        VALUE "W".
002800         88  ALR-FN-CLOSE        VALUE "C".
002900     05  ALR-STATUS-CODE         PIC X(02).
003000         88  ALR-IO-OK           VALUE "00".
