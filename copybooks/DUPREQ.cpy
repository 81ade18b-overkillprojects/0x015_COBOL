000100******************************************************************
000200* COPYBOOK:      DUPREQ
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       REQUEST AREA FOR THE DUPIO TRANSACTION HISTORY
000700*                I/O MODULE, CUT TO THE SAME PATTERN AS AUDIOREQ
000800*                AND UNITREQ. CALLERS SET THE FUNCTION CODE, CALL
000900*                DUPIO WITH THIS AREA AND A DUPREC RECORD, AND
001000*                TEST THE RETURNED STATUS (THE FILE STATUS OF
001100*                THE OPERATION, PASSED THROUGH).
001200*----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* 10/15/2026 WJ    ORIGINAL VERSION.
001700******************************************************************
001800 01  DUP-REQUEST.
001900     05  DUP-FUNCTION            PIC X(01).
002000         88  DUP-FN-WRITE        VALUE "W".
002100         88  DUP-FN-START        VALUE "S".
002200         88  DUP-FN-READ-NEXT    VALUE "R".
002300         88  DUP-FN-DELETE       VALUE "D".
002400         88  DUP-FN-CLOSE        VALUE "C".
002500     05  DUP-STATUS-CODE         PIC X(02).
002600         88  DUP-IO-OK           VALUE "00".
002700         88  DUP-IO-EOF          VALUE "10".
002800         88  DUP-IO-DUP-KEY      VALUE "22".
002900         88  DUP-IO-NOT-FOUND    VALUE "23".
003000         88  DUP-IO-FILE-MISSING VALUE "35".
