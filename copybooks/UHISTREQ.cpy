000100******************************************************************
000200* COPYBOOK:      UHISTREQ
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       REQUEST AREA FOR THE UHISTIO UNIT-MASTER CHANGE
000700*                HISTORY I/O MODULE, CUT TO THE SAME PATTERN AS
000800*                UNITREQ. CALLERS SET THE FUNCTION CODE, CALL
000900*                UHISTIO WITH THIS AREA AND A UHISTREC RECORD, AND
001000*                TEST THE RETURNED STATUS (THE FILE STATUS OF THE
001100*                OPERATION, PASSED THROUGH). START-AFTER (A)
001200*                POSITIONS PAST THE KEY GIVEN - THE AS-OF LOOKUP
001300*                WANTS THE FIRST CHANGE LATER THAN A DATE.
001310*                NEXT-KEY (K) FILLS IN THE APPLY TIME AND
001320*                SEQUENCE FOR THE NEXT CHANGE OF THE UNIT AND
001330*                BUSINESS DATE IN THE CALLER'S KEY.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* 10/15/2026 WJ    ORIGINAL VERSION.
001900******************************************************************
002000 01  UHIST-REQUEST.
002100     05  UHIST-FUNCTION          PIC X(01).
002200         88  UHIST-FN-WRITE      VALUE "W".
002300         88  UHIST-FN-START      VALUE "S".
002400         88  UHIST-FN-START-AFTER VALUE "A".
002500         88  UHIST-FN-READ-NEXT  VALUE "R".
002600         88  UHIST-FN-CLOSE      VALUE "C".
002610         88  UHIST-FN-NEXT-KEY   VALUE "K".
002700     05  UHIST-STATUS-CODE       PIC X(02).
002800         88  UHIST-IO-OK         VALUE "00".
002900         88  UHIST-IO-EOF        VALUE "10".
003000         88  UHIST-IO-DUP-KEY    VALUE "22".
003100         88  UHIST-IO-NOT-FOUND  VALUE "23".
003200         88  UHIST-IO-FILE-MISSING VALUE "35".
