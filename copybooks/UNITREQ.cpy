001400*----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* 09/03/2026 WJ    ORIGINAL VERSION.
001610* 10/15/2026 WJ    NEW READ-BY-DESK-CODE FUNCTION (K) - THE KEYED
001620*                  READ BY THE UM-DESK-CODE ALTERNATE KEY.
001630* 10/15/2026 WJ    NEW READ-AS-OF FUNCTION (A) - THE UNIT AS IT
001640*                  STOOD ON UNIT-ASOF-DATE, OFF THE UNITHIST
001650*                  CHANGE HISTORY.
001700******************************************************************
001800 01  UNIT-REQUEST.
001900     05  UNIT-FUNCTION           PIC X(01).
002000         88  UNIT-FN-READ        VALUE "G".
002050         88  UNIT-FN-READ-DESK   VALUE "K".
002060         88  UNIT-FN-READ-AS-OF  VALUE "A".
002100         88  UNIT-FN-WRITE       VALUE "W".
002200         88  UNIT-FN-REWRITE     VALUE "U".
002300         88  UNIT-FN-START       VALUE "S".
002900         88  UNIT-IO-DUP-KEY     VALUE "22".
003000         88  UNIT-IO-NOT-FOUND   VALUE "23".
003100         88  UNIT-IO-FILE-MISSING VALUE "35".
003200     05  UNIT-ASOF-DATE          PIC 9(08).
