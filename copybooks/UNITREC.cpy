001100*                EXPECTED NIGHTLY VALUE-COUNT RANGE (BOTH ZERO
001200*                MEANS NO RANGE CHECK). MAINTAINED BY UNITMNT,
001300*                READ BY LONGSUBQ TO VALIDATE HEADER NAMES AND
001400*                BY LSHIST TO CAPTION ITS RUNS. A UNIT THAT ALSO
001401*                CUTS HELLOIN TRANSACTIONS CARRIES ITS 4-BYTE
001402*                DESK CODE (THE HELLOIN UNIT CODE) AS AN
001403*                ALTERNATE KEY - HELLO FINDS THE UNIT BY IT. A
001404*                UNIT WITH NO DESK LEAVES IT BLANK.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 09/03/2026 WJ    ORIGINAL VERSION.
001910* 10/15/2026 WJ    ADDED UM-DESK-CODE (ALTERNATE KEY, DUPLICATES
001920*                  ALLOWED FOR THE BLANK CODE OF A NO-DESK UNIT).
001930*                  CONVERT AN EXISTING MASTER WITH UNITCNV.
002000******************************************************************
002100 01  UNIT-MASTER-RECORD.
002200     05  UM-UNIT-NAME            PIC X(20).
002700     05  UM-DESCRIPTION          PIC X(30).
002800     05  UM-MIN-VALUES           PIC 9(06).
002900     05  UM-MAX-VALUES           PIC 9(06).
003000     05  UM-DESK-CODE            PIC X(04).
