000100******************************************************************
000200* COPYBOOK:      ALERTREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       COMMON ALERT RECORD (ALERTS). EVERY PROGRAM THAT
000700*                USED TO SIGNAL TROUBLE ONLY BY A SYSOUT LINE AND
000800*                RC 4 OR 8 ALSO APPENDS ONE OF THESE PER
000900*                EXCEPTION, THROUGH THE ALERTIO MODULE -
001000*                LONGSUBQ SKIPS, RANGE AND GAP WARNINGS, LSHIST
001100*                TREND FLAGS, LSBAND BAND AND DRIFT FLAGS,
001200*                NIGHTBAL DISCREPANCIES, HELLOREC UNMATCHED REPAIR
001300*                CARDS AND AGED REJECTS, UNITMNT REJECTED CARDS.
001400*                NIGHTDIG PRINTS THE NIGHT'S ALERTS AS ONE DIGEST
001500*                AND PASSES THEM ON TO MONITORING.
001600*                  AL-PROGRAM   RUN-CONTROL NAME OF THE STEP
001700*                  AL-BUS-DATE  BUSINESS DATE THE ALERT IS ABOUT
001800*                               (THE FLAGGED RUN'S DATE FOR LSHIST
001900*                               AND LSBAND)
002000*                  AL-UNIT      BUSINESS UNIT - BLANK WHEN THE
002100*                               ALERT IS NOT ABOUT ONE UNIT
002200*                  AL-SEVERITY  E = ERROR (THE STEP ENDS RC 8),
002300*                               W = WARNING (RC 4),
002400*                               I = INFORMATION
002500*                  AL-CODE      SHORT FIXED CODE FOR THE
002600*                               CONDITION - WHAT ACKNOWLEDGEMENT
002700*                               CARDS NAME
002800*                  AL-TEXT      THE DETAIL, AS ON THE SYSOUT LINE
002900*----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*----------------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* 10/15/2026 WJ    ORIGINAL VERSION.
003400******************************************************************
003500 01  ALERT-RECORD.
003600     05  AL-PROGRAM              PIC X(08).
003700     05  FILLER                  PIC X(01).
003800     05  AL-BUS-DATE             PIC 9(08).
003900     05  FILLER                  PIC X(01).
004000     05  AL-UNIT                 PIC X(20).
004100     05  FILLER                  PIC X(01).
004200     05  AL-SEVERITY             PIC X(01).
004300         88  AL-SEV-ERROR        VALUE "E".
004400         88  AL-SEV-WARNING      VALUE "W".
004500         88  AL-SEV-INFO         VALUE "I".
004600         88  AL-SEV-VALID        VALUE "E" "W" "I".
004700     05  FILLER                  PIC X(01).
004800     05  AL-CODE                 PIC X(08).
004900     05  FILLER                  PIC X(01).
005000     05  AL-TEXT                 PIC X(80).
