000100******************************************************************
000200* COPYBOOK:      STBKREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       LIS PERIOD STATE BACKUP RECORD (LSSTBK). LSSTBKP
000700*                UNLOADS THE WHOLE STATE MASTER (LSSTATE) TO A NEW
000800*                GENERATION EACH NIGHT AFTER THE SCORING STEPS,
000900*                AND READS A GENERATION BACK ON A RESTORE:
001000*                  H  THE BUSINESS DATE THE BACKUP WAS TAKEN FOR,
001100*                     AND THE CALENDAR DATE AND TIME IT WAS CUT
001200*                  D  ONE STATE MASTER RECORD, EXACTLY AS IT STOOD
001300*                     (STATEREC LAYOUT), IN KEY ORDER
001400*                  T  THE COUNT OF D RECORDS AND OF STATE HEADERS
001500*                     (ONE PER STEP/UNIT/MODE) AMONG THEM
001600*                A GENERATION WITH NO T RECORD, OR ONE WHOSE COUNT
001700*                DOES NOT MATCH, WAS CUT SHORT AND IS NEVER
001800*                LOADED.
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 WJ    ORIGINAL VERSION.
002400******************************************************************
002500 01  STATE-BACKUP-RECORD.
002600     05  SB-RECORD-TYPE          PIC X(01).
002700         88  SB-HEADER           VALUE "H".
002800         88  SB-DETAIL           VALUE "D".
002900         88  SB-TRAILER          VALUE "T".
003000     05  SB-BODY                 PIC X(19042).
003100     05  SB-HEADER-BODY REDEFINES SB-BODY.
003200         10  SBH-BUS-DATE        PIC 9(08).
003300         10  SBH-CREATED-DATE    PIC 9(08).
003400         10  SBH-CREATED-TIME    PIC 9(06).
003500         10  FILLER              PIC X(19020).
003600     05  SB-DETAIL-BODY REDEFINES SB-BODY.
003700         10  SBD-STATE-IMAGE     PIC X(19042).
003800     05  SB-TRAILER-BODY REDEFINES SB-BODY.
003900         10  SBT-RECORD-COUNT    PIC 9(09).
004000         10  SBT-HEADER-COUNT    PIC 9(07).
004100         10  FILLER              PIC X(19026).
