000100******************************************************************
000200* COPYBOOK:      MONREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       OUTBOUND ALERT RECORD (ALRTOUT) FOR THE
000700*                MONITORING TEAM, CUT BY NIGHTDIG AT THE END OF
000800*                THE NIGHTLY WINDOW AND REWRITTEN EACH NIGHT. ONE
000900*                H RECORD, ONE D RECORD PER ALERT THE DIGEST
001000*                LISTS (ACKNOWLEDGED ALERTS ARE LEFT OUT), IN
001100*                SEVERITY / UNIT ORDER, THEN ONE T RECORD. FIXED
001200*                COLUMNS, NO DELIMITERS:
001300*                  H  COL   1       RECORD TYPE H
001400*                     COLS  2-9     SYSTEM (NIGHTLY)
001500*                     COLS 10-17    BUSINESS DATE YYYYMMDD
001600*                     COLS 18-25    DATE CUT YYYYMMDD
001700*                     COLS 26-31    TIME CUT HHMMSS
001800*                  D  COL   1       RECORD TYPE D
001900*                     COL   2       SEVERITY E/W/I
002000*                     COLS  3-10    PROGRAM
002100*                     COLS 11-18    ALERT DATE YYYYMMDD
002200*                     COLS 19-38    UNIT (BLANK IF NOT ONE UNIT)
002300*                     COLS 39-46    ALERT CODE
002400*                     COLS 47-51    TIMES RAISED SINCE THE LAST
002500*                                   DIGEST
002600*                     COLS 52-131   TEXT
002700*                  T  COL   1       RECORD TYPE T
002800*                     COLS  2-8     D RECORDS
002900*                     COLS  9-15    ERRORS
003000*                     COLS 16-22    WARNINGS
003100*                     COLS 23-29    INFORMATION
003200*                     COLS 30-36    SUPPRESSED BY ACKNOWLEDGEMENT
003300*                     COL  37       HIGHEST SEVERITY (BLANK=NONE)
003400*                     COLS 38-41    NIGHTDIG RETURN CODE
003500*                THE COUNTS ON T COUNT REPEATS - ERRORS, WARNINGS
003600*                AND INFORMATION ARE THE ALERTS LISTED, SUPPRESSED
003700*                THE ONES AN ACKNOWLEDGEMENT CARD HELD BACK. A
003800*                FILE WITH NO T RECORD WAS CUT SHORT.
003900*----------------------------------------------------------------
004000* MODIFICATION HISTORY
004100*----------------------------------------------------------------
004200* DATE       INIT  DESCRIPTION
004300* 10/15/2026 WJ    ORIGINAL VERSION.
004400******************************************************************
004500 01  MONITOR-RECORD.
004600     05  MON-RECORD-TYPE         PIC X(01).
004700         88  MON-HEADER          VALUE "H".
004800         88  MON-DETAIL          VALUE "D".
004900         88  MON-TRAILER         VALUE "T".
005000     05  MON-BODY                PIC X(149).
005100     05  MON-HEADER-BODY REDEFINES MON-BODY.
005200         10  MH-SYSTEM           PIC X(08).
005300         10  MH-BUS-DATE         PIC 9(08).
005400         10  MH-CREATED-DATE     PIC 9(08).
005500         10  MH-CREATED-TIME     PIC 9(06).
005600         10  FILLER              PIC X(119).
005700     05  MON-DETAIL-BODY REDEFINES MON-BODY.
005800         10  MD-SEVERITY         PIC X(01).
005900         10  MD-PROGRAM          PIC X(08).
006000         10  MD-ALERT-DATE       PIC 9(08).
006100         10  MD-UNIT             PIC X(20).
006200         10  MD-CODE             PIC X(08).
006300         10  MD-REPEATS          PIC 9(05).
006400         10  MD-TEXT             PIC X(80).
006500         10  FILLER              PIC X(19).
006600     05  MON-TRAILER-BODY REDEFINES MON-BODY.
006700         10  MT-DETAIL-COUNT     PIC 9(07).
006800         10  MT-ERROR-COUNT      PIC 9(07).
006900         10  MT-WARNING-COUNT    PIC 9(07).
007000         10  MT-INFO-COUNT       PIC 9(07).
007100         10  MT-SUPPRESSED-COUNT PIC 9(07).
007200         10  MT-HIGH-SEVERITY    PIC X(01).
007300         10  MT-RETURN-CODE      PIC 9(04).
007400         10  FILLER              PIC X(109).
