000100******************************************************************
000200* COPYBOOK:      STATEREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       LIS PERIOD STATE MASTER RECORD (LSSTATE).
000700*                UNDER A CUML=Y CARD LONGSUBQ KEEPS, PER STEP
000800*                NAME, BUSINESS UNIT AND ANALYSIS MODE, THE WHOLE
000900*                END-OF-NIGHT SCORING STATE OF THE PERIOD SO FAR -
001000*                EVERY VALUE SCORED SINCE THE PERIOD BEGAN, WITH
001100*                ITS LENGTH AND PREDECESSOR, AND THE TAILS TABLE -
001200*                SO THE NEXT NIGHT SCORES ONLY ITS OWN VALUES ON
001300*                TOP.
001400*                ONE SET OF RECORDS PER STEP/UNIT/MODE, TOLD APART
001500*                BY RECORD TYPE AND SEGMENT NUMBER:
001600*                  H  SEGMENT 0 - THE PERIOD (M/Q/Y AND ITS FIRST
001700*                     DAY), THE NIGHT THE STATE RUNS THROUGH, THE
001800*                     VALUE (NODE) AND TAIL COUNTS AND THE NIGHTS
001900*                     CARRIED. THE PERIOD-TO-DATE LIS IS THE TAIL
002000*                     COUNT. WRITTEN LAST - THE COUNTS IN IT SAY
002100*                     HOW MUCH OF THE SEGMENTS BELOW IS STATE.
002200*                  N  SEGMENTS 1 UP - 1000 SCORED POSITIONS
002300*                     EACH, IN ORDER: VALUE, LENGTH, PREDECESSOR
002400*                  T  SEGMENTS 1 UP - 1000 TAIL POSITIONS EACH,
002500*                     THE TAIL FOR LENGTH 1 FIRST
002600*                EVERY RECORD CARRIES THE NIGHT IT WAS WRITTEN
002700*                FOR. A T SEGMENT WHOSE NIGHT DIFFERS FROM THE
002800*                HEADER'S WAS LEFT BY A RUN THAT DIED BEFORE ITS
002900*                HEADER WENT OUT, AND THE TAILS ARE THEN REBUILT
003000*                FROM THE LENGTHS.
003100*----------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*----------------------------------------------------------------
003400* DATE       INIT  DESCRIPTION
003500* 10/15/2026 WJ    ORIGINAL VERSION.
003600******************************************************************
003700 01  LIS-STATE-RECORD.
003800     05  ST-KEY.
003900         10  ST-STEP-NAME        PIC X(08).
004000         10  ST-UNIT-NAME        PIC X(20).
004100         10  ST-MODE-CODE        PIC X(01).
004200         10  ST-RECORD-TYPE      PIC X(01).
004300             88  ST-HEADER-REC   VALUE "H".
004400             88  ST-NODE-REC     VALUE "N".
004500             88  ST-TAILS-REC    VALUE "T".
004600         10  ST-SEGMENT-NO       PIC 9(04).
004700     05  ST-THRU-DATE            PIC 9(08).
004800     05  ST-BODY                 PIC X(19000).
004900     05  ST-HEADER-BODY REDEFINES ST-BODY.
005000         10  ST-PERIOD-CODE      PIC X(01).
005100             88  ST-PERIOD-MONTH VALUE "M".
005200             88  ST-PERIOD-QUARTER VALUE "Q".
005300             88  ST-PERIOD-YEAR  VALUE "Y".
005400         10  ST-PERIOD-START     PIC 9(08).
005500         10  ST-FIRST-DATE       PIC 9(08).
005600         10  ST-NIGHTS-CARRIED   PIC 9(04).
005700         10  ST-NODE-COUNT       PIC 9(06).
005800         10  ST-TAILS-COUNT      PIC 9(06).
005900         10  ST-NODE-SEGMENTS    PIC 9(04).
006000         10  ST-TAILS-SEGMENTS   PIC 9(04).
006100         10  ST-LAST-VALUES      PIC 9(06).
006200         10  FILLER              PIC X(18953).
006300     05  ST-NODE-BODY REDEFINES ST-BODY.
006400         10  ST-NODE-ENTRY OCCURS 1000 TIMES.
006500             15  ST-NODE-VALUE   PIC S9(6)
006600                                 SIGN IS LEADING SEPARATE.
006700             15  ST-NODE-LENGTH  PIC 9(06).
006800             15  ST-NODE-PRED    PIC 9(06).
006900     05  ST-TAILS-BODY REDEFINES ST-BODY.
007000         10  ST-TAIL-POSITION OCCURS 1000 TIMES
007100                                 PIC 9(06).
007200         10  FILLER              PIC X(13000).
