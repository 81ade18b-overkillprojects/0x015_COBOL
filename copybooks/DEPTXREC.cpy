000100******************************************************************
000200* COPYBOOK:      DEPTXREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       MONTH-END DEPARTMENT ROLLUP EXTRACT RECORD
000700*                (DPTEXTR), CUT BY DEPTROLL FOR THE FINANCE
000800*                SPREADSHEET. ONE RECORD PER LINE OF THE ROLLUP
000900*                REPORT, SAME FIGURES, FIXED COLUMNS, NO
001000*                DELIMITERS - IMPORT IT AS FIXED WIDTH:
001100*                  COL   1       RECORD TYPE D/S/G
001200*                  COLS  2-7     MONTH YYYYMM
001300*                  COLS  8-15    DEPARTMENT (BLANK ON G)
001400*                  COLS 16-35    UNIT NAME (BLANK ON S AND G)
001500*                  COL  36       ANALYSIS MODE (BLANK ON S AND G)
001600*                  COLS 37-40    NIGHTS SCORED
001700*                  COLS 41-44    NIGHTS SKIPPED
001800*                  COLS 45-50    RUNS
001900*                  COLS 51-56    AVERAGE LIS/LENGTH PCT  999.99
002000*                  COLS 57-62    LOWEST LIS/LENGTH PCT   999.99
002100*                  COLS 63-68    HIGHEST LIS/LENGTH PCT  999.99
002200*                  COLS 69-76    BEST NIGHT YYYYMMDD
002300*                  COLS 77-84    WORST NIGHT YYYYMMDD
002400*                THE PERCENTAGES CARRY THEIR DECIMAL POINT SO THE
002500*                SPREADSHEET NEEDS NO SCALING.
002600*----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* 10/15/2026 WJ    ORIGINAL VERSION.
003100******************************************************************
003200 01  DEPT-EXTRACT-RECORD.
003300     05  DX-RECORD-TYPE          PIC X(01).
003400         88  DX-UNIT-DETAIL      VALUE "D".
003500         88  DX-DEPT-SUBTOTAL    VALUE "S".
003600         88  DX-GRAND-TOTAL      VALUE "G".
003700     05  DX-MONTH                PIC 9(06).
003800     05  DX-DEPARTMENT           PIC X(08).
003900     05  DX-UNIT-NAME            PIC X(20).
004000     05  DX-MODE-CODE            PIC X(01).
004100     05  DX-NIGHTS-SCORED        PIC 9(04).
004200     05  DX-NIGHTS-SKIPPED       PIC 9(04).
004300     05  DX-RUNS                 PIC 9(06).
004400     05  DX-AVG-RATIO            PIC 9(03).99.
004500     05  DX-LOW-RATIO            PIC 9(03).99.
004600     05  DX-HIGH-RATIO           PIC 9(03).99.
004700     05  DX-BEST-DATE            PIC 9(08).
004800     05  DX-WORST-DATE           PIC 9(08).
