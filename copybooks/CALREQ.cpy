000100******************************************************************
000200* COPYBOOK:      CALREQ
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       REQUEST AREA FOR THE CALIO BUSINESS-DAY CALENDAR
000700*                MODULE, CUT TO THE SAME PATTERN AS UNITREQ.
000800*                CALLERS SET THE FUNCTION CODE AND THE DATES, CALL
000900*                CALIO WITH THIS AREA, AND TEST THE RETURNED
001000*                STATUS:
001100*                  B  IS CAL-DATE A BUSINESS DAY - ANSWERED IN
001200*                     CAL-BUSINESS-DAY, WITH CAL-DAY-NAME (THE
001300*                     HOLIDAY OR THE WEEKDAY)
001400*                  P  THE LAST BUSINESS DAY ON OR BEFORE CAL-DATE,
001500*                     IN CAL-RESULT-DATE
001510*                  N  THE FIRST BUSINESS DAY AFTER CAL-DATE, IN
001520*                     CAL-RESULT-DATE
001600*                  D  THE BUSINESS DAYS AFTER CAL-DATE UP TO
001700*                     AND INCLUDING CAL-THRU-DATE, IN CAL-DAYS
001800*                     (NEGATIVE WHEN THE THRU DATE IS EARLIER)
001900*                  K  THE DATE CAL-DAYS BUSINESS DAYS BEFORE
002000*                     CAL-DATE, IN CAL-RESULT-DATE
002100*                  C  CLOSE - THE NEXT CALL RELOADS THE CALENDAR
002200*                STATUS 35 MEANS THERE IS NO CALENDAR FILE; THE
002300*                CALLER DECIDES WHETHER TO COUNT CALENDAR DAYS
002400*                INSTEAD OR FAIL.
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION
002900* 10/15/2026 WJ    ORIGINAL VERSION.
003000******************************************************************
003100 01  CAL-REQUEST.
003200     05  CAL-FUNCTION            PIC X(01).
003300         88  CAL-FN-CHECK-DAY    VALUE "B".
003400         88  CAL-FN-PRIOR-DAY    VALUE "P".
003450         88  CAL-FN-NEXT-DAY     VALUE "N".
003500         88  CAL-FN-COUNT-DAYS   VALUE "D".
003600         88  CAL-FN-BACK-DAYS    VALUE "K".
003700         88  CAL-FN-CLOSE        VALUE "C".
003800     05  CAL-STATUS-CODE         PIC X(02).
003900         88  CAL-IO-OK           VALUE "00".
004000         88  CAL-IO-FILE-MISSING VALUE "35".
004100         88  CAL-IO-BAD-DATE     VALUE "90".
004200         88  CAL-IO-BAD-CALENDAR VALUE "91".
004300     05  CAL-DATE                PIC 9(08).
004400     05  CAL-THRU-DATE           PIC 9(08).
004500     05  CAL-DAYS                PIC S9(05).
004600     05  CAL-RESULT-DATE         PIC 9(08).
004700     05  CAL-DAY-SWITCH          PIC X(01).
004800         88  CAL-BUSINESS-DAY    VALUE "Y".
004900     05  CAL-DAY-NAME            PIC X(30).
