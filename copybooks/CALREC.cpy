000100******************************************************************
000200* COPYBOOK:      CALREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       BUSINESS-DAY CALENDAR RECORD (BUSCAL). MONDAY TO
000700*                FRIDAY ARE BUSINESS DAYS AND SATURDAY AND SUNDAY
000800*                ARE NOT, UNLESS THE CALENDAR SAYS OTHERWISE - IT
000900*                HOLDS ONLY THE EXCEPTIONS: A HOLIDAY (H) CLOSES A
001000*                WEEKDAY, A WORKING DAY (W) OPENS A WEEKEND DAY.
001100*                ONE RECORD PER DATE, IN DATE ORDER. MAINTAINED BY
001200*                CALMNT ONLY; READ THROUGH CALIO.
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* 10/15/2026 WJ    ORIGINAL VERSION.
001800******************************************************************
001900 01  CALENDAR-RECORD.
002000     05  CD-DATE                 PIC 9(08).
002100     05  CD-TYPE                 PIC X(01).
002200         88  CD-HOLIDAY          VALUE "H".
002300         88  CD-WORKING-DAY      VALUE "W".
002400         88  CD-TYPE-VALID       VALUE "H" "W".
002500     05  CD-NAME                 PIC X(30).
002600     05  CD-ADDED-DATE           PIC 9(08).
002700     05  FILLER                  PIC X(33).
