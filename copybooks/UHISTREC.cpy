000100******************************************************************
000200* COPYBOOK:      UHISTREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       UNIT-MASTER CHANGE HISTORY RECORD (UNITHIST). ONE
000700*                RECORD PER ADD, CHANGE OR DEACTIVATION UNITMNT
000800*                APPLIES, WITH THE UNIT'S ATTRIBUTES BEFORE AND
000900*                AFTER THE CHANGE AND THE CARD THAT CAUSED IT.
001000*                KEYED BY UNIT NAME, THE BUSINESS DATE THE CHANGE
001100*                IS IN FORCE FROM (THE ONE IT WENT ON THE MASTER
001110*                UNDER, OR THE NEXT BUSINESS DAY WHEN THAT NIGHT
001120*                HAD ALREADY CLOSED) AND AN APPLY TIME AND
001200*                SEQUENCE. THE FIRST CHANGE OF A UNIT ON A
001210*                BUSINESS DATE TAKES THE APPLYING RUN'S CLOCK TIME
001220*                AND SEQUENCE 1; EVERY LATER ONE THAT DATE
001230*                CONTINUES FROM THE LAST KEY ON FILE (UHISTIO
001240*                FUNCTION K), SO A UNIT'S CHANGES READ BACK IN THE
001250*                ORDER THEY WERE MADE EVEN WHEN A RERUN STARTS
001260*                AFTER MIDNIGHT. THE ATTRIBUTES AS OF
001500*                ANY DATE ARE THE BEFORE IMAGE OF ITS FIRST CHANGE
001600*                DATED LATER THAN THAT DATE, OR THE MASTER ITSELF
001700*                WHEN THERE IS NONE - UNITIO FUNCTION A. THE
001800*                EFFECTIVE DATE THE CARD ASKED FOR RIDES ALONG -
001900*                A CARD HELD OVER A MISSED NIGHT GOES ON LATER
002000*                THAN IT ASKED, AND THE KEY SAYS WHEN IT DID.
002100*                WRITTEN BY UNITMNT, LISTED BY UNITHRPT.
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 10/15/2026 WJ    ORIGINAL VERSION.
002700******************************************************************
002800 01  UNIT-HISTORY-RECORD.
002900     05  UH-KEY.
003000         10  UH-UNIT-NAME        PIC X(20).
003100         10  UH-BUS-DATE         PIC 9(08).
003200         10  UH-APPLY-TIME       PIC 9(08).
003300         10  UH-APPLY-SEQ        PIC 9(04).
003400     05  UH-REQ-DATE             PIC 9(08).
003500     05  UH-ACTION               PIC X(01).
003600         88  UH-ACTION-ADD       VALUE "A".
003700         88  UH-ACTION-CHANGE    VALUE "C".
003800         88  UH-ACTION-DEACT     VALUE "D".
003900     05  UH-BEFORE-SWITCH        PIC X(01).
004000         88  UH-BEFORE-ON-FILE   VALUE "Y".
004100         88  UH-BEFORE-ABSENT    VALUE "N".
004200     05  UH-BEFORE-IMAGE.
004300         10  UH-BEFORE-STATUS    PIC X(01).
004400         10  UH-BEFORE-DEPARTMENT PIC X(08).
004500         10  UH-BEFORE-DESCRIPTION PIC X(30).
004600         10  UH-BEFORE-MIN-VALUES PIC 9(06).
004700         10  UH-BEFORE-MAX-VALUES PIC 9(06).
004800         10  UH-BEFORE-DESK-CODE PIC X(04).
004900     05  UH-AFTER-IMAGE.
005000         10  UH-AFTER-STATUS     PIC X(01).
005100         10  UH-AFTER-DEPARTMENT PIC X(08).
005200         10  UH-AFTER-DESCRIPTION PIC X(30).
005300         10  UH-AFTER-MIN-VALUES PIC 9(06).
005400         10  UH-AFTER-MAX-VALUES PIC 9(06).
005500         10  UH-AFTER-DESK-CODE  PIC X(04).
005600     05  UH-CARD-IMAGE           PIC X(83).
