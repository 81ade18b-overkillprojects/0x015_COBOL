000100******************************************************************
000200* COPYBOOK:      TRLREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       SENDER TRAILER RECORD ON THE HELLOIN FEED. THE
000700*                SENDING SYSTEM ENDS EVERY FEED WITH ONE D LINE
000800*                PER DESK CODE IT SENT AND ONE T LINE FOR THE
000900*                WHOLE FEED, WHICH MUST BE THE LAST RECORD. EACH
001000*                CARRIES THE RECORD COUNT AND THE HASH TOTALS OF
001100*                THE A, B AND C FIELDS OF THE TRANSACTIONS IT
001200*                COVERS. A FIELD THAT IS NOT NUMERIC ADDS NOTHING
001300*                TO ITS HASH - SAME RULE ON BOTH SIDES. HELLOREC
001400*                PROVES THE FEED AGAINST THESE LINES AND DROPS
001500*                THEM FROM THE MERGED DECK (HELLOINM).
001600*                  COLS  1-7     "TRAILER"
001700*                  COL   8       D = ONE DESK, T = WHOLE FEED
001800*                  COLS  9-12    DESK CODE (BLANK ON T)
001900*                  COLS 13-21    RECORD COUNT
002000*                  COLS 22-36    HASH TOTAL OF A
002100*                  COLS 37-51    HASH TOTAL OF B
002200*                  COLS 52-66    HASH TOTAL OF C
002300*                THE "TRAILER" MARKER CAN NEVER BE A TRANSACTION -
002400*                A TRANSACTION OPENS WITH ITS NUMERIC A FIELD.
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION
002900* 10/15/2026 WJ    ORIGINAL VERSION.
003000******************************************************************
003100 01  TRAILER-RECORD.
003200     05  TR-MARKER               PIC X(07).
003300         88  TR-IS-TRAILER       VALUE "TRAILER".
003400     05  TR-LINE-TYPE            PIC X(01).
003500         88  TR-DESK-LINE        VALUE "D".
003600         88  TR-TOTAL-LINE       VALUE "T".
003700     05  TR-DESK-CODE            PIC X(04).
003800     05  TR-RECORD-COUNT         PIC 9(09).
003900     05  TR-HASH-A               PIC 9(15).
004000     05  TR-HASH-B               PIC 9(15).
004100     05  TR-HASH-C               PIC 9(15).
004200     05  FILLER                  PIC X(14).
