000100******************************************************************
000200* COPYBOOK:      SUSJNL
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       REJECT SUSPENSE JOURNAL RECORD (HELLOSJN).
000700*                HELLOREC APPENDS THESE EACH NIGHT IT REWRITES
000800*                HELLOSUS - ONE H LINE MARKING THE NIGHT, THEN ONE
000900*                A LINE PER REJECT FOLDED IN FROM HELLOREJ AND ONE
001000*                C LINE PER REJECT A REPAIR CARD CLEARED, EACH
001100*                CARRYING THE FULL REJREC IMAGE. HELLOSUS ITSELF
001200*                KEEPS ONLY WHAT IS STILL OPEN, SO THE JOURNAL IS
001300*                THE ONLY RECORD OF WHAT A NIGHT DID TO IT -
001400*                NIGHTBKO READS IT TO PUT HELLOSUS AND HELLOREJ
001500*                BACK AS THEY STOOD BEFORE THE NIGHT RAN. A NIGHT
001600*                WITH AN H LINE AND NOTHING ELSE MOVED NOTHING.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 WJ    ORIGINAL VERSION.
002200******************************************************************
002300 01  SUSPENSE-JOURNAL-RECORD.
002400     05  SJ-BUS-DATE             PIC 9(08).
002500     05  FILLER                  PIC X(01).
002600     05  SJ-ACTION               PIC X(01).
002700         88  SJ-NIGHT-MARKER     VALUE "H".
002800         88  SJ-ADDED            VALUE "A".
002900         88  SJ-CLEARED          VALUE "C".
003000     05  FILLER                  PIC X(01).
003100     05  SJ-REJECT-IMAGE         PIC X(68).
