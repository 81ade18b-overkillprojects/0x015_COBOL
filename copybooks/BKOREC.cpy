000100******************************************************************
000200* COPYBOOK:      BKOREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       NIGHT BACKOUT DATASET RECORD (BKOUT). NIGHTBKO
000700*                WRITES ONE OF THESE FOR EVERY RECORD IT TAKES OFF
000800*                A FILE (ACTION R) AND FOR EVERY RECORD IT PUTS
000900*                ONTO ONE (ACTION I - THE HELLOSUS AND HELLOREJ
001000*                ENTRIES A BACKOUT RESTORES), BEFORE THE FILE IS
001100*                CHANGED, AND READS THEM BACK ON AN UNDO RUN.
001200*                BO-FILE-NAME IS THE DD NAME OF THE FILE THE
001300*                RECORD CAME FROM OR WENT TO. BO-IMAGE IS THE
001400*                RECORD EXACTLY AS IT STOOD ON THAT FILE, SPACE
001500*                FILLED - BIG ENOUGH FOR A FULL LSAUDITM RECORD
001600*                (AUDITREC WITH ALL 2000 INPUT VALUES).
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 WJ    ORIGINAL VERSION.
002200******************************************************************
002300 01  BACKOUT-RECORD.
002400     05  BO-BUS-DATE             PIC 9(08).
002500     05  FILLER                  PIC X(01).
002600     05  BO-FILE-NAME            PIC X(08).
002700     05  FILLER                  PIC X(01).
002800     05  BO-ACTION               PIC X(01).
002900         88  BO-REMOVED          VALUE "R".
003000         88  BO-INSERTED         VALUE "I".
003100     05  FILLER                  PIC X(01).
003200     05  BO-IMAGE                PIC X(30065).
