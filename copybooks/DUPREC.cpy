000100******************************************************************
000200* COPYBOOK:      DUPREC
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       ACCEPTED-TRANSACTION HISTORY RECORD (HELLODUP).
000700*                ONE RECORD PER TRANSACTION HELLO HAS ACCEPTED,
000800*                KEYED BY THE DESK'S UNIT CODE, THE A/B/C TRIPLE
000900*                AND THE BUSINESS DATE IT WAS ACCEPTED UNDER -
001000*                THE DATE LAST, SO ONE KEYED START AT THE FIRST
001100*                DATE OF THE LOOKBACK WINDOW LANDS ON EVERY
001200*                EARLIER ACCEPTANCE OF THE SAME TRANSACTION. THE
001300*                READ SEQUENCE AND TRANS NO OF THE ACCEPTING RUN
001400*                RIDE ALONG SO A SAME-NIGHT RERUN RECOGNIZES ITS
001500*                OWN EARLIER ATTEMPT. WRITTEN AND CHECKED BY
001600*                HELLO, PURGED BY HLDUPPRG.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 WJ    ORIGINAL VERSION.
002200******************************************************************
002300 01  DUP-HISTORY-RECORD.
002400     05  DH-KEY.
002500         10  DH-UNIT-CODE        PIC X(04).
002600         10  DH-A                PIC 9(09).
002700         10  DH-B                PIC 9(09).
002800         10  DH-C                PIC 9(09).
002900         10  DH-BUS-DATE         PIC 9(08).
003000     05  DH-READ-SEQ             PIC 9(09).
003100     05  DH-TRANS-NO             PIC 9(09).
