000100******************************************************************
000200* COPYBOOK:      TRLSTAT
000300* AUTHOR:        WALTER JACOB
000400* INSTALLATION:  DATA PROCESSING
000500* DATE-WRITTEN:  10/15/2026
000600* PURPOSE:       HELLOIN TRAILER VERIFICATION RECORD (HELLOTRL).
000700*                WRITTEN BY HELLOREC EACH NIGHT IT PROVES THE RAW
000800*                FEED - ONE D LINE PER DESK CODE SEEN ON THE FEED
000900*                OR ON ITS TRAILER, THEN ONE T LINE FOR THE WHOLE
001000*                FEED - AND READ BY NIGHTSTA FOR THE MORNING PAGE.
001100*                EACH LINE SETS WHAT THE SENDER'S TRAILER SAID
001200*                BESIDE WHAT ACTUALLY ARRIVED. THE T LINE'S RESULT
001300*                IS THE NIGHT'S VERDICT; ITS OVERRIDE FLAG SAYS AN
001400*                OPERATOR SHRT= CARD LET A FAILING FEED RUN.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 10/15/2026 WJ    ORIGINAL VERSION.
002000******************************************************************
002100 01  TRAILER-STATUS-RECORD.
002200     05  TS-RUN-DATE             PIC 9(08).
002300     05  FILLER                  PIC X(01).
002400     05  TS-LINE-TYPE            PIC X(01).
002500         88  TS-DESK-LINE        VALUE "D".
002600         88  TS-TOTAL-LINE       VALUE "T".
002700     05  FILLER                  PIC X(01).
002800     05  TS-DESK-CODE            PIC X(04).
002900     05  FILLER                  PIC X(01).
003000     05  TS-SENT-COUNT           PIC 9(09).
003100     05  FILLER                  PIC X(01).
003200     05  TS-SENT-HASH-A          PIC 9(15).
003300     05  FILLER                  PIC X(01).
003400     05  TS-SENT-HASH-B          PIC 9(15).
003500     05  FILLER                  PIC X(01).
003600     05  TS-SENT-HASH-C          PIC 9(15).
003700     05  FILLER                  PIC X(01).
003800     05  TS-RECV-COUNT           PIC 9(09).
003900     05  FILLER                  PIC X(01).
004000     05  TS-RECV-HASH-A          PIC 9(15).
004100     05  FILLER                  PIC X(01).
004200     05  TS-RECV-HASH-B          PIC 9(15).
004300     05  FILLER                  PIC X(01).
004400     05  TS-RECV-HASH-C          PIC 9(15).
004500     05  FILLER                  PIC X(01).
004600     05  TS-RESULT               PIC X(10).
004700         88  TS-BALANCED         VALUE "BALANCED".
004800         88  TS-UNBALANCED       VALUE "UNBALANCED".
004900         88  TS-NO-TRAILER       VALUE "NO TRAILER".
005000     05  FILLER                  PIC X(01).
005100     05  TS-OVERRIDE-FLAG        PIC X(01).
005200         88  TS-OVERRIDDEN       VALUE "Y".
