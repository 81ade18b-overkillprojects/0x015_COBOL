000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       ALL I/O AGAINST THE KEYED ACCEPTED-TRANSACTION
000700*                HISTORY (HELLODUP) LIVES HERE - THE SAME SCHEME
000800*                LSAUDIO GIVES THE AUDIT MASTER AND UNITIO THE
000900*                UNIT MASTER. CALLERS PASS A DUPREQ REQUEST AREA
001000*                (FUNCTION CODE IN, FILE STATUS BACK) AND A
001100*                DUPREC RECORD. UNLIKE THE OTHER TWO MODULES THE
001200*                FILE IS ALWAYS OPENED I-O (OUTPUT ON FIRST EVER
001300*                RUN, THEN RE-OPENED I-O): HELLO INTERLEAVES A
001400*                KEYED START/READ-NEXT LOOKUP WITH A WRITE FOR
001500*                EVERY TRANSACTION, AND SWITCHING OPEN MODES PER
001600*                RECORD WOULD THRASH THE FILE. IT STAYS OPEN
001700*                UNTIL THE CLOSE FUNCTION.
001800*----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 10/15/2026 WJ    ORIGINAL VERSION.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. DUPIO.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DUP-HISTORY-FILE ASSIGN TO "HELLODUP"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS DHF-KEY
003300         FILE STATUS IS WS-HELLODUP-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  DUP-HISTORY-FILE.
003700 01  DHF-RECORD.
003800     05  DHF-KEY.
003900         10  DHF-UNIT-CODE       PIC X(04).
004000         10  DHF-A               PIC 9(09).
004100         10  DHF-B               PIC 9(09).
004200         10  DHF-C               PIC 9(09).
004300         10  DHF-BUS-DATE        PIC 9(08).
004400     05  DHF-READ-SEQ            PIC 9(09).
004500     05  DHF-TRANS-NO            PIC 9(09).
004600 WORKING-STORAGE SECTION.
004700 01  WS-HELLODUP-STATUS          PIC X(02).
004800     88  HELLODUP-OK             VALUE "00".
004900     88  HELLODUP-NOT-FOUND      VALUE "35".
005000 01  WS-OPEN-STATE               PIC X(01) VALUE "N".
005100     88  WS-FILE-CLOSED          VALUE "N".
005200     88  WS-OPEN-FOR-UPDATE      VALUE "U".
005300 LINKAGE SECTION.
005400 COPY DUPREQ.
005500 COPY DUPREC.
005600 PROCEDURE DIVISION USING DUP-REQUEST DUP-HISTORY-RECORD.
005700 0000-MAINLINE.
005800     EVALUATE TRUE
005900         WHEN DUP-FN-WRITE
006000             PERFORM 2000-WRITE-RECORD THRU 2000-EXIT
006100         WHEN DUP-FN-START
006200             PERFORM 3000-START-AT-KEY THRU 3000-EXIT
006300         WHEN DUP-FN-READ-NEXT
006400             PERFORM 4000-READ-NEXT THRU 4000-EXIT
006500         WHEN DUP-FN-DELETE
006600             PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
006700         WHEN DUP-FN-CLOSE
006800             PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
006900         WHEN OTHER
007000             MOVE "99" TO DUP-STATUS-CODE
007100     END-EVALUATE.
007200     GOBACK.
007300 0000-EXIT.
007400     EXIT.
007500*----------------------------------------------------------------
007600* 2000-WRITE-RECORD - ADD THE CALLER'S RECORD TO THE HISTORY. A
007700* DUPLICATE KEY COMES BACK AS STATUS 22 - THE SAME TRANSACTION
007800* WAS ALREADY RECORDED UNDER THE SAME BUSINESS DATE.
007900*----------------------------------------------------------------
008000 2000-WRITE-RECORD.
008100     PERFORM 8000-ENSURE-UPDATE-MODE THRU 8000-EXIT.
008200     IF NOT WS-OPEN-FOR-UPDATE
008300         GO TO 2000-EXIT
008400     END-IF.
008500     MOVE DUP-HISTORY-RECORD TO DHF-RECORD.
008600     WRITE DHF-RECORD
008700         INVALID KEY
008800             CONTINUE
008900     END-WRITE.
009000     MOVE WS-HELLODUP-STATUS TO DUP-STATUS-CODE.
009100 2000-EXIT.
009200     EXIT.
009300*----------------------------------------------------------------
009400* 3000-START-AT-KEY - POSITION AT THE FIRST RECORD WHOSE KEY IS
009500* NOT LESS THAN THE KEY IN THE CALLER'S RECORD AREA. NOTHING AT
009600* OR PAST THE KEY COMES BACK AS STATUS 23.
009700*----------------------------------------------------------------
009800 3000-START-AT-KEY.
009900     PERFORM 8000-ENSURE-UPDATE-MODE THRU 8000-EXIT.
010000     IF NOT WS-OPEN-FOR-UPDATE
010100         GO TO 3000-EXIT
010200     END-IF.
010300     MOVE DH-KEY TO DHF-KEY.
010400     START DUP-HISTORY-FILE
010500         KEY IS NOT LESS THAN DHF-KEY
010600         INVALID KEY
010700             CONTINUE
010800     END-START.
010900     MOVE WS-HELLODUP-STATUS TO DUP-STATUS-CODE.
011000 3000-EXIT.
011100     EXIT.
011200*----------------------------------------------------------------
011300* 4000-READ-NEXT - HAND BACK THE NEXT RECORD IN KEY ORDER.
011400*----------------------------------------------------------------
011500 4000-READ-NEXT.
011600     IF NOT WS-OPEN-FOR-UPDATE
011700         MOVE "47" TO DUP-STATUS-CODE
011800         GO TO 4000-EXIT
011900     END-IF.
012000     READ DUP-HISTORY-FILE NEXT RECORD
012100         AT END
012200             CONTINUE
012300     END-READ.
012400     IF HELLODUP-OK
012500         MOVE DHF-RECORD TO DUP-HISTORY-RECORD
012600     END-IF.
012700     MOVE WS-HELLODUP-STATUS TO DUP-STATUS-CODE.
012800 4000-EXIT.
012900     EXIT.
013000*----------------------------------------------------------------
013100* 5000-DELETE-RECORD - DELETE THE HISTORY RECORD WHOSE KEY IS IN
013200* THE CALLER'S RECORD AREA. A MISSING KEY COMES BACK AS STATUS
013300* 23.
013400*----------------------------------------------------------------
013500 5000-DELETE-RECORD.
013600     PERFORM 8000-ENSURE-UPDATE-MODE THRU 8000-EXIT.
013700     IF NOT WS-OPEN-FOR-UPDATE
013800         GO TO 5000-EXIT
013900     END-IF.
014000     MOVE DH-KEY TO DHF-KEY.
014100     DELETE DUP-HISTORY-FILE
014200         INVALID KEY
014300             CONTINUE
014400     END-DELETE.
014500     MOVE WS-HELLODUP-STATUS TO DUP-STATUS-CODE.
014600 5000-EXIT.
014700     EXIT.
014800*----------------------------------------------------------------
014900* 8000-ENSURE-UPDATE-MODE - OPEN I-O ON FIRST USE. A HISTORY
015000* THAT DOES NOT EXIST YET IS CREATED BY AN OPEN OUTPUT, THEN
015100* CLOSED AND RE-OPENED I-O SO THE FIRST LOOKUP OF THE FIRST
015200* NIGHT WORKS (THE SAME RULE UNITIO FOLLOWS). AN OPEN FAILURE IS
015300* PASSED BACK IN THE REQUEST AREA AND LEAVES THE FILE CLOSED.
015400*----------------------------------------------------------------
015500 8000-ENSURE-UPDATE-MODE.
015600     IF WS-OPEN-FOR-UPDATE
015700         GO TO 8000-EXIT
015800     END-IF.
015900     OPEN I-O DUP-HISTORY-FILE.
016000     IF HELLODUP-NOT-FOUND
016100         OPEN OUTPUT DUP-HISTORY-FILE
016200         IF NOT HELLODUP-OK
016300             MOVE WS-HELLODUP-STATUS TO DUP-STATUS-CODE
016400             GO TO 8000-EXIT
016500         END-IF
016600         CLOSE DUP-HISTORY-FILE
016700         OPEN I-O DUP-HISTORY-FILE
016800     END-IF.
016900     IF NOT HELLODUP-OK
017000         MOVE WS-HELLODUP-STATUS TO DUP-STATUS-CODE
017100         GO TO 8000-EXIT
017200     END-IF.
017300     SET WS-OPEN-FOR-UPDATE TO TRUE.
017400 8000-EXIT.
017500     EXIT.
017600*----------------------------------------------------------------
017700* 9000-CLOSE-FILE - CLOSE WHATEVER IS OPEN. SAFE TO CALL WHEN THE
017800* FILE WAS NEVER OPENED.
017900*----------------------------------------------------------------
018000 9000-CLOSE-FILE.
018100     IF NOT WS-FILE-CLOSED
018200         CLOSE DUP-HISTORY-FILE
018300         SET WS-FILE-CLOSED TO TRUE
018400     END-IF.
018500     IF DUP-FN-CLOSE
018600         MOVE "00" TO DUP-STATUS-CODE
018700     END-IF.
018800 9000-EXIT.
018900     EXIT.
019000 END PROGRAM DUPIO.
