000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       ALL I/O AGAINST THE KEYED LIS PERIOD STATE MASTER
000700*                (LSSTATE) LIVES HERE - THE SAME SCHEME UNITIO AND
000800*                LSAUDIO GIVE THEIR MASTERS. CALLERS PASS A
000900*                STATEREQ REQUEST AREA (FUNCTION CODE IN, FILE
001000*                STATUS BACK) AND A STATEREC RECORD. THE FILE IS
001100*                OPENED ON FIRST USE IN THE MODE THE FUNCTION
001200*                NEEDS - I-O (OUTPUT ON FIRST EVER RUN) FOR
001300*                WRITE/REWRITE, INPUT FOR READ/START/READ-NEXT -
001400*                AND STAYS OPEN UNTIL THE CLOSE FUNCTION. A KEYED
001500*                READ WHILE THE FILE IS OPEN FOR UPDATE USES THE
001600*                UPDATE MODE, SO LONGSUBQ DOES NOT THRASH OPENS
001700*                BETWEEN ONE UNIT'S READS AND THE NEXT UNIT'S
001800*                WRITES. THE EMPTY FUNCTION CLEARS THE MASTER FOR
001900*                LSSTBKP'S RESTORE.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002300* DATE       INIT  DESCRIPTION
002400* 10/15/2026 WJ    ORIGINAL VERSION.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. STATEIO.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STATE-MASTER-FILE ASSIGN TO "LSSTATE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS STF-KEY
003500         FILE STATUS IS WS-LSSTATE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  STATE-MASTER-FILE.
003900 01  STF-RECORD.
004000     05  STF-KEY                 PIC X(34).
004100     05  STF-DATA                PIC X(19008).
004200 WORKING-STORAGE SECTION.
004300 01  WS-LSSTATE-STATUS           PIC X(02).
004400     88  LSSTATE-OK              VALUE "00".
004500     88  LSSTATE-NOT-FOUND       VALUE "35".
004600 01  WS-OPEN-STATE               PIC X(01) VALUE "N".
004700     88  WS-FILE-CLOSED          VALUE "N".
004800     88  WS-OPEN-FOR-UPDATE      VALUE "U".
004900     88  WS-OPEN-FOR-INPUT       VALUE "I".
005000 LINKAGE SECTION.
005100 COPY STATEREQ.
005200 COPY STATEREC.
005300 PROCEDURE DIVISION USING STATE-REQUEST LIS-STATE-RECORD.
005400 0000-MAINLINE.
005500     EVALUATE TRUE
005600         WHEN STATE-FN-READ
005700             PERFORM 1000-READ-BY-KEY THRU 1000-EXIT
005800         WHEN STATE-FN-WRITE
005900             PERFORM 2000-WRITE-RECORD THRU 2000-EXIT
006000         WHEN STATE-FN-REWRITE
006100             PERFORM 2500-REWRITE-RECORD THRU 2500-EXIT
006200         WHEN STATE-FN-START
006300             PERFORM 3000-START-AT-KEY THRU 3000-EXIT
006400         WHEN STATE-FN-READ-NEXT
006500             PERFORM 4000-READ-NEXT THRU 4000-EXIT
006600         WHEN STATE-FN-DELETE
006700             PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
006800         WHEN STATE-FN-EMPTY
006900             PERFORM 6000-EMPTY-MASTER THRU 6000-EXIT
007000         WHEN STATE-FN-CLOSE
007100             PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
007200         WHEN OTHER
007300             MOVE "99" TO STATE-STATUS-CODE
007400     END-EVALUATE.
007500     GOBACK.
007600 0000-EXIT.
007700     EXIT.
007800*----------------------------------------------------------------
007900* 1000-READ-BY-KEY - HAND BACK THE RECORD WHOSE KEY IS IN THE
008000* CALLER'S RECORD AREA. A MASTER THAT DOES NOT EXIST YET COMES
008100* BACK AS STATUS 35 - TO LONGSUBQ THAT IS THE SAME AS NO STATE.
008200* WORKS IN WHICHEVER MODE THE FILE IS ALREADY OPEN.
008300*----------------------------------------------------------------
008400 1000-READ-BY-KEY.
008500     IF WS-FILE-CLOSED
008600         OPEN INPUT STATE-MASTER-FILE
008700         IF NOT LSSTATE-OK
008800             MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE
008900             GO TO 1000-EXIT
009000         END-IF
009100         SET WS-OPEN-FOR-INPUT TO TRUE
009200     END-IF.
009300     MOVE ST-KEY TO STF-KEY.
009400     READ STATE-MASTER-FILE
009500         INVALID KEY
009600             CONTINUE
009700     END-READ.
009800     IF LSSTATE-OK
009900         MOVE STF-RECORD TO LIS-STATE-RECORD
010000     END-IF.
010100     MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE.
010200 1000-EXIT.
010300     EXIT.
010400*----------------------------------------------------------------
010500* 2000-WRITE-RECORD - ADD THE CALLER'S RECORD TO THE MASTER. THE
010600* FIRST WRITE OF A BRAND-NEW MASTER CREATES IT. A DUPLICATE KEY
010700* COMES BACK AS STATUS 22 FOR THE CALLER TO REWRITE INSTEAD.
010800*----------------------------------------------------------------
010900 2000-WRITE-RECORD.
011000     PERFORM 8000-ENSURE-UPDATE-MODE THRU 8000-EXIT.
011100     IF NOT WS-OPEN-FOR-UPDATE
011200         GO TO 2000-EXIT
011300     END-IF.
011400     MOVE LIS-STATE-RECORD TO STF-RECORD.
011500     WRITE STF-RECORD
011600         INVALID KEY
011700             CONTINUE
011800     END-WRITE.
011900     MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE.
012000 2000-EXIT.
012100     EXIT.
012200*----------------------------------------------------------------
012300* 2500-REWRITE-RECORD - REPLACE THE MASTER RECORD WHOSE KEY IS IN
012400* THE CALLER'S RECORD AREA. A MISSING KEY COMES BACK AS STATUS 23.
012500*----------------------------------------------------------------
012600 2500-REWRITE-RECORD.
012700     PERFORM 8000-ENSURE-UPDATE-MODE THRU 8000-EXIT.
012800     IF NOT WS-OPEN-FOR-UPDATE
012900         GO TO 2500-EXIT
013000     END-IF.
013100     MOVE LIS-STATE-RECORD TO STF-RECORD.
013200     REWRITE STF-RECORD
013300         INVALID KEY
013400             CONTINUE
013500     END-REWRITE.
013600     MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE.
013700 2500-EXIT.
013800     EXIT.
013900*----------------------------------------------------------------
014000* 3000-START-AT-KEY - POSITION AT THE FIRST RECORD WHOSE KEY IS
014100* NOT LESS THAN THE KEY IN THE CALLER'S RECORD AREA.
014200*----------------------------------------------------------------
014300 3000-START-AT-KEY.
014400     IF NOT WS-OPEN-FOR-INPUT
014500         PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
014600         OPEN INPUT STATE-MASTER-FILE
014700         IF NOT LSSTATE-OK
014800             MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE
014900             GO TO 3000-EXIT
015000         END-IF
015100         SET WS-OPEN-FOR-INPUT TO TRUE
015200     END-IF.
015300     MOVE ST-KEY TO STF-KEY.
015400     START STATE-MASTER-FILE
015500         KEY IS NOT LESS THAN STF-KEY
015600         INVALID KEY
015700             CONTINUE
015800     END-START.
015900     MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE.
016000 3000-EXIT.
016100     EXIT.
016200*----------------------------------------------------------------
016300* 4000-READ-NEXT - HAND BACK THE NEXT RECORD IN KEY ORDER.
016400*----------------------------------------------------------------
016500 4000-READ-NEXT.
016600     IF NOT WS-OPEN-FOR-INPUT
016700         MOVE "47" TO STATE-STATUS-CODE
016800         GO TO 4000-EXIT
016900     END-IF.
017000     READ STATE-MASTER-FILE NEXT RECORD
017100         AT END
017200             CONTINUE
017300     END-READ.
017400     IF LSSTATE-OK
017500         MOVE STF-RECORD TO LIS-STATE-RECORD
017600     END-IF.
017700     MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE.
017800 4000-EXIT.
017900     EXIT.
018000*----------------------------------------------------------------
018100* 5000-DELETE-RECORD - DELETE THE MASTER RECORD WHOSE KEY IS IN
018200* THE CALLER'S RECORD AREA. A MISSING KEY COMES BACK AS STATUS 23;
018300* A MASTER THAT DOES NOT EXIST IS NOT CREATED (STATUS 35).
018400*----------------------------------------------------------------
018500 5000-DELETE-RECORD.
018600     IF NOT WS-OPEN-FOR-UPDATE
018700         PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
018800         OPEN I-O STATE-MASTER-FILE
018900         IF NOT LSSTATE-OK
019000             MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE
019100             GO TO 5000-EXIT
019200         END-IF
019300         SET WS-OPEN-FOR-UPDATE TO TRUE
019400     END-IF.
019500     MOVE ST-KEY TO STF-KEY.
019600     DELETE STATE-MASTER-FILE
019700         INVALID KEY
019800             CONTINUE
019900     END-DELETE.
020000     MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE.
020100 5000-EXIT.
020200     EXIT.
020300*----------------------------------------------------------------
020400* 6000-EMPTY-MASTER - OPEN OUTPUT AND CLOSE, LEAVING AN EMPTY
020500* MASTER (CREATED IF IT DID NOT EXIST). THE FILE IS LEFT CLOSED;
020600* THE NEXT WRITE RE-OPENS IT I-O.
020700*----------------------------------------------------------------
020800 6000-EMPTY-MASTER.
020900     PERFORM 9000-CLOSE-FILE THRU 9000-EXIT.
021000     OPEN OUTPUT STATE-MASTER-FILE.
021100     IF NOT LSSTATE-OK
021200         MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE
021300         GO TO 6000-EXIT
021400     END-IF.
021500     CLOSE STATE-MASTER-FILE.
021600     MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE.
021700 6000-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000* 8000-ENSURE-UPDATE-MODE - OPEN I-O ON FIRST USE. A MASTER THAT
022100* DOES NOT EXIST YET IS CREATED BY AN OPEN OUTPUT, THEN CLOSED AND
022200* RE-OPENED I-O SO A REWRITE LATER IN THE SAME RUN WORKS. AN OPEN
022300* FAILURE IS PASSED BACK IN THE REQUEST AREA AND LEAVES THE FILE
022400* CLOSED.
022500*----------------------------------------------------------------
022600 8000-ENSURE-UPDATE-MODE.
022700     IF WS-OPEN-FOR-UPDATE
022800         GO TO 8000-EXIT
022900     END-IF.
023000     PERFORM 9000-CLOSE-FILE THRU 9000-EXIT.
023100     OPEN I-O STATE-MASTER-FILE.
023200     IF LSSTATE-NOT-FOUND
023300         OPEN OUTPUT STATE-MASTER-FILE
023400         IF NOT LSSTATE-OK
023500             MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE
023600             GO TO 8000-EXIT
023700         END-IF
023800         CLOSE STATE-MASTER-FILE
023900         OPEN I-O STATE-MASTER-FILE
024000     END-IF.
024100     IF NOT LSSTATE-OK
024200         MOVE WS-LSSTATE-STATUS TO STATE-STATUS-CODE
024300         GO TO 8000-EXIT
024400     END-IF.
024500     SET WS-OPEN-FOR-UPDATE TO TRUE.
024600 8000-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900* 9000-CLOSE-FILE - CLOSE WHATEVER IS OPEN. SAFE TO CALL WHEN THE
025000* FILE WAS NEVER OPENED.
025100*----------------------------------------------------------------
025200 9000-CLOSE-FILE.
025300     IF NOT WS-FILE-CLOSED
025400         CLOSE STATE-MASTER-FILE
025500         SET WS-FILE-CLOSED TO TRUE
025600     END-IF.
025700     IF STATE-FN-CLOSE
025800         MOVE "00" TO STATE-STATUS-CODE
025900     END-IF.
026000 9000-EXIT.
026100     EXIT.
026200 END PROGRAM STATEIO.
