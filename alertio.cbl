000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       THE COMMON ALERT FILE (ALERTS, ALERTREC LAYOUT).
000700*                EVERY PROGRAM THAT RAISES AN ALERT APPENDS IT
000800*                THROUGH THIS MODULE SO THE FILE IS OPENED AND
000900*                WRITTEN ONE WAY ONLY. CALLERS PASS AN ALERTREQ
001000*                REQUEST AREA AND THE ALERT RECORD. THE FIRST
001100*                WRITE OF THE RUN OPENS THE FILE FOR EXTEND
001200*                (OUTPUT WHEN IT DOES NOT EXIST YET) AND IT STAYS
001300*                OPEN UNTIL THE CLOSE FUNCTION. AN OPEN THAT FAILS
001400*                IS NOT RETRIED - EVERY LATER WRITE COMES BACK
001500*                WITH THE SAME STATUS. NIGHTDIG READS THE FILE AND
001600*                NIGHTBKO CUTS A BACKED-OUT NIGHT OUT OF IT.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 WJ    ORIGINAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ALERTIO.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ALERT-FILE ASSIGN TO "ALERTS"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-ALERTS-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ALERT-FILE.
003400 01  ALERT-FILE-RECORD           PIC X(130).
003500 WORKING-STORAGE SECTION.
003600 01  WS-ALERTS-STATUS            PIC X(02).
003700     88  ALERTS-OK               VALUE "00".
003800     88  ALERTS-NOT-FOUND        VALUE "35".
003900 01  WS-ALERTS-STATE             PIC X(01) VALUE "N".
004000     88  WS-ALERTS-NOT-OPEN      VALUE "N".
004100     88  WS-ALERTS-OPEN          VALUE "O".
004200     88  WS-ALERTS-FAILED        VALUE "F".
004300 01  WS-OPEN-STATUS              PIC X(02) VALUE "00".
004400 LINKAGE SECTION.
004500 COPY ALERTREQ.
004600 COPY ALERTREC.
004700 PROCEDURE DIVISION USING ALERT-REQUEST ALERT-RECORD.
004800 0000-MAINLINE.
004900     MOVE "00" TO ALR-STATUS-CODE.
005000     EVALUATE TRUE
005100         WHEN ALR-FN-CLOSE
005200             PERFORM 9000-CLOSE-ALERTS THRU 9000-EXIT
005300         WHEN ALR-FN-WRITE
005400             PERFORM 2000-WRITE-ALERT THRU 2000-EXIT
005500         WHEN OTHER
005600             MOVE "99" TO ALR-STATUS-CODE
005700     END-EVALUATE.
005800     GOBACK.
005900 0000-EXIT.
006000     EXIT.
006100*----------------------------------------------------------------
006200* 1000-OPEN-ALERTS - OPEN FOR EXTEND, OR FOR OUTPUT WHEN THIS IS
006300* THE FIRST ALERT EVER WRITTEN. A FAILURE IS REMEMBERED WITH ITS
006400* STATUS SO EACH LATER WRITE ANSWERS AT ONCE.
006500*----------------------------------------------------------------
006600 1000-OPEN-ALERTS.
006700     OPEN EXTEND ALERT-FILE.
006800     IF ALERTS-NOT-FOUND
006900         OPEN OUTPUT ALERT-FILE
007000     END-IF.
007100     IF NOT ALERTS-OK
007200         MOVE WS-ALERTS-STATUS TO WS-OPEN-STATUS
007300         SET WS-ALERTS-FAILED TO TRUE
007400         GO TO 1000-EXIT
007500     END-IF.
007600     SET WS-ALERTS-OPEN TO TRUE.
007700 1000-EXIT.
007800     EXIT.
007900*----------------------------------------------------------------
008000* 2000-WRITE-ALERT - APPEND THE CALLER'S RECORD AS IT STANDS. A
008100* RECORD WITH NO PROGRAM OR AN UNKNOWN SEVERITY IS REFUSED (90) -
008200* THE DIGEST COULD NOT FILE IT.
008300*----------------------------------------------------------------
008400 2000-WRITE-ALERT.
008500     IF AL-PROGRAM = SPACES
008600     OR NOT AL-SEV-VALID
008700         MOVE "90" TO ALR-STATUS-CODE
008800         GO TO 2000-EXIT
008900     END-IF.
009000     IF WS-ALERTS-NOT-OPEN
009100         PERFORM 1000-OPEN-ALERTS THRU 1000-EXIT
009200     END-IF.
009300     IF WS-ALERTS-FAILED
009400         MOVE WS-OPEN-STATUS TO ALR-STATUS-CODE
009500         GO TO 2000-EXIT
009600     END-IF.
009700     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
009800     MOVE WS-ALERTS-STATUS TO ALR-STATUS-CODE.
009900 2000-EXIT.
010000     EXIT.
010100*----------------------------------------------------------------
010200* 9000-CLOSE-ALERTS - CLOSE THE FILE IF THIS RUN OPENED IT. THE
010300* NEXT WRITE OPENS IT AGAIN FOR EXTEND.
010400*----------------------------------------------------------------
010500 9000-CLOSE-ALERTS.
010600     IF WS-ALERTS-OPEN
010700         CLOSE ALERT-FILE
010800     END-IF.
010900     SET WS-ALERTS-NOT-OPEN TO TRUE.
011000     MOVE "00" TO WS-OPEN-STATUS.
011100 9000-EXIT.
011200     EXIT.
011300 END PROGRAM ALERTIO.
