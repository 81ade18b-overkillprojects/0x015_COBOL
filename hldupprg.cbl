000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       RETENTION HOUSEKEEPING FOR THE KEYED ACCEPTED-
000700*                TRANSACTION HISTORY (HELLODUP) THAT HELLO KEEPS
000800*                FOR ITS CROSS-NIGHT DUPLICATE CHECK. EVERY
000900*                ACCEPTED TRANSACTION ADDS A RECORD, SO THIS RUN
001000*                DELETES EVERY HISTORY RECORD WHOSE BUSINESS DATE
001100*                IS OLDER THAN THE RETENTION CUTOFF, THROUGH
001200*                DUPIO, AND PRINTS A CONTROL REPORT (PRGRPT) OF
001300*                RECORDS DELETED AND KEPT SO THE PURGE CAN BE
001400*                BALANCED. THERE IS NO ARCHIVE - A HISTORY RECORD
001500*                OLDER THAN THE LOOKBACK WINDOW CAN NEVER FLAG
001600*                ANYTHING AGAIN, AND THE TRANSACTION ITSELF IS ON
001700*                HELLORPT AND LSAUDITM.
001800*----------------------------------------------------------------
001900* CONTROL CARDS (PRGCNTL):
002000*   KEEP=NNN        RETENTION IN DAYS, MEASURED FROM THE RUN
002100*                   DATE. REQUIRED - A PURGE WITHOUT AN EXPLICIT
002200*                   RETENTION IS REFUSED (RC 16). KEEP IT AT
002300*                   LEAST AS LONG AS THE HLCNTL DUPD= WINDOW OR
002400*                   A RESEND INSIDE THE WINDOW GOES UNCAUGHT.
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION
002900* 10/15/2026 WJ    ORIGINAL VERSION.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. HLDUPPRG.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PURGE-CONTROL-FILE ASSIGN TO "PRGCNTL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PRGCNTL-STATUS.
003900     SELECT PURGE-REPORT-FILE ASSIGN TO "PRGRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PRGRPT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PURGE-CONTROL-FILE.
004500 01  PURGE-CONTROL-RECORD.
004600     05  PC-KEYWORD              PIC X(05).
004700     05  PC-KEEP-DAYS            PIC X(03).
004800     05  PC-KEEP-DAYS-NUM REDEFINES PC-KEEP-DAYS
004900                                 PIC 9(03).
005000     05  FILLER                  PIC X(72).
005100 FD  PURGE-REPORT-FILE.
005200 01  PURGE-REPORT-RECORD         PIC X(132).
005300 WORKING-STORAGE SECTION.
005400 COPY DATESTMP.
005500 COPY DUPREQ.
005600 COPY DUPREC.
005610*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
005620*    RUN'S OWN CODE IS KEPT HERE ACROSS THE CLOSE CALL IN
005630*    9000-TERMINATE.
005640 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
005700 01  WS-KEEP-DAYS                PIC 9(03) VALUE ZERO.
005800 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
005900 01  WS-DATE-INTEGER             PIC 9(08).
006000 01  WS-EXPIRED-COUNT            PIC 9(09) VALUE ZERO.
006100 01  WS-KEPT-COUNT               PIC 9(09) VALUE ZERO.
006200 01  WS-DELETE-COUNT             PIC 9(09) VALUE ZERO.
006300*    KEYS OF THE EXPIRED RECORDS FOUND ON THE CURRENT SCAN PASS.
006400*    THE HISTORY IS KEYED BY UNIT CODE AND TRIPLE FIRST, SO THE
006500*    EXPIRED RECORDS ARE SCATTERED THROUGH THE WHOLE FILE AND
006600*    EVERY PASS IS A FULL SCAN. THE DELETES RUN AFTER THE SCAN -
006700*    DELETING UNDER A SEQUENTIAL READ WOULD PULL THE POSITION
006800*    OUT FROM UNDER IT. A PASS THAT FILLS THE TABLE DELETES ITS
006900*    BATCH AND SCANS AGAIN, AS LSAUDPRG DOES.
007000 01  WS-BATCH-MAX                PIC 9(05) VALUE 10000.
007100 01  WS-BATCH-COUNT              PIC 9(05) VALUE ZERO.
007200 01  WS-BATCH-KEY-TABLE.
007300     05  WS-BATCH-ENTRY OCCURS 10000 TIMES.
007400         10  BK-UNIT-CODE        PIC X(04).
007500         10  BK-A                PIC 9(09).
007600         10  BK-B                PIC 9(09).
007700         10  BK-C                PIC 9(09).
007800         10  BK-BUS-DATE         PIC 9(08).
007900 01  WS-B                        PIC 9(05).
008000 01  WS-KEEP-CARD-SWITCH         PIC X(01) VALUE "N".
008100     88  WS-KEEP-CARD-SEEN       VALUE "Y".
008200 01  WS-SWITCHES.
008300     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
008400         88  WS-EOF-REACHED      VALUE "Y".
008500     05  WS-CNTL-EOF-SWITCH      PIC X(01) VALUE "N".
008600         88  WS-CNTL-EOF         VALUE "Y".
008700     05  WS-PRGRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
008800         88  WS-PRGRPT-IS-OPEN   VALUE "Y".
008900 01  WS-FILE-STATUSES.
009000     05  WS-PRGCNTL-STATUS       PIC X(02).
009100         88  PRGCNTL-OK          VALUE "00".
009200         88  PRGCNTL-NOT-FOUND   VALUE "35".
009300     05  WS-PRGRPT-STATUS        PIC X(02).
009400         88  PRGRPT-OK           VALUE "00".
009500 01  WS-REPORT-HEADING-1.
009600     05  FILLER                  PIC X(26)
009700                     VALUE "DUPLICATE HISTORY PURGE   ".
009800     05  FILLER                  PIC X(07) VALUE "RUN ON ".
009900     05  PH1-DATE                PIC 9999/99/99.
010000 01  WS-REPORT-CUTOFF-LINE.
010100     05  FILLER                  PIC X(11) VALUE "RETENTION  ".
010200     05  PC1-KEEP                PIC ZZ9.
010300     05  FILLER                  PIC X(22)
010400                     VALUE " DAYS - CUTOFF DATE   ".
010500     05  PC1-CUTOFF              PIC 9999/99/99.
010600 01  WS-REPORT-COUNT-LINE.
010700     05  PR-LABEL                PIC X(24).
010800     05  PR-COUNT                PIC ZZZZZZZZ9.
010900 01  WS-REPORT-TRAILER.
011000     05  FILLER                  PIC X(27)
011100                     VALUE "END DUP HISTORY PURGE ON   ".
011200     05  PT-DATE                 PIC 9999/99/99.
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-SCAN-PASS THRU 2000-EXIT.
011700*    A PASS THAT FILLED THE BATCH TABLE MAY HAVE LEFT MORE
011800*    EXPIRED RECORDS BEHIND - SCAN AGAIN UNTIL A PASS COMES
011900*    BACK WITH ROOM TO SPARE.
012000     PERFORM 2000-SCAN-PASS THRU 2000-EXIT
012100         UNTIL WS-BATCH-COUNT < WS-BATCH-MAX.
012200     PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT.
012300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012400     STOP RUN.
012500 0000-EXIT.
012600     EXIT.
012700*----------------------------------------------------------------
012800* 1000-INITIALIZE - READ THE RETENTION CARD, FIX THE CUTOFF DATE
012900* AND OPEN THE CONTROL REPORT. A RUN WITHOUT AN EXPLICIT KEEP=
013000* CARD IS REFUSED.
013100*----------------------------------------------------------------
013200 1000-INITIALIZE.
013300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
013400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
013500     IF NOT WS-KEEP-CARD-SEEN
013600         DISPLAY "PRGCNTL KEEP= CARD MISSING - PURGE REFUSED"
013700         MOVE 16 TO RETURN-CODE
013800         STOP RUN
013900     END-IF.
014000     COMPUTE WS-DATE-INTEGER =
014100         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
014200         - WS-KEEP-DAYS.
014300     COMPUTE WS-CUTOFF-DATE =
014400         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
014500     OPEN OUTPUT PURGE-REPORT-FILE.
014600     IF NOT PRGRPT-OK
014700         DISPLAY "PRGRPT OPEN FAILED, STATUS=" WS-PRGRPT-STATUS
014800         MOVE 16 TO RETURN-CODE
014900         STOP RUN
015000     END-IF.
015100     SET WS-PRGRPT-IS-OPEN TO TRUE.
015200     MOVE WS-CURRENT-DATE-NUM TO PH1-DATE.
015300     MOVE WS-REPORT-HEADING-1 TO PURGE-REPORT-RECORD.
015400     WRITE PURGE-REPORT-RECORD.
015500     MOVE WS-KEEP-DAYS TO PC1-KEEP.
015600     MOVE WS-CUTOFF-DATE TO PC1-CUTOFF.
015700     MOVE WS-REPORT-CUTOFF-LINE TO PURGE-REPORT-RECORD.
015800     WRITE PURGE-REPORT-RECORD.
015900 1000-EXIT.
016000     EXIT.
016100 1100-READ-CONTROL.
016200     OPEN INPUT PURGE-CONTROL-FILE.
016300     IF PRGCNTL-OK
016400         MOVE "N" TO WS-CNTL-EOF-SWITCH
016500         PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT
016600             UNTIL WS-CNTL-EOF
016700         CLOSE PURGE-CONTROL-FILE
016800     ELSE
016900         IF NOT PRGCNTL-NOT-FOUND
017000             DISPLAY "PRGCNTL OPEN FAILED, STATUS="
017100                 WS-PRGCNTL-STATUS
017200             MOVE 16 TO RETURN-CODE
017300             STOP RUN
017400         END-IF
017500     END-IF.
017600 1100-EXIT.
017700     EXIT.
017800 1150-READ-CONTROL-CARD.
017900     READ PURGE-CONTROL-FILE
018000         AT END
018100             SET WS-CNTL-EOF TO TRUE
018200         NOT AT END
018300             EVALUATE TRUE
018400                 WHEN PC-KEYWORD = "KEEP="
018500                  AND PC-KEEP-DAYS IS NUMERIC
018600                     MOVE PC-KEEP-DAYS-NUM TO WS-KEEP-DAYS
018700                     SET WS-KEEP-CARD-SEEN TO TRUE
018800                 WHEN PURGE-CONTROL-RECORD = SPACES
018900                     CONTINUE
019000                 WHEN OTHER
019100                     DISPLAY "PRGCNTL CARD NOT RECOGNIZED: "
019200                         PURGE-CONTROL-RECORD
019300                     MOVE 16 TO RETURN-CODE
019400                     CLOSE PURGE-CONTROL-FILE
019500                     STOP RUN
019600             END-EVALUATE
019700     END-READ.
019800 1150-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
020100* 2000-SCAN-PASS - ONE FULL SCAN OF THE HISTORY IN KEY ORDER.
020200* EVERY RECORD DATED BEFORE THE CUTOFF HAS ITS KEY REMEMBERED;
020300* THE REST ARE COUNTED AS KEPT. THE SCAN IS CLOSED BEFORE THE
020400* BATCH OF DELETES RUNS. THE COUNTS ARE RESET EACH PASS SO THE
020500* LAST PASS'S FULL SCAN IS THE ONE REPORTED.
020600*----------------------------------------------------------------
020700 2000-SCAN-PASS.
020800     MOVE 0 TO WS-BATCH-COUNT.
020900     MOVE 0 TO WS-KEPT-COUNT.
021000     MOVE LOW-VALUES TO DH-UNIT-CODE.
021100     MOVE 0 TO DH-A.
021200     MOVE 0 TO DH-B.
021300     MOVE 0 TO DH-C.
021400     MOVE 0 TO DH-BUS-DATE.
021500     SET DUP-FN-START TO TRUE.
021600     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
021700     EVALUATE TRUE
021800         WHEN DUP-IO-OK
021900             MOVE "N" TO WS-EOF-SWITCH
022000             PERFORM 2100-READ-HISTORY THRU 2100-EXIT
022100                 UNTIL WS-EOF-REACHED
022200         WHEN DUP-IO-NOT-FOUND
022300         WHEN DUP-IO-EOF
022350         WHEN DUP-IO-FILE-MISSING
022400             CONTINUE
022500         WHEN OTHER
022600             DISPLAY "HELLODUP START FAILED, STATUS="
022700                 DUP-STATUS-CODE
022800             MOVE 16 TO RETURN-CODE
022900             PERFORM 9000-TERMINATE THRU 9000-EXIT
023000             STOP RUN
023100     END-EVALUATE.
023200     SET DUP-FN-CLOSE TO TRUE.
023300     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
023400     PERFORM 3000-DELETE-BATCH THRU 3000-EXIT
023500         VARYING WS-B FROM 1 BY 1
023600         UNTIL WS-B > WS-BATCH-COUNT.
023700     IF WS-BATCH-COUNT > 0
023800         SET DUP-FN-CLOSE TO TRUE
023900         CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD
024000     END-IF.
024100 2000-EXIT.
024200     EXIT.
024300 2100-READ-HISTORY.
024400     SET DUP-FN-READ-NEXT TO TRUE.
024500     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
024600     EVALUATE TRUE
024700         WHEN DUP-IO-EOF
024800             SET WS-EOF-REACHED TO TRUE
024900         WHEN NOT DUP-IO-OK
025000             DISPLAY "HELLODUP READ FAILED, STATUS="
025100                 DUP-STATUS-CODE
025200             MOVE 16 TO RETURN-CODE
025300             PERFORM 9000-TERMINATE THRU 9000-EXIT
025400             STOP RUN
025500         WHEN DH-BUS-DATE < WS-CUTOFF-DATE
025600             ADD 1 TO WS-BATCH-COUNT
025700             MOVE DH-UNIT-CODE TO BK-UNIT-CODE(WS-BATCH-COUNT)
025800             MOVE DH-A TO BK-A(WS-BATCH-COUNT)
025900             MOVE DH-B TO BK-B(WS-BATCH-COUNT)
026000             MOVE DH-C TO BK-C(WS-BATCH-COUNT)
026100             MOVE DH-BUS-DATE TO BK-BUS-DATE(WS-BATCH-COUNT)
026200             IF WS-BATCH-COUNT = WS-BATCH-MAX
026300                 SET WS-EOF-REACHED TO TRUE
026400             END-IF
026500         WHEN OTHER
026600             ADD 1 TO WS-KEPT-COUNT
026700     END-EVALUATE.
026800 2100-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100* 3000-DELETE-BATCH - DELETE EACH EXPIRED RECORD BY KEY. A KEY
027200* THE HISTORY NO LONGER HAS (A RERUN AFTER A PARTIAL PURGE) IS
027300* NOT AN ERROR.
027400*----------------------------------------------------------------
027500 3000-DELETE-BATCH.
027600     ADD 1 TO WS-EXPIRED-COUNT.
027700     MOVE BK-UNIT-CODE(WS-B) TO DH-UNIT-CODE.
027800     MOVE BK-A(WS-B) TO DH-A.
027900     MOVE BK-B(WS-B) TO DH-B.
028000     MOVE BK-C(WS-B) TO DH-C.
028100     MOVE BK-BUS-DATE(WS-B) TO DH-BUS-DATE.
028200     SET DUP-FN-DELETE TO TRUE.
028300     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
028400     EVALUATE TRUE
028500         WHEN DUP-IO-OK
028600             ADD 1 TO WS-DELETE-COUNT
028700         WHEN DUP-IO-NOT-FOUND
028800             CONTINUE
028900         WHEN OTHER
029000             DISPLAY "HELLODUP DELETE FAILED, STATUS="
029100                 DUP-STATUS-CODE
029200             MOVE 16 TO RETURN-CODE
029300             PERFORM 9000-TERMINATE THRU 9000-EXIT
029400             STOP RUN
029500     END-EVALUATE.
029600 3000-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 8000-WRITE-CONTROL-REPORT - THE NUMBERS THAT BALANCE THE PURGE:
030000* EVERY EXPIRED RECORD FOUND WAS DELETED, AND WHAT THE LAST FULL
030100* SCAN KEPT IS WHAT IS LEFT ONLINE.
030200*----------------------------------------------------------------
030300 8000-WRITE-CONTROL-REPORT.
030400     MOVE "RECORDS EXPIRED       : " TO PR-LABEL.
030500     MOVE WS-EXPIRED-COUNT TO PR-COUNT.
030600     MOVE WS-REPORT-COUNT-LINE TO PURGE-REPORT-RECORD.
030700     WRITE PURGE-REPORT-RECORD.
030800     MOVE "RECORDS DELETED       : " TO PR-LABEL.
030900     MOVE WS-DELETE-COUNT TO PR-COUNT.
031000     MOVE WS-REPORT-COUNT-LINE TO PURGE-REPORT-RECORD.
031100     WRITE PURGE-REPORT-RECORD.
031200     MOVE "RECORDS KEPT ON FILE  : " TO PR-LABEL.
031300     MOVE WS-KEPT-COUNT TO PR-COUNT.
031400     MOVE WS-REPORT-COUNT-LINE TO PURGE-REPORT-RECORD.
031500     WRITE PURGE-REPORT-RECORD.
031600     MOVE WS-CURRENT-DATE-NUM TO PT-DATE.
031700     MOVE WS-REPORT-TRAILER TO PURGE-REPORT-RECORD.
031800     WRITE PURGE-REPORT-RECORD.
031900 8000-EXIT.
032000     EXIT.
032100 9000-TERMINATE.
032110     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
032200     DISPLAY "HISTORY RECORDS EXPIRED: " WS-EXPIRED-COUNT
032300         " DELETED: " WS-DELETE-COUNT
032400         " KEPT: " WS-KEPT-COUNT.
032500     IF WS-PRGRPT-IS-OPEN
032600         CLOSE PURGE-REPORT-FILE
032700     END-IF.
032800     SET DUP-FN-CLOSE TO TRUE.
032900     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
032910     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
033000 9000-EXIT.
033100     EXIT.
033200 END PROGRAM HLDUPPRG.
