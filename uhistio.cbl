000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       ALL I/O AGAINST THE KEYED UNIT-MASTER CHANGE
000700*                HISTORY (UNITHIST) LIVES HERE - THE SAME SCHEME
000800*                UNITIO GIVES THE UNIT MASTER ITSELF. CALLERS PASS
000900*                A UHISTREQ REQUEST AREA (FUNCTION CODE IN, FILE
001000*                STATUS BACK) AND A UHISTREC RECORD. THE FILE IS
001100*                OPENED ON FIRST USE IN THE MODE THE FUNCTION
001200*                NEEDS - I-O (OUTPUT ON FIRST EVER RUN) FOR WRITE,
001300*                INPUT FOR START/READ-NEXT - AND STAYS OPEN UNTIL
001400*                THE CLOSE FUNCTION. A READ-ONLY CALLER NEVER
001500*                CREATES THE FILE: A HISTORY THAT DOES NOT EXIST
001600*                YET COMES BACK AS STATUS 35 - NO CHANGES MADE.
001610*                NEXT-KEY (K) HANDS BACK THE KEY FOR THE NEXT
001620*                CHANGE OF A UNIT ON A BUSINESS DATE, ONE PAST THE
001630*                LAST ALREADY ON FILE. IT OPENS FOR UPDATE LIKE
001640*                WRITE - IT IS ASKED FOR RIGHT BEFORE ONE.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*----------------------------------------------------------------
002000* DATE       INIT  DESCRIPTION
002100* 10/15/2026 WJ    ORIGINAL VERSION.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. UHISTIO.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT UNIT-HISTORY-FILE ASSIGN TO "UNITHIST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS UHF-KEY
003200         FILE STATUS IS WS-UNITHIST-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  UNIT-HISTORY-FILE.
003600 01  UHF-RECORD.
003700     05  UHF-KEY.
003800         10  UHF-UNIT-NAME       PIC X(20).
003900         10  UHF-BUS-DATE        PIC 9(08).
004000         10  UHF-APPLY-TIME      PIC 9(08).
004100         10  UHF-APPLY-SEQ       PIC 9(04).
004200     05  UHF-REQ-DATE            PIC 9(08).
004300     05  UHF-ACTION              PIC X(01).
004400     05  UHF-BEFORE-SWITCH       PIC X(01).
004500     05  UHF-BEFORE-IMAGE        PIC X(55).
004600     05  UHF-AFTER-IMAGE         PIC X(55).
004700     05  UHF-CARD-IMAGE          PIC X(83).
004800 WORKING-STORAGE SECTION.
004900 01  WS-UNITHIST-STATUS          PIC X(02).
005000     88  UNITHIST-OK             VALUE "00".
005010     88  UNITHIST-EOF            VALUE "10".
005020     88  UNITHIST-NO-RECORD      VALUE "23".
005100     88  UNITHIST-NOT-FOUND      VALUE "35".
005200 01  WS-OPEN-STATE               PIC X(01) VALUE "N".
005300     88  WS-FILE-CLOSED          VALUE "N".
005400     88  WS-OPEN-FOR-UPDATE      VALUE "U".
005500     88  WS-OPEN-FOR-INPUT       VALUE "I".
005510 01  WS-SCAN-SWITCH              PIC X(01) VALUE "N".
005520     88  WS-SCAN-DONE            VALUE "Y".
005600 LINKAGE SECTION.
005700 COPY UHISTREQ.
005800 COPY UHISTREC.
005900 PROCEDURE DIVISION USING UHIST-REQUEST UNIT-HISTORY-RECORD.
006000 0000-MAINLINE.
006100     EVALUATE TRUE
006200         WHEN UHIST-FN-WRITE
006300             PERFORM 2000-WRITE-RECORD THRU 2000-EXIT
006400         WHEN UHIST-FN-START
006500         WHEN UHIST-FN-START-AFTER
006600             PERFORM 3000-START-AT-KEY THRU 3000-EXIT
006700         WHEN UHIST-FN-READ-NEXT
006800             PERFORM 4000-READ-NEXT THRU 4000-EXIT
006810         WHEN UHIST-FN-NEXT-KEY
006820             PERFORM 5000-NEXT-KEY THRU 5000-EXIT
006900         WHEN UHIST-FN-CLOSE
007000             PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
007100         WHEN OTHER
007200             MOVE "99" TO UHIST-STATUS-CODE
007300     END-EVALUATE.
007400     GOBACK.
007500 0000-EXIT.
007600     EXIT.
007700*----------------------------------------------------------------
007800* 2000-WRITE-RECORD - ADD THE CALLER'S RECORD TO THE HISTORY. THE
007900* FIRST WRITE OF A BRAND-NEW HISTORY CREATES IT. A DUPLICATE KEY
008000* COMES BACK AS STATUS 22.
008100*----------------------------------------------------------------
008200 2000-WRITE-RECORD.
008300     PERFORM 8000-ENSURE-UPDATE-MODE THRU 8000-EXIT.
008400     IF NOT WS-OPEN-FOR-UPDATE
008500         GO TO 2000-EXIT
008600     END-IF.
008700     MOVE UNIT-HISTORY-RECORD TO UHF-RECORD.
008800     WRITE UHF-RECORD
008900         INVALID KEY
009000             CONTINUE
009100     END-WRITE.
009200     MOVE WS-UNITHIST-STATUS TO UHIST-STATUS-CODE.
009300 2000-EXIT.
009400     EXIT.
009500*----------------------------------------------------------------
009600* 3000-START-AT-KEY - POSITION AT THE FIRST RECORD WHOSE KEY IS
009700* NOT LESS THAN (START) OR GREATER THAN (START-AFTER) THE KEY IN
009800* THE CALLER'S RECORD AREA. NOTHING THERE COMES BACK AS STATUS 23.
009900*----------------------------------------------------------------
010000 3000-START-AT-KEY.
010100     IF NOT WS-OPEN-FOR-INPUT
010200         PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
010300         OPEN INPUT UNIT-HISTORY-FILE
010400         IF NOT UNITHIST-OK
010500             MOVE WS-UNITHIST-STATUS TO UHIST-STATUS-CODE
010600             GO TO 3000-EXIT
010700         END-IF
010800         SET WS-OPEN-FOR-INPUT TO TRUE
010900     END-IF.
011000     MOVE UH-KEY TO UHF-KEY.
011100     IF UHIST-FN-START-AFTER
011200         START UNIT-HISTORY-FILE
011300             KEY IS GREATER THAN UHF-KEY
011400             INVALID KEY
011500                 CONTINUE
011600         END-START
011700     ELSE
011800         START UNIT-HISTORY-FILE
011900             KEY IS NOT LESS THAN UHF-KEY
012000             INVALID KEY
012100                 CONTINUE
012200         END-START
012300     END-IF.
012400     MOVE WS-UNITHIST-STATUS TO UHIST-STATUS-CODE.
012500 3000-EXIT.
012600     EXIT.
012700*----------------------------------------------------------------
012800* 4000-READ-NEXT - HAND BACK THE NEXT RECORD IN KEY ORDER.
012900*----------------------------------------------------------------
013000 4000-READ-NEXT.
013100     IF NOT WS-OPEN-FOR-INPUT
013200         MOVE "47" TO UHIST-STATUS-CODE
013300         GO TO 4000-EXIT
013400     END-IF.
013500     READ UNIT-HISTORY-FILE NEXT RECORD
013600         AT END
013700             CONTINUE
013800     END-READ.
013900     IF UNITHIST-OK
014000         MOVE UHF-RECORD TO UNIT-HISTORY-RECORD
014100     END-IF.
014200     MOVE WS-UNITHIST-STATUS TO UHIST-STATUS-CODE.
014300 4000-EXIT.
014400     EXIT.
014401*----------------------------------------------------------------
014402* 5000-NEXT-KEY - SET THE APPLY TIME AND SEQUENCE IN THE CALLER'S
014403* KEY FOR THE NEXT CHANGE OF UH-UNIT-NAME ON UH-BUS-DATE. WITH
014404* CHANGES ALREADY ON FILE FOR THAT UNIT AND DATE IT IS ONE PAST
014405* THE LAST OF THEM, WHATEVER THE CLOCK SAYS NOW; WITH NONE THE
014406* CALLER'S APPLY TIME STANDS AND THE SEQUENCE IS 1. ONLY THE KEY
014407* IN THE CALLER'S AREA IS TOUCHED.
014408*----------------------------------------------------------------
014409 5000-NEXT-KEY.
014410     PERFORM 8000-ENSURE-UPDATE-MODE THRU 8000-EXIT.
014411     IF NOT WS-OPEN-FOR-UPDATE
014412         GO TO 5000-EXIT
014413     END-IF.
014414     MOVE 1 TO UH-APPLY-SEQ.
014415     MOVE UH-UNIT-NAME TO UHF-UNIT-NAME.
014416     MOVE UH-BUS-DATE TO UHF-BUS-DATE.
014417     MOVE 0 TO UHF-APPLY-TIME.
014418     MOVE 0 TO UHF-APPLY-SEQ.
014419     START UNIT-HISTORY-FILE
014420         KEY IS NOT LESS THAN UHF-KEY
014421         INVALID KEY
014422             CONTINUE
014423     END-START.
014424     IF UNITHIST-NO-RECORD
014425         MOVE "00" TO UHIST-STATUS-CODE
014426         GO TO 5000-EXIT
014427     END-IF.
014428     IF NOT UNITHIST-OK
014429         MOVE WS-UNITHIST-STATUS TO UHIST-STATUS-CODE
014430         GO TO 5000-EXIT
014431     END-IF.
014432     MOVE "N" TO WS-SCAN-SWITCH.
014433     PERFORM 5100-SCAN-ONE-KEY THRU 5100-EXIT
014434         UNTIL WS-SCAN-DONE.
014435 5000-EXIT.
014436     EXIT.
014437*----------------------------------------------------------------
014438* 5100-SCAN-ONE-KEY - READ THE NEXT CHANGE. WHILE IT IS STILL THE
014439* SAME UNIT AND DATE, THE NEXT KEY IS ONE PAST IT.
014440*----------------------------------------------------------------
014441 5100-SCAN-ONE-KEY.
014442     READ UNIT-HISTORY-FILE NEXT RECORD
014443         AT END
014444             CONTINUE
014445     END-READ.
014446     IF UNITHIST-EOF
014447         MOVE "00" TO UHIST-STATUS-CODE
014448         SET WS-SCAN-DONE TO TRUE
014449         GO TO 5100-EXIT
014450     END-IF.
014451     MOVE WS-UNITHIST-STATUS TO UHIST-STATUS-CODE.
014452     IF NOT UNITHIST-OK
014453     OR UHF-UNIT-NAME NOT = UH-UNIT-NAME
014454     OR UHF-BUS-DATE NOT = UH-BUS-DATE
014455         SET WS-SCAN-DONE TO TRUE
014456         GO TO 5100-EXIT
014457     END-IF.
014458     MOVE UHF-APPLY-TIME TO UH-APPLY-TIME.
014459     IF UHF-APPLY-SEQ < 9999
014460         COMPUTE UH-APPLY-SEQ = UHF-APPLY-SEQ + 1
014461     ELSE
014462         ADD 1 TO UH-APPLY-TIME
014463         MOVE 1 TO UH-APPLY-SEQ
014464     END-IF.
014465 5100-EXIT.
014466     EXIT.
014500*----------------------------------------------------------------
014600* 8000-ENSURE-UPDATE-MODE - OPEN I-O ON FIRST USE. A HISTORY THAT
014700* DOES NOT EXIST YET IS CREATED BY AN OPEN OUTPUT, THEN CLOSED AND
014800* RE-OPENED I-O (THE SAME RULE UNITIO FOLLOWS). AN OPEN FAILURE IS
014900* PASSED BACK IN THE REQUEST AREA AND LEAVES THE FILE CLOSED.
015000*----------------------------------------------------------------
015100 8000-ENSURE-UPDATE-MODE.
015200     IF WS-OPEN-FOR-UPDATE
015300         GO TO 8000-EXIT
015400     END-IF.
015500     PERFORM 9000-CLOSE-FILE THRU 9000-EXIT.
015600     OPEN I-O UNIT-HISTORY-FILE.
015700     IF UNITHIST-NOT-FOUND
015800         OPEN OUTPUT UNIT-HISTORY-FILE
015900         IF NOT UNITHIST-OK
016000             MOVE WS-UNITHIST-STATUS TO UHIST-STATUS-CODE
016100             GO TO 8000-EXIT
016200         END-IF
016300         CLOSE UNIT-HISTORY-FILE
016400         OPEN I-O UNIT-HISTORY-FILE
016500     END-IF.
016600     IF NOT UNITHIST-OK
016700         MOVE WS-UNITHIST-STATUS TO UHIST-STATUS-CODE
016800         GO TO 8000-EXIT
016900     END-IF.
017000     SET WS-OPEN-FOR-UPDATE TO TRUE.
017100 8000-EXIT.
017200     EXIT.
017300*----------------------------------------------------------------
017400* 9000-CLOSE-FILE - CLOSE WHATEVER IS OPEN. SAFE TO CALL WHEN THE
017500* FILE WAS NEVER OPENED.
017600*----------------------------------------------------------------
017700 9000-CLOSE-FILE.
017800     IF NOT WS-FILE-CLOSED
017900         CLOSE UNIT-HISTORY-FILE
018000         SET WS-FILE-CLOSED TO TRUE
018100     END-IF.
018200     IF UHIST-FN-CLOSE
018300         MOVE "00" TO UHIST-STATUS-CODE
018400     END-IF.
018500 9000-EXIT.
018600     EXIT.
018700 END PROGRAM UHISTIO.
