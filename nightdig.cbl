000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       NIGHTLY ALERT DIGEST, THE LAST STEP OF THE
000700*                NIGHTLY WINDOW. READS THE COMMON ALERT FILE
000800*                (ALERTS, ALERTREC LAYOUT) THAT LONGSUBQ,
000900*                HELLOREC, NIGHTBAL, UNITMNT, LSHIST, LSBAND AND
000950*                LSREPLAY APPEND TO,
001000*                AND TAKES EVERY ALERT WRITTEN SINCE THE LAST
001100*                NIGHT'S DIGEST - THE NIGHT'S OWN STEPS AND ANY
001200*                ON-REQUEST JOB RUN DURING THE DAY. THE WINDOW IS
001300*                BY POSITION: THIS STEP'S RUNCTL RECORD CARRIES
001400*                HOW MANY ALERT RECORDS IT HAD READ, AND THE NEXT
001500*                NIGHT STARTS AFTER THAT MANY. A RERUN OF THE SAME
001600*                NIGHT STARTS FROM THE NIGHT BEFORE'S COUNT AGAIN,
001700*                SO IT REPORTS THE WHOLE NIGHT, AND A SHORTER FILE
001800*                THAN LAST TIME IS READ FROM THE TOP. AN ALERT
001900*                MATCHING AN ACKNOWLEDGEMENT CARD (ALRTACK) IS
002000*                SUPPRESSED - COUNTED, NOT LISTED. THE REST ARE
002100*                PRINTED ON DIGRPT GROUPED BY SEVERITY (ERRORS,
002200*                WARNINGS, INFORMATION) AND WITHIN THAT BY UNIT,
002300*                IN THE ORDER THEY WERE RAISED; AN ALERT RAISED
002400*                AGAIN WORD FOR WORD PRINTS ONCE WITH A COUNT. THE
002500*                SAME LIST IS CUT TO ALRTOUT (MONREC LAYOUT) FOR
002600*                THE MONITORING TEAM, SO ON-CALL SEES THE REASON
002700*                FOR THE PAGE AND NOT ONLY THE RETURN CODE. ENDS
002800*                RC 8 WHEN AN ERROR IS LISTED, RC 4 WHEN A WARNING
002900*                IS, OTHERWISE RC 0.
003000*----------------------------------------------------------------
003100* ACKNOWLEDGEMENT CARDS (ALRTACK, OPTIONAL):
003200*   COLS  1-8     PROGRAM THAT RAISES THE ALERT (BLANK = ANY)
003300*   COLS 10-29    UNIT (BLANK = ANY UNIT, OR AN ALERT ABOUT NONE)
003400*   COLS 31-38    ALERT CODE (REQUIRED)
003500*   COLS 40-47    LAST BUSINESS DATE THE CARD HOLDS, YYYYMMDD
003600*                 (BLANK = UNTIL THE CARD IS TAKEN OUT)
003700*   COLS 49-80    NOTE - WHO ACKNOWLEDGED IT AND WHY
003800*   A CARD WITH * IN COL 1 IS A COMMENT. A CARD WITH NO CODE OR
003900*   A BAD DATE IS LISTED AS IGNORED AND SUPPRESSES NOTHING; A
004000*   CARD PAST ITS DATE IS LISTED AS EXPIRED. EVERY CARD IS
004100*   LISTED WITH THE ALERTS IT HELD BACK TONIGHT, SO A CARD THAT
004200*   NO LONGER CATCHES ANYTHING CAN BE TAKEN OUT.
004300*----------------------------------------------------------------
004400* MODIFICATION HISTORY
004500*----------------------------------------------------------------
004600* DATE       INIT  DESCRIPTION
004700* 10/15/2026 WJ    ORIGINAL VERSION.
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. NIGHTDIG.
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT ALERT-FILE ASSIGN TO "ALERTS"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-ALERTS-STATUS.
005700     SELECT ACK-FILE ASSIGN TO "ALRTACK"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-ALRTACK-STATUS.
006000     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-BUSDATE-STATUS.
006300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RUNCTL-STATUS.
006600     SELECT DIGEST-REPORT-FILE ASSIGN TO "DIGRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-DIGRPT-STATUS.
006900     SELECT MONITOR-FILE ASSIGN TO "ALRTOUT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-ALRTOUT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  ALERT-FILE.
007500 COPY ALERTREC.
007600 FD  ACK-FILE.
007700 01  ACK-CARD.
007800     05  AC-PROGRAM              PIC X(08).
007900     05  FILLER                  PIC X(01).
008000     05  AC-UNIT                 PIC X(20).
008100     05  FILLER                  PIC X(01).
008200     05  AC-CODE                 PIC X(08).
008300     05  FILLER                  PIC X(01).
008400     05  AC-THRU-DATE            PIC X(08).
008500     05  AC-THRU-DATE-NUM REDEFINES AC-THRU-DATE
008600                                 PIC 9(08).
008700     05  FILLER                  PIC X(01).
008800     05  AC-NOTE                 PIC X(32).
008900 FD  BUSINESS-DATE-FILE.
009000 COPY BUSDATE.
009100 FD  RUN-CONTROL-FILE.
009200 COPY RUNCTL.
009300 FD  DIGEST-REPORT-FILE.
009400 01  DIGEST-REPORT-RECORD        PIC X(132).
009500 FD  MONITOR-FILE.
009600 COPY MONREC.
009700 WORKING-STORAGE SECTION.
009800 COPY DATESTMP.
009900 01  WS-RUN-CONTROL-NAME         PIC X(08) VALUE "NIGHTDIG".
010000*    THE WINDOW - ALERT RECORDS AFTER THE FIRST WS-START-POS, THE
010100*    COUNT THE LAST DIGEST BEFORE TONIGHT LEFT ON RUNCTL.
010200 01  WS-START-POS                PIC 9(09) VALUE ZERO.
010300 01  WS-START-DATE               PIC 9(08) VALUE ZERO.
010400 01  WS-ALERTS-READ              PIC 9(09) VALUE ZERO.
010500 01  WS-NEW-COUNT                PIC 9(07) VALUE ZERO.
010600 01  WS-ERROR-COUNT              PIC 9(07) VALUE ZERO.
010700 01  WS-WARNING-COUNT            PIC 9(07) VALUE ZERO.
010800 01  WS-INFO-COUNT               PIC 9(07) VALUE ZERO.
010900 01  WS-SUPPRESSED-COUNT         PIC 9(07) VALUE ZERO.
011000 01  WS-UNREADABLE-COUNT         PIC 9(07) VALUE ZERO.
011100 01  WS-OVERFLOW-COUNT           PIC 9(07) VALUE ZERO.
011200 01  WS-MONITOR-COUNT            PIC 9(07) VALUE ZERO.
011300 01  WS-HIGH-SEVERITY            PIC X(01) VALUE SPACE.
011400 01  WS-DIGEST-RC                PIC 9(04) VALUE ZERO.
011500*----------------------------------------------------------------
011600* THE ACKNOWLEDGEMENT CARDS, WITH THE ALERTS EACH HELD BACK.
011700*----------------------------------------------------------------
011800 01  WS-ACK-MAX                  PIC 9(04) VALUE 200.
011900 01  WS-ACK-COUNT                PIC 9(04) VALUE ZERO.
012000 01  WS-ACK-TABLE.
012100     05  WS-ACK-ENTRY OCCURS 200 TIMES.
012200         10  AK-PROGRAM          PIC X(08).
012300         10  AK-UNIT             PIC X(20).
012400         10  AK-CODE             PIC X(08).
012500         10  AK-THRU-DATE        PIC X(08).
012600         10  AK-NOTE             PIC X(32).
012700         10  AK-STATE            PIC X(01).
012800             88  AK-ACTIVE       VALUE "A".
012900             88  AK-EXPIRED      VALUE "X".
013000             88  AK-IGNORED      VALUE "B".
013100         10  AK-HITS             PIC 9(07).
013200 01  WS-A                        PIC 9(04).
013300 01  WS-ACK-FOUND                PIC 9(04).
013400*----------------------------------------------------------------
013500* THE DIGEST - ONE ENTRY PER DISTINCT ALERT, KEPT IN SEVERITY /
013600* UNIT / ARRIVAL ORDER AS ENTRIES ARE ADDED SO THE REPORT PRINTS
013700* STRAIGHT DOWN THE TABLE. THE RANK PUTS ERRORS FIRST.
013800*----------------------------------------------------------------
013900 01  WS-DIG-MAX                  PIC 9(04) VALUE 2000.
014000 01  WS-DIG-COUNT                PIC 9(04) VALUE ZERO.
014100 01  WS-DIG-TABLE.
014200     05  WS-DIG-ENTRY OCCURS 2000 TIMES.
014300         10  DG-KEY.
014400             15  DG-RANK         PIC 9(01).
014500             15  DG-UNIT         PIC X(20).
014600             15  DG-ARRIVAL      PIC 9(07).
014700         10  DG-SEVERITY         PIC X(01).
014800         10  DG-PROGRAM          PIC X(08).
014900         10  DG-DATE             PIC 9(08).
015000         10  DG-CODE             PIC X(08).
015100         10  DG-TEXT             PIC X(80).
015200         10  DG-REPEATS          PIC 9(05).
015300 01  WS-NEW-KEY.
015400     05  NK-RANK                 PIC 9(01).
015500     05  NK-UNIT                 PIC X(20).
015600     05  NK-ARRIVAL              PIC 9(07).
015700 01  WS-D                        PIC 9(04).
015800 01  WS-S                        PIC 9(04).
015900 01  WS-FOUND                    PIC 9(04).
016000 01  WS-INSERT-AT                PIC 9(04).
016100 01  WS-CURRENT-RANK             PIC 9(01).
016200 01  WS-CURRENT-UNIT             PIC X(20).
016300 01  WS-EDIT-DATE                PIC 9999/99/99.
016400 01  WS-SWITCHES.
016500     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
016600         88  WS-EOF-REACHED      VALUE "Y".
016700     05  WS-DIGRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
016800         88  WS-DIGRPT-IS-OPEN   VALUE "Y".
016900     05  WS-ALRTOUT-OPEN-SWITCH  PIC X(01) VALUE "N".
017000         88  WS-ALRTOUT-IS-OPEN  VALUE "Y".
017100     05  WS-ALERTS-SWITCH        PIC X(01) VALUE "Y".
017200         88  WS-ALERTS-ON-FILE   VALUE "Y".
017300         88  WS-ALERTS-MISSING   VALUE "N".
017400 01  WS-FILE-STATUSES.
017500     05  WS-ALERTS-STATUS        PIC X(02).
017600         88  ALERTS-OK           VALUE "00".
017700         88  ALERTS-NOT-FOUND    VALUE "35".
017800     05  WS-ALRTACK-STATUS       PIC X(02).
017900         88  ALRTACK-OK          VALUE "00".
018000         88  ALRTACK-NOT-FOUND   VALUE "35".
018100     05  WS-BUSDATE-STATUS       PIC X(02).
018200         88  BUSDATE-FILE-OK     VALUE "00".
018300         88  BUSDATE-FILE-NOT-FOUND VALUE "35".
018400     05  WS-RUNCTL-STATUS        PIC X(02).
018500         88  RUNCTL-FILE-OK      VALUE "00".
018600         88  RUNCTL-FILE-NOT-FOUND VALUE "35".
018700     05  WS-DIGRPT-STATUS        PIC X(02).
018800         88  DIGRPT-OK           VALUE "00".
018900     05  WS-ALRTOUT-STATUS       PIC X(02).
019000         88  ALRTOUT-OK          VALUE "00".
019100 01  WS-REPORT-HEADING-1.
019200     05  FILLER                  PIC X(26)
019300                 VALUE "NIGHTLY ALERT DIGEST      ".
019400     05  FILLER                  PIC X(07) VALUE "RUN ON ".
019500     05  DH1-DATE                PIC 9999/99/99.
019600 01  WS-WINDOW-LINE.
019700     05  FILLER                  PIC X(20)
019800                 VALUE "ALERTS FILE RECORDS ".
019900     05  DW-FROM                 PIC ZZZZZZZZ9.
020000     05  FILLER                  PIC X(04) VALUE " TO ".
020100     05  DW-THRU                 PIC ZZZZZZZZ9.
020200     05  FILLER                  PIC X(03) VALUE " - ".
020300     05  DW-SINCE                PIC X(40).
020400 01  WS-SEVERITY-NAME            PIC X(11).
020500 01  WS-UNIT-HEADING.
020600     05  FILLER                  PIC X(08) VALUE "  UNIT: ".
020700     05  UH-UNIT                 PIC X(20).
020800*    THE CAPTION IS PADDED TO SIT OVER THE WS-DIGEST-DETAIL
020900*    COLUMNS.
021000 01  WS-DETAIL-HEADING           PIC X(43)
021100         VALUE "    PROGRAM  DATE       CODE     TIMES TEXT".
021200 01  WS-DIGEST-DETAIL.
021300     05  FILLER                  PIC X(04) VALUE SPACES.
021400     05  DD-PROGRAM              PIC X(08).
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  DD-DATE                 PIC 9999/99/99.
021700     05  FILLER                  PIC X(01) VALUE SPACE.
021800     05  DD-CODE                 PIC X(08).
021900     05  FILLER                  PIC X(01) VALUE SPACE.
022000     05  DD-REPEATS              PIC ZZZZ9.
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  DD-TEXT                 PIC X(80).
022300 01  WS-NONE-LINE                PIC X(35)
022400                 VALUE "NO NEW ALERTS SINCE THE LAST DIGEST".
022500 01  WS-OVERFLOW-LINE.
022600     05  FILLER                  PIC X(36)
022700                 VALUE "MORE ALERTS THAN THE DIGEST HOLDS - ".
022800     05  DO-COUNT                PIC ZZZZZZ9.
022900     05  FILLER                  PIC X(32)
023000                 VALUE " NOT LISTED, SEE THE ALERTS FILE".
023100 01  WS-CONTROL-BOX-RULE         PIC X(34)
023200                 VALUE "+--------------------------------+".
023300 01  WS-CONTROL-BOX-TITLE        PIC X(34)
023400                 VALUE "!  ALERT DIGEST TOTALS           !".
023500 01  WS-CONTROL-BOX-DETAIL.
023600     05  FILLER                  PIC X(03) VALUE "!  ".
023700     05  CB-LABEL                PIC X(18).
023800     05  CB-COUNT                PIC ZZZZZZZZ9.
023900     05  FILLER                  PIC X(04) VALUE "   !".
024000 01  WS-ACK-TITLE                PIC X(26)
024100                 VALUE "ACKNOWLEDGEMENTS (ALRTACK)".
024200*    THE CAPTION IS PADDED TO SIT OVER THE WS-ACK-DETAIL COLUMNS.
024300 01  WS-ACK-HEADING.
024400     05  FILLER                  PIC X(30)
024500                 VALUE "  PROGRAM  UNIT               ".
024600     05  FILLER                  PIC X(30)
024700                 VALUE "  CODE     THRU       STATE   ".
024800     05  FILLER                  PIC X(15)
024900                 VALUE " HELD BACK NOTE".
025000 01  WS-ACK-DETAIL.
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  AD-PROGRAM              PIC X(08).
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  AD-UNIT                 PIC X(20).
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  AD-CODE                 PIC X(08).
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  AD-THRU                 PIC X(10).
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  AD-STATE                PIC X(08).
026100     05  FILLER                  PIC X(03) VALUE SPACES.
026200     05  AD-HITS                 PIC ZZZZZZ9.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  AD-NOTE                 PIC X(32).
026500 01  WS-NO-ACK-LINE              PIC X(24)
026600                 VALUE "NO ACKNOWLEDGEMENT CARDS".
026700 01  WS-REPORT-TRAILER.
026800     05  FILLER                  PIC X(27)
026900                 VALUE "END ALERT DIGEST       ON  ".
027000     05  DT-DATE                 PIC 9999/99/99.
027100 PROCEDURE DIVISION.
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     PERFORM 2000-FIND-WINDOW THRU 2000-EXIT.
027500     PERFORM 2500-LOAD-ACKS THRU 2500-EXIT.
027600     PERFORM 3000-READ-ALERTS THRU 3000-EXIT.
027700     IF WS-ALERTS-ON-FILE
027800     AND WS-ALERTS-READ < WS-START-POS
027900         DISPLAY "ALERTS HOLDS " WS-ALERTS-READ " RECORDS, FEWER"
028000             " THAN THE " WS-START-POS " AT THE LAST DIGEST -"
028100             " READ FROM THE TOP"
028200         MOVE 0 TO WS-START-POS
028300         MOVE 0 TO WS-START-DATE
028400         PERFORM 3000-READ-ALERTS THRU 3000-EXIT
028500     END-IF.
028600     PERFORM 4000-WRITE-DIGEST THRU 4000-EXIT.
028700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028800     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
028900     MOVE WS-DIGEST-RC TO RETURN-CODE.
029000     STOP RUN.
029100 0000-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400* 1000-INITIALIZE - STAMP THE RUN FROM THE BUSINESS DATE AND OPEN
029500* THE REPORT AND THE MONITORING FILE.
029600*----------------------------------------------------------------
029700 1000-INITIALIZE.
029800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
029900     PERFORM 1020-SET-BUSINESS-DATE THRU 1020-EXIT.
030000     OPEN OUTPUT DIGEST-REPORT-FILE.
030100     IF NOT DIGRPT-OK
030200         DISPLAY "DIGRPT OPEN FAILED, STATUS=" WS-DIGRPT-STATUS
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600     SET WS-DIGRPT-IS-OPEN TO TRUE.
030700     OPEN OUTPUT MONITOR-FILE.
030800     IF NOT ALRTOUT-OK
030900         DISPLAY "ALRTOUT OPEN FAILED, STATUS=" WS-ALRTOUT-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         PERFORM 9000-TERMINATE THRU 9000-EXIT
031200         STOP RUN
031300     END-IF.
031400     SET WS-ALRTOUT-IS-OPEN TO TRUE.
031500     MOVE WS-CURRENT-DATE-NUM TO DH1-DATE.
031600     MOVE WS-REPORT-HEADING-1 TO DIGEST-REPORT-RECORD.
031700     WRITE DIGEST-REPORT-RECORD.
031800     MOVE SPACES TO DIGEST-REPORT-RECORD.
031900     WRITE DIGEST-REPORT-RECORD.
032000 1000-EXIT.
032100     EXIT.
032200 1020-SET-BUSINESS-DATE.
032300     OPEN INPUT BUSINESS-DATE-FILE.
032400     IF BUSDATE-FILE-NOT-FOUND
032500         GO TO 1020-EXIT
032600     END-IF.
032700     IF NOT BUSDATE-FILE-OK
032800         DISPLAY "BUSDATE OPEN FAILED, STATUS="
032900             WS-BUSDATE-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300     READ BUSINESS-DATE-FILE
033400         AT END
033500             CONTINUE
033600         NOT AT END
033700             IF BUSDATE-DATE IS NUMERIC
033800             AND BUSDATE-DATE > 0
033900                 MOVE BUSDATE-DATE TO WS-CURRENT-DATE-NUM
034000             END-IF
034100     END-READ.
034200     CLOSE BUSINESS-DATE-FILE.
034300 1020-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600* 2000-FIND-WINDOW - THE LATEST DIGEST ON RUNCTL FROM A NIGHT
034700* BEFORE TONIGHT SAYS HOW MANY ALERT RECORDS IT HAD READ (COUNT-1)
034800* - TONIGHT'S WINDOW STARTS AFTER THEM. TONIGHT'S OWN RECORD, LEFT
034900* BY AN EARLIER RUN OF THIS NIGHT, IS PASSED OVER SO A RERUN
035000* REPORTS THE WHOLE NIGHT. NO EARLIER DIGEST MEANS THE WHOLE FILE.
035100*----------------------------------------------------------------
035200 2000-FIND-WINDOW.
035300     OPEN INPUT RUN-CONTROL-FILE.
035400     IF RUNCTL-FILE-NOT-FOUND
035500         GO TO 2000-EXIT
035600     END-IF.
035700     IF NOT RUNCTL-FILE-OK
035800         DISPLAY "RUNCTL OPEN FAILED, STATUS=" WS-RUNCTL-STATUS
035900         MOVE 16 TO RETURN-CODE
036000         PERFORM 9000-TERMINATE THRU 9000-EXIT
036100         STOP RUN
036200     END-IF.
036300     MOVE "N" TO WS-EOF-SWITCH.
036400     PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT
036500         UNTIL WS-EOF-REACHED.
036600     CLOSE RUN-CONTROL-FILE.
036700 2000-EXIT.
036800     EXIT.
036900 2100-READ-RUN-CONTROL.
037000     READ RUN-CONTROL-FILE
037100         AT END
037200             SET WS-EOF-REACHED TO TRUE
037300             GO TO 2100-EXIT
037400     END-READ.
037500     IF RUNCTL-PROGRAM NOT = WS-RUN-CONTROL-NAME
037600     OR NOT RUNCTL-COMPLETE
037700     OR RUNCTL-DATE IS NOT NUMERIC
037800     OR RUNCTL-COUNT-1 IS NOT NUMERIC
037900         GO TO 2100-EXIT
038000     END-IF.
038100     IF RUNCTL-DATE < WS-CURRENT-DATE-NUM
038200     AND RUNCTL-DATE NOT < WS-START-DATE
038300         MOVE RUNCTL-DATE TO WS-START-DATE
038400         MOVE RUNCTL-COUNT-1 TO WS-START-POS
038500     END-IF.
038600 2100-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900* 2500-LOAD-ACKS - EVERY ACKNOWLEDGEMENT CARD GOES IN THE TABLE,
039000* GOOD OR NOT, SO THE REPORT CAN LIST IT. ONLY AN ACTIVE CARD
039100* SUPPRESSES ANYTHING.
039200*----------------------------------------------------------------
039300 2500-LOAD-ACKS.
039400     OPEN INPUT ACK-FILE.
039500     IF ALRTACK-NOT-FOUND
039600         GO TO 2500-EXIT
039700     END-IF.
039800     IF NOT ALRTACK-OK
039900         DISPLAY "ALRTACK OPEN FAILED, STATUS=" WS-ALRTACK-STATUS
040000         MOVE 16 TO RETURN-CODE
040100         PERFORM 9000-TERMINATE THRU 9000-EXIT
040200         STOP RUN
040300     END-IF.
040400     MOVE "N" TO WS-EOF-SWITCH.
040500     PERFORM 2600-READ-ACK THRU 2600-EXIT
040600         UNTIL WS-EOF-REACHED.
040700     CLOSE ACK-FILE.
040800 2500-EXIT.
040900     EXIT.
041000 2600-READ-ACK.
041100     READ ACK-FILE
041200         AT END
041300             SET WS-EOF-REACHED TO TRUE
041400             GO TO 2600-EXIT
041500     END-READ.
041600     IF ACK-CARD = SPACES
041700     OR ACK-CARD(1:1) = "*"
041800         GO TO 2600-EXIT
041900     END-IF.
042000     IF WS-ACK-COUNT = WS-ACK-MAX
042100         DISPLAY "MORE THAN " WS-ACK-MAX " ALRTACK CARDS -"
042200             " ENLARGE WS-ACK-TABLE"
042300         MOVE 16 TO RETURN-CODE
042400         PERFORM 9000-TERMINATE THRU 9000-EXIT
042500         STOP RUN
042600     END-IF.
042700     ADD 1 TO WS-ACK-COUNT.
042800     MOVE AC-PROGRAM TO AK-PROGRAM(WS-ACK-COUNT).
042900     MOVE AC-UNIT TO AK-UNIT(WS-ACK-COUNT).
043000     MOVE AC-CODE TO AK-CODE(WS-ACK-COUNT).
043100     MOVE AC-THRU-DATE TO AK-THRU-DATE(WS-ACK-COUNT).
043200     MOVE AC-NOTE TO AK-NOTE(WS-ACK-COUNT).
043300     MOVE 0 TO AK-HITS(WS-ACK-COUNT).
043400     EVALUATE TRUE
043500         WHEN AC-CODE = SPACES
043600         WHEN AC-THRU-DATE NOT = SPACES
043700          AND AC-THRU-DATE IS NOT NUMERIC
043800             SET AK-IGNORED(WS-ACK-COUNT) TO TRUE
043900             DISPLAY "ALRTACK CARD IGNORED: " ACK-CARD
044000         WHEN AC-THRU-DATE = SPACES
044100             SET AK-ACTIVE(WS-ACK-COUNT) TO TRUE
044200         WHEN AC-THRU-DATE-NUM < WS-CURRENT-DATE-NUM
044300             SET AK-EXPIRED(WS-ACK-COUNT) TO TRUE
044400         WHEN OTHER
044500             SET AK-ACTIVE(WS-ACK-COUNT) TO TRUE
044600     END-EVALUATE.
044700 2600-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000* 3000-READ-ALERTS - PASS OVER THE RECORDS THE LAST DIGEST READ,
045100* THEN SORT EACH NEW ALERT INTO THE DIGEST OR COUNT IT AGAINST THE
045200* CARD THAT ACKNOWLEDGES IT. NO ALERT FILE MEANS NOTHING HAS BEEN
045300* RAISED YET.
045400*----------------------------------------------------------------
045500 3000-READ-ALERTS.
045600     MOVE 0 TO WS-ALERTS-READ.
045700     MOVE 0 TO WS-NEW-COUNT.
045800     MOVE 0 TO WS-ERROR-COUNT.
045900     MOVE 0 TO WS-WARNING-COUNT.
046000     MOVE 0 TO WS-INFO-COUNT.
046100     MOVE 0 TO WS-SUPPRESSED-COUNT.
046200     MOVE 0 TO WS-UNREADABLE-COUNT.
046300     MOVE 0 TO WS-OVERFLOW-COUNT.
046400     MOVE 0 TO WS-DIG-COUNT.
046500     PERFORM 3050-CLEAR-ACK-HITS
046600         VARYING WS-A FROM 1 BY 1
046700         UNTIL WS-A > WS-ACK-COUNT.
046800     OPEN INPUT ALERT-FILE.
046900     IF ALERTS-NOT-FOUND
047000         SET WS-ALERTS-MISSING TO TRUE
047100         DISPLAY "ALERTS NOT FOUND - NO ALERTS RAISED YET"
047200         GO TO 3000-EXIT
047300     END-IF.
047400     IF NOT ALERTS-OK
047500         DISPLAY "ALERTS OPEN FAILED, STATUS=" WS-ALERTS-STATUS
047600         MOVE 16 TO RETURN-CODE
047700         PERFORM 9000-TERMINATE THRU 9000-EXIT
047800         STOP RUN
047900     END-IF.
048000     MOVE "N" TO WS-EOF-SWITCH.
048100     PERFORM 3100-READ-ALERT THRU 3100-EXIT
048200         UNTIL WS-EOF-REACHED.
048300     CLOSE ALERT-FILE.
048400 3000-EXIT.
048500     EXIT.
048600 3050-CLEAR-ACK-HITS.
048700     MOVE 0 TO AK-HITS(WS-A).
048800 3100-READ-ALERT.
048900     READ ALERT-FILE
049000         AT END
049100             SET WS-EOF-REACHED TO TRUE
049200             GO TO 3100-EXIT
049300     END-READ.
049400     ADD 1 TO WS-ALERTS-READ.
049500     IF WS-ALERTS-READ NOT > WS-START-POS
049600         GO TO 3100-EXIT
049700     END-IF.
049800     ADD 1 TO WS-NEW-COUNT.
049900     IF AL-PROGRAM = SPACES
050000     OR NOT AL-SEV-VALID
050100         ADD 1 TO WS-UNREADABLE-COUNT
050200         DISPLAY "ALERTS RECORD " WS-ALERTS-READ " UNREADABLE: "
050300             ALERT-RECORD(1:50)
050400         GO TO 3100-EXIT
050500     END-IF.
050600     IF AL-BUS-DATE IS NOT NUMERIC
050700         MOVE 0 TO AL-BUS-DATE
050800     END-IF.
050900     MOVE 0 TO WS-ACK-FOUND.
051000     PERFORM 3200-MATCH-ACK
051100         VARYING WS-A FROM 1 BY 1
051200         UNTIL WS-A > WS-ACK-COUNT OR WS-ACK-FOUND > 0.
051300     IF WS-ACK-FOUND > 0
051400         ADD 1 TO AK-HITS(WS-ACK-FOUND)
051500         ADD 1 TO WS-SUPPRESSED-COUNT
051600         GO TO 3100-EXIT
051700     END-IF.
051800     EVALUATE TRUE
051900         WHEN AL-SEV-ERROR
052000             ADD 1 TO WS-ERROR-COUNT
052100             MOVE 1 TO NK-RANK
052200         WHEN AL-SEV-WARNING
052300             ADD 1 TO WS-WARNING-COUNT
052400             MOVE 2 TO NK-RANK
052500         WHEN OTHER
052600             ADD 1 TO WS-INFO-COUNT
052700             MOVE 3 TO NK-RANK
052800     END-EVALUATE.
052900     PERFORM 3300-FILE-ALERT THRU 3300-EXIT.
053000 3100-EXIT.
053100     EXIT.
053200 3200-MATCH-ACK.
053300     IF AK-ACTIVE(WS-A)
053400     AND AK-CODE(WS-A) = AL-CODE
053500     AND (AK-PROGRAM(WS-A) = SPACES
053600          OR AK-PROGRAM(WS-A) = AL-PROGRAM)
053700     AND (AK-UNIT(WS-A) = SPACES
053800          OR AK-UNIT(WS-A) = AL-UNIT)
053900         MOVE WS-A TO WS-ACK-FOUND
054000     END-IF.
054100*----------------------------------------------------------------
054200* 3300-FILE-ALERT - AN ALERT ALREADY IN THE DIGEST WORD FOR WORD
054300* ADDS TO ITS COUNT; A NEW ONE GOES INTO ITS SORTED PLACE AND THE
054400* ENTRIES AFTER IT MOVE DOWN ONE. A FULL TABLE STILL COUNTS THE
054500* ALERT (AND ITS SEVERITY STILL SETS THE RETURN CODE) - THE
054600* REPORT SAYS HOW MANY DID NOT FIT.
054700*----------------------------------------------------------------
054800 3300-FILE-ALERT.
054900     MOVE 0 TO WS-FOUND.
055000     PERFORM 3350-MATCH-DIGEST-ENTRY
055100         VARYING WS-D FROM 1 BY 1
055200         UNTIL WS-D > WS-DIG-COUNT OR WS-FOUND > 0.
055300     IF WS-FOUND > 0
055400         IF DG-REPEATS(WS-FOUND) < 99999
055500             ADD 1 TO DG-REPEATS(WS-FOUND)
055600         END-IF
055700         GO TO 3300-EXIT
055800     END-IF.
055900     IF WS-DIG-COUNT = WS-DIG-MAX
056000         ADD 1 TO WS-OVERFLOW-COUNT
056100         GO TO 3300-EXIT
056200     END-IF.
056300     MOVE AL-UNIT TO NK-UNIT.
056400     MOVE WS-NEW-COUNT TO NK-ARRIVAL.
056500     MOVE 0 TO WS-INSERT-AT.
056600     PERFORM 3370-FIND-INSERT-POINT
056700         VARYING WS-D FROM 1 BY 1
056800         UNTIL WS-D > WS-DIG-COUNT OR WS-INSERT-AT > 0.
056900     IF WS-INSERT-AT = 0
057000         COMPUTE WS-INSERT-AT = WS-DIG-COUNT + 1
057100     END-IF.
057200     PERFORM 3380-SHIFT-ENTRY-DOWN
057300         VARYING WS-S FROM WS-DIG-COUNT BY -1
057400         UNTIL WS-S < WS-INSERT-AT.
057500     ADD 1 TO WS-DIG-COUNT.
057600     MOVE WS-NEW-KEY TO DG-KEY(WS-INSERT-AT).
057700     MOVE AL-SEVERITY TO DG-SEVERITY(WS-INSERT-AT).
057800     MOVE AL-PROGRAM TO DG-PROGRAM(WS-INSERT-AT).
057900     MOVE AL-BUS-DATE TO DG-DATE(WS-INSERT-AT).
058000     MOVE AL-CODE TO DG-CODE(WS-INSERT-AT).
058100     MOVE AL-TEXT TO DG-TEXT(WS-INSERT-AT).
058200     MOVE 1 TO DG-REPEATS(WS-INSERT-AT).
058300 3300-EXIT.
058400     EXIT.
058500 3350-MATCH-DIGEST-ENTRY.
058600     IF DG-SEVERITY(WS-D) = AL-SEVERITY
058700     AND DG-PROGRAM(WS-D) = AL-PROGRAM
058800     AND DG-DATE(WS-D) = AL-BUS-DATE
058900     AND DG-UNIT(WS-D) = AL-UNIT
059000     AND DG-CODE(WS-D) = AL-CODE
059100     AND DG-TEXT(WS-D) = AL-TEXT
059200         MOVE WS-D TO WS-FOUND
059300     END-IF.
059400 3370-FIND-INSERT-POINT.
059500     IF DG-KEY(WS-D) > WS-NEW-KEY
059600         MOVE WS-D TO WS-INSERT-AT
059700     END-IF.
059800 3380-SHIFT-ENTRY-DOWN.
059900     MOVE WS-DIG-ENTRY(WS-S) TO WS-DIG-ENTRY(WS-S + 1).
060000*----------------------------------------------------------------
060100* 4000-WRITE-DIGEST - THE WINDOW, THEN STRAIGHT DOWN THE SORTED
060200* TABLE WITH A HEADING EACH TIME THE SEVERITY OR THE UNIT CHANGES,
060300* THE CONTROL BOX AND THE ACKNOWLEDGEMENT CARDS. EACH ALERT LISTED
060400* IS ALSO A D RECORD ON ALRTOUT, BETWEEN ITS H AND T RECORDS. THE
060500* BOX BALANCES: NEW ALERTS = ERRORS + WARNINGS + INFORMATION +
060600* SUPPRESSED + UNREADABLE.
060700*----------------------------------------------------------------
060800 4000-WRITE-DIGEST.
060900     COMPUTE DW-FROM = WS-START-POS + 1.
061000     MOVE WS-ALERTS-READ TO DW-THRU.
061100     MOVE SPACES TO DW-SINCE.
061200     IF WS-START-DATE = 0
061300         MOVE "NO EARLIER DIGEST ON RUNCTL" TO DW-SINCE
061400     ELSE
061500         MOVE WS-START-DATE TO WS-EDIT-DATE
061600         STRING "NEW SINCE THE DIGEST OF " WS-EDIT-DATE
061700             DELIMITED BY SIZE INTO DW-SINCE
061800     END-IF.
061900     MOVE WS-WINDOW-LINE TO DIGEST-REPORT-RECORD.
062000     WRITE DIGEST-REPORT-RECORD.
062100     MOVE SPACES TO DIGEST-REPORT-RECORD.
062200     WRITE DIGEST-REPORT-RECORD.
062300     MOVE SPACES TO MONITOR-RECORD.
062400     SET MON-HEADER TO TRUE.
062500     MOVE "NIGHTLY" TO MH-SYSTEM.
062600     MOVE WS-CURRENT-DATE-NUM TO MH-BUS-DATE.
062700     MOVE FUNCTION CURRENT-DATE(1:8) TO MH-CREATED-DATE.
062800     MOVE FUNCTION CURRENT-DATE(9:6) TO MH-CREATED-TIME.
062900     WRITE MONITOR-RECORD.
063000     IF WS-DIG-COUNT = 0
063100         MOVE WS-NONE-LINE TO DIGEST-REPORT-RECORD
063200         WRITE DIGEST-REPORT-RECORD
063300     ELSE
063400         MOVE 0 TO WS-CURRENT-RANK
063500         PERFORM 4100-WRITE-ENTRY THRU 4100-EXIT
063600             VARYING WS-D FROM 1 BY 1
063700             UNTIL WS-D > WS-DIG-COUNT
063800     END-IF.
063900     IF WS-OVERFLOW-COUNT > 0
064000         MOVE SPACES TO DIGEST-REPORT-RECORD
064100         WRITE DIGEST-REPORT-RECORD
064200         MOVE WS-OVERFLOW-COUNT TO DO-COUNT
064300         MOVE WS-OVERFLOW-LINE TO DIGEST-REPORT-RECORD
064400         WRITE DIGEST-REPORT-RECORD
064500     END-IF.
064600     EVALUATE TRUE
064700         WHEN WS-ERROR-COUNT > 0
064800             MOVE "E" TO WS-HIGH-SEVERITY
064900             MOVE 8 TO WS-DIGEST-RC
065000         WHEN WS-WARNING-COUNT > 0
065100             MOVE "W" TO WS-HIGH-SEVERITY
065200             MOVE 4 TO WS-DIGEST-RC
065300         WHEN WS-INFO-COUNT > 0
065400             MOVE "I" TO WS-HIGH-SEVERITY
065500     END-EVALUATE.
065600     PERFORM 4300-WRITE-CONTROL-BOX THRU 4300-EXIT.
065700     PERFORM 4400-WRITE-ACKS THRU 4400-EXIT.
065800     MOVE SPACES TO MONITOR-RECORD.
065900     SET MON-TRAILER TO TRUE.
066000     MOVE WS-MONITOR-COUNT TO MT-DETAIL-COUNT.
066100     MOVE WS-ERROR-COUNT TO MT-ERROR-COUNT.
066200     MOVE WS-WARNING-COUNT TO MT-WARNING-COUNT.
066300     MOVE WS-INFO-COUNT TO MT-INFO-COUNT.
066400     MOVE WS-SUPPRESSED-COUNT TO MT-SUPPRESSED-COUNT.
066500     MOVE WS-HIGH-SEVERITY TO MT-HIGH-SEVERITY.
066600     MOVE WS-DIGEST-RC TO MT-RETURN-CODE.
066700     WRITE MONITOR-RECORD.
066800 4000-EXIT.
066900     EXIT.
067000 4100-WRITE-ENTRY.
067100     IF DG-RANK(WS-D) NOT = WS-CURRENT-RANK
067200         MOVE DG-RANK(WS-D) TO WS-CURRENT-RANK
067300         PERFORM 4150-WRITE-SEVERITY-HEADING THRU 4150-EXIT
067400         MOVE HIGH-VALUES TO WS-CURRENT-UNIT
067500     END-IF.
067600     IF DG-UNIT(WS-D) NOT = WS-CURRENT-UNIT
067700         MOVE DG-UNIT(WS-D) TO WS-CURRENT-UNIT
067800         IF DG-UNIT(WS-D) = SPACES
067900             MOVE "(NO UNIT)" TO UH-UNIT
068000         ELSE
068100             MOVE DG-UNIT(WS-D) TO UH-UNIT
068200         END-IF
068300         MOVE WS-UNIT-HEADING TO DIGEST-REPORT-RECORD
068400         WRITE DIGEST-REPORT-RECORD
068500         MOVE WS-DETAIL-HEADING TO DIGEST-REPORT-RECORD
068600         WRITE DIGEST-REPORT-RECORD
068700     END-IF.
068800     MOVE DG-PROGRAM(WS-D) TO DD-PROGRAM.
068900     MOVE DG-DATE(WS-D) TO DD-DATE.
069000     MOVE DG-CODE(WS-D) TO DD-CODE.
069100     MOVE DG-REPEATS(WS-D) TO DD-REPEATS.
069200     MOVE DG-TEXT(WS-D) TO DD-TEXT.
069300     MOVE WS-DIGEST-DETAIL TO DIGEST-REPORT-RECORD.
069400     WRITE DIGEST-REPORT-RECORD.
069500     MOVE SPACES TO MONITOR-RECORD.
069600     SET MON-DETAIL TO TRUE.
069700     MOVE DG-SEVERITY(WS-D) TO MD-SEVERITY.
069800     MOVE DG-PROGRAM(WS-D) TO MD-PROGRAM.
069900     MOVE DG-DATE(WS-D) TO MD-ALERT-DATE.
070000     MOVE DG-UNIT(WS-D) TO MD-UNIT.
070100     MOVE DG-CODE(WS-D) TO MD-CODE.
070200     MOVE DG-REPEATS(WS-D) TO MD-REPEATS.
070300     MOVE DG-TEXT(WS-D) TO MD-TEXT.
070400     WRITE MONITOR-RECORD.
070500     ADD 1 TO WS-MONITOR-COUNT.
070600 4100-EXIT.
070700     EXIT.
070800 4150-WRITE-SEVERITY-HEADING.
070900     EVALUATE WS-CURRENT-RANK
071000         WHEN 1
071100             MOVE "ERRORS" TO WS-SEVERITY-NAME
071200         WHEN 2
071300             MOVE "WARNINGS" TO WS-SEVERITY-NAME
071400         WHEN OTHER
071500             MOVE "INFORMATION" TO WS-SEVERITY-NAME
071600     END-EVALUATE.
071700     IF WS-D > 1
071800         MOVE SPACES TO DIGEST-REPORT-RECORD
071900         WRITE DIGEST-REPORT-RECORD
072000     END-IF.
072100     MOVE SPACES TO DIGEST-REPORT-RECORD.
072200     STRING "*** " DELIMITED BY SIZE
072300         WS-SEVERITY-NAME DELIMITED BY SPACE
072400         " ***" DELIMITED BY SIZE
072500         INTO DIGEST-REPORT-RECORD.
072600     WRITE DIGEST-REPORT-RECORD.
072700 4150-EXIT.
072800     EXIT.
072900 4300-WRITE-CONTROL-BOX.
073000     MOVE SPACES TO DIGEST-REPORT-RECORD.
073100     WRITE DIGEST-REPORT-RECORD.
073200     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-RULE.
073300     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-TITLE.
073400     MOVE "NEW ALERTS       :" TO CB-LABEL.
073500     MOVE WS-NEW-COUNT TO CB-COUNT.
073600     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
073700     MOVE "ERRORS           :" TO CB-LABEL.
073800     MOVE WS-ERROR-COUNT TO CB-COUNT.
073900     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
074000     MOVE "WARNINGS         :" TO CB-LABEL.
074100     MOVE WS-WARNING-COUNT TO CB-COUNT.
074200     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
074300     MOVE "INFORMATION      :" TO CB-LABEL.
074400     MOVE WS-INFO-COUNT TO CB-COUNT.
074500     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
074600     MOVE "SUPPRESSED (ACK) :" TO CB-LABEL.
074700     MOVE WS-SUPPRESSED-COUNT TO CB-COUNT.
074800     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
074900     MOVE "UNREADABLE       :" TO CB-LABEL.
075000     MOVE WS-UNREADABLE-COUNT TO CB-COUNT.
075100     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
075200     MOVE "LINES LISTED     :" TO CB-LABEL.
075300     MOVE WS-MONITOR-COUNT TO CB-COUNT.
075400     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
075500     WRITE DIGEST-REPORT-RECORD FROM WS-CONTROL-BOX-RULE.
075600 4300-EXIT.
075700     EXIT.
075800 4400-WRITE-ACKS.
075900     MOVE SPACES TO DIGEST-REPORT-RECORD.
076000     WRITE DIGEST-REPORT-RECORD.
076100     MOVE WS-ACK-TITLE TO DIGEST-REPORT-RECORD.
076200     WRITE DIGEST-REPORT-RECORD.
076300     IF WS-ACK-COUNT = 0
076400         MOVE WS-NO-ACK-LINE TO DIGEST-REPORT-RECORD
076500         WRITE DIGEST-REPORT-RECORD
076600         GO TO 4400-EXIT
076700     END-IF.
076800     MOVE WS-ACK-HEADING TO DIGEST-REPORT-RECORD.
076900     WRITE DIGEST-REPORT-RECORD.
077000     PERFORM 4450-WRITE-ACK-LINE
077100         VARYING WS-A FROM 1 BY 1
077200         UNTIL WS-A > WS-ACK-COUNT.
077300 4400-EXIT.
077400     EXIT.
077500 4450-WRITE-ACK-LINE.
077600     MOVE AK-PROGRAM(WS-A) TO AD-PROGRAM.
077700     IF AK-PROGRAM(WS-A) = SPACES
077800         MOVE "(ANY)" TO AD-PROGRAM
077900     END-IF.
078000     MOVE AK-UNIT(WS-A) TO AD-UNIT.
078100     IF AK-UNIT(WS-A) = SPACES
078200         MOVE "(ANY)" TO AD-UNIT
078300     END-IF.
078400     MOVE AK-CODE(WS-A) TO AD-CODE.
078500     IF AK-THRU-DATE(WS-A) IS NUMERIC
078600         MOVE AK-THRU-DATE(WS-A) TO WS-EDIT-DATE
078700         MOVE WS-EDIT-DATE TO AD-THRU
078800     ELSE
078900         MOVE AK-THRU-DATE(WS-A) TO AD-THRU
079000     END-IF.
079100     IF AK-THRU-DATE(WS-A) = SPACES
079200         MOVE "OPEN" TO AD-THRU
079300     END-IF.
079400     EVALUATE TRUE
079500         WHEN AK-ACTIVE(WS-A)
079600             MOVE "ACTIVE" TO AD-STATE
079700         WHEN AK-EXPIRED(WS-A)
079800             MOVE "EXPIRED" TO AD-STATE
079900         WHEN OTHER
080000             MOVE "IGNORED" TO AD-STATE
080100     END-EVALUATE.
080200     MOVE AK-HITS(WS-A) TO AD-HITS.
080300     MOVE AK-NOTE(WS-A) TO AD-NOTE.
080400     MOVE WS-ACK-DETAIL TO DIGEST-REPORT-RECORD.
080500     WRITE DIGEST-REPORT-RECORD.
080600*----------------------------------------------------------------
080700* 8900-WRITE-RUN-CONTROL - RECORD THE COMPLETION. COUNT-1 IS HOW
080800* MANY ALERT RECORDS THIS DIGEST HAS READ - THE NEXT NIGHT'S
080900* WINDOW STARTS AFTER THEM. COUNT-2 IS THE ALERTS LISTED, COUNT-3
081000* THE ALERTS SUPPRESSED.
081100*----------------------------------------------------------------
081200 8900-WRITE-RUN-CONTROL.
081300     OPEN EXTEND RUN-CONTROL-FILE.
081400     IF RUNCTL-FILE-NOT-FOUND
081500         OPEN OUTPUT RUN-CONTROL-FILE
081600     END-IF.
081700     IF NOT RUNCTL-FILE-OK
081800         DISPLAY "RUNCTL OPEN FAILED, STATUS="
081900             WS-RUNCTL-STATUS
082000         MOVE 16 TO RETURN-CODE
082100         STOP RUN
082200     END-IF.
082300     MOVE SPACES TO RUNCTL-RECORD.
082400     MOVE WS-CURRENT-DATE-NUM TO RUNCTL-DATE.
082500     MOVE WS-RUN-CONTROL-NAME TO RUNCTL-PROGRAM.
082600     MOVE "COMPLETE" TO RUNCTL-STATUS.
082700     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNCTL-TIME.
082800     MOVE WS-DIGEST-RC TO RUNCTL-RC.
082900     MOVE WS-ALERTS-READ TO RUNCTL-COUNT-1.
083000     COMPUTE RUNCTL-COUNT-2 =
083100         WS-ERROR-COUNT + WS-WARNING-COUNT + WS-INFO-COUNT.
083200     MOVE WS-SUPPRESSED-COUNT TO RUNCTL-COUNT-3.
083300     WRITE RUNCTL-RECORD.
083400     CLOSE RUN-CONTROL-FILE.
083500 8900-EXIT.
083600     EXIT.
083700 9000-TERMINATE.
083800     DISPLAY "ALERT DIGEST NEW: " WS-NEW-COUNT
083900         " ERRORS: " WS-ERROR-COUNT
084000         " WARNINGS: " WS-WARNING-COUNT
084100         " SUPPRESSED: " WS-SUPPRESSED-COUNT.
084200     IF WS-DIGRPT-IS-OPEN
084300         MOVE SPACES TO DIGEST-REPORT-RECORD
084400         WRITE DIGEST-REPORT-RECORD
084500         MOVE WS-CURRENT-DATE-NUM TO DT-DATE
084600         MOVE WS-REPORT-TRAILER TO DIGEST-REPORT-RECORD
084700         WRITE DIGEST-REPORT-RECORD
084800         CLOSE DIGEST-REPORT-FILE
084900     END-IF.
085000     IF WS-ALRTOUT-IS-OPEN
085100         CLOSE MONITOR-FILE
085200     END-IF.
085300 9000-EXIT.
085400     EXIT.
085500 END PROGRAM NIGHTDIG.
