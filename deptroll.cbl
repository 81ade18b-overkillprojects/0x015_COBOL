000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       MONTH-END DEPARTMENT ROLLUP OF THE LIS
000700*                RESULTS. READS ONE CALENDAR MONTH OF THE
000800*                KEYED AUDIT MASTER (LSAUDITM, THROUGH
000900*                LSAUDIO) - AND THE PURGE ARCHIVE (LSARCH)
001000*                WHEN THE MONTH HAS BEEN PURGED - AND JOINS
001100*                EACH RUN TO ITS OWNING DEPARTMENT ON THE
001200*                UNIT REFERENCE MASTER (UNITMST, THROUGH
001300*                UNITIO, AS THE UNIT STOOD AT MONTH-END).
001400*                THE REPORT (DPTRPT) GIVES ONE LINE PER
001500*                DEPARTMENT, UNIT AND MODE: NIGHTS SCORED,
001600*                NIGHTS SKIPPED, RUNS, THE AVERAGE, LOWEST
001700*                AND HIGHEST LIS/LENGTH RATIO AND THE BEST
001800*                AND WORST NIGHT, WITH A SUBTOTAL PER
001900*                DEPARTMENT AND A GRAND TOTAL. THE SAME
002000*                FIGURES GO TO A FIXED-LAYOUT EXTRACT
002100*                (DPTEXTR, DEPTXREC) FOR THE FINANCE
002200*                SPREADSHEET.
002300*                THE STREAM'S NIGHTS COME FROM THE RUN-
002400*                CONTROL FILE (RUNCTL) - EVERY NIGHT A
002500*                LONGSUBQ STEP (LONGSUBQ OR LONGSUB2)
002600*                COMPLETED IN THE MONTH. A UNIT'S NIGHTS
002700*                SKIPPED ARE THE STREAM NIGHTS IT HAS NO
002800*                SCORED RUN FOR - SKIPPED BY LONGSUBQ OR
002900*                MISSING FROM THE DECK. THE GRAND TOTAL ALSO
003000*                CARRIES THE SEQUENCES SCORED AND SKIPPED
003100*                THOSE STEPS POSTED.
003200*----------------------------------------------------------------
003300* CONTROL CARDS (DPTCNTL):
003400*   MONTH=YYYYMM    THE MONTH TO ROLL UP (DEFAULT: THE MONTH
003500*                   OF THE BUSINESS DATE ON BUSDATE, SO THE
003600*                   JOB RUN AFTER THE LAST NIGHT OF THE MONTH
003700*                   NEEDS NO CARD).
003800*   A MISPUNCHED CARD FAILS THE RUN (RC 16). ENDS RC 4 WHEN
003900*   THE UNIT MASTER IS MISSING OR A UNIT IS NOT ON IT - THOSE
004000*   RUNS ROLL UP UNDER DEPARTMENT "UNKNOWN".
004100*----------------------------------------------------------------
004200* MODIFICATION HISTORY
004300*----------------------------------------------------------------
004400* DATE       INIT  DESCRIPTION
004500* 10/15/2026 WJ    ORIGINAL VERSION.
004600******************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. DEPTROLL.
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT DEPT-CONTROL-FILE ASSIGN TO "DPTCNTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-DPTCNTL-STATUS.
005500     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-BUSDATE-STATUS.
005800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RUNCTL-STATUS.
006100     SELECT DEPT-ARCHIVE-FILE ASSIGN TO "LSARCH"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-LSARCH-STATUS.
006400     SELECT DEPT-REPORT-FILE ASSIGN TO "DPTRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-DPTRPT-STATUS.
006700     SELECT DEPT-EXTRACT-FILE ASSIGN TO "DPTEXTR"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-DPTEXTR-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  DEPT-CONTROL-FILE.
007300 01  DEPT-CONTROL-RECORD         PIC X(80).
007400 01  DEPT-CONTROL-MONTH-CARD.
007500     05  DC-KEYWORD              PIC X(06).
007600     05  DC-MONTH                PIC X(06).
007700     05  DC-MONTH-PARTS REDEFINES DC-MONTH.
007800         10  DC-MONTH-YEAR       PIC 9(04).
007900         10  DC-MONTH-MONTH      PIC 9(02).
008000     05  FILLER                  PIC X(68).
008100 FD  BUSINESS-DATE-FILE.
008200 COPY BUSDATE.
008300 FD  RUN-CONTROL-FILE.
008400 COPY RUNCTL.
008500 FD  DEPT-ARCHIVE-FILE.
008600*    THE ARCHIVE RECORD IS THE AUDITREC LAYOUT FIELD FOR FIELD -
008700*    LSAUDPRG CUTS IT THAT WAY SO ARCHIVED RUNS READ WITH THE SAME
008800*    FIELDS AS THE MASTER.
008900 01  ARC-RECORD.
009000     05  ARC-RUN-KEY.
009100         10  ARC-RUN-DATE        PIC 9(08).
009200         10  ARC-RUN-TIME        PIC 9(08).
009300         10  ARC-RUN-SEQ         PIC 9(04).
009400     05  ARC-PROGRAM             PIC X(08).
009500     05  ARC-UNIT-NAME           PIC X(20).
009600     05  ARC-MODE-CODE           PIC X(01).
009700     05  ARC-ARRAY-LENGTH        PIC 9(06).
009800     05  ARC-LIS-RESULT          PIC 9(06).
009900     05  ARC-VALUE-COUNT         PIC 9(04).
010000     05  ARC-INPUT-ENTRY OCCURS 0 TO 2000 TIMES
010100                DEPENDING ON ARC-VALUE-COUNT.
010200         10  ARC-INPUT-VALUE     PIC S9(6)
010300                                 SIGN IS LEADING SEPARATE.
010400         10  ARC-INPUT-ASOF      PIC 9(08).
010500 FD  DEPT-REPORT-FILE.
010600 01  DEPT-REPORT-RECORD          PIC X(132).
010700 FD  DEPT-EXTRACT-FILE.
010800 COPY DEPTXREC.
010900 WORKING-STORAGE SECTION.
011000 COPY DATESTMP.
011100 COPY AUDIOREQ.
011200 COPY AUDITREC.
011300 COPY UNITREQ.
011400 COPY UNITREC.
011410*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
011420*    RUN'S OWN CODE IS KEPT HERE ACROSS THE CLOSE CALL IN
011430*    9000-TERMINATE.
011440 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
011500*    THE MONTH BEING ROLLED UP. THE RANGE RUNS FROM DAY 01 TO DAY
011600*    31 WHATEVER THE MONTH - NO RUN DATE FALLS BETWEEN THE LAST
011700*    REAL DAY AND THE 31ST, AND THE UNIT MASTER AS OF THE 31ST IS
011800*    THE MASTER AS OF MONTH-END.
011900 01  WS-MONTH                    PIC 9(06) VALUE ZERO.
012000 01  WS-MONTH-PARTS REDEFINES WS-MONTH.
012100     05  WS-MONTH-YEAR           PIC 9(04).
012200     05  WS-MONTH-MONTH          PIC 9(02).
012300 01  WS-MONTH-FIRST              PIC 9(08).
012400 01  WS-MONTH-FIRST-PARTS REDEFINES WS-MONTH-FIRST.
012500     05  WS-MONTH-FIRST-YYYYMM   PIC 9(06).
012600     05  WS-MONTH-FIRST-DAY      PIC 9(02).
012700 01  WS-MONTH-LAST               PIC 9(08).
012800 01  WS-MONTH-LAST-PARTS REDEFINES WS-MONTH-LAST.
012900     05  WS-MONTH-LAST-YYYYMM    PIC 9(06).
013000     05  WS-MONTH-LAST-DAY       PIC 9(02).
013100*    THE STREAM'S NIGHTS IN THE MONTH, OFF RUNCTL, AND THE
013200*    SEQUENCE COUNTS THE LONGSUBQ STEPS POSTED ON THEM.
013300 01  WS-NIGHT-MAX                PIC 9(04) VALUE 31.
013400 01  WS-NIGHT-COUNT              PIC 9(04) VALUE ZERO.
013500 01  WS-NIGHT-TABLE.
013600     05  WS-NIGHT-DATE OCCURS 31 TIMES
013700                                 PIC 9(08).
013800 01  WS-SEQ-SCORED               PIC 9(09) VALUE ZERO.
013900 01  WS-SEQ-SKIPPED              PIC 9(09) VALUE ZERO.
014000*    ONE ENTRY PER UNIT AND MODE, KEPT IN DEPARTMENT / UNIT / MODE
014100*    ORDER AS ENTRIES ARE ADDED SO THE REPORT PRINTS STRAIGHT DOWN
014200*    THE TABLE WITH A CONTROL BREAK ON THE DEPARTMENT.
014300 01  WS-ROLL-MAX                 PIC 9(04) VALUE 300.
014400 01  WS-ROLL-COUNT               PIC 9(04) VALUE ZERO.
014500 01  WS-ROLL-TABLE.
014600     05  WS-ROLL-ENTRY OCCURS 300 TIMES.
014700         10  RL-KEY.
014800             15  RL-DEPARTMENT   PIC X(08).
014900             15  RL-UNIT         PIC X(20).
015000             15  RL-MODE         PIC X(01).
015100         10  RL-LAST-DATE        PIC 9(08).
015200         10  RL-NIGHTS           PIC 9(04).
015300         10  RL-RUNS             PIC 9(06).
015400         10  RL-RATIO-SUM        PIC 9(09)V99.
015500         10  RL-LOW-RATIO        PIC 9(03)V99.
015600         10  RL-LOW-DATE         PIC 9(08).
015700         10  RL-HIGH-RATIO       PIC 9(03)V99.
015800         10  RL-HIGH-DATE        PIC 9(08).
015900 01  WS-NEW-KEY.
016000     05  NK-DEPARTMENT           PIC X(08).
016100     05  NK-UNIT                 PIC X(20).
016200     05  NK-MODE                 PIC X(01).
016300*    ONE SET OF ACCUMULATORS, FILLED FROM A TABLE ENTRY, A
016400*    DEPARTMENT OR THE WHOLE MONTH, THAT 4500-WRITE-FIGURES TURNS
016500*    INTO A REPORT LINE AND AN EXTRACT RECORD.
016600 01  WS-FIGURES.
016700     05  FG-NIGHTS               PIC 9(04).
016800     05  FG-SKIPPED              PIC 9(04).
016900     05  FG-RUNS                 PIC 9(06).
017000     05  FG-RATIO-SUM            PIC 9(09)V99.
017100     05  FG-LOW-RATIO            PIC 9(03)V99.
017200     05  FG-LOW-DATE             PIC 9(08).
017300     05  FG-HIGH-RATIO           PIC 9(03)V99.
017400     05  FG-HIGH-DATE            PIC 9(08).
017500*    THE SAME LAYOUT AGAIN FOR THE DEPARTMENT AND GRAND TOTALS.
017600 01  WS-DEPT-TOTALS.
017700     05  DP-NIGHTS               PIC 9(04).
017800     05  DP-SKIPPED              PIC 9(04).
017900     05  DP-RUNS                 PIC 9(06).
018000     05  DP-RATIO-SUM            PIC 9(09)V99.
018100     05  DP-LOW-RATIO            PIC 9(03)V99.
018200     05  DP-LOW-DATE             PIC 9(08).
018300     05  DP-HIGH-RATIO           PIC 9(03)V99.
018400     05  DP-HIGH-DATE            PIC 9(08).
018500 01  WS-GRAND-TOTALS.
018600     05  GR-NIGHTS               PIC 9(04).
018700     05  GR-SKIPPED              PIC 9(04).
018800     05  GR-RUNS                 PIC 9(06).
018900     05  GR-RATIO-SUM            PIC 9(09)V99.
019000     05  GR-LOW-RATIO            PIC 9(03)V99.
019100     05  GR-LOW-DATE             PIC 9(08).
019200     05  GR-HIGH-RATIO           PIC 9(03)V99.
019300     05  GR-HIGH-DATE            PIC 9(08).
019400 01  WS-AVG-RATIO                PIC 9(03)V99.
019500 01  WS-RATIO-PCT                PIC 9(03)V99.
019600 01  WS-CURRENT-DEPARTMENT       PIC X(08).
019700 01  WS-R                        PIC 9(04).
019800 01  WS-S                        PIC 9(04).
019900 01  WS-N                        PIC 9(04).
020000 01  WS-FOUND                    PIC 9(04).
020100 01  WS-INSERT-AT                PIC 9(04).
020200 01  WS-UNKNOWN-COUNT            PIC 9(04) VALUE ZERO.
020300 01  WS-SWITCHES.
020400     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
020500         88  WS-EOF-REACHED      VALUE "Y".
020600     05  WS-CNTL-EOF-SWITCH      PIC X(01) VALUE "N".
020700         88  WS-CNTL-EOF         VALUE "Y".
020800     05  WS-DPTRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
020900         88  WS-DPTRPT-IS-OPEN   VALUE "Y".
021000     05  WS-UNITMST-SWITCH       PIC X(01) VALUE "N".
021100         88  WS-UNITMST-BYPASSED VALUE "Y".
021200 01  WS-FILE-STATUSES.
021300     05  WS-DPTCNTL-STATUS       PIC X(02).
021400         88  DPTCNTL-OK          VALUE "00".
021500         88  DPTCNTL-NOT-FOUND   VALUE "35".
021600     05  WS-BUSDATE-STATUS       PIC X(02).
021700         88  BUSDATE-FILE-OK     VALUE "00".
021800         88  BUSDATE-FILE-NOT-FOUND VALUE "35".
021900     05  WS-RUNCTL-STATUS        PIC X(02).
022000         88  RUNCTL-FILE-OK      VALUE "00".
022100         88  RUNCTL-FILE-NOT-FOUND VALUE "35".
022200     05  WS-LSARCH-STATUS        PIC X(02).
022300         88  LSARCH-OK           VALUE "00".
022400         88  LSARCH-NOT-FOUND    VALUE "35".
022500     05  WS-DPTRPT-STATUS        PIC X(02).
022600         88  DPTRPT-OK           VALUE "00".
022700     05  WS-DPTEXTR-STATUS       PIC X(02).
022800         88  DPTEXTR-OK          VALUE "00".
022900 01  WS-REPORT-HEADING-1.
023000     05  FILLER                  PIC X(34)
023100                     VALUE "DEPARTMENT MONTH-END LIS ROLLUP   ".
023200     05  FILLER                  PIC X(06) VALUE "MONTH ".
023300     05  DH1-YEAR                PIC 9(04).
023400     05  FILLER                  PIC X(01) VALUE "/".
023500     05  DH1-MONTH               PIC 9(02).
023600     05  FILLER                  PIC X(10) VALUE "   RUN ON ".
023700     05  DH1-DATE                PIC 9999/99/99.
023800 01  WS-REPORT-STREAM-LINE.
023900     05  FILLER                  PIC X(15)
024000                     VALUE "STREAM NIGHTS: ".
024100     05  DS-NIGHTS               PIC Z9.
024200     05  FILLER                  PIC X(30)
024300                     VALUE "   LONGSUBQ SEQUENCES SCORED: ".
024400     05  DS-SCORED               PIC ZZZ,ZZZ,ZZ9.
024500     05  FILLER                  PIC X(11) VALUE "  SKIPPED: ".
024600     05  DS-SKIPPED              PIC ZZZ,ZZZ,ZZ9.
024700*    THE CAPTIONS ARE PADDED TO SIT OVER THE WS-ROLL-DETAIL
024800*    COLUMNS.
024900 01  WS-ROLL-HEADING.
025000     05  FILLER                  PIC X(40)
025100                 VALUE "DEPT     UNIT                 M  NIGHTS ".
025200     05  FILLER                  PIC X(40)
025300                 VALUE " SKIPPED   RUNS  AVG PCT  LOW PCT  HIGH ".
025400     05  FILLER                  PIC X(27)
025500                 VALUE "PCT  BEST NIGHT WORST NIGHT".
025600 01  WS-ROLL-DETAIL.
025700     05  RD-DEPARTMENT           PIC X(08).
025800     05  FILLER                  PIC X(01) VALUE SPACE.
025900     05  RD-UNIT                 PIC X(20).
026000     05  FILLER                  PIC X(01) VALUE SPACE.
026100     05  RD-MODE                 PIC X(01).
026200     05  FILLER                  PIC X(04) VALUE SPACES.
026300     05  RD-NIGHTS               PIC ZZZ9.
026400     05  FILLER                  PIC X(05) VALUE SPACES.
026500     05  RD-SKIPPED              PIC ZZZ9.
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  RD-RUNS                 PIC ZZZZZ9.
026800     05  FILLER                  PIC X(03) VALUE SPACES.
026900     05  RD-AVG                  PIC ZZ9.99.
027000     05  FILLER                  PIC X(03) VALUE SPACES.
027100     05  RD-LOW                  PIC ZZ9.99.
027200     05  FILLER                  PIC X(04) VALUE SPACES.
027300     05  RD-HIGH                 PIC ZZ9.99.
027400     05  FILLER                  PIC X(02) VALUE SPACES.
027500     05  RD-BEST                 PIC 9999/99/99.
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  RD-WORST                PIC 9999/99/99.
027800 01  WS-REPORT-TRAILER.
027900     05  FILLER                  PIC X(27)
028000                     VALUE "END DEPARTMENT ROLLUP ON   ".
028100     05  DT-DATE                 PIC 9999/99/99.
028200 PROCEDURE DIVISION.
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028500     PERFORM 2000-LOAD-STREAM-NIGHTS THRU 2000-EXIT.
028600     PERFORM 3000-LOAD-ARCHIVE THRU 3000-EXIT.
028700     PERFORM 3500-LOAD-MASTER THRU 3500-EXIT.
028800     PERFORM 4000-WRITE-ROLLUP THRU 4000-EXIT.
028900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029000     IF WS-UNITMST-BYPASSED
029100     OR WS-UNKNOWN-COUNT > 0
029200         MOVE 4 TO RETURN-CODE
029300     END-IF.
029400     STOP RUN.
029500 0000-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800* 1000-INITIALIZE - FIX THE MONTH AND OPEN THE REPORT AND THE
029900* EXTRACT.
030000*----------------------------------------------------------------
030100 1000-INITIALIZE.
030200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
030300     PERFORM 1020-SET-BUSINESS-DATE THRU 1020-EXIT.
030400     MOVE WS-CURRENT-DATE-NUM TO WS-MONTH-FIRST.
030500     MOVE WS-MONTH-FIRST-YYYYMM TO WS-MONTH.
030600     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
030700     MOVE WS-MONTH TO WS-MONTH-FIRST-YYYYMM.
030800     MOVE 1 TO WS-MONTH-FIRST-DAY.
030900     MOVE WS-MONTH TO WS-MONTH-LAST-YYYYMM.
031000     MOVE 31 TO WS-MONTH-LAST-DAY.
031100     OPEN OUTPUT DEPT-REPORT-FILE.
031200     IF NOT DPTRPT-OK
031300         DISPLAY "DPTRPT OPEN FAILED, STATUS=" WS-DPTRPT-STATUS
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     SET WS-DPTRPT-IS-OPEN TO TRUE.
031800     OPEN OUTPUT DEPT-EXTRACT-FILE.
031900     IF NOT DPTEXTR-OK
032000         DISPLAY "DPTEXTR OPEN FAILED, STATUS=" WS-DPTEXTR-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         PERFORM 9000-TERMINATE THRU 9000-EXIT
032300         STOP RUN
032400     END-IF.
032500     MOVE WS-MONTH-YEAR TO DH1-YEAR.
032600     MOVE WS-MONTH-MONTH TO DH1-MONTH.
032700     MOVE WS-CURRENT-DATE-NUM TO DH1-DATE.
032800     MOVE WS-REPORT-HEADING-1 TO DEPT-REPORT-RECORD.
032900     WRITE DEPT-REPORT-RECORD.
033000     MOVE SPACES TO DEPT-REPORT-RECORD.
033100     WRITE DEPT-REPORT-RECORD.
033200 1000-EXIT.
033300     EXIT.
033400 1020-SET-BUSINESS-DATE.
033500     OPEN INPUT BUSINESS-DATE-FILE.
033600     IF BUSDATE-FILE-NOT-FOUND
033700         GO TO 1020-EXIT
033800     END-IF.
033900     IF NOT BUSDATE-FILE-OK
034000         DISPLAY "BUSDATE OPEN FAILED, STATUS="
034100             WS-BUSDATE-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500     READ BUSINESS-DATE-FILE
034600         AT END
034700             CONTINUE
034800         NOT AT END
034900             IF BUSDATE-DATE IS NUMERIC
035000             AND BUSDATE-DATE > 0
035100                 MOVE BUSDATE-DATE TO WS-CURRENT-DATE-NUM
035200             END-IF
035300     END-READ.
035400     CLOSE BUSINESS-DATE-FILE.
035500 1020-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800* 1100-READ-CONTROL - AN OPTIONAL MONTH= CARD ON DPTCNTL. A MONTH
035900* THAT IS NOT A MONTH FAILS THE RUN RATHER THAN ROLLING UP
036000* NOTHING.
036100*----------------------------------------------------------------
036200 1100-READ-CONTROL.
036300     OPEN INPUT DEPT-CONTROL-FILE.
036400     IF DPTCNTL-OK
036500         MOVE "N" TO WS-CNTL-EOF-SWITCH
036600         PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT
036700             UNTIL WS-CNTL-EOF
036800         CLOSE DEPT-CONTROL-FILE
036900     ELSE
037000         IF NOT DPTCNTL-NOT-FOUND
037100             DISPLAY "DPTCNTL OPEN FAILED, STATUS="
037200                 WS-DPTCNTL-STATUS
037300             MOVE 16 TO RETURN-CODE
037400             STOP RUN
037500         END-IF
037600     END-IF.
037700 1100-EXIT.
037800     EXIT.
037900 1150-READ-CONTROL-CARD.
038000     READ DEPT-CONTROL-FILE
038100         AT END
038200             SET WS-CNTL-EOF TO TRUE
038300         NOT AT END
038400             EVALUATE TRUE
038500                 WHEN DC-KEYWORD = "MONTH="
038600                  AND DC-MONTH IS NUMERIC
038700                  AND DC-MONTH-YEAR > 1600
038800                  AND DC-MONTH-MONTH >= 1
038900                  AND DC-MONTH-MONTH <= 12
039000                     MOVE DC-MONTH TO WS-MONTH
039100                 WHEN DEPT-CONTROL-RECORD = SPACES
039200                     CONTINUE
039300                 WHEN OTHER
039400                     DISPLAY "DPTCNTL CARD NOT RECOGNIZED: "
039500                         DEPT-CONTROL-RECORD
039600                     MOVE 16 TO RETURN-CODE
039700                     CLOSE DEPT-CONTROL-FILE
039800                     STOP RUN
039900             END-EVALUATE
040000     END-READ.
040100 1150-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 2000-LOAD-STREAM-NIGHTS - EVERY DISTINCT NIGHT IN THE MONTH A
040500* LONGSUBQ STEP COMPLETED, AND THE SEQUENCES IT SCORED (COUNT-1)
040600* AND SKIPPED (COUNT-2). NO RUN-CONTROL FILE MEANS NO NIGHTS -
040700* EVERY UNIT THEN SHOWS NONE SKIPPED.
040800*----------------------------------------------------------------
040900 2000-LOAD-STREAM-NIGHTS.
041000     OPEN INPUT RUN-CONTROL-FILE.
041100     IF RUNCTL-FILE-NOT-FOUND
041200         GO TO 2000-EXIT
041300     END-IF.
041400     IF NOT RUNCTL-FILE-OK
041500         DISPLAY "RUNCTL OPEN FAILED, STATUS=" WS-RUNCTL-STATUS
041600         MOVE 16 TO RETURN-CODE
041700         PERFORM 9000-TERMINATE THRU 9000-EXIT
041800         STOP RUN
041900     END-IF.
042000     MOVE "N" TO WS-EOF-SWITCH.
042100     PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT
042200         UNTIL WS-EOF-REACHED.
042300     CLOSE RUN-CONTROL-FILE.
042400 2000-EXIT.
042500     EXIT.
042600 2100-READ-RUN-CONTROL.
042700     READ RUN-CONTROL-FILE
042800         AT END
042900             SET WS-EOF-REACHED TO TRUE
043000             GO TO 2100-EXIT
043100     END-READ.
043200     IF RUNCTL-DATE IS NOT NUMERIC
043300     OR RUNCTL-DATE < WS-MONTH-FIRST
043400     OR RUNCTL-DATE > WS-MONTH-LAST
043500     OR NOT RUNCTL-COMPLETE
043600         GO TO 2100-EXIT
043700     END-IF.
043800     IF RUNCTL-PROGRAM NOT = "LONGSUBQ"
043900     AND RUNCTL-PROGRAM NOT = "LONGSUB2"
044000         GO TO 2100-EXIT
044100     END-IF.
044200     IF RUNCTL-COUNT-1 IS NUMERIC
044300         ADD RUNCTL-COUNT-1 TO WS-SEQ-SCORED
044400     END-IF.
044500     IF RUNCTL-COUNT-2 IS NUMERIC
044600         ADD RUNCTL-COUNT-2 TO WS-SEQ-SKIPPED
044700     END-IF.
044800     MOVE 0 TO WS-FOUND.
044900     PERFORM 2150-MATCH-NIGHT
045000         VARYING WS-N FROM 1 BY 1
045100         UNTIL WS-N > WS-NIGHT-COUNT OR WS-FOUND > 0.
045200     IF WS-FOUND = 0
045300     AND WS-NIGHT-COUNT < WS-NIGHT-MAX
045400         ADD 1 TO WS-NIGHT-COUNT
045500         MOVE RUNCTL-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
045600     END-IF.
045700 2100-EXIT.
045800     EXIT.
045900 2150-MATCH-NIGHT.
046000     IF WS-NIGHT-DATE(WS-N) = RUNCTL-DATE
046100         MOVE WS-N TO WS-FOUND
046200     END-IF.
046300*----------------------------------------------------------------
046400* 3000-LOAD-ARCHIVE - THE MONTH'S RUNS ALREADY UNLOADED BY THE
046500* LSAUDPRG RETENTION PURGE. NO LSARCH DD MEANS THE MONTH IS
046600* STILL ONLINE.
046700*----------------------------------------------------------------
046800 3000-LOAD-ARCHIVE.
046900     OPEN INPUT DEPT-ARCHIVE-FILE.
047000     IF LSARCH-NOT-FOUND
047100         GO TO 3000-EXIT
047200     END-IF.
047300     IF NOT LSARCH-OK
047400         DISPLAY "LSARCH OPEN FAILED, STATUS=" WS-LSARCH-STATUS
047500         MOVE 16 TO RETURN-CODE
047600         PERFORM 9000-TERMINATE THRU 9000-EXIT
047700         STOP RUN
047800     END-IF.
047900     MOVE "N" TO WS-EOF-SWITCH.
048000     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
048100         UNTIL WS-EOF-REACHED.
048200     CLOSE DEPT-ARCHIVE-FILE.
048300 3000-EXIT.
048400     EXIT.
048500 3100-READ-ARCHIVE.
048600     READ DEPT-ARCHIVE-FILE
048700         AT END
048800             SET WS-EOF-REACHED TO TRUE
048900         NOT AT END
049000             IF ARC-RUN-DATE NOT < WS-MONTH-FIRST
049100             AND ARC-RUN-DATE NOT > WS-MONTH-LAST
049200                 MOVE ARC-RUN-DATE TO AM-RUN-DATE
049300                 MOVE ARC-UNIT-NAME TO AM-UNIT-NAME
049400                 MOVE ARC-MODE-CODE TO AM-MODE-CODE
049500                 MOVE ARC-ARRAY-LENGTH TO AM-ARRAY-LENGTH
049600                 MOVE ARC-LIS-RESULT TO AM-LIS-RESULT
049700                 PERFORM 3700-ROLL-RUN THRU 3700-EXIT
049800             END-IF
049900     END-READ.
050000 3100-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300* 3500-LOAD-MASTER - KEYED START AT THE FIRST OF THE MONTH, THEN
050400* READ IN KEY ORDER UNTIL THE MASTER RUNS OUT OR A RUN PASSES
050500* MONTH-END.
050600*----------------------------------------------------------------
050700 3500-LOAD-MASTER.
050800     MOVE 0 TO AM-VALUE-COUNT.
050900     MOVE WS-MONTH-FIRST TO AM-RUN-DATE.
051000     MOVE 0 TO AM-RUN-TIME.
051100     MOVE 0 TO AM-RUN-SEQ.
051200     SET AUDIO-FN-START TO TRUE.
051300     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
051400     EVALUATE TRUE
051500         WHEN AUDIO-OK
051600             MOVE "N" TO WS-EOF-SWITCH
051700             PERFORM 3600-READ-MASTER THRU 3600-EXIT
051800                 UNTIL WS-EOF-REACHED
051900         WHEN AUDIO-NOT-FOUND
052000         WHEN AUDIO-EOF
052100         WHEN AUDIO-FILE-MISSING
052200             CONTINUE
052300         WHEN OTHER
052400             DISPLAY "LSAUDITM START FAILED, STATUS="
052500                 AUDIO-STATUS
052600             MOVE 16 TO RETURN-CODE
052700             PERFORM 9000-TERMINATE THRU 9000-EXIT
052800             STOP RUN
052900     END-EVALUATE.
053000     SET AUDIO-FN-CLOSE TO TRUE.
053100     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
053200 3500-EXIT.
053300     EXIT.
053400 3600-READ-MASTER.
053500     SET AUDIO-FN-READ-NEXT TO TRUE.
053600     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
053700     EVALUATE TRUE
053800         WHEN AUDIO-EOF
053900             SET WS-EOF-REACHED TO TRUE
054000         WHEN NOT AUDIO-OK
054100             DISPLAY "LSAUDITM READ FAILED, STATUS=" AUDIO-STATUS
054200             MOVE 16 TO RETURN-CODE
054300             PERFORM 9000-TERMINATE THRU 9000-EXIT
054400             STOP RUN
054500         WHEN AM-RUN-DATE > WS-MONTH-LAST
054600             SET WS-EOF-REACHED TO TRUE
054700         WHEN OTHER
054800             PERFORM 3700-ROLL-RUN THRU 3700-EXIT
054900     END-EVALUATE.
055000 3600-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300* 3700-ROLL-RUN - ADD ONE RUN TO ITS UNIT-AND-MODE ENTRY. RUNS
055400* ARRIVE IN DATE ORDER (ARCHIVE FIRST, THEN THE MASTER), SO A
055500* NEW NIGHT FOR THE ENTRY IS A DATE DIFFERENT FROM ITS LAST ONE.
055600* THE BEST NIGHT KEEPS THE EARLIEST OF EQUAL HIGHS, THE WORST
055700* THE EARLIEST OF EQUAL LOWS.
055800*----------------------------------------------------------------
055900 3700-ROLL-RUN.
056000     IF AM-ARRAY-LENGTH = 0
056100         MOVE 0 TO WS-RATIO-PCT
056200     ELSE
056300         COMPUTE WS-RATIO-PCT ROUNDED =
056400             (AM-LIS-RESULT * 100) / AM-ARRAY-LENGTH
056500     END-IF.
056600     MOVE 0 TO WS-FOUND.
056700     PERFORM 3750-MATCH-ROLL-ENTRY
056800         VARYING WS-R FROM 1 BY 1
056900         UNTIL WS-R > WS-ROLL-COUNT OR WS-FOUND > 0.
057000     IF WS-FOUND = 0
057100         PERFORM 3800-ADD-ROLL-ENTRY THRU 3800-EXIT
057200     END-IF.
057300     IF AM-RUN-DATE NOT = RL-LAST-DATE(WS-FOUND)
057400         ADD 1 TO RL-NIGHTS(WS-FOUND)
057500         MOVE AM-RUN-DATE TO RL-LAST-DATE(WS-FOUND)
057600     END-IF.
057700     ADD 1 TO RL-RUNS(WS-FOUND).
057800     ADD WS-RATIO-PCT TO RL-RATIO-SUM(WS-FOUND).
057900     IF WS-RATIO-PCT < RL-LOW-RATIO(WS-FOUND)
058000         MOVE WS-RATIO-PCT TO RL-LOW-RATIO(WS-FOUND)
058100         MOVE AM-RUN-DATE TO RL-LOW-DATE(WS-FOUND)
058200     END-IF.
058300     IF WS-RATIO-PCT > RL-HIGH-RATIO(WS-FOUND)
058400     OR RL-RUNS(WS-FOUND) = 1
058500         MOVE WS-RATIO-PCT TO RL-HIGH-RATIO(WS-FOUND)
058600         MOVE AM-RUN-DATE TO RL-HIGH-DATE(WS-FOUND)
058700     END-IF.
058800 3700-EXIT.
058900     EXIT.
059000 3750-MATCH-ROLL-ENTRY.
059100     IF RL-UNIT(WS-R) = AM-UNIT-NAME
059200     AND RL-MODE(WS-R) = AM-MODE-CODE
059300         MOVE WS-R TO WS-FOUND
059400     END-IF.
059500*----------------------------------------------------------------
059600* 3800-ADD-ROLL-ENTRY - FIRST RUN OF A UNIT AND MODE IN THE MONTH.
059700* THE UNIT'S DEPARTMENT IS TAKEN FROM THE MASTER AS OF MONTH-END;
059800* A UNIT THE MASTER DOES NOT KNOW, OR A MISSING MASTER, ROLLS UP
059900* UNDER "UNKNOWN". THE ENTRY GOES INTO ITS SORTED PLACE - THE
060000* ENTRIES AFTER IT MOVE DOWN ONE.
060100*----------------------------------------------------------------
060200 3800-ADD-ROLL-ENTRY.
060300     IF WS-ROLL-COUNT = WS-ROLL-MAX
060400         DISPLAY "MORE THAN " WS-ROLL-MAX " UNIT/MODE GROUPS IN"
060500             " THE MONTH - ENLARGE WS-ROLL-TABLE"
060600         MOVE 16 TO RETURN-CODE
060700         PERFORM 9000-TERMINATE THRU 9000-EXIT
060800         STOP RUN
060900     END-IF.
061000     PERFORM 3850-LOOKUP-DEPARTMENT THRU 3850-EXIT.
061100     MOVE AM-UNIT-NAME TO NK-UNIT.
061200     MOVE AM-MODE-CODE TO NK-MODE.
061300     MOVE 0 TO WS-INSERT-AT.
061400     PERFORM 3870-FIND-INSERT-POINT
061500         VARYING WS-R FROM 1 BY 1
061600         UNTIL WS-R > WS-ROLL-COUNT OR WS-INSERT-AT > 0.
061700     IF WS-INSERT-AT = 0
061800         COMPUTE WS-INSERT-AT = WS-ROLL-COUNT + 1
061900     END-IF.
062000     PERFORM 3880-SHIFT-ENTRY-DOWN
062100         VARYING WS-S FROM WS-ROLL-COUNT BY -1
062200         UNTIL WS-S < WS-INSERT-AT.
062300     ADD 1 TO WS-ROLL-COUNT.
062400     MOVE WS-INSERT-AT TO WS-FOUND.
062500     MOVE WS-NEW-KEY TO RL-KEY(WS-FOUND).
062600     MOVE 0 TO RL-LAST-DATE(WS-FOUND).
062700     MOVE 0 TO RL-NIGHTS(WS-FOUND).
062800     MOVE 0 TO RL-RUNS(WS-FOUND).
062900     MOVE 0 TO RL-RATIO-SUM(WS-FOUND).
063000     MOVE 999.99 TO RL-LOW-RATIO(WS-FOUND).
063100     MOVE 0 TO RL-LOW-DATE(WS-FOUND).
063200     MOVE 0 TO RL-HIGH-RATIO(WS-FOUND).
063300     MOVE 0 TO RL-HIGH-DATE(WS-FOUND).
063400 3800-EXIT.
063500     EXIT.
063600 3850-LOOKUP-DEPARTMENT.
063700     MOVE "UNKNOWN " TO NK-DEPARTMENT.
063800     IF WS-UNITMST-BYPASSED
063900         GO TO 3850-EXIT
064000     END-IF.
064100     MOVE AM-UNIT-NAME TO UM-UNIT-NAME.
064200     MOVE WS-MONTH-LAST TO UNIT-ASOF-DATE.
064300     SET UNIT-FN-READ-AS-OF TO TRUE.
064400     CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
064500     EVALUATE TRUE
064600         WHEN UNIT-IO-OK
064700             MOVE UM-DEPARTMENT TO NK-DEPARTMENT
064800         WHEN UNIT-IO-NOT-FOUND
064900             DISPLAY "UNIT NOT ON UNIT MASTER: " AM-UNIT-NAME
065000             ADD 1 TO WS-UNKNOWN-COUNT
065100         WHEN UNIT-IO-FILE-MISSING
065200             DISPLAY "UNITMST NOT FOUND - ALL UNITS ROLL UP UNDER"
065300                 " DEPARTMENT UNKNOWN"
065400             SET WS-UNITMST-BYPASSED TO TRUE
065500         WHEN OTHER
065600             DISPLAY "UNITMST READ FAILED, STATUS="
065700                 UNIT-STATUS-CODE
065800             MOVE 16 TO RETURN-CODE
065900             PERFORM 9000-TERMINATE THRU 9000-EXIT
066000             STOP RUN
066100     END-EVALUATE.
066200 3850-EXIT.
066300     EXIT.
066400 3870-FIND-INSERT-POINT.
066500     IF RL-KEY(WS-R) > WS-NEW-KEY
066600         MOVE WS-R TO WS-INSERT-AT
066700     END-IF.
066800 3880-SHIFT-ENTRY-DOWN.
066900     MOVE WS-ROLL-ENTRY(WS-S) TO WS-ROLL-ENTRY(WS-S + 1).
067000*----------------------------------------------------------------
067100* 4000-WRITE-ROLLUP - STRAIGHT DOWN THE SORTED TABLE, WITH A
067200* SUBTOTAL EACH TIME THE DEPARTMENT CHANGES AND THE GRAND TOTAL
067300* AT THE END.
067400*----------------------------------------------------------------
067500 4000-WRITE-ROLLUP.
067600     MOVE WS-NIGHT-COUNT TO DS-NIGHTS.
067700     MOVE WS-SEQ-SCORED TO DS-SCORED.
067800     MOVE WS-SEQ-SKIPPED TO DS-SKIPPED.
067900     MOVE WS-REPORT-STREAM-LINE TO DEPT-REPORT-RECORD.
068000     WRITE DEPT-REPORT-RECORD.
068100     MOVE SPACES TO DEPT-REPORT-RECORD.
068200     WRITE DEPT-REPORT-RECORD.
068300     MOVE WS-ROLL-HEADING TO DEPT-REPORT-RECORD.
068400     WRITE DEPT-REPORT-RECORD.
068500     PERFORM 4800-CLEAR-FIGURES THRU 4800-EXIT.
068600     MOVE WS-FIGURES TO WS-GRAND-TOTALS.
068700     MOVE WS-FIGURES TO WS-DEPT-TOTALS.
068800     IF WS-ROLL-COUNT > 0
068900         MOVE RL-DEPARTMENT(1) TO WS-CURRENT-DEPARTMENT
069000     END-IF.
069100     PERFORM 4100-WRITE-UNIT THRU 4100-EXIT
069200         VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-ROLL-COUNT.
069300     IF WS-ROLL-COUNT > 0
069400         PERFORM 4200-WRITE-DEPT-TOTAL THRU 4200-EXIT
069500     END-IF.
069600     MOVE WS-GRAND-TOTALS TO WS-FIGURES.
069700     MOVE SPACES TO RD-DEPARTMENT.
069800     MOVE "*** GRAND TOTAL" TO RD-UNIT.
069900     MOVE SPACE TO RD-MODE.
070000     SET DX-GRAND-TOTAL TO TRUE.
070100     MOVE SPACES TO DX-DEPARTMENT.
070200     MOVE SPACES TO DX-UNIT-NAME.
070300     MOVE SPACE TO DX-MODE-CODE.
070400     PERFORM 4500-WRITE-FIGURES THRU 4500-EXIT.
070500 4000-EXIT.
070600     EXIT.
070700 4100-WRITE-UNIT.
070800     IF RL-DEPARTMENT(WS-R) NOT = WS-CURRENT-DEPARTMENT
070900         PERFORM 4200-WRITE-DEPT-TOTAL THRU 4200-EXIT
071000         MOVE RL-DEPARTMENT(WS-R) TO WS-CURRENT-DEPARTMENT
071100     END-IF.
071200     MOVE RL-NIGHTS(WS-R) TO FG-NIGHTS.
071300     IF WS-NIGHT-COUNT > RL-NIGHTS(WS-R)
071400         COMPUTE FG-SKIPPED = WS-NIGHT-COUNT - RL-NIGHTS(WS-R)
071500     ELSE
071600         MOVE 0 TO FG-SKIPPED
071700     END-IF.
071800     MOVE RL-RUNS(WS-R) TO FG-RUNS.
071900     MOVE RL-RATIO-SUM(WS-R) TO FG-RATIO-SUM.
072000     MOVE RL-LOW-RATIO(WS-R) TO FG-LOW-RATIO.
072100     MOVE RL-LOW-DATE(WS-R) TO FG-LOW-DATE.
072200     MOVE RL-HIGH-RATIO(WS-R) TO FG-HIGH-RATIO.
072300     MOVE RL-HIGH-DATE(WS-R) TO FG-HIGH-DATE.
072400     MOVE RL-DEPARTMENT(WS-R) TO RD-DEPARTMENT.
072500     MOVE RL-UNIT(WS-R) TO RD-UNIT.
072600     MOVE RL-MODE(WS-R) TO RD-MODE.
072700     SET DX-UNIT-DETAIL TO TRUE.
072800     MOVE RL-DEPARTMENT(WS-R) TO DX-DEPARTMENT.
072900     MOVE RL-UNIT(WS-R) TO DX-UNIT-NAME.
073000     MOVE RL-MODE(WS-R) TO DX-MODE-CODE.
073100     PERFORM 4500-WRITE-FIGURES THRU 4500-EXIT.
073200     PERFORM 4600-ADD-TO-TOTALS THRU 4600-EXIT.
073300 4100-EXIT.
073400     EXIT.
073500 4200-WRITE-DEPT-TOTAL.
073600     MOVE WS-DEPT-TOTALS TO WS-FIGURES.
073700     MOVE WS-CURRENT-DEPARTMENT TO RD-DEPARTMENT.
073800     MOVE "** DEPARTMENT TOTAL" TO RD-UNIT.
073900     MOVE SPACE TO RD-MODE.
074000     SET DX-DEPT-SUBTOTAL TO TRUE.
074100     MOVE WS-CURRENT-DEPARTMENT TO DX-DEPARTMENT.
074200     MOVE SPACES TO DX-UNIT-NAME.
074300     MOVE SPACE TO DX-MODE-CODE.
074400     PERFORM 4500-WRITE-FIGURES THRU 4500-EXIT.
074500     MOVE SPACES TO DEPT-REPORT-RECORD.
074600     WRITE DEPT-REPORT-RECORD.
074700     PERFORM 4800-CLEAR-FIGURES THRU 4800-EXIT.
074800     MOVE WS-FIGURES TO WS-DEPT-TOTALS.
074900 4200-EXIT.
075000     EXIT.
075100*----------------------------------------------------------------
075200* 4500-WRITE-FIGURES - WS-FIGURES TO THE REPORT LINE AND THE
075300* EXTRACT RECORD. THE CALLER HAS SET THE CAPTION FIELDS OF BOTH.
075400* A GROUP WITH NO RUNS PRINTS ZERO RATIOS AND NO NIGHTS.
075500*----------------------------------------------------------------
075600 4500-WRITE-FIGURES.
075700     IF FG-RUNS = 0
075800         MOVE 0 TO WS-AVG-RATIO
075900         MOVE 0 TO FG-LOW-RATIO
076000     ELSE
076100         COMPUTE WS-AVG-RATIO ROUNDED = FG-RATIO-SUM / FG-RUNS
076200     END-IF.
076300     MOVE FG-NIGHTS TO RD-NIGHTS.
076400     MOVE FG-SKIPPED TO RD-SKIPPED.
076500     MOVE FG-RUNS TO RD-RUNS.
076600     MOVE WS-AVG-RATIO TO RD-AVG.
076700     MOVE FG-LOW-RATIO TO RD-LOW.
076800     MOVE FG-HIGH-RATIO TO RD-HIGH.
076900     MOVE FG-HIGH-DATE TO RD-BEST.
077000     MOVE FG-LOW-DATE TO RD-WORST.
077100     MOVE WS-ROLL-DETAIL TO DEPT-REPORT-RECORD.
077200     WRITE DEPT-REPORT-RECORD.
077300     MOVE WS-MONTH TO DX-MONTH.
077400     MOVE FG-NIGHTS TO DX-NIGHTS-SCORED.
077500     MOVE FG-SKIPPED TO DX-NIGHTS-SKIPPED.
077600     MOVE FG-RUNS TO DX-RUNS.
077700     MOVE WS-AVG-RATIO TO DX-AVG-RATIO.
077800     MOVE FG-LOW-RATIO TO DX-LOW-RATIO.
077900     MOVE FG-HIGH-RATIO TO DX-HIGH-RATIO.
078000     MOVE FG-HIGH-DATE TO DX-BEST-DATE.
078100     MOVE FG-LOW-DATE TO DX-WORST-DATE.
078200     WRITE DEPT-EXTRACT-RECORD.
078300     IF NOT DPTEXTR-OK
078400         DISPLAY "DPTEXTR WRITE FAILED, STATUS=" WS-DPTEXTR-STATUS
078500         MOVE 16 TO RETURN-CODE
078600         PERFORM 9000-TERMINATE THRU 9000-EXIT
078700         STOP RUN
078800     END-IF.
078900 4500-EXIT.
079000     EXIT.
079100*----------------------------------------------------------------
079200* 4600-ADD-TO-TOTALS - ROLL THE UNIT'S FIGURES (STILL IN
079300* WS-FIGURES) INTO THE DEPARTMENT AND GRAND TOTALS. NIGHTS AND
079400* SKIPPED NIGHTS ADD UP ACROSS UNITS - A DEPARTMENT OF THREE
079500* UNITS OVER A 20-NIGHT MONTH HAS 60 UNIT-NIGHTS TO ACCOUNT FOR.
079600*----------------------------------------------------------------
079700 4600-ADD-TO-TOTALS.
079800     ADD FG-NIGHTS TO DP-NIGHTS GR-NIGHTS.
079900     ADD FG-SKIPPED TO DP-SKIPPED GR-SKIPPED.
080000     ADD FG-RUNS TO DP-RUNS GR-RUNS.
080100     ADD FG-RATIO-SUM TO DP-RATIO-SUM GR-RATIO-SUM.
080200     IF FG-RUNS = 0
080300         GO TO 4600-EXIT
080400     END-IF.
080500     IF FG-LOW-RATIO < DP-LOW-RATIO
080600         MOVE FG-LOW-RATIO TO DP-LOW-RATIO
080700         MOVE FG-LOW-DATE TO DP-LOW-DATE
080800     END-IF.
080900     IF FG-HIGH-RATIO > DP-HIGH-RATIO
081000     OR DP-HIGH-DATE = 0
081100         MOVE FG-HIGH-RATIO TO DP-HIGH-RATIO
081200         MOVE FG-HIGH-DATE TO DP-HIGH-DATE
081300     END-IF.
081400     IF FG-LOW-RATIO < GR-LOW-RATIO
081500         MOVE FG-LOW-RATIO TO GR-LOW-RATIO
081600         MOVE FG-LOW-DATE TO GR-LOW-DATE
081700     END-IF.
081800     IF FG-HIGH-RATIO > GR-HIGH-RATIO
081900     OR GR-HIGH-DATE = 0
082000         MOVE FG-HIGH-RATIO TO GR-HIGH-RATIO
082100         MOVE FG-HIGH-DATE TO GR-HIGH-DATE
082200     END-IF.
082300 4600-EXIT.
082400     EXIT.
082500 4800-CLEAR-FIGURES.
082600     MOVE 0 TO FG-NIGHTS.
082700     MOVE 0 TO FG-SKIPPED.
082800     MOVE 0 TO FG-RUNS.
082900     MOVE 0 TO FG-RATIO-SUM.
083000     MOVE 999.99 TO FG-LOW-RATIO.
083100     MOVE 0 TO FG-LOW-DATE.
083200     MOVE 0 TO FG-HIGH-RATIO.
083300     MOVE 0 TO FG-HIGH-DATE.
083400 4800-EXIT.
083500     EXIT.
083600*----------------------------------------------------------------
083700* 9000-TERMINATE - TRAILER AND CLOSE.
083800*----------------------------------------------------------------
083900 9000-TERMINATE.
083910     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
084000     IF WS-DPTRPT-IS-OPEN
084100         MOVE SPACES TO DEPT-REPORT-RECORD
084200         WRITE DEPT-REPORT-RECORD
084300         MOVE WS-CURRENT-DATE-NUM TO DT-DATE
084400         MOVE WS-REPORT-TRAILER TO DEPT-REPORT-RECORD
084500         WRITE DEPT-REPORT-RECORD
084600         CLOSE DEPT-REPORT-FILE
084700         CLOSE DEPT-EXTRACT-FILE
084800     END-IF.
084900     DISPLAY "DEPARTMENT ROLLUP " WS-MONTH " UNIT/MODE GROUPS: "
085000         WS-ROLL-COUNT " STREAM NIGHTS: " WS-NIGHT-COUNT.
085100     SET UNIT-FN-CLOSE TO TRUE.
085200     CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
085210     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
085300 9000-EXIT.
085400     EXIT.
085500 END PROGRAM DEPTROLL.
