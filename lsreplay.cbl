000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       REPLAY VERIFICATION OF HISTORICAL LIS RUNS. READS
000700*                THE SELECTED ENTRIES OFF THE KEYED AUDIT MASTER
000800*                (LSAUDITM, THROUGH LSAUDIO) AND THE LSPURGE
000900*                ARCHIVE (LSARCH), RESCORES EACH ONE FROM THE
001000*                INPUT VALUES THAT RODE ALONG ON IT
001100*                (AM-INPUT-ENTRY) WITH THE SAME
001200*                TAILS-AND-BINARY-SEARCH SCORING LONGSUBQ USES,
001300*                AND CONFIRMS THE RESULT AGAINST THE LIS THE RUN
001400*                RECORDED (AM-LIS-RESULT). THE VERIFICATION REPORT
001500*                (RPLRPT) CARRIES ONE LINE PER RUN AND FLAGS EVERY
001600*                MISMATCH - THE PROOF AN AUDITOR CAN BE HANDED IN
001700*                PLACE OF THE PRINTED LSREPORT.
001800*
001900*                ONLY THE FIRST 2000 VALUES OF A DECK RIDE ON ITS
002000*                AUDIT ENTRY. A RUN WHOSE AM-VALUE-COUNT IS SHORT
002100*                OF ITS AM-ARRAY-LENGTH CANNOT BE FULLY REPLAYED -
002200*                IT IS NOTED AS SUCH, AND FLAGGED ONLY WHEN THE
002300*                VALUES IT DOES CARRY ALREADY SCORE HIGHER THAN
002400*                THE RECORDED LIS (A LONGER DECK CAN NEVER SCORE
002500*                LOWER THAN ITS OWN FIRST PART).
002600*
002700*                A MODE= CARD RESCORES EVERY SELECTED RUN UNDER
002800*                THAT COMPARISON INSTEAD OF THE ONE IT RAN UNDER -
002900*                "WHAT WOULD THE DECREASING LIS HAVE BEEN ON THOSE
003000*                NIGHTS" WITHOUT REBUILDING THE DECKS. A RUN
003100*                RESCORED UNDER ANOTHER MODE IS REPORTED, NOT
003200*                COMPARED.
003300*
003400*                EVERY MISMATCH IS ALSO APPENDED TO THE COMMON
003500*                ALERT FILE (ALERTS, THROUGH ALERTIO) AS AN ERROR
003600*                DATED WITH THE RUN'S NIGHT, FOR THE NIGHTDIG
003700*                DIGEST. ENDS RC 8 WHEN ANY RUN MISMATCHES, RC 4
003800*                WHEN A REQUESTED RUN ID IS ON NEITHER FILE OR A
003900*                RUN CARRIES A MODE THAT CANNOT BE REPLAYED. A
003910*                FAILED START OR READ ON LSAUDITM STOPS THE
003920*                REPLAY (RC 16) - A RUN IS NEVER REPORTED AS NOT
003930*                FOUND BECAUSE ITS FILE COULD NOT BE READ.
004000*----------------------------------------------------------------
004100* CONTROL CARDS (RPLCNTL):
004200*   RUN=DDDDDDDDTTTTTTTTSSSS
004300*                   ONE RUN ID (RUN DATE, RUN TIME AND SEQUENCE,
004400*                   AS KEYED ON LSAUDITM) PER CARD, UP TO 50 CARDS
004500*   FROM=YYYYMMDD   FIRST RUN DATE WANTED (DEFAULT 00000000)
004600*   THRU=YYYYMMDD   LAST RUN DATE WANTED (DEFAULT 99999999)
004700*   UNIT=NAME       THE BUSINESS UNIT WHOSE RUNS ARE REPLAYED -
004800*                   REQUIRED WITH A DATE RANGE
004900*   MODE=X          RESCORE UNDER I, N, D OR X INSTEAD OF THE MODE
005000*                   EACH RUN RAN UNDER (DEFAULT: ITS OWN MODE)
005100*   SELECT BY RUN= CARDS OR BY FROM=/THRU=/UNIT=, NOT BOTH. A
005200*   MISPUNCHED CARD FAILS THE REPLAY (RC 16) RATHER THAN QUIETLY
005300*   ANSWERING A DIFFERENT QUESTION.
005400*----------------------------------------------------------------
005500* MODIFICATION HISTORY
005600*----------------------------------------------------------------
005700* DATE       INIT  DESCRIPTION
005800* 10/15/2026 WJ    ORIGINAL VERSION.
005900******************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID. LSREPLAY.
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT REPLAY-CONTROL-FILE ASSIGN TO "RPLCNTL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RPLCNTL-STATUS.
006800     SELECT REPLAY-ARCHIVE-FILE ASSIGN TO "LSARCH"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-LSARCH-STATUS.
007100     SELECT REPLAY-REPORT-FILE ASSIGN TO "RPLRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-RPLRPT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  REPLAY-CONTROL-FILE.
007700 01  REPLAY-CONTROL-RECORD       PIC X(80).
007800 01  REPLAY-CONTROL-DATE-CARD.
007900     05  PC-KEYWORD              PIC X(05).
008000     05  PC-DATE                 PIC X(08).
008100     05  PC-DATE-NUM REDEFINES PC-DATE
008200                                 PIC 9(08).
008300     05  FILLER                  PIC X(67).
008400 01  REPLAY-CONTROL-RUN-CARD.
008500     05  PC-RUN-KEYWORD          PIC X(04).
008600     05  PC-RUN-ID               PIC X(20).
008700     05  PC-RUN-ID-NUM REDEFINES PC-RUN-ID
008800                                 PIC 9(20).
008900     05  FILLER                  PIC X(56).
009000 01  REPLAY-CONTROL-UNIT-CARD.
009100     05  PC-UNIT-KEYWORD         PIC X(05).
009200     05  PC-UNIT-NAME            PIC X(20).
009300     05  FILLER                  PIC X(55).
009400 01  REPLAY-CONTROL-MODE-CARD.
009500     05  PC-MODE-KEYWORD         PIC X(05).
009600     05  PC-MODE                 PIC X(01).
009700     05  FILLER                  PIC X(74).
009800 FD  REPLAY-ARCHIVE-FILE.
009900*    THE ARCHIVE RECORD IS THE AUDITREC LAYOUT FIELD FOR FIELD -
010000*    LSAUDPRG CUTS IT THAT WAY, SO AN ARCHIVED RUN REPLAYS FROM
010100*    THE SAME FIELDS AS ONE STILL ON THE MASTER.
010200 01  ARC-RECORD.
010300     05  ARC-RUN-KEY.
010400         10  ARC-RUN-DATE        PIC 9(08).
010500         10  ARC-RUN-TIME        PIC 9(08).
010600         10  ARC-RUN-SEQ         PIC 9(04).
010700     05  ARC-PROGRAM             PIC X(08).
010800     05  ARC-UNIT-NAME           PIC X(20).
010900     05  ARC-MODE-CODE           PIC X(01).
011000     05  ARC-ARRAY-LENGTH        PIC 9(06).
011100     05  ARC-LIS-RESULT          PIC 9(06).
011200     05  ARC-VALUE-COUNT         PIC 9(04).
011300     05  ARC-INPUT-ENTRY OCCURS 0 TO 2000 TIMES
011400                DEPENDING ON ARC-VALUE-COUNT.
011500         10  ARC-INPUT-VALUE     PIC S9(6)
011600                                 SIGN IS LEADING SEPARATE.
011700         10  ARC-INPUT-ASOF      PIC 9(08).
011800 FD  REPLAY-REPORT-FILE.
011900 01  REPLAY-REPORT-RECORD        PIC X(132).
012000 WORKING-STORAGE SECTION.
012100 COPY DATESTMP.
012200 COPY AUDIOREQ.
012300 COPY AUDITREC.
012400 COPY ALERTREQ.
012500 COPY ALERTREC.
012600*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
012700*    STEP'S OWN CODE IS KEPT HERE AND SET JUST BEFORE STOP RUN.
012800 01  WS-RETURN-CODE              PIC S9(04) VALUE ZERO.
012900 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
013000 01  WS-THRU-DATE                PIC 9(08) VALUE 99999999.
013100 01  WS-RANGE-CARD-SWITCH        PIC X(01) VALUE "N".
013200     88  WS-RANGE-CARD-GIVEN     VALUE "Y".
013300 01  WS-UNIT-FILTER              PIC X(20) VALUE SPACES.
013400 01  WS-MODE-OVERRIDE            PIC X(01) VALUE SPACE.
013500     88  WS-MODE-OVERRIDE-VALID  VALUE "I" "N" "D" "X".
013600 01  WS-RUN-SOURCE               PIC X(08).
013700*----------------------------------------------------------------
013800* RUN IDS FROM THE RUN= CARDS, EACH MARKED OFF WHEN FOUND. THE
013900* ARCHIVE IS SCANNED FIRST, THEN THE MASTER IS READ BY KEY FOR
014000* EVERY ID STILL OUTSTANDING.
014100*----------------------------------------------------------------
014200 01  WS-RUN-ID-MAX               PIC 9(04) VALUE 50.
014300 01  WS-RUN-ID-COUNT             PIC 9(04) VALUE ZERO.
014400 01  WS-RUN-ID-TABLE.
014500     05  WS-RUN-ID-ENTRY OCCURS 50 TIMES.
014600         10  RI-RUN-KEY          PIC X(20).
014700         10  RI-FOUND-SWITCH     PIC X(01).
014800             88  RI-FOUND        VALUE "Y".
014900 01  WS-R                        PIC 9(04).
015000 01  WS-RUN-ID-FOUND             PIC 9(04).
015100*----------------------------------------------------------------
015200* SCORING TABLES - THE LONGSUBQ TAILS METHOD OVER THE VALUES THAT
015300* RODE ON ONE AUDIT ENTRY (AT MOST 2000).
015400*----------------------------------------------------------------
015500 01  WS-ARRAY-LENGTH             PIC 9(06) VALUE ZERO.
015600 01  WS-I                        PIC 9(06).
015700 01  WS-J                        PIC 9(06).
015800 01  WS-LIS                      PIC 9(06).
015900 01  WS-ARRAY.
016000     05  WS-VALUE OCCURS 2000 TIMES
016100                                 PIC S9(6).
016200 01  WS-TAILS-COUNT              PIC 9(06) VALUE ZERO.
016300 01  WS-TAILS.
016400     05  WS-TAIL-POSITION OCCURS 2000 TIMES
016500                                 PIC 9(06).
016600 01  WS-SEARCH-LO                PIC 9(06).
016700 01  WS-SEARCH-HI                PIC 9(06).
016800 01  WS-SEARCH-MID               PIC 9(06).
016900 01  WS-MODE-CODE                PIC X(01) VALUE "I".
017000     88  WS-MODE-INCREASING      VALUE "I".
017100     88  WS-MODE-NONDECREASING   VALUE "N".
017200     88  WS-MODE-DECREASING      VALUE "D".
017300     88  WS-MODE-NONINCREASING   VALUE "X".
017400     88  WS-MODE-VALID           VALUE "I" "N" "D" "X".
017500 01  WS-COUNTERS.
017600     05  WS-SELECTED-COUNT       PIC 9(07) VALUE ZERO.
017700     05  WS-MATCHED-COUNT        PIC 9(07) VALUE ZERO.
017800     05  WS-MISMATCHED-COUNT     PIC 9(07) VALUE ZERO.
017900     05  WS-PARTIAL-COUNT        PIC 9(07) VALUE ZERO.
018000     05  WS-RESCORED-COUNT       PIC 9(07) VALUE ZERO.
018100     05  WS-UNREPLAYED-COUNT     PIC 9(07) VALUE ZERO.
018200     05  WS-NOT-FOUND-COUNT      PIC 9(07) VALUE ZERO.
018300 01  WS-REPORT-HEADING-1.
018400     05  FILLER                  PIC X(26)
018500                     VALUE "LIS REPLAY VERIFICATION   ".
018600     05  FILLER                  PIC X(07) VALUE "RUN ON ".
018700     05  RH1-DATE                PIC 9999/99/99.
018800 01  WS-REPORT-RANGE-LINE.
018900     05  FILLER                  PIC X(12) VALUE "RUN DATES   ".
019000     05  RR1-FROM                PIC 9999/99/99.
019100     05  FILLER                  PIC X(06) VALUE " THRU ".
019200     05  RR1-THRU                PIC 9999/99/99.
019300     05  FILLER                  PIC X(08) VALUE "  UNIT  ".
019400     05  RR1-UNIT                PIC X(20).
019500 01  WS-REPORT-RUN-ID-LINE.
019600     05  FILLER                  PIC X(12) VALUE "SELECTION   ".
019700     05  RI1-COUNT               PIC Z9.
019800     05  FILLER                  PIC X(22)
019900                     VALUE " RUN ID(S) ON RPLCNTL".
020000 01  WS-REPORT-MODE-LINE.
020100     05  FILLER                  PIC X(20)
020200                     VALUE "RESCORED UNDER MODE ".
020300     05  RM1-MODE                PIC X(01).
020400     05  FILLER                  PIC X(31)
020500                     VALUE " - A RUN RECORDED UNDER ANOTHER".
020600     05  FILLER                  PIC X(31)
020700                     VALUE " MODE IS REPORTED, NOT COMPARED".
020800*    THE CAPTIONS ARE PADDED TO SIT OVER THE WS-REPLAY-DETAIL
020900*    COLUMNS - NUMBERS RIGHT-ALIGNED OVER THEIR EDITED FIELDS. M
021000*    IS THE MODE THE RUN RAN UNDER, R THE MODE IT WAS REPLAYED
021100*    UNDER.
021200 01  WS-REPLAY-HEADING.
021300     05  FILLER                  PIC X(47)
021400         VALUE "RUN DATE   RUN TIME     SEQ  PROGRAM  SOURCE   ".
021500     05  FILLER                  PIC X(35)
021600         VALUE "UNIT                 M LENGTH VALS ".
021700     05  FILLER                  PIC X(23)
021800         VALUE "RECORD R REPLAY  RESULT".
021900 01  WS-REPLAY-DETAIL.
022000     05  RD-DATE                 PIC 9999/99/99.
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  RD-TIME                 PIC 99/99/99/99.
022300     05  FILLER                  PIC X(01) VALUE SPACE.
022400     05  RD-SEQ                  PIC ZZZ9.
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  RD-PROGRAM              PIC X(08).
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  RD-SOURCE               PIC X(08).
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  RD-UNIT                 PIC X(20).
023100     05  FILLER                  PIC X(01) VALUE SPACE.
023200     05  RD-MODE                 PIC X(01).
023300     05  FILLER                  PIC X(01) VALUE SPACE.
023400     05  RD-LENGTH               PIC ZZZZZ9.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  RD-VALUES               PIC ZZZ9.
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  RD-RECORDED             PIC ZZZZZ9.
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  RD-REPLAY-MODE          PIC X(01).
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  RD-REPLAY               PIC ZZZZZ9.
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  RD-RESULT               PIC X(30).
024500 01  WS-PARTIAL-NOTE-LINE.
024600     05  FILLER                  PIC X(17)
024700                     VALUE "           NOTE: ".
024800     05  FILLER                  PIC X(05) VALUE "ONLY ".
024900     05  PN-VALUES               PIC ZZZ9.
025000     05  FILLER                  PIC X(04) VALUE " OF ".
025100     05  PN-LENGTH               PIC ZZZZZ9.
025200     05  FILLER                  PIC X(26)
025300                     VALUE " VALUES RIDE ON THE ENTRY ".
025400     05  FILLER                  PIC X(24)
025500                     VALUE "- NOT FULLY REPLAYABLE, ".
025600     05  FILLER                  PIC X(29)
025700                     VALUE "THE REPLAY COVERS THOSE ALONE".
025800 01  WS-NOT-FOUND-LINE.
025900     05  NF-DATE                 PIC 9999/99/99.
026000     05  FILLER                  PIC X(01) VALUE SPACE.
026100     05  NF-TIME                 PIC 99/99/99/99.
026200     05  FILLER                  PIC X(01) VALUE SPACE.
026300     05  NF-SEQ                  PIC ZZZ9.
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  FILLER                  PIC X(36)
026600                     VALUE "*** RUN ID NOT ON LSAUDITM OR LSARCH".
026700 01  WS-NOT-FOUND-KEY.
026800     05  NK-RUN-DATE             PIC 9(08).
026900     05  NK-RUN-TIME             PIC 9(08).
027000     05  NK-RUN-SEQ              PIC 9(04).
027100 01  WS-TOTAL-LINE.
027200     05  TL-LABEL                PIC X(30).
027300     05  TL-COUNT                PIC Z,ZZZ,ZZ9.
027400 01  WS-ALERT-DETAIL.
027500     05  FILLER                  PIC X(04) VALUE "RUN ".
027600     05  AD-RUN-DATE             PIC 9(08).
027700     05  FILLER                  PIC X(01) VALUE SPACE.
027800     05  AD-RUN-TIME             PIC 9(08).
027900     05  FILLER                  PIC X(05) VALUE " SEQ ".
028000     05  AD-RUN-SEQ              PIC 9(04).
028100     05  FILLER                  PIC X(06) VALUE " MODE ".
028200     05  AD-MODE                 PIC X(01).
028300     05  FILLER                  PIC X(14) VALUE " RECORDED LIS ".
028400     05  AD-RECORDED             PIC ZZZZZ9.
028500     05  FILLER                  PIC X(10) VALUE " REPLAYED ".
028600     05  AD-REPLAY               PIC ZZZZZ9.
028700 01  WS-REPORT-TRAILER.
028800     05  FILLER                  PIC X(27)
028900                     VALUE "END LIS REPLAY          ON ".
029000     05  RT-DATE                 PIC 9999/99/99.
029100 01  WS-FILE-STATUSES.
029200     05  WS-RPLCNTL-STATUS       PIC X(02).
029300         88  RPLCNTL-OK          VALUE "00".
029400         88  RPLCNTL-NOT-FOUND   VALUE "35".
029500     05  WS-RPLRPT-STATUS        PIC X(02).
029600         88  RPLRPT-OK           VALUE "00".
029700     05  WS-LSARCH-STATUS        PIC X(02).
029800         88  LSARCH-OK           VALUE "00".
029900         88  LSARCH-EOF          VALUE "10".
030000         88  LSARCH-NOT-FOUND    VALUE "35".
030100 01  WS-SWITCHES.
030200     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
030300         88  WS-EOF-REACHED      VALUE "Y".
030400     05  WS-CNTL-EOF-SWITCH      PIC X(01) VALUE "N".
030500         88  WS-CNTL-EOF         VALUE "Y".
030600     05  WS-RPLRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
030700         88  WS-RPLRPT-IS-OPEN   VALUE "Y".
030800     05  WS-SELECTED-SWITCH      PIC X(01) VALUE "N".
030900         88  WS-RUN-SELECTED     VALUE "Y".
031000     05  WS-EXTENDS-SWITCH       PIC X(01) VALUE "N".
031100         88  WS-RUN-EXTENDS      VALUE "Y".
031200     05  WS-ALERT-WARN-SWITCH    PIC X(01) VALUE "N".
031300         88  WS-ALERT-WARNED     VALUE "Y".
031400 PROCEDURE DIVISION.
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031700     PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT.
031800     IF WS-RUN-ID-COUNT > 0
031900         PERFORM 3000-REPLAY-RUN-IDS THRU 3000-EXIT
032000     ELSE
032100         PERFORM 3500-REPLAY-MASTER-RANGE THRU 3500-EXIT
032200     END-IF.
032300     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
032400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032500     MOVE WS-RETURN-CODE TO RETURN-CODE.
032600     STOP RUN.
032700 0000-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000* 1000-INITIALIZE - READ THE REPLAY CARDS AND OPEN THE REPORT.
033100*----------------------------------------------------------------
033200 1000-INITIALIZE.
033300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
033400     MOVE 0 TO AM-VALUE-COUNT.
033500     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
033600     OPEN OUTPUT REPLAY-REPORT-FILE.
033700     IF NOT RPLRPT-OK
033800         DISPLAY "RPLRPT OPEN FAILED, STATUS=" WS-RPLRPT-STATUS
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     SET WS-RPLRPT-IS-OPEN TO TRUE.
034300     MOVE WS-CURRENT-DATE-NUM TO RH1-DATE.
034400     MOVE WS-REPORT-HEADING-1 TO REPLAY-REPORT-RECORD.
034500     WRITE REPLAY-REPORT-RECORD.
034600     IF WS-RUN-ID-COUNT > 0
034700         MOVE WS-RUN-ID-COUNT TO RI1-COUNT
034800         MOVE WS-REPORT-RUN-ID-LINE TO REPLAY-REPORT-RECORD
034900     ELSE
035000         MOVE WS-FROM-DATE TO RR1-FROM
035100         MOVE WS-THRU-DATE TO RR1-THRU
035200         MOVE WS-UNIT-FILTER TO RR1-UNIT
035300         MOVE WS-REPORT-RANGE-LINE TO REPLAY-REPORT-RECORD
035400     END-IF.
035500     WRITE REPLAY-REPORT-RECORD.
035600     IF WS-MODE-OVERRIDE NOT = SPACE
035700         MOVE WS-MODE-OVERRIDE TO RM1-MODE
035800         MOVE WS-REPORT-MODE-LINE TO REPLAY-REPORT-RECORD
035900         WRITE REPLAY-REPORT-RECORD
036000     END-IF.
036100     MOVE SPACES TO REPLAY-REPORT-RECORD.
036200     WRITE REPLAY-REPORT-RECORD.
036300     MOVE WS-REPLAY-HEADING TO REPLAY-REPORT-RECORD.
036400     WRITE REPLAY-REPORT-RECORD.
036500 1000-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800* 1100-READ-CONTROL - RUN=, FROM=, THRU=, UNIT= AND MODE= CARDS ON
036900* RPLCNTL. THE REPLAY MUST BE TOLD WHAT TO REPLAY - BY RUN ID, OR
037000* BY A UNIT AND (OPTIONALLY) A RANGE OF RUN DATES - SO A MISSING
037100* FILE, AN EMPTY DECK OR A MIXED DECK FAILS THE STEP.
037200*----------------------------------------------------------------
037300 1100-READ-CONTROL.
037400     OPEN INPUT REPLAY-CONTROL-FILE.
037500     IF RPLCNTL-OK
037600         MOVE "N" TO WS-CNTL-EOF-SWITCH
037700         PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT
037800             UNTIL WS-CNTL-EOF
037900         CLOSE REPLAY-CONTROL-FILE
038000     ELSE
038100         IF NOT RPLCNTL-NOT-FOUND
038200             DISPLAY "RPLCNTL OPEN FAILED, STATUS="
038300                 WS-RPLCNTL-STATUS
038400             MOVE 16 TO RETURN-CODE
038500             STOP RUN
038600         END-IF
038700     END-IF.
038800     IF WS-RUN-ID-COUNT > 0
038900     AND (WS-RANGE-CARD-GIVEN OR WS-UNIT-FILTER NOT = SPACES)
039000         DISPLAY "RPLCNTL RUN= CARDS CANNOT BE MIXED WITH"
039100             " FROM=/THRU=/UNIT= CARDS"
039200         MOVE 16 TO RETURN-CODE
039300         STOP RUN
039400     END-IF.
039500     IF WS-RUN-ID-COUNT = 0
039600     AND WS-UNIT-FILTER = SPACES
039700         DISPLAY "RPLCNTL NAMES NO RUNS - GIVE RUN= CARDS OR A"
039800             " UNIT= CARD (WITH FROM=/THRU= IF WANTED)"
039900         MOVE 16 TO RETURN-CODE
040000         STOP RUN
040100     END-IF.
040200     IF WS-FROM-DATE > WS-THRU-DATE
040300         DISPLAY "RPLCNTL FROM= DATE IS AFTER THRU= DATE"
040400         MOVE 16 TO RETURN-CODE
040500         STOP RUN
040600     END-IF.
040700 1100-EXIT.
040800     EXIT.
040900 1150-READ-CONTROL-CARD.
041000     READ REPLAY-CONTROL-FILE
041100         AT END
041200             SET WS-CNTL-EOF TO TRUE
041300             GO TO 1150-EXIT
041400     END-READ.
041500     EVALUATE TRUE
041600         WHEN PC-RUN-KEYWORD = "RUN="
041700          AND PC-RUN-ID-NUM IS NUMERIC
041800             PERFORM 1200-ADD-RUN-ID THRU 1200-EXIT
041900         WHEN PC-KEYWORD = "FROM="
042000          AND PC-DATE-NUM IS NUMERIC
042100             MOVE PC-DATE-NUM TO WS-FROM-DATE
042200             SET WS-RANGE-CARD-GIVEN TO TRUE
042300         WHEN PC-KEYWORD = "THRU="
042400          AND PC-DATE-NUM IS NUMERIC
042500             MOVE PC-DATE-NUM TO WS-THRU-DATE
042600             SET WS-RANGE-CARD-GIVEN TO TRUE
042700         WHEN PC-UNIT-KEYWORD = "UNIT="
042800          AND PC-UNIT-NAME NOT = SPACES
042900             MOVE PC-UNIT-NAME TO WS-UNIT-FILTER
043000         WHEN PC-MODE-KEYWORD = "MODE="
043100             MOVE PC-MODE TO WS-MODE-OVERRIDE
043200             IF NOT WS-MODE-OVERRIDE-VALID
043300                 DISPLAY "RPLCNTL MODE= VALUE '" PC-MODE
043400                     "' INVALID - MUST BE I, N, D OR X"
043500                 MOVE 16 TO RETURN-CODE
043600                 CLOSE REPLAY-CONTROL-FILE
043700                 STOP RUN
043800             END-IF
043900         WHEN REPLAY-CONTROL-RECORD = SPACES
044000             CONTINUE
044100         WHEN OTHER
044200             DISPLAY "RPLCNTL CARD NOT RECOGNIZED: "
044300                 REPLAY-CONTROL-RECORD
044400             MOVE 16 TO RETURN-CODE
044500             CLOSE REPLAY-CONTROL-FILE
044600             STOP RUN
044700     END-EVALUATE.
044800 1150-EXIT.
044900     EXIT.
045000*----------------------------------------------------------------
045100* 1200-ADD-RUN-ID - A RUN ID ALREADY ON AN EARLIER CARD IS NOT
045200* REPLAYED TWICE.
045300*----------------------------------------------------------------
045400 1200-ADD-RUN-ID.
045500     MOVE 0 TO WS-RUN-ID-FOUND.
045600     PERFORM 1250-MATCH-RUN-ID
045700         VARYING WS-R FROM 1 BY 1
045800         UNTIL WS-R > WS-RUN-ID-COUNT OR WS-RUN-ID-FOUND > 0.
045900     IF WS-RUN-ID-FOUND > 0
046000         GO TO 1200-EXIT
046100     END-IF.
046200     IF WS-RUN-ID-COUNT = WS-RUN-ID-MAX
046300         DISPLAY "RPLCNTL CARRIES MORE THAN " WS-RUN-ID-MAX
046400             " RUN= CARDS - SPLIT THE REPLAY"
046500         MOVE 16 TO RETURN-CODE
046600         CLOSE REPLAY-CONTROL-FILE
046700         STOP RUN
046800     END-IF.
046900     ADD 1 TO WS-RUN-ID-COUNT.
047000     MOVE PC-RUN-ID TO RI-RUN-KEY(WS-RUN-ID-COUNT).
047100     MOVE "N" TO RI-FOUND-SWITCH(WS-RUN-ID-COUNT).
047200 1200-EXIT.
047300     EXIT.
047400 1250-MATCH-RUN-ID.
047500     IF RI-RUN-KEY(WS-R) = PC-RUN-ID
047600         MOVE WS-R TO WS-RUN-ID-FOUND
047700     END-IF.
047800*----------------------------------------------------------------
047900* 2000-REPLAY-ARCHIVE - RUNS UNLOADED BY THE LSAUDPRG RETENTION
048000* PURGE ARE OLDER THAN EVERYTHING STILL ON THE MASTER, SO THEY
048100* REPLAY FIRST AND THE REPORT STAYS IN RUN ORDER. NO LSARCH DD (OR
048200* AN UNCREATED ARCHIVE) MEANS THE MASTER ALONE.
048300*----------------------------------------------------------------
048400 2000-REPLAY-ARCHIVE.
048500     OPEN INPUT REPLAY-ARCHIVE-FILE.
048600     IF LSARCH-NOT-FOUND
048700         GO TO 2000-EXIT
048800     END-IF.
048900     IF NOT LSARCH-OK
049000         DISPLAY "LSARCH OPEN FAILED, STATUS=" WS-LSARCH-STATUS
049100         MOVE 16 TO WS-RETURN-CODE
049200         PERFORM 9000-TERMINATE THRU 9000-EXIT
049300         MOVE WS-RETURN-CODE TO RETURN-CODE
049400         STOP RUN
049500     END-IF.
049600     MOVE "LSARCH" TO WS-RUN-SOURCE.
049700     MOVE "N" TO WS-EOF-SWITCH.
049800     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
049900         UNTIL WS-EOF-REACHED.
050000     CLOSE REPLAY-ARCHIVE-FILE.
050100 2000-EXIT.
050200     EXIT.
050300 2100-READ-ARCHIVE.
050400     READ REPLAY-ARCHIVE-FILE
050500         AT END
050600             SET WS-EOF-REACHED TO TRUE
050700             GO TO 2100-EXIT
050800     END-READ.
050900     MOVE ARC-VALUE-COUNT TO AM-VALUE-COUNT.
051000     MOVE ARC-RECORD TO AUDIT-MASTER-RECORD.
051100     PERFORM 2200-TEST-SELECTION THRU 2200-EXIT.
051200     IF WS-RUN-SELECTED
051300         PERFORM 4000-REPLAY-ENTRY THRU 4000-EXIT
051400     END-IF.
051500 2100-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800* 2200-TEST-SELECTION - IS THE ENTRY IN AUDIT-MASTER-RECORD ONE OF
051900* THE REQUESTED RUN IDS (MARKING IT FOUND), OR A RUN OF THE
052000* REQUESTED UNIT INSIDE THE DATE RANGE?
052100*----------------------------------------------------------------
052200 2200-TEST-SELECTION.
052300     MOVE "N" TO WS-SELECTED-SWITCH.
052400     IF WS-RUN-ID-COUNT = 0
052500         IF AM-RUN-DATE NOT < WS-FROM-DATE
052600         AND AM-RUN-DATE NOT > WS-THRU-DATE
052700         AND AM-UNIT-NAME = WS-UNIT-FILTER
052800             SET WS-RUN-SELECTED TO TRUE
052900         END-IF
053000         GO TO 2200-EXIT
053100     END-IF.
053200     MOVE 0 TO WS-RUN-ID-FOUND.
053300     PERFORM 2250-FIND-RUN-ID
053400         VARYING WS-R FROM 1 BY 1
053500         UNTIL WS-R > WS-RUN-ID-COUNT OR WS-RUN-ID-FOUND > 0.
053600     IF WS-RUN-ID-FOUND > 0
053700         SET RI-FOUND(WS-RUN-ID-FOUND) TO TRUE
053800         SET WS-RUN-SELECTED TO TRUE
053900     END-IF.
054000 2200-EXIT.
054100     EXIT.
054200 2250-FIND-RUN-ID.
054300     IF RI-RUN-KEY(WS-R) = AM-RUN-KEY
054400     AND NOT RI-FOUND(WS-R)
054500         MOVE WS-R TO WS-RUN-ID-FOUND
054600     END-IF.
054700*----------------------------------------------------------------
054800* 3000-REPLAY-RUN-IDS - EVERY RUN ID THE ARCHIVE DID NOT HOLD IS
054900* READ OFF THE MASTER BY KEY (A START AT THE ID AND ONE READ - THE
055000* ENTRY READ BACK MUST CARRY THE ID EXACTLY). AN ID ON NEITHER
055100* FILE IS LISTED AFTER THE REPLAYED RUNS AND ENDS THE STEP RC 4.
055200*----------------------------------------------------------------
055300 3000-REPLAY-RUN-IDS.
055400     MOVE "LSAUDITM" TO WS-RUN-SOURCE.
055500     PERFORM 3100-REPLAY-ONE-ID THRU 3100-EXIT
055600         VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUN-ID-COUNT.
055700     SET AUDIO-FN-CLOSE TO TRUE.
055800     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
055900     IF WS-NOT-FOUND-COUNT = 0
056000         GO TO 3000-EXIT
056100     END-IF.
056200     MOVE SPACES TO REPLAY-REPORT-RECORD.
056300     WRITE REPLAY-REPORT-RECORD.
056400     PERFORM 3200-WRITE-NOT-FOUND
056500         VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RUN-ID-COUNT.
056600     IF WS-RETURN-CODE < 4
056700         MOVE 4 TO WS-RETURN-CODE
056800     END-IF.
056900 3000-EXIT.
057000     EXIT.
057100 3100-REPLAY-ONE-ID.
057200     IF RI-FOUND(WS-R)
057300         GO TO 3100-EXIT
057400     END-IF.
057500     MOVE 0 TO AM-VALUE-COUNT.
057600     MOVE RI-RUN-KEY(WS-R) TO AM-RUN-KEY.
057700     SET AUDIO-FN-START TO TRUE.
057800     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
057900     EVALUATE TRUE
058000         WHEN AUDIO-OK
058100             SET AUDIO-FN-READ-NEXT TO TRUE
058200             CALL "LSAUDIO" USING AUDIO-REQUEST
058300                 AUDIT-MASTER-RECORD
058310             IF NOT AUDIO-OK AND NOT AUDIO-EOF
058320                 DISPLAY "LSAUDITM READ FAILED, STATUS="
058330                     AUDIO-STATUS
058340                 MOVE 16 TO WS-RETURN-CODE
058350                 PERFORM 9000-TERMINATE THRU 9000-EXIT
058360                 MOVE WS-RETURN-CODE TO RETURN-CODE
058370                 STOP RUN
058380             END-IF
058400         WHEN AUDIO-NOT-FOUND
058500         WHEN AUDIO-EOF
058600         WHEN AUDIO-FILE-MISSING
058700             CONTINUE
058800         WHEN OTHER
058900             DISPLAY "LSAUDITM START FAILED, STATUS="
059000                 AUDIO-STATUS
059100             MOVE 16 TO WS-RETURN-CODE
059200             PERFORM 9000-TERMINATE THRU 9000-EXIT
059300             MOVE WS-RETURN-CODE TO RETURN-CODE
059400             STOP RUN
059500     END-EVALUATE.
059600     IF AUDIO-OK
059700     AND AM-RUN-KEY = RI-RUN-KEY(WS-R)
059800         SET RI-FOUND(WS-R) TO TRUE
059900         PERFORM 4000-REPLAY-ENTRY THRU 4000-EXIT
060000     ELSE
060100         ADD 1 TO WS-NOT-FOUND-COUNT
060200     END-IF.
060300 3100-EXIT.
060400     EXIT.
060500 3200-WRITE-NOT-FOUND.
060600     IF NOT RI-FOUND(WS-R)
060700         MOVE RI-RUN-KEY(WS-R) TO WS-NOT-FOUND-KEY
060800         MOVE NK-RUN-DATE TO NF-DATE
060900         MOVE NK-RUN-TIME TO NF-TIME
061000         MOVE NK-RUN-SEQ TO NF-SEQ
061100         MOVE WS-NOT-FOUND-LINE TO REPLAY-REPORT-RECORD
061200         WRITE REPLAY-REPORT-RECORD
061300     END-IF.
061400*----------------------------------------------------------------
061500* 3500-REPLAY-MASTER-RANGE - KEYED START AT THE FROM DATE, THEN
061600* READ IN KEY ORDER UNTIL THE MASTER RUNS OUT OR A RECORD PASSES
061700* THE THRU DATE, REPLAYING EVERY RUN OF THE REQUESTED UNIT.
061800*----------------------------------------------------------------
061900 3500-REPLAY-MASTER-RANGE.
062000     MOVE "LSAUDITM" TO WS-RUN-SOURCE.
062100     MOVE 0 TO AM-VALUE-COUNT.
062200     MOVE WS-FROM-DATE TO AM-RUN-DATE.
062300     MOVE 0 TO AM-RUN-TIME.
062400     MOVE 0 TO AM-RUN-SEQ.
062500     SET AUDIO-FN-START TO TRUE.
062600     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
062700     EVALUATE TRUE
062800         WHEN AUDIO-OK
062900             MOVE "N" TO WS-EOF-SWITCH
063000             PERFORM 3600-READ-MASTER THRU 3600-EXIT
063100                 UNTIL WS-EOF-REACHED
063200         WHEN AUDIO-NOT-FOUND
063300         WHEN AUDIO-EOF
063400         WHEN AUDIO-FILE-MISSING
063500             CONTINUE
063600         WHEN OTHER
063700             DISPLAY "LSAUDITM START FAILED, STATUS="
063800                 AUDIO-STATUS
063900             MOVE 16 TO WS-RETURN-CODE
064000             PERFORM 9000-TERMINATE THRU 9000-EXIT
064100             MOVE WS-RETURN-CODE TO RETURN-CODE
064200             STOP RUN
064300     END-EVALUATE.
064400     SET AUDIO-FN-CLOSE TO TRUE.
064500     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
064600 3500-EXIT.
064700     EXIT.
064800 3600-READ-MASTER.
064900     SET AUDIO-FN-READ-NEXT TO TRUE.
065000     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
065100     EVALUATE TRUE
065200         WHEN AUDIO-EOF
065300             SET WS-EOF-REACHED TO TRUE
065400         WHEN NOT AUDIO-OK
065500             DISPLAY "LSAUDITM READ FAILED, STATUS=" AUDIO-STATUS
065600             MOVE 16 TO WS-RETURN-CODE
065700             PERFORM 9000-TERMINATE THRU 9000-EXIT
065800             MOVE WS-RETURN-CODE TO RETURN-CODE
065900             STOP RUN
066000         WHEN AM-RUN-DATE > WS-THRU-DATE
066100             SET WS-EOF-REACHED TO TRUE
066200         WHEN AM-UNIT-NAME NOT = WS-UNIT-FILTER
066300             CONTINUE
066400         WHEN OTHER
066500             PERFORM 4000-REPLAY-ENTRY THRU 4000-EXIT
066600     END-EVALUATE.
066700 3600-EXIT.
066800     EXIT.
066900*----------------------------------------------------------------
067000* 4000-REPLAY-ENTRY - RESCORE THE ENTRY IN AUDIT-MASTER-RECORD AND
067100* JUDGE IT:
067200*   MATCH                 EVERY VALUE RODE ALONG AND THE REPLAY
067300*                         EQUALS THE RECORDED LIS
067400*   *** MISMATCH          IT DOES NOT - OR THE VALUES THAT DID
067500*                         RIDE ALONG ALREADY SCORE ABOVE THE
067600*                         RECORDED LIS
067700*   NOT FULLY REPLAYABLE  ONLY PART OF THE DECK RODE ALONG AND ITS
067800*                         SCORE DOES NOT CONTRADICT THE RECORD
067900*   RESCORED              MODE= NAMED A DIFFERENT COMPARISON THAN
068000*                         THE RUN USED - REPORTED, NOT COMPARED
068100* A SHORT ENTRY ALSO GETS A NOTE LINE UNDER ITS DETAIL LINE.
068200*----------------------------------------------------------------
068300 4000-REPLAY-ENTRY.
068400     ADD 1 TO WS-SELECTED-COUNT.
068500     IF WS-MODE-OVERRIDE NOT = SPACE
068600         MOVE WS-MODE-OVERRIDE TO WS-MODE-CODE
068700     ELSE
068800         MOVE AM-MODE-CODE TO WS-MODE-CODE
068900     END-IF.
069000     IF NOT WS-MODE-VALID
069100         ADD 1 TO WS-UNREPLAYED-COUNT
069200         MOVE 0 TO WS-LIS
069300         MOVE "NOT REPLAYED - UNKNOWN MODE" TO RD-RESULT
069400         PERFORM 4500-WRITE-REPLAY-LINE THRU 4500-EXIT
069500         IF WS-RETURN-CODE < 4
069600             MOVE 4 TO WS-RETURN-CODE
069700         END-IF
069800         GO TO 4000-EXIT
069900     END-IF.
070000     MOVE AM-VALUE-COUNT TO WS-ARRAY-LENGTH.
070100     PERFORM 4100-LOAD-VALUE
070200         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ARRAY-LENGTH.
070300     MOVE 0 TO WS-LIS.
070400     IF WS-ARRAY-LENGTH > 0
070500         PERFORM 5000-COMPUTE-LIS THRU 5000-EXIT
070600     END-IF.
070700     EVALUATE TRUE
070800         WHEN WS-MODE-CODE NOT = AM-MODE-CODE
070900             ADD 1 TO WS-RESCORED-COUNT
071000             MOVE "RESCORED - NOT COMPARED" TO RD-RESULT
071100         WHEN AM-VALUE-COUNT < AM-ARRAY-LENGTH
071200          AND WS-LIS NOT > AM-LIS-RESULT
071300             ADD 1 TO WS-PARTIAL-COUNT
071400             MOVE "NOT FULLY REPLAYABLE" TO RD-RESULT
071500         WHEN WS-LIS = AM-LIS-RESULT
071600             ADD 1 TO WS-MATCHED-COUNT
071700             MOVE "MATCH" TO RD-RESULT
071800         WHEN OTHER
071900             ADD 1 TO WS-MISMATCHED-COUNT
072000             MOVE "*** MISMATCH" TO RD-RESULT
072100             PERFORM 4600-WRITE-ALERT THRU 4600-EXIT
072200             IF WS-RETURN-CODE < 8
072300                 MOVE 8 TO WS-RETURN-CODE
072400             END-IF
072500     END-EVALUATE.
072600     PERFORM 4500-WRITE-REPLAY-LINE THRU 4500-EXIT.
072700     IF AM-VALUE-COUNT < AM-ARRAY-LENGTH
072800         MOVE AM-VALUE-COUNT TO PN-VALUES
072900         MOVE AM-ARRAY-LENGTH TO PN-LENGTH
073000         MOVE WS-PARTIAL-NOTE-LINE TO REPLAY-REPORT-RECORD
073100         WRITE REPLAY-REPORT-RECORD
073200     END-IF.
073300 4000-EXIT.
073400     EXIT.
073500 4100-LOAD-VALUE.
073600     MOVE AM-INPUT-VALUE(WS-I) TO WS-VALUE(WS-I).
073700 4500-WRITE-REPLAY-LINE.
073800     MOVE AM-RUN-DATE TO RD-DATE.
073900     MOVE AM-RUN-TIME TO RD-TIME.
074000     MOVE AM-RUN-SEQ TO RD-SEQ.
074100     MOVE AM-PROGRAM TO RD-PROGRAM.
074200     MOVE WS-RUN-SOURCE TO RD-SOURCE.
074300     MOVE AM-UNIT-NAME TO RD-UNIT.
074400     MOVE AM-MODE-CODE TO RD-MODE.
074500     MOVE AM-ARRAY-LENGTH TO RD-LENGTH.
074600     MOVE AM-VALUE-COUNT TO RD-VALUES.
074700     MOVE AM-LIS-RESULT TO RD-RECORDED.
074800     MOVE WS-MODE-CODE TO RD-REPLAY-MODE.
074900     MOVE WS-LIS TO RD-REPLAY.
075000     MOVE WS-REPLAY-DETAIL TO REPLAY-REPORT-RECORD.
075100     WRITE REPLAY-REPORT-RECORD.
075200 4500-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------
075500* 4600-WRITE-ALERT - COPY THE MISMATCH TO THE COMMON ALERT FILE AS
075600* AN ERROR, AGAINST THE UNIT AND THE NIGHT OF THE RUN. A FAILED
075700* WRITE IS WARNED ONCE - THE REPORT ALREADY CARRIES THE FLAG, SO
075800* THE REPLAY CARRIES ON.
075900*----------------------------------------------------------------
076000 4600-WRITE-ALERT.
076100     MOVE SPACES TO ALERT-RECORD.
076200     MOVE "LSREPLAY" TO AL-PROGRAM.
076300     MOVE AM-RUN-DATE TO AL-BUS-DATE.
076400     MOVE AM-UNIT-NAME TO AL-UNIT.
076500     SET AL-SEV-ERROR TO TRUE.
076600     MOVE "MISMATCH" TO AL-CODE.
076700     MOVE AM-RUN-DATE TO AD-RUN-DATE.
076800     MOVE AM-RUN-TIME TO AD-RUN-TIME.
076900     MOVE AM-RUN-SEQ TO AD-RUN-SEQ.
077000     MOVE AM-MODE-CODE TO AD-MODE.
077100     MOVE AM-LIS-RESULT TO AD-RECORDED.
077200     MOVE WS-LIS TO AD-REPLAY.
077300     MOVE WS-ALERT-DETAIL TO AL-TEXT.
077400     SET ALR-FN-WRITE TO TRUE.
077500     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
077600     IF NOT ALR-IO-OK
077700     AND NOT WS-ALERT-WARNED
077800         DISPLAY "ALERTS WRITE FAILED, STATUS=" ALR-STATUS-CODE
077900             " - NO MORE ALERTS WARNED THIS RUN"
078000         SET WS-ALERT-WARNED TO TRUE
078100     END-IF.
078200 4600-EXIT.
078300     EXIT.
078400*----------------------------------------------------------------
078500* 5000-COMPUTE-LIS - LONGEST QUALIFYING SUBSEQUENCE OVER WS-ARRAY
078600* BY THE TAILS METHOD, STEP FOR STEP AS LONGSUBQ'S
078700* 3000-COMPUTE-LIS SCORES A DECK: WS-TAIL-POSITION(K) HOLDS THE
078800* POSITION OF THE BEST TAIL OF ANY QUALIFYING SUBSEQUENCE OF
078900* LENGTH K SEEN SO FAR, AND EACH ELEMENT IS PLACED BY A BINARY
079000* SEARCH OVER THE TAILS. ONLY THE LENGTH IS WANTED HERE, SO NO
079100* LENGTH/PREDECESSOR CHAIN IS KEPT.
079200*----------------------------------------------------------------
079300 5000-COMPUTE-LIS.
079400     MOVE 0 TO WS-TAILS-COUNT.
079500     PERFORM 5150-SCORE-ELEMENT
079600         VARYING WS-I FROM 1 BY 1
079700         UNTIL WS-I > WS-ARRAY-LENGTH.
079800     MOVE WS-TAILS-COUNT TO WS-LIS.
079900 5000-EXIT.
080000     EXIT.
080100*----------------------------------------------------------------
080200* 5150-SCORE-ELEMENT - BINARY SEARCH THE TAILS TABLE FOR THE
080300* LONGEST QUALIFYING SUBSEQUENCE THIS ELEMENT CAN EXTEND AND MAKE
080400* IT THE NEW TAIL FOR THE LENGTH IT EARNS.
080500*----------------------------------------------------------------
080600 5150-SCORE-ELEMENT.
080700     MOVE 1 TO WS-SEARCH-LO.
080800     MOVE WS-TAILS-COUNT TO WS-SEARCH-HI.
080900     PERFORM 5250-BINARY-SEARCH-STEP
081000         UNTIL WS-SEARCH-LO > WS-SEARCH-HI.
081100     MOVE WS-I TO WS-TAIL-POSITION(WS-SEARCH-LO).
081200     IF WS-SEARCH-LO > WS-TAILS-COUNT
081300         MOVE WS-SEARCH-LO TO WS-TAILS-COUNT
081400     END-IF.
081500*----------------------------------------------------------------
081600* 5250-BINARY-SEARCH-STEP - ONE HALVING STEP, CLOSING ON THE
081700* SMALLEST LENGTH WHOSE TAIL THE VALUE AT WS-I CANNOT EXTEND.
081800*----------------------------------------------------------------
081900 5250-BINARY-SEARCH-STEP.
082000     COMPUTE WS-SEARCH-MID =
082100         (WS-SEARCH-LO + WS-SEARCH-HI) / 2.
082200     MOVE WS-TAIL-POSITION(WS-SEARCH-MID) TO WS-J.
082300     PERFORM 5300-COMPARE-PREDECESSOR.
082400     IF WS-RUN-EXTENDS
082500         COMPUTE WS-SEARCH-LO = WS-SEARCH-MID + 1
082600     ELSE
082700         COMPUTE WS-SEARCH-HI = WS-SEARCH-MID - 1
082800     END-IF.
082900*----------------------------------------------------------------
083000* 5300-COMPARE-PREDECESSOR - MAY THE VALUE AT WS-J IMMEDIATELY
083100* PRECEDE THE VALUE AT WS-I UNDER THE REPLAY MODE? THE SAME FOUR
083200* COMPARISONS AS LONGSUBQ.
083300*----------------------------------------------------------------
083400 5300-COMPARE-PREDECESSOR.
083500     MOVE "N" TO WS-EXTENDS-SWITCH.
083600     EVALUATE TRUE
083700         WHEN WS-MODE-INCREASING
083800             IF WS-VALUE(WS-J) < WS-VALUE(WS-I)
083900                 SET WS-RUN-EXTENDS TO TRUE
084000             END-IF
084100         WHEN WS-MODE-NONDECREASING
084200             IF WS-VALUE(WS-J) <= WS-VALUE(WS-I)
084300                 SET WS-RUN-EXTENDS TO TRUE
084400             END-IF
084500         WHEN WS-MODE-DECREASING
084600             IF WS-VALUE(WS-J) > WS-VALUE(WS-I)
084700                 SET WS-RUN-EXTENDS TO TRUE
084800             END-IF
084900         WHEN WS-MODE-NONINCREASING
085000             IF WS-VALUE(WS-J) >= WS-VALUE(WS-I)
085100                 SET WS-RUN-EXTENDS TO TRUE
085200             END-IF
085300     END-EVALUATE.
085400*----------------------------------------------------------------
085500* 8000-WRITE-TOTALS - THE CONTROL TOTALS THAT CLOSE THE REPORT.
085600* SELECTED = MATCHED + MISMATCHED + NOT FULLY REPLAYABLE +
085700* RESCORED + NOT REPLAYED.
085800*----------------------------------------------------------------
085900 8000-WRITE-TOTALS.
086000     MOVE SPACES TO REPLAY-REPORT-RECORD.
086100     WRITE REPLAY-REPORT-RECORD.
086200     MOVE "RUNS SELECTED               :" TO TL-LABEL.
086300     MOVE WS-SELECTED-COUNT TO TL-COUNT.
086400     PERFORM 8100-WRITE-TOTAL-LINE.
086500     MOVE "  MATCHED                   :" TO TL-LABEL.
086600     MOVE WS-MATCHED-COUNT TO TL-COUNT.
086700     PERFORM 8100-WRITE-TOTAL-LINE.
086800     MOVE "  MISMATCHED                :" TO TL-LABEL.
086900     MOVE WS-MISMATCHED-COUNT TO TL-COUNT.
087000     PERFORM 8100-WRITE-TOTAL-LINE.
087100     MOVE "  NOT FULLY REPLAYABLE      :" TO TL-LABEL.
087200     MOVE WS-PARTIAL-COUNT TO TL-COUNT.
087300     PERFORM 8100-WRITE-TOTAL-LINE.
087400     IF WS-MODE-OVERRIDE NOT = SPACE
087500         MOVE "  RESCORED, NOT COMPARED    :" TO TL-LABEL
087600         MOVE WS-RESCORED-COUNT TO TL-COUNT
087700         PERFORM 8100-WRITE-TOTAL-LINE
087800     END-IF.
087900     IF WS-UNREPLAYED-COUNT > 0
088000         MOVE "  NOT REPLAYED              :" TO TL-LABEL
088100         MOVE WS-UNREPLAYED-COUNT TO TL-COUNT
088200         PERFORM 8100-WRITE-TOTAL-LINE
088300     END-IF.
088400     IF WS-RUN-ID-COUNT > 0
088500         MOVE "RUN IDS NOT FOUND           :" TO TL-LABEL
088600         MOVE WS-NOT-FOUND-COUNT TO TL-COUNT
088700         PERFORM 8100-WRITE-TOTAL-LINE
088800     END-IF.
088900 8000-EXIT.
089000     EXIT.
089100 8100-WRITE-TOTAL-LINE.
089200     MOVE WS-TOTAL-LINE TO REPLAY-REPORT-RECORD.
089300     WRITE REPLAY-REPORT-RECORD.
089400*----------------------------------------------------------------
089500* 9000-TERMINATE - FINISH AND CLOSE THE REPORT AND THE ALERT FILE.
089600*----------------------------------------------------------------
089700 9000-TERMINATE.
089800     IF WS-RPLRPT-IS-OPEN
089900         MOVE WS-CURRENT-DATE-NUM TO RT-DATE
090000         MOVE WS-REPORT-TRAILER TO REPLAY-REPORT-RECORD
090100         WRITE REPLAY-REPORT-RECORD
090200         CLOSE REPLAY-REPORT-FILE
090300     END-IF.
090400     SET ALR-FN-CLOSE TO TRUE.
090500     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
090600 9000-EXIT.
090700     EXIT.
090800 END PROGRAM LSREPLAY.
