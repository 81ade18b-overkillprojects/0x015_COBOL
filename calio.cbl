000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       THE BUSINESS-DAY CALENDAR. EVERY PROGRAM THAT
000700*                NEEDS TO KNOW WHETHER A DATE IS A BUSINESS DAY,
000800*                OR TO COUNT BUSINESS DAYS INSTEAD OF CALENDAR
000900*                DAYS, ASKS THIS MODULE, SO THE RULE LIVES IN ONE
001000*                PLACE: MONDAY TO FRIDAY ARE BUSINESS DAYS,
001100*                SATURDAY AND SUNDAY ARE NOT, AND THE CALENDAR
001200*                FILE (BUSCAL, CALREC LAYOUT, MAINTAINED BY
001300*                CALMNT) OVERRIDES BOTH - A HOLIDAY CLOSES A
001400*                WEEKDAY, A WORKING DAY OPENS A WEEKEND DAY.
001500*                CALLERS PASS A CALREQ REQUEST AREA (FUNCTION AND
001600*                DATES IN, ANSWER AND STATUS BACK). THE CALENDAR
001700*                IS LOADED WHOLE ON THE FIRST CALL AND KEPT UNTIL
001800*                THE CLOSE FUNCTION. A MISSING CALENDAR COMES BACK
001900*                AS STATUS 35 ON EVERY CALL FOR THE CALLER TO
002000*                DECIDE WHAT THAT MEANS; A CALENDAR OUT OF DATE
002100*                ORDER OR WITH A BAD RECORD COMES BACK AS 91.
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 10/15/2026 WJ    ORIGINAL VERSION.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CALIO.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-BUSCAL-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  BUSINESS-CALENDAR-FILE.
003900 COPY CALREC.
004000 WORKING-STORAGE SECTION.
004100 01  WS-BUSCAL-STATUS            PIC X(02).
004200     88  BUSCAL-OK               VALUE "00".
004300     88  BUSCAL-NOT-FOUND        VALUE "35".
004400 01  WS-CALENDAR-STATE           PIC X(01) VALUE "N".
004500     88  WS-CALENDAR-NOT-LOADED  VALUE "N".
004600     88  WS-CALENDAR-LOADED      VALUE "L".
004700     88  WS-CALENDAR-MISSING     VALUE "M".
004800     88  WS-CALENDAR-BAD         VALUE "B".
004900 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
005000     88  WS-EOF-REACHED          VALUE "Y".
005100*    THE CALENDAR'S EXCEPTION DATES, IN DATE ORDER FOR THE BINARY
005200*    SEARCH. A DECADE OF HOLIDAYS IS WELL UNDER THE CAPACITY.
005300 01  WS-CAL-MAX                  PIC 9(04) VALUE 1000.
005400 01  WS-CAL-COUNT                PIC 9(04) VALUE ZERO.
005500 01  WS-CAL-TABLE.
005600     05  WS-CAL-ENTRY OCCURS 0 TO 1000 TIMES
005700                DEPENDING ON WS-CAL-COUNT
005800                ASCENDING KEY IS CT-DATE
005900                INDEXED BY CT-X.
006000         10  CT-DATE             PIC 9(08).
006100         10  CT-TYPE             PIC X(01).
006200             88  CT-HOLIDAY      VALUE "H".
006300         10  CT-NAME             PIC X(30).
006400 01  WS-PREV-DATE                PIC 9(08).
006500 01  WS-DAY-NAME-VALUES.
006600     05  FILLER                  PIC X(09) VALUE "SUNDAY   ".
006700     05  FILLER                  PIC X(09) VALUE "MONDAY   ".
006800     05  FILLER                  PIC X(09) VALUE "TUESDAY  ".
006900     05  FILLER                  PIC X(09) VALUE "WEDNESDAY".
007000     05  FILLER                  PIC X(09) VALUE "THURSDAY ".
007100     05  FILLER                  PIC X(09) VALUE "FRIDAY   ".
007200     05  FILLER                  PIC X(09) VALUE "SATURDAY ".
007300 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
007400     05  WS-WEEKDAY-NAME OCCURS 7 TIMES
007500                                 PIC X(09).
007600*    DAY ARITHMETIC RUNS ON THE INTEGER DATE. DAY 1 (1601/01/01)
007700*    WAS A MONDAY, SO THE REMAINDER BY 7 IS THE WEEKDAY WITH
007800*    SUNDAY AS 0 AND SATURDAY AS 6.
007900 01  WS-EDIT-DATE                PIC 9(08).
008000 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
008100     05  WS-EDIT-YEAR            PIC 9(04).
008200     05  WS-EDIT-MONTH           PIC 9(02).
008300     05  WS-EDIT-DAY             PIC 9(02).
008400 01  WS-DAY-INTEGER              PIC 9(08).
008500 01  WS-LOW-INTEGER              PIC 9(08).
008600 01  WS-HIGH-INTEGER             PIC 9(08).
008700 01  WS-QUOTIENT                 PIC 9(08).
008800 01  WS-WEEKDAY                  PIC 9(01).
008900 01  WS-STEP-DATE                PIC 9(08).
009000 01  WS-COUNT                    PIC S9(05).
009100 01  WS-STEPS                    PIC 9(05).
009200*    NO CALENDAR CLOSES TEN YEARS RUNNING - A WALK THAT GOES THAT
009300*    FAR IS A CALENDAR GONE WRONG, NOT AN ANSWER.
009400 01  WS-STEP-LIMIT               PIC 9(05) VALUE 3660.
009500 01  WS-DAY-SWITCH               PIC X(01).
009600     88  WS-DAY-IS-BUSINESS      VALUE "Y".
009700 01  WS-DAY-NAME                 PIC X(30).
009800 01  WS-NEGATE-SWITCH            PIC X(01).
009900     88  WS-NEGATE-COUNT         VALUE "Y".
010000 LINKAGE SECTION.
010100 COPY CALREQ.
010200 PROCEDURE DIVISION USING CAL-REQUEST.
010300 0000-MAINLINE.
010400     MOVE "00" TO CAL-STATUS-CODE.
010500     IF CAL-FN-CLOSE
010600         PERFORM 9000-CLOSE-CALENDAR THRU 9000-EXIT
010700         GOBACK
010800     END-IF.
010900     IF WS-CALENDAR-NOT-LOADED
011000         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
011100     END-IF.
011200     EVALUATE TRUE
011300         WHEN WS-CALENDAR-MISSING
011400             MOVE "35" TO CAL-STATUS-CODE
011500         WHEN WS-CALENDAR-BAD
011600             MOVE "91" TO CAL-STATUS-CODE
011700         WHEN CAL-FN-CHECK-DAY
011800             PERFORM 2000-CHECK-DAY THRU 2000-EXIT
011900         WHEN CAL-FN-PRIOR-DAY
012000             PERFORM 3000-PRIOR-DAY THRU 3000-EXIT
012050         WHEN CAL-FN-NEXT-DAY
012060             PERFORM 3500-NEXT-DAY THRU 3500-EXIT
012100         WHEN CAL-FN-COUNT-DAYS
012200             PERFORM 4000-COUNT-DAYS THRU 4000-EXIT
012300         WHEN CAL-FN-BACK-DAYS
012400             PERFORM 5000-BACK-DAYS THRU 5000-EXIT
012500         WHEN OTHER
012600             MOVE "99" TO CAL-STATUS-CODE
012700     END-EVALUATE.
012800     GOBACK.
012900 0000-EXIT.
013000     EXIT.
013100*----------------------------------------------------------------
013200* 1000-LOAD-CALENDAR - READ BUSCAL INTO THE TABLE. THE FILE MUST
013300* BE IN STRICT DATE ORDER (CALMNT WRITES IT THAT WAY) - A RECORD
013400* OUT OF ORDER, A BAD DATE OR TYPE, OR MORE DATES THAN THE TABLE
013500* HOLDS MARKS THE CALENDAR BAD RATHER THAN ANSWERING FROM HALF
013600* OF IT.
013700*----------------------------------------------------------------
013800 1000-LOAD-CALENDAR.
013900     MOVE 0 TO WS-CAL-COUNT.
014000     MOVE 0 TO WS-PREV-DATE.
014100     SET WS-CALENDAR-LOADED TO TRUE.
014200     OPEN INPUT BUSINESS-CALENDAR-FILE.
014300     IF BUSCAL-NOT-FOUND
014400         SET WS-CALENDAR-MISSING TO TRUE
014500         GO TO 1000-EXIT
014600     END-IF.
014700     IF NOT BUSCAL-OK
014800         DISPLAY "BUSCAL OPEN FAILED, STATUS=" WS-BUSCAL-STATUS
014900         SET WS-CALENDAR-BAD TO TRUE
015000         GO TO 1000-EXIT
015100     END-IF.
015200     MOVE "N" TO WS-EOF-SWITCH.
015300     PERFORM 1100-READ-CALENDAR THRU 1100-EXIT
015400         UNTIL WS-EOF-REACHED.
015500     CLOSE BUSINESS-CALENDAR-FILE.
015600 1000-EXIT.
015700     EXIT.
015800 1100-READ-CALENDAR.
015900     READ BUSINESS-CALENDAR-FILE
016000         AT END
016100             SET WS-EOF-REACHED TO TRUE
016200             GO TO 1100-EXIT
016300     END-READ.
016400     IF CALENDAR-RECORD = SPACES
016500         GO TO 1100-EXIT
016600     END-IF.
016700     IF CD-DATE IS NOT NUMERIC
016800     OR NOT CD-TYPE-VALID
016900     OR CD-DATE NOT > WS-PREV-DATE
017000         DISPLAY "BUSCAL RECORD INVALID OR OUT OF DATE ORDER: "
017100             CALENDAR-RECORD
017200         SET WS-CALENDAR-BAD TO TRUE
017300         SET WS-EOF-REACHED TO TRUE
017400         GO TO 1100-EXIT
017500     END-IF.
017600     IF WS-CAL-COUNT = WS-CAL-MAX
017700         DISPLAY "BUSCAL HOLDS MORE THAN " WS-CAL-MAX
017800             " DATES - ENLARGE WS-CAL-TABLE"
017900         SET WS-CALENDAR-BAD TO TRUE
018000         SET WS-EOF-REACHED TO TRUE
018100         GO TO 1100-EXIT
018200     END-IF.
018300     ADD 1 TO WS-CAL-COUNT.
018400     MOVE CD-DATE TO CT-DATE(WS-CAL-COUNT).
018500     MOVE CD-TYPE TO CT-TYPE(WS-CAL-COUNT).
018600     MOVE CD-NAME TO CT-NAME(WS-CAL-COUNT).
018700     MOVE CD-DATE TO WS-PREV-DATE.
018800 1100-EXIT.
018900     EXIT.
019000*----------------------------------------------------------------
019100* 2000-CHECK-DAY - IS CAL-DATE A BUSINESS DAY, AND WHAT IS IT
019200* CALLED (THE HOLIDAY NAME, OR THE DAY OF THE WEEK).
019300*----------------------------------------------------------------
019400 2000-CHECK-DAY.
019500     MOVE CAL-DATE TO WS-EDIT-DATE.
019600     PERFORM 6000-EDIT-DATE THRU 6000-EXIT.
019700     IF NOT CAL-IO-OK
019800         GO TO 2000-EXIT
019900     END-IF.
020000     COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(CAL-DATE).
020100     PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
020200     MOVE WS-DAY-SWITCH TO CAL-DAY-SWITCH.
020300     MOVE WS-DAY-NAME TO CAL-DAY-NAME.
020400 2000-EXIT.
020500     EXIT.
020600*----------------------------------------------------------------
020700* 3000-PRIOR-DAY - THE LAST BUSINESS DAY ON OR BEFORE CAL-DATE.
020800*----------------------------------------------------------------
020900 3000-PRIOR-DAY.
021000     MOVE CAL-DATE TO WS-EDIT-DATE.
021100     PERFORM 6000-EDIT-DATE THRU 6000-EXIT.
021200     IF NOT CAL-IO-OK
021300         GO TO 3000-EXIT
021400     END-IF.
021500     COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(CAL-DATE).
021600     MOVE 0 TO WS-STEPS.
021700     PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
021800     PERFORM 3100-STEP-BACK THRU 3100-EXIT
021900         UNTIL WS-DAY-IS-BUSINESS
022000         OR NOT CAL-IO-OK.
022100     MOVE WS-STEP-DATE TO CAL-RESULT-DATE.
022200     MOVE WS-DAY-NAME TO CAL-DAY-NAME.
022300 3000-EXIT.
022400     EXIT.
022500 3100-STEP-BACK.
022600     ADD 1 TO WS-STEPS.
022700     IF WS-STEPS > WS-STEP-LIMIT
022800         MOVE "91" TO CAL-STATUS-CODE
022900         GO TO 3100-EXIT
023000     END-IF.
023100     SUBTRACT 1 FROM WS-DAY-INTEGER.
023200     PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
023300 3100-EXIT.
023400     EXIT.
023401*----------------------------------------------------------------
023402* 3500-NEXT-DAY - THE FIRST BUSINESS DAY AFTER CAL-DATE: THE DAY
023403* AFTER A FRIDAY IS THE MONDAY.
023404*----------------------------------------------------------------
023405 3500-NEXT-DAY.
023406     MOVE CAL-DATE TO WS-EDIT-DATE.
023407     PERFORM 6000-EDIT-DATE THRU 6000-EXIT.
023408     IF NOT CAL-IO-OK
023409         GO TO 3500-EXIT
023410     END-IF.
023411     COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(CAL-DATE).
023412     MOVE 0 TO WS-STEPS.
023413     MOVE "N" TO WS-DAY-SWITCH.
023414     PERFORM 3600-STEP-FORWARD THRU 3600-EXIT
023415         UNTIL WS-DAY-IS-BUSINESS
023416         OR NOT CAL-IO-OK.
023417     MOVE WS-STEP-DATE TO CAL-RESULT-DATE.
023418     MOVE WS-DAY-NAME TO CAL-DAY-NAME.
023419 3500-EXIT.
023420     EXIT.
023421 3600-STEP-FORWARD.
023422     ADD 1 TO WS-STEPS.
023423     IF WS-STEPS > WS-STEP-LIMIT
023424         MOVE "91" TO CAL-STATUS-CODE
023425         GO TO 3600-EXIT
023426     END-IF.
023427     ADD 1 TO WS-DAY-INTEGER.
023428     PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
023429 3600-EXIT.
023430     EXIT.
023500*----------------------------------------------------------------
023600* 4000-COUNT-DAYS - THE BUSINESS DAYS AFTER CAL-DATE UP TO AND
023700* INCLUDING CAL-THRU-DATE: FRIDAY TO THE NEXT MONDAY IS ONE, THE
023800* SAME AS ONE CALENDAR DAY BETWEEN NEIGHBOURS. A THRU DATE BEFORE
023900* THE FROM DATE COUNTS THE OTHER WAY AND COMES BACK NEGATIVE.
024000*----------------------------------------------------------------
024100 4000-COUNT-DAYS.
024200     MOVE CAL-DATE TO WS-EDIT-DATE.
024300     PERFORM 6000-EDIT-DATE THRU 6000-EXIT.
024400     IF NOT CAL-IO-OK
024500         GO TO 4000-EXIT
024600     END-IF.
024700     MOVE CAL-THRU-DATE TO WS-EDIT-DATE.
024800     PERFORM 6000-EDIT-DATE THRU 6000-EXIT.
024900     IF NOT CAL-IO-OK
025000         GO TO 4000-EXIT
025100     END-IF.
025200     MOVE "N" TO WS-NEGATE-SWITCH.
025300     IF CAL-THRU-DATE < CAL-DATE
025400         SET WS-NEGATE-COUNT TO TRUE
025500         COMPUTE WS-LOW-INTEGER =
025600             FUNCTION INTEGER-OF-DATE(CAL-THRU-DATE)
025700         COMPUTE WS-HIGH-INTEGER =
025800             FUNCTION INTEGER-OF-DATE(CAL-DATE)
025900     ELSE
026000         COMPUTE WS-LOW-INTEGER =
026100             FUNCTION INTEGER-OF-DATE(CAL-DATE)
026200         COMPUTE WS-HIGH-INTEGER =
026300             FUNCTION INTEGER-OF-DATE(CAL-THRU-DATE)
026400     END-IF.
026500     MOVE 0 TO WS-COUNT.
026600     ADD 1 TO WS-LOW-INTEGER.
026700     PERFORM 4100-COUNT-ONE-DAY THRU 4100-EXIT
026800         VARYING WS-DAY-INTEGER FROM WS-LOW-INTEGER BY 1
026900         UNTIL WS-DAY-INTEGER > WS-HIGH-INTEGER.
027000     IF WS-NEGATE-COUNT
027100         COMPUTE CAL-DAYS = 0 - WS-COUNT
027200     ELSE
027300         MOVE WS-COUNT TO CAL-DAYS
027400     END-IF.
027500 4000-EXIT.
027600     EXIT.
027700 4100-COUNT-ONE-DAY.
027800     PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
027900     IF WS-DAY-IS-BUSINESS
028000         ADD 1 TO WS-COUNT
028100     END-IF.
028200 4100-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500* 5000-BACK-DAYS - THE DATE CAL-DAYS BUSINESS DAYS BEFORE
028600* CAL-DATE: ONE BACK FROM A MONDAY IS THE FRIDAY. ZERO HANDS BACK
028700* CAL-DATE ITSELF.
028800*----------------------------------------------------------------
028900 5000-BACK-DAYS.
029000     MOVE CAL-DATE TO WS-EDIT-DATE.
029100     PERFORM 6000-EDIT-DATE THRU 6000-EXIT.
029200     IF CAL-DAYS < 0
029300         MOVE "90" TO CAL-STATUS-CODE
029400     END-IF.
029500     IF NOT CAL-IO-OK
029600         GO TO 5000-EXIT
029700     END-IF.
029800     COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(CAL-DATE).
029900     MOVE CAL-DATE TO WS-STEP-DATE.
030000     MOVE 0 TO WS-COUNT.
030100     MOVE 0 TO WS-STEPS.
030200     PERFORM 5100-STEP-BACK THRU 5100-EXIT
030300         UNTIL WS-COUNT = CAL-DAYS
030400         OR NOT CAL-IO-OK.
030500     MOVE WS-STEP-DATE TO CAL-RESULT-DATE.
030600 5000-EXIT.
030700     EXIT.
030800 5100-STEP-BACK.
030900     PERFORM 3100-STEP-BACK THRU 3100-EXIT.
031000     IF WS-DAY-IS-BUSINESS
031100         ADD 1 TO WS-COUNT
031200     END-IF.
031300 5100-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------
031600* 6000-EDIT-DATE - A DATE THE CALENDAR FUNCTIONS CAN BE TRUSTED
031700* WITH, THE SAME BOUNDS THE CALLERS' OWN DATE EDITS USE. ANYTHING
031800* ELSE COMES BACK STATUS 90 WITH NO ANSWER.
031900*----------------------------------------------------------------
032000 6000-EDIT-DATE.
032100     IF WS-EDIT-YEAR NOT > 1600
032200     OR WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
032300     OR WS-EDIT-DAY < 1 OR WS-EDIT-DAY > 31
032400         MOVE "90" TO CAL-STATUS-CODE
032500     END-IF.
032600 6000-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900* 7000-JUDGE-DAY - THE RULE ITSELF, FOR THE DAY IN WS-DAY-INTEGER:
033000* THE WEEKDAY DECIDES UNLESS THE CALENDAR NAMES THE DATE.
033100*----------------------------------------------------------------
033200 7000-JUDGE-DAY.
033300     COMPUTE WS-STEP-DATE =
033400         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
033500     DIVIDE WS-DAY-INTEGER BY 7
033600         GIVING WS-QUOTIENT REMAINDER WS-WEEKDAY.
033700     MOVE WS-WEEKDAY-NAME(WS-WEEKDAY + 1) TO WS-DAY-NAME.
033800     IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
033900         MOVE "N" TO WS-DAY-SWITCH
034000     ELSE
034100         MOVE "Y" TO WS-DAY-SWITCH
034200     END-IF.
034300     IF WS-CAL-COUNT = 0
034400         GO TO 7000-EXIT
034500     END-IF.
034600     SEARCH ALL WS-CAL-ENTRY
034700         AT END
034800             CONTINUE
034900         WHEN CT-DATE(CT-X) = WS-STEP-DATE
035000             MOVE CT-NAME(CT-X) TO WS-DAY-NAME
035100             IF CT-HOLIDAY(CT-X)
035200                 MOVE "N" TO WS-DAY-SWITCH
035300             ELSE
035400                 MOVE "Y" TO WS-DAY-SWITCH
035500             END-IF
035600     END-SEARCH.
035700 7000-EXIT.
035800     EXIT.
035900*----------------------------------------------------------------
036000* 9000-CLOSE-CALENDAR - DROP THE LOADED TABLE. THE FILE ITSELF IS
036100* CLOSED AS SOON AS IT IS LOADED.
036200*----------------------------------------------------------------
036300 9000-CLOSE-CALENDAR.
036400     MOVE 0 TO WS-CAL-COUNT.
036500     SET WS-CALENDAR-NOT-LOADED TO TRUE.
036600 9000-EXIT.
036700     EXIT.
036800 END PROGRAM CALIO.
