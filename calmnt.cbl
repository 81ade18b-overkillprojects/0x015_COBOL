000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       BATCH MAINTENANCE OF THE BUSINESS-DAY CALENDAR
000700*                (BUSCAL, CALREC LAYOUT) THAT CALIO ANSWERS FROM.
000800*                MONDAY TO FRIDAY ARE BUSINESS DAYS AND THE
000900*                WEEKEND IS NOT WITHOUT ANY CALENDAR ENTRY - THE
001000*                FILE HOLDS ONLY THE EXCEPTIONS: HOLIDAYS THAT
001100*                CLOSE A WEEKDAY AND WORKING DAYS THAT OPEN A
001200*                WEEKEND DAY. APPLIES ADD/CHANGE/DELETE CARDS FROM
001300*                CALTRAN; EACH CARD IS EDITED FIRST AND A BAD CARD
001400*                IS LISTED WITH A REASON CODE WHILE THE RUN KEEPS
001500*                GOING, AS UNITMNT DOES FOR THE UNIT MASTER. THE
001600*                CALENDAR IS LOADED WHOLE, CHANGED IN STORAGE AND
001700*                WRITTEN BACK WHOLE IN DATE ORDER - THE SAME
001800*                SCHEME HELLOREC USES FOR ITS SUSPENSE FILE. THE
001900*                REPORT (CALRPT) LISTS EVERY CARD, THEN THE WHOLE
002000*                CALENDAR AS REWRITTEN, THEN A CONTROL BOX. ENDS
002100*                RC 4 WHEN ANY CARD WAS REJECTED. A DATE IS EDITED
002110*                AS A REAL CALENDAR DATE - 02/30 OR 04/31 IS
002120*                REJECTED ON A CARD AND STOPS THE RUN WHEN FOUND
002130*                ON BUSCAL.
002200*----------------------------------------------------------------
002300* TRANSACTION CARD (CALTRAN):
002400*   COL 1        ACTION - A (ADD), C (CHANGE), D (DELETE)
002500*   COLS 2-9     DATE YYYYMMDD (THE KEY)
002600*   COL 10       DAY TYPE - H (HOLIDAY, A WEEKDAY CLOSED) OR
002700*                W (WORKING DAY, A WEEKEND DAY OPEN)
002800*   COLS 11-40   NAME OF THE DAY, E.G. CHRISTMAS DAY
002900*   ON A CHANGE, A BLANK TYPE OR NAME MEANS KEEP THE CALENDAR'S.
003000*   A HOLIDAY ON A WEEKEND OR A WORKING DAY ON A WEEKDAY CHANGES
003100*   NOTHING AND IS REJECTED - THE WEEKDAY RULE ALREADY SAYS SO.
003200*----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*----------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* 10/15/2026 WJ    ORIGINAL VERSION.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. CALMNT.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CAL-TRAN-FILE ASSIGN TO "CALTRAN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CALTRAN-STATUS.
004600     SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-BUSCAL-STATUS.
004900     SELECT CAL-REPORT-FILE ASSIGN TO "CALRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CALRPT-STATUS.
005200     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-BUSDATE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CAL-TRAN-FILE.
005800 01  CAL-TRAN-RECORD.
005900     05  CX-ACTION               PIC X(01).
006000         88  CX-ACTION-ADD       VALUE "A".
006100         88  CX-ACTION-CHANGE    VALUE "C".
006200         88  CX-ACTION-DELETE    VALUE "D".
006300         88  CX-ACTION-VALID     VALUE "A" "C" "D".
006400     05  CX-DATE                 PIC X(08).
006500     05  CX-DATE-NUM REDEFINES CX-DATE
006600                                 PIC 9(08).
006700     05  CX-TYPE                 PIC X(01).
006800         88  CX-TYPE-HOLIDAY     VALUE "H".
006900         88  CX-TYPE-WORKING     VALUE "W".
007000         88  CX-TYPE-VALID       VALUE "H" "W".
007100     05  CX-NAME                 PIC X(30).
007200     05  FILLER                  PIC X(40).
007300 FD  BUSINESS-CALENDAR-FILE.
007400 COPY CALREC.
007500 FD  CAL-REPORT-FILE.
007600 01  CAL-REPORT-RECORD           PIC X(132).
007700 FD  BUSINESS-DATE-FILE.
007800 COPY BUSDATE.
007900 WORKING-STORAGE SECTION.
008000 COPY DATESTMP.
008100 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
008200 01  WS-ADD-COUNT                PIC 9(09) VALUE ZERO.
008300 01  WS-CHANGE-COUNT             PIC 9(09) VALUE ZERO.
008400 01  WS-DELETE-COUNT             PIC 9(09) VALUE ZERO.
008500 01  WS-REJECT-COUNT             PIC 9(09) VALUE ZERO.
008600 01  WS-WRITTEN-COUNT            PIC 9(09) VALUE ZERO.
008700 01  WS-REJECT-REASON            PIC X(02).
008800     88  WS-REASON-BAD-ACTION        VALUE "01".
008900     88  WS-REASON-BAD-DATE          VALUE "02".
009000     88  WS-REASON-BAD-TYPE          VALUE "03".
009100     88  WS-REASON-NO-NAME           VALUE "04".
009200     88  WS-REASON-DUPLICATE         VALUE "05".
009300     88  WS-REASON-NOT-ON-CALENDAR   VALUE "06".
009400     88  WS-REASON-WEEKEND-HOLIDAY   VALUE "07".
009500     88  WS-REASON-WEEKDAY-WORKING   VALUE "08".
009600 01  WS-EDIT-DATE                PIC 9(08).
010100 01  WS-NEW-TYPE                 PIC X(01).
010200 01  WS-NEW-NAME                 PIC X(30).
010300*    THE WEEKDAY OF A DATE, FROM THE INTEGER DATE - DAY 1
010400*    (1601/01/01) WAS A MONDAY, SO THE REMAINDER BY 7 GIVES
010500*    SUNDAY AS 0 AND SATURDAY AS 6. THE SAME RULE AS CALIO.
010600 01  WS-DAY-INTEGER              PIC 9(08).
010700 01  WS-QUOTIENT                 PIC 9(08).
010800 01  WS-WEEKDAY                  PIC 9(01).
010900     88  WS-WEEKEND-DAY          VALUE 0 6.
011000 01  WS-DAY-NAME-VALUES.
011100     05  FILLER                  PIC X(09) VALUE "SUNDAY   ".
011200     05  FILLER                  PIC X(09) VALUE "MONDAY   ".
011300     05  FILLER                  PIC X(09) VALUE "TUESDAY  ".
011400     05  FILLER                  PIC X(09) VALUE "WEDNESDAY".
011500     05  FILLER                  PIC X(09) VALUE "THURSDAY ".
011600     05  FILLER                  PIC X(09) VALUE "FRIDAY   ".
011700     05  FILLER                  PIC X(09) VALUE "SATURDAY ".
011800 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
011900     05  WS-WEEKDAY-NAME OCCURS 7 TIMES
012000                                 PIC X(09).
012100*----------------------------------------------------------------
012200* THE CALENDAR TABLE - THE WHOLE FILE, KEPT IN DATE ORDER AS IT
012300* LOADS AND AS CARDS ADD TO IT. A DELETED DATE STAYS IN THE
012400* TABLE MARKED D AND IS LEFT OFF THE REWRITE.
012500*----------------------------------------------------------------
012600 01  WS-CAL-MAX                  PIC 9(04) VALUE 1000.
012700 01  WS-CAL-COUNT                PIC 9(04) VALUE ZERO.
012800 01  WS-CAL-TABLE.
012900     05  WS-CAL-ENTRY OCCURS 1000 TIMES.
013000         10  CT-DATE             PIC 9(08).
013100         10  CT-TYPE             PIC X(01).
013200         10  CT-NAME             PIC X(30).
013300         10  CT-ADDED-DATE       PIC 9(08).
013400         10  CT-STATE            PIC X(01).
013500             88  CT-ACTIVE       VALUE "A".
013600             88  CT-DELETED      VALUE "D".
013700 01  WS-C                        PIC 9(04).
013800 01  WS-S                        PIC 9(04).
013900 01  WS-FOUND                    PIC 9(04).
014000 01  WS-INSERT-AT                PIC 9(04).
014100 01  WS-SWITCHES.
014200     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
014300         88  WS-EOF-REACHED          VALUE "Y".
014400     05  WS-EDIT-SWITCH          PIC X(01) VALUE "N".
014500         88  WS-EDIT-FAILED          VALUE "Y".
014600     05  WS-CALTRAN-OPEN-SWITCH  PIC X(01) VALUE "N".
014700         88  WS-CALTRAN-IS-OPEN      VALUE "Y".
014800     05  WS-CALRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
014900         88  WS-CALRPT-IS-OPEN       VALUE "Y".
015000     05  WS-NEW-CALENDAR-SWITCH  PIC X(01) VALUE "N".
015100         88  WS-NEW-CALENDAR         VALUE "Y".
015200 01  WS-FILE-STATUSES.
015300     05  WS-CALTRAN-STATUS       PIC X(02).
015400         88  CALTRAN-OK              VALUE "00".
015500     05  WS-BUSCAL-STATUS        PIC X(02).
015600         88  BUSCAL-OK               VALUE "00".
015700         88  BUSCAL-NOT-FOUND        VALUE "35".
015800     05  WS-CALRPT-STATUS        PIC X(02).
015900         88  CALRPT-OK               VALUE "00".
016000     05  WS-BUSDATE-STATUS       PIC X(02).
016100         88  BUSDATE-FILE-OK         VALUE "00".
016200         88  BUSDATE-FILE-NOT-FOUND  VALUE "35".
016300 01  WS-REPORT-HEADING-1.
016400     05  FILLER                  PIC X(26)
016500                     VALUE "BUSINESS CALENDAR MAINT.  ".
016600     05  FILLER                  PIC X(07) VALUE "RUN ON ".
016700     05  CH1-DATE                PIC 9999/99/99.
016800 01  WS-REPORT-DETAIL.
016900     05  CD1-ACTION-DESC         PIC X(12).
017000     05  CD1-DATE                PIC 9999/99/99.
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  CD1-WEEKDAY             PIC X(09).
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  CD1-TYPE-DESC           PIC X(11).
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  CD1-NAME                PIC X(30).
017700     05  FILLER                  PIC X(08) VALUE "  ADDED ".
017800     05  CD1-ADDED-DATE          PIC 9999/99/99.
017900 01  WS-REJECT-DETAIL.
018000     05  FILLER                  PIC X(16)
018100                     VALUE "REJECTED REASON ".
018200     05  CJ-REASON-CODE          PIC X(02).
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  CJ-REASON-DESC          PIC X(24).
018500     05  FILLER                  PIC X(07) VALUE " CARD: ".
018600     05  CJ-RECORD-IMAGE         PIC X(40).
018700 01  WS-NEW-CALENDAR-LINE        PIC X(42)
018800         VALUE "BUSCAL NOT FOUND - A NEW CALENDAR IS BEGUN".
018900 01  WS-LISTING-HEADING          PIC X(36)
019000         VALUE "THE CALENDAR AS REWRITTEN:          ".
019100 01  WS-LISTING-EMPTY-LINE       PIC X(47)
019200         VALUE "NO EXCEPTION DATES - THE WEEKDAY RULE ONLY".
019300 01  WS-CONTROL-BOX-RULE         PIC X(34)
019400                 VALUE "+--------------------------------+".
019500 01  WS-CONTROL-BOX-TITLE        PIC X(34)
019600                 VALUE "!  CALENDAR CONTROL TOTALS       !".
019700 01  WS-CONTROL-BOX-DETAIL.
019800     05  FILLER                  PIC X(03) VALUE "!  ".
019900     05  CB-LABEL                PIC X(18).
020000     05  CB-COUNT                PIC ZZZZZZZZ9.
020100     05  FILLER                  PIC X(04) VALUE "   !".
020200 01  WS-REPORT-TRAILER.
020300     05  FILLER                  PIC X(27)
020400                     VALUE "END CALENDAR MAINTENANCE ON".
020500     05  FILLER                  PIC X(01) VALUE SPACE.
020600     05  CT1-DATE                PIC 9999/99/99.
020700 PROCEDURE DIVISION.
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021000     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
021100     PERFORM 6000-REWRITE-CALENDAR THRU 6000-EXIT.
021200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT.
021300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021400     IF WS-REJECT-COUNT > 0
021500     AND RETURN-CODE < 4
021600         MOVE 4 TO RETURN-CODE
021700     END-IF.
021800     STOP RUN.
021900 0000-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200* 1000-INITIALIZE - STAMP THE RUN FROM THE BUSINESS DATE, OPEN
022300* THE CARDS AND THE REPORT, AND LOAD THE CALENDAR.
022400*----------------------------------------------------------------
022500 1000-INITIALIZE.
022600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
022700     PERFORM 1020-SET-BUSINESS-DATE THRU 1020-EXIT.
022800     OPEN INPUT CAL-TRAN-FILE.
022900     IF NOT CALTRAN-OK
023000         DISPLAY "CALTRAN OPEN FAILED, STATUS=" WS-CALTRAN-STATUS
023100         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023300     END-IF.
023400     SET WS-CALTRAN-IS-OPEN TO TRUE.
023500     OPEN OUTPUT CAL-REPORT-FILE.
023600     IF NOT CALRPT-OK
023700         DISPLAY "CALRPT OPEN FAILED, STATUS=" WS-CALRPT-STATUS
023800         MOVE 16 TO RETURN-CODE
023900         PERFORM 9000-TERMINATE THRU 9000-EXIT
024000         STOP RUN
024100     END-IF.
024200     SET WS-CALRPT-IS-OPEN TO TRUE.
024300     MOVE WS-CURRENT-DATE-NUM TO CH1-DATE.
024400     WRITE CAL-REPORT-RECORD FROM WS-REPORT-HEADING-1.
024500     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
024600 1000-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900* 1020-SET-BUSINESS-DATE - A DATE ADDED TONIGHT IS STAMPED WITH
025000* THE BUSINESS DATE THE DATEROLL STEP FIXED. A MISSING BUSDATE
025100* LEAVES THE CALENDAR DATE.
025200*----------------------------------------------------------------
025300 1020-SET-BUSINESS-DATE.
025400     OPEN INPUT BUSINESS-DATE-FILE.
025500     IF BUSDATE-FILE-NOT-FOUND
025600         GO TO 1020-EXIT
025700     END-IF.
025800     IF NOT BUSDATE-FILE-OK
025900         DISPLAY "BUSDATE OPEN FAILED, STATUS="
026000             WS-BUSDATE-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400     READ BUSINESS-DATE-FILE
026500         AT END
026600             CONTINUE
026700         NOT AT END
026800             IF BUSDATE-DATE IS NUMERIC
026900             AND BUSDATE-DATE > 0
027000                 MOVE BUSDATE-DATE TO WS-CURRENT-DATE-NUM
027100             END-IF
027200     END-READ.
027300     CLOSE BUSINESS-DATE-FILE.
027400 1020-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 1100-LOAD-CALENDAR - THE WHOLE FILE INTO THE TABLE, EACH DATE
027800* SLOTTED INTO ITS PLACE, SO A HAND-EDITED FILE OUT OF ORDER IS
027900* PUT RIGHT BY THE REWRITE. A MISSING FILE IS A FIRST-EVER RUN.
028000* A MISPUNCHED RECORD OR A SECOND RECORD FOR ONE DATE STOPS THE
028100* RUN - THE REWRITE WOULD OTHERWISE LOSE IT WITHOUT A TRACE.
028200*----------------------------------------------------------------
028300 1100-LOAD-CALENDAR.
028400     OPEN INPUT BUSINESS-CALENDAR-FILE.
028500     IF BUSCAL-NOT-FOUND
028600         SET WS-NEW-CALENDAR TO TRUE
028700         WRITE CAL-REPORT-RECORD FROM WS-NEW-CALENDAR-LINE
028800         GO TO 1100-EXIT
028900     END-IF.
029000     IF NOT BUSCAL-OK
029100         DISPLAY "BUSCAL OPEN FAILED, STATUS=" WS-BUSCAL-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         PERFORM 9000-TERMINATE THRU 9000-EXIT
029400         STOP RUN
029500     END-IF.
029600     MOVE "N" TO WS-EOF-SWITCH.
029700     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT
029800         UNTIL WS-EOF-REACHED.
029900     CLOSE BUSINESS-CALENDAR-FILE.
030000 1100-EXIT.
030100     EXIT.
030200 1150-READ-CALENDAR.
030300     READ BUSINESS-CALENDAR-FILE
030400         AT END
030500             SET WS-EOF-REACHED TO TRUE
030600             GO TO 1150-EXIT
030700     END-READ.
030800     IF CALENDAR-RECORD = SPACES
030900         GO TO 1150-EXIT
031000     END-IF.
031100     IF CD-DATE IS NUMERIC
031200         MOVE CD-DATE TO WS-EDIT-DATE
031300         PERFORM 2300-EDIT-DATE THRU 2300-EXIT
031400     ELSE
031500         SET WS-EDIT-FAILED TO TRUE
031600     END-IF.
031700     IF WS-EDIT-FAILED
031800     OR NOT CD-TYPE-VALID
031900         DISPLAY "BUSCAL RECORD INVALID: " CALENDAR-RECORD
032000         MOVE 16 TO RETURN-CODE
032100         CLOSE BUSINESS-CALENDAR-FILE
032200         PERFORM 9000-TERMINATE THRU 9000-EXIT
032300         STOP RUN
032400     END-IF.
032500     PERFORM 2400-FIND-DATE THRU 2400-EXIT.
032600     IF WS-FOUND > 0
032700         DISPLAY "BUSCAL CARRIES " CD-DATE " TWICE"
032800         MOVE 16 TO RETURN-CODE
032900         CLOSE BUSINESS-CALENDAR-FILE
033000         PERFORM 9000-TERMINATE THRU 9000-EXIT
033100         STOP RUN
033200     END-IF.
033300     PERFORM 2500-INSERT-DATE THRU 2500-EXIT.
033400     MOVE CD-TYPE TO CT-TYPE(WS-FOUND).
033500     MOVE CD-NAME TO CT-NAME(WS-FOUND).
033600     IF CD-ADDED-DATE IS NUMERIC
033700         MOVE CD-ADDED-DATE TO CT-ADDED-DATE(WS-FOUND)
033800     END-IF.
033900 1150-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200* 2000-PROCESS-CARDS - EDIT AND APPLY EVERY CALTRAN CARD.
034300*----------------------------------------------------------------
034400 2000-PROCESS-CARDS.
034500     MOVE "N" TO WS-EOF-SWITCH.
034600     PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
034700         UNTIL WS-EOF-REACHED.
034800 2000-EXIT.
034900     EXIT.
035000 2100-PROCESS-ONE-CARD.
035100     READ CAL-TRAN-FILE
035200         AT END
035300             SET WS-EOF-REACHED TO TRUE
035400             GO TO 2100-EXIT
035500     END-READ.
035600     IF CAL-TRAN-RECORD = SPACES
035700         GO TO 2100-EXIT
035800     END-IF.
035900     ADD 1 TO WS-READ-COUNT.
036000     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
036100     IF WS-EDIT-FAILED
036200         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
036300         GO TO 2100-EXIT
036400     END-IF.
036500     EVALUATE TRUE
036600         WHEN CX-ACTION-ADD
036700             PERFORM 3000-ADD-DATE THRU 3000-EXIT
036800         WHEN CX-ACTION-CHANGE
036900             PERFORM 4000-CHANGE-DATE THRU 4000-EXIT
037000         WHEN CX-ACTION-DELETE
037100             PERFORM 5000-DELETE-DATE THRU 5000-EXIT
037200     END-EVALUATE.
037300 2100-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600* 2200-EDIT-CARD - THE CARD ON ITS OWN, THEN AGAINST THE TABLE.
037700* THE FIRST FAULT FOUND IS THE REASON GIVEN.
037800*----------------------------------------------------------------
037900 2200-EDIT-CARD.
038000     MOVE "N" TO WS-EDIT-SWITCH.
038100     IF NOT CX-ACTION-VALID
038200         SET WS-REASON-BAD-ACTION TO TRUE
038300         SET WS-EDIT-FAILED TO TRUE
038400         GO TO 2200-EXIT
038500     END-IF.
038600     IF CX-DATE IS NOT NUMERIC
038700         SET WS-REASON-BAD-DATE TO TRUE
038800         SET WS-EDIT-FAILED TO TRUE
038900         GO TO 2200-EXIT
039000     END-IF.
039100     MOVE CX-DATE-NUM TO WS-EDIT-DATE.
039200     PERFORM 2300-EDIT-DATE THRU 2300-EXIT.
039300     IF WS-EDIT-FAILED
039400         SET WS-REASON-BAD-DATE TO TRUE
039500         GO TO 2200-EXIT
039600     END-IF.
039700     PERFORM 2400-FIND-DATE THRU 2400-EXIT.
039800     IF CX-ACTION-ADD
039900         IF NOT CX-TYPE-VALID
040000             SET WS-REASON-BAD-TYPE TO TRUE
040100             SET WS-EDIT-FAILED TO TRUE
040200             GO TO 2200-EXIT
040300         END-IF
040400         IF CX-NAME = SPACES
040500             SET WS-REASON-NO-NAME TO TRUE
040600             SET WS-EDIT-FAILED TO TRUE
040700             GO TO 2200-EXIT
040800         END-IF
040900         IF WS-FOUND > 0
041000             SET WS-REASON-DUPLICATE TO TRUE
041100             SET WS-EDIT-FAILED TO TRUE
041200             GO TO 2200-EXIT
041300         END-IF
041400         MOVE CX-TYPE TO WS-NEW-TYPE
041500     ELSE
041600         IF WS-FOUND = 0
041700             SET WS-REASON-NOT-ON-CALENDAR TO TRUE
041800             SET WS-EDIT-FAILED TO TRUE
041900             GO TO 2200-EXIT
042000         END-IF
042100         IF CX-TYPE NOT = SPACE
042200         AND NOT CX-TYPE-VALID
042300             SET WS-REASON-BAD-TYPE TO TRUE
042400             SET WS-EDIT-FAILED TO TRUE
042500             GO TO 2200-EXIT
042600         END-IF
042700         IF CX-TYPE = SPACE
042800             MOVE CT-TYPE(WS-FOUND) TO WS-NEW-TYPE
042900         ELSE
043000             MOVE CX-TYPE TO WS-NEW-TYPE
043100         END-IF
043200     END-IF.
043300     IF CX-ACTION-DELETE
043400         GO TO 2200-EXIT
043500     END-IF.
043600     IF WS-WEEKEND-DAY
043700     AND WS-NEW-TYPE = "H"
043800         SET WS-REASON-WEEKEND-HOLIDAY TO TRUE
043900         SET WS-EDIT-FAILED TO TRUE
044000         GO TO 2200-EXIT
044100     END-IF.
044200     IF NOT WS-WEEKEND-DAY
044300     AND WS-NEW-TYPE = "W"
044400         SET WS-REASON-WEEKDAY-WORKING TO TRUE
044500         SET WS-EDIT-FAILED TO TRUE
044600     END-IF.
044700 2200-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000* 2300-EDIT-DATE - IS WS-EDIT-DATE A REAL CALENDAR DATE THE DATE
045100* FUNCTIONS CAN BE TRUSTED WITH; SETS WS-WEEKDAY WHEN IT IS. BOTH
045110* THE CARDS AND THE BUSCAL LOAD (1150) ARE EDITED HERE.
045200*----------------------------------------------------------------
045300 2300-EDIT-DATE.
045400     MOVE "N" TO WS-EDIT-SWITCH.
045500     IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
045800         SET WS-EDIT-FAILED TO TRUE
045900         GO TO 2300-EXIT
046000     END-IF.
046100     COMPUTE WS-DAY-INTEGER =
046200         FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE).
046300     DIVIDE WS-DAY-INTEGER BY 7
046400         GIVING WS-QUOTIENT REMAINDER WS-WEEKDAY.
046500 2300-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800* 2400-FIND-DATE - THE TABLE ENTRY FOR WS-EDIT-DATE, IN WS-FOUND
046900* (ZERO WHEN THE CALENDAR DOES NOT HAVE IT). A DELETED ENTRY IS
047000* NOT ON THE CALENDAR.
047100*----------------------------------------------------------------
047200 2400-FIND-DATE.
047300     MOVE 0 TO WS-FOUND.
047400     PERFORM 2450-MATCH-DATE
047500         VARYING WS-C FROM 1 BY 1
047600         UNTIL WS-C > WS-CAL-COUNT OR WS-FOUND > 0.
047700 2400-EXIT.
047800     EXIT.
047900 2450-MATCH-DATE.
048000     IF CT-DATE(WS-C) = WS-EDIT-DATE
048100     AND CT-ACTIVE(WS-C)
048200         MOVE WS-C TO WS-FOUND
048300     END-IF.
048400*----------------------------------------------------------------
048500* 2500-INSERT-DATE - A NEW TABLE ENTRY FOR WS-EDIT-DATE IN ITS
048600* DATE-ORDER PLACE (THE ENTRIES AFTER IT MOVE DOWN ONE), LEFT IN
048700* WS-FOUND WITH THE DATE SET, ACTIVE, STAMPED ADDED TODAY.
048800*----------------------------------------------------------------
048900 2500-INSERT-DATE.
049000     IF WS-CAL-COUNT = WS-CAL-MAX
049100         DISPLAY "MORE THAN " WS-CAL-MAX " CALENDAR DATES -"
049200             " ENLARGE WS-CAL-TABLE"
049300         MOVE 16 TO RETURN-CODE
049400         PERFORM 9000-TERMINATE THRU 9000-EXIT
049500         STOP RUN
049600     END-IF.
049700     MOVE 0 TO WS-INSERT-AT.
049800     PERFORM 2550-FIND-INSERT-POINT
049900         VARYING WS-C FROM 1 BY 1
050000         UNTIL WS-C > WS-CAL-COUNT OR WS-INSERT-AT > 0.
050100     IF WS-INSERT-AT = 0
050200         COMPUTE WS-INSERT-AT = WS-CAL-COUNT + 1
050300     END-IF.
050400     PERFORM 2580-SHIFT-ENTRY-DOWN
050500         VARYING WS-S FROM WS-CAL-COUNT BY -1
050600         UNTIL WS-S < WS-INSERT-AT.
050700     ADD 1 TO WS-CAL-COUNT.
050800     MOVE WS-INSERT-AT TO WS-FOUND.
050900     MOVE WS-EDIT-DATE TO CT-DATE(WS-FOUND).
051000     MOVE SPACE TO CT-TYPE(WS-FOUND).
051100     MOVE SPACES TO CT-NAME(WS-FOUND).
051200     MOVE WS-CURRENT-DATE-NUM TO CT-ADDED-DATE(WS-FOUND).
051300     SET CT-ACTIVE(WS-FOUND) TO TRUE.
051400 2500-EXIT.
051500     EXIT.
051600 2550-FIND-INSERT-POINT.
051700     IF CT-DATE(WS-C) > WS-EDIT-DATE
051800         MOVE WS-C TO WS-INSERT-AT
051900     END-IF.
052000 2580-SHIFT-ENTRY-DOWN.
052100     MOVE WS-CAL-ENTRY(WS-S) TO WS-CAL-ENTRY(WS-S + 1).
052200*----------------------------------------------------------------
052300* 2900-REJECT-CARD - LIST THE CARD WITH ITS REASON.
052400*----------------------------------------------------------------
052500 2900-REJECT-CARD.
052600     ADD 1 TO WS-REJECT-COUNT.
052700     MOVE WS-REJECT-REASON TO CJ-REASON-CODE.
052800     EVALUATE TRUE
052900         WHEN WS-REASON-BAD-ACTION
053000             MOVE "ACTION NOT A/C/D" TO CJ-REASON-DESC
053100         WHEN WS-REASON-BAD-DATE
053200             MOVE "DATE NOT VALID" TO CJ-REASON-DESC
053300         WHEN WS-REASON-BAD-TYPE
053400             MOVE "DAY TYPE NOT H/W" TO CJ-REASON-DESC
053500         WHEN WS-REASON-NO-NAME
053600             MOVE "NAME MISSING" TO CJ-REASON-DESC
053700         WHEN WS-REASON-DUPLICATE
053800             MOVE "ALREADY ON CALENDAR" TO CJ-REASON-DESC
053900         WHEN WS-REASON-NOT-ON-CALENDAR
054000             MOVE "NOT ON CALENDAR" TO CJ-REASON-DESC
054100         WHEN WS-REASON-WEEKEND-HOLIDAY
054200             MOVE "HOLIDAY ON A WEEKEND" TO CJ-REASON-DESC
054300         WHEN WS-REASON-WEEKDAY-WORKING
054400             MOVE "WORKING DAY ON A WEEKDAY" TO CJ-REASON-DESC
054500     END-EVALUATE.
054600     MOVE CAL-TRAN-RECORD TO CJ-RECORD-IMAGE.
054700     WRITE CAL-REPORT-RECORD FROM WS-REJECT-DETAIL.
054800 2900-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100* 3000-ADD-DATE / 4000-CHANGE-DATE / 5000-DELETE-DATE - THE CARD
055200* HAS PASSED ITS EDITS; APPLY IT TO THE TABLE AND LIST IT.
055300*----------------------------------------------------------------
055400 3000-ADD-DATE.
055500     PERFORM 2500-INSERT-DATE THRU 2500-EXIT.
055600     MOVE CX-TYPE TO CT-TYPE(WS-FOUND).
055700     MOVE CX-NAME TO CT-NAME(WS-FOUND).
055800     ADD 1 TO WS-ADD-COUNT.
055900     MOVE "ADDED" TO CD1-ACTION-DESC.
056000     PERFORM 8000-WRITE-ENTRY-LINE THRU 8000-EXIT.
056100 3000-EXIT.
056200     EXIT.
056300 4000-CHANGE-DATE.
056400     MOVE WS-NEW-TYPE TO CT-TYPE(WS-FOUND).
056500     IF CX-NAME NOT = SPACES
056600         MOVE CX-NAME TO CT-NAME(WS-FOUND)
056700     END-IF.
056800     ADD 1 TO WS-CHANGE-COUNT.
056900     MOVE "CHANGED" TO CD1-ACTION-DESC.
057000     PERFORM 8000-WRITE-ENTRY-LINE THRU 8000-EXIT.
057100 4000-EXIT.
057200     EXIT.
057300 5000-DELETE-DATE.
057400     SET CT-DELETED(WS-FOUND) TO TRUE.
057500     ADD 1 TO WS-DELETE-COUNT.
057600     MOVE "DELETED" TO CD1-ACTION-DESC.
057700     PERFORM 8000-WRITE-ENTRY-LINE THRU 8000-EXIT.
057800 5000-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100* 6000-REWRITE-CALENDAR - THE TABLE BACK OUT WHOLE, IN DATE
058200* ORDER, LESS THE DELETED DATES.
058300*----------------------------------------------------------------
058400 6000-REWRITE-CALENDAR.
058500     OPEN OUTPUT BUSINESS-CALENDAR-FILE.
058600     IF NOT BUSCAL-OK
058700         DISPLAY "BUSCAL OPEN FOR OUTPUT FAILED, STATUS="
058800             WS-BUSCAL-STATUS
058900         MOVE 16 TO RETURN-CODE
059000         PERFORM 9000-TERMINATE THRU 9000-EXIT
059100         STOP RUN
059200     END-IF.
059300     PERFORM 6100-WRITE-ONE-DATE THRU 6100-EXIT
059400         VARYING WS-C FROM 1 BY 1
059500         UNTIL WS-C > WS-CAL-COUNT.
059600     CLOSE BUSINESS-CALENDAR-FILE.
059700 6000-EXIT.
059800     EXIT.
059900 6100-WRITE-ONE-DATE.
060000     IF NOT CT-ACTIVE(WS-C)
060100         GO TO 6100-EXIT
060200     END-IF.
060300     MOVE SPACES TO CALENDAR-RECORD.
060400     MOVE CT-DATE(WS-C) TO CD-DATE.
060500     MOVE CT-TYPE(WS-C) TO CD-TYPE.
060600     MOVE CT-NAME(WS-C) TO CD-NAME.
060700     MOVE CT-ADDED-DATE(WS-C) TO CD-ADDED-DATE.
060800     WRITE CALENDAR-RECORD.
060900     ADD 1 TO WS-WRITTEN-COUNT.
061000 6100-EXIT.
061100     EXIT.
061200*----------------------------------------------------------------
061300* 7000-WRITE-LISTING - EVERY DATE NOW ON THE CALENDAR, THEN THE
061400* CONTROL BOX: CARDS READ = ADDED + CHANGED + DELETED + REJECTED.
061500*----------------------------------------------------------------
061600 7000-WRITE-LISTING.
061700     MOVE SPACES TO CAL-REPORT-RECORD.
061800     WRITE CAL-REPORT-RECORD.
061900     WRITE CAL-REPORT-RECORD FROM WS-LISTING-HEADING.
062000     IF WS-WRITTEN-COUNT = 0
062100         WRITE CAL-REPORT-RECORD FROM WS-LISTING-EMPTY-LINE
062200     ELSE
062300         PERFORM 7100-LIST-ONE-DATE THRU 7100-EXIT
062400             VARYING WS-FOUND FROM 1 BY 1
062500             UNTIL WS-FOUND > WS-CAL-COUNT
062600     END-IF.
062700     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-RULE.
062800     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-TITLE.
062900     MOVE "CARDS READ       :" TO CB-LABEL.
063000     MOVE WS-READ-COUNT TO CB-COUNT.
063100     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
063200     MOVE "DATES ADDED      :" TO CB-LABEL.
063300     MOVE WS-ADD-COUNT TO CB-COUNT.
063400     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
063500     MOVE "DATES CHANGED    :" TO CB-LABEL.
063600     MOVE WS-CHANGE-COUNT TO CB-COUNT.
063700     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
063800     MOVE "DATES DELETED    :" TO CB-LABEL.
063900     MOVE WS-DELETE-COUNT TO CB-COUNT.
064000     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
064100     MOVE "CARDS REJECTED   :" TO CB-LABEL.
064200     MOVE WS-REJECT-COUNT TO CB-COUNT.
064300     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
064400     MOVE "DATES ON CALENDAR:" TO CB-LABEL.
064500     MOVE WS-WRITTEN-COUNT TO CB-COUNT.
064600     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
064700     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-BOX-RULE.
064800 7000-EXIT.
064900     EXIT.
065000 7100-LIST-ONE-DATE.
065100     IF NOT CT-ACTIVE(WS-FOUND)
065200         GO TO 7100-EXIT
065300     END-IF.
065400     MOVE SPACES TO CD1-ACTION-DESC.
065500     PERFORM 8000-WRITE-ENTRY-LINE THRU 8000-EXIT.
065600 7100-EXIT.
065700     EXIT.
065800*----------------------------------------------------------------
065900* 8000-WRITE-ENTRY-LINE - ONE REPORT LINE FOR TABLE ENTRY
066000* WS-FOUND, UNDER THE CAPTION THE CALLER SET.
066100*----------------------------------------------------------------
066200 8000-WRITE-ENTRY-LINE.
066300     MOVE CT-DATE(WS-FOUND) TO CD1-DATE.
066400     MOVE CT-DATE(WS-FOUND) TO WS-EDIT-DATE.
066500     PERFORM 2300-EDIT-DATE THRU 2300-EXIT.
066600     MOVE WS-WEEKDAY-NAME(WS-WEEKDAY + 1) TO CD1-WEEKDAY.
066700     IF CT-TYPE(WS-FOUND) = "H"
066800         MOVE "HOLIDAY" TO CD1-TYPE-DESC
066900     ELSE
067000         MOVE "WORKING DAY" TO CD1-TYPE-DESC
067100     END-IF.
067200     MOVE CT-NAME(WS-FOUND) TO CD1-NAME.
067300     MOVE CT-ADDED-DATE(WS-FOUND) TO CD1-ADDED-DATE.
067400     WRITE CAL-REPORT-RECORD FROM WS-REPORT-DETAIL.
067500 8000-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800* 9000-TERMINATE - TRAILER AND CLOSE.
067900*----------------------------------------------------------------
068000 9000-TERMINATE.
068100     IF WS-CALTRAN-IS-OPEN
068200         CLOSE CAL-TRAN-FILE
068300     END-IF.
068400     IF WS-CALRPT-IS-OPEN
068500         MOVE WS-CURRENT-DATE-NUM TO CT1-DATE
068600         WRITE CAL-REPORT-RECORD FROM WS-REPORT-TRAILER
068700         CLOSE CAL-REPORT-FILE
068800     END-IF.
068900     DISPLAY "CALENDAR CARDS READ: " WS-READ-COUNT
069000         " REJECTED: " WS-REJECT-COUNT
069100         " DATES ON CALENDAR: " WS-WRITTEN-COUNT.
069200 9000-EXIT.
069300     EXIT.
069400 END PROGRAM CALMNT.
