014290*                  SKIPPED - A PER-SEQUENCE ALLOWANCE OF ONE
014292*                  WAS ONLY RIGHT WHEN THE SOLE SKIP WAS
014294*                  "FEWER THAN 2 VALUES".
014296* 10/15/2026 WJ    THE UNIT CHECK READS THE UNIT MASTER AS OF THE
014298*                  RUN DATE (UNITIO FUNCTION A, OFF THE UNITHIST
014300*                  CHANGE HISTORY) - A BACKDATED RERUN IS JUDGED
014302*                  BY THE STATUS AND RANGE IN FORCE THAT NIGHT,
014304*                  NOT BY TODAY'S.
014306* 10/15/2026 WJ    A DAYS=B CARD MAKES THE GAPD= CHECK COUNT
014308*                  BUSINESS DAYS OFF THE BUSCAL CALENDAR (CALIO)
014310*                  INSTEAD OF CALENDAR DAYS, SO A FRIDAY-TO-MONDAY
014312*                  OR POST-HOLIDAY DECK IS NO LONGER A FALSE GAP.
014314*                  NO CALENDAR FILE WARNS (RC 4) AND COUNTS
014316*                  CALENDAR DAYS. THE LONGER BUSINESS-DAY GAP
014317*                  WORDING PRINTS ON A DAYS=B GAP LINE ONLY.
014318* 10/15/2026 WJ    EVERY SKIP, RANGE AND GAP WARNING (AND A
014320*                  MISSING UNIT MASTER OR CALENDAR) IS ALSO
014322*                  APPENDED TO THE COMMON ALERT FILE (ALERTS,
014324*                  THROUGH ALERTIO) FOR THE NIGHTDIG DIGEST. A
014326*                  FAILED ALERT WRITE IS WARNED ONCE ON SYSOUT AND
014328*                  DOES NOT CHANGE THE RC.
014330* 10/15/2026 WJ    A CUML=Y CARD CARRIES EACH UNIT'S
014332*                  PERIOD-TO-DATE SCORING STATE ACROSS NIGHTS -
014334*                  EVERY VALUE SCORED SINCE THE PERIOD BEGAN, WITH
014336*                  ITS LENGTH AND PREDECESSOR, AND THE TAILS
014338*                  TABLE, PER STEP NAME, UNIT AND MODE, ON A NEW
014340*                  KEYED STATE MASTER (LSSTATE, THROUGH STATEIO).
014342*                  ONLY TONIGHT'S VALUES ARE SCORED, ON TOP OF THE
014344*                  SAVED STATE, AND THE RUNNING PERIOD-TO-DATE LIS
014346*                  PRINTS UNDER EACH UNIT ALONGSIDE TONIGHT'S OWN
014348*                  - NO MORE RESUBMITTING THE WHOLE QUARTER'S
014350*                  DECK. PERD=M/Q/Y SETS THE PERIOD (QUARTER BY
014352*                  DEFAULT); THE FIRST NIGHT OF A NEW ONE STARTS
014354*                  FRESH. A STATE ALREADY CARRIED THROUGH TONIGHT
014356*                  IS REPORTED, NOT CARRIED TWICE; ONE DATED PAST
014358*                  TONIGHT OR TOO FULL TO TAKE TONIGHT'S VALUES IS
014360*                  LEFT ALONE WITH A WARNING (RC 4). TONIGHT'S
014362*                  REPORT FIGURES, AUDIT ENTRIES AND SUMMARY ARE
014364*                  UNCHANGED. LSSTBKP BACKS THE STATE MASTER UP
014366*                  EACH NIGHT AND RESTORES A BACKED-OUT NIGHT.
014374******************************************************************
014376 IDENTIFICATION DIVISION.
014400 PROGRAM-ID. LONGSUBQ.
014500 ENVIRONMENT DIVISION.
014600 INPUT-OUTPUT SECTION.
018400     05  FILLER                  PIC X(05).
018500     05  LS-CR-STEP-NAME         PIC X(08).
018600     05  FILLER                  PIC X(67).
018601 01  LS-CONTROL-CUML-CARD.
018602     05  FILLER                  PIC X(05).
018603     05  LS-CR-CUML-CODE         PIC X(01).
018604     05  FILLER                  PIC X(74).
018605 01  LS-CONTROL-PERD-CARD.
018606     05  FILLER                  PIC X(05).
018607     05  LS-CR-PERD-CODE         PIC X(01).
018608     05  FILLER                  PIC X(74).
018610 01  LS-CONTROL-GAP-CARD.
018620     05  FILLER                  PIC X(05).
018630     05  LS-CR-GAP-DAYS          PIC X(03).
018693     05  FILLER                  PIC X(05).
018694     05  LS-CR-UCHK-CODE         PIC X(01).
018695     05  FILLER                  PIC X(74).
018696 01  LS-CONTROL-DAYS-CARD.
018697     05  FILLER                  PIC X(05).
018698     05  LS-CR-DAYS-CODE         PIC X(01).
018699     05  FILLER                  PIC X(74).
018700 FD  LS-REPORT-FILE.
018800 01  LS-REPORT-RECORD            PIC X(132).
018900 FD  LS-CHECKPOINT-FILE.
024800*    WITH THE SUBPROGRAM'S, SO IT IS MOVED TO RETURN-CODE ONLY
024900*    IMMEDIATELY BEFORE EACH STOP RUN.
025000 01  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
025001*    PERIOD-TO-DATE SCORING (CUML=Y / PERD= CARDS). THE STATE OF
025002*    THE PERIOD SO FAR LIVES ON LSSTATE (THROUGH STATEIO), ONE SET
025003*    OF RECORDS PER STEP NAME, UNIT AND MODE. WS-PERIOD-START IS
025004*    THE FIRST DAY OF THE MONTH, QUARTER OR YEAR THE RUN DATE
025005*    FALLS IN - A STATE SAVED FOR ANY OTHER PERIOD STARTS OVER.
025006 01  WS-CUMULATIVE-SWITCH        PIC X(01) VALUE "N".
025007     88  WS-CUMULATIVE-ON        VALUE "Y".
025008     88  WS-CUMULATIVE-VALID     VALUE "Y" "N".
025009 01  WS-PERIOD-CODE              PIC X(01) VALUE SPACE.
025010     88  WS-PERIOD-MONTH         VALUE "M".
025011     88  WS-PERIOD-QUARTER       VALUE "Q".
025012     88  WS-PERIOD-YEAR          VALUE "Y".
025013     88  WS-PERIOD-VALID         VALUE "M" "Q" "Y".
025014 01  WS-PERIOD-START             PIC 9(08) VALUE ZERO.
025015 01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
025016     05  WS-PS-YEAR              PIC 9(04).
025017     05  WS-PS-MONTH             PIC 9(02).
025018     05  WS-PS-DAY               PIC 9(02).
025019 01  WS-PS-QUARTER               PIC 9(01).
025020*    THE SAVED STATE AS READ FROM ITS HEADER - THEN AS CARRIED
025021*    FORWARD BY TONIGHT'S VALUES.
025022 01  WS-PTD-HEADER-SWITCH        PIC X(01).
025023     88  WS-PTD-HEADER-FOUND     VALUE "Y".
025024 01  WS-PTD-THRU-DATE            PIC 9(08).
025025 01  WS-PTD-PERIOD-CODE          PIC X(01).
025026 01  WS-PTD-PERIOD-START         PIC 9(08).
025027 01  WS-PTD-FIRST-DATE           PIC 9(08).
025028 01  WS-PTD-NIGHTS               PIC 9(04).
025029 01  WS-PTD-BASE                 PIC 9(06).
025030 01  WS-PTD-TAILS                PIC 9(06).
025031 01  WS-PTD-OLD-NODE-SEGS        PIC 9(04).
025032 01  WS-PTD-OLD-TAILS-SEGS       PIC 9(04).
025033 01  WS-PTD-STATUS               PIC X(01).
025034     88  WS-PTD-CARRIED          VALUE "C".
025035     88  WS-PTD-REBUILT          VALUE "R".
025036     88  WS-PTD-NEW-PERIOD       VALUE "N".
025037     88  WS-PTD-ALREADY-CARRIED  VALUE "A".
025038     88  WS-PTD-FULL             VALUE "F".
025039     88  WS-PTD-AHEAD            VALUE "H".
025040     88  WS-PTD-TO-SCORE         VALUE "C" "N".
025041 01  WS-PTD-NEW-COUNT            PIC 9(06).
025042 01  WS-PTD-OLD-BASE             PIC 9(06).
025043 01  WS-PTD-FROM                 PIC 9(06).
025044 01  WS-PTD-POS                  PIC 9(06).
025045 01  WS-PTD-IDX                  PIC 9(04).
025046 01  WS-PTD-SEG                  PIC 9(04).
025047 01  WS-PTD-FIRST-SEG            PIC 9(04).
025048 01  WS-PTD-NODE-SEGS            PIC 9(04).
025049 01  WS-PTD-TAILS-SEGS           PIC 9(04).
025050 01  WS-PTD-DROP-TYPE            PIC X(01).
025051 01  WS-PTD-IO-ACTION            PIC X(06).
025052 01  WS-PTD-PASS                 PIC 9(01).
025053*    ONE ENTRY PER MODE, IN I, N, D, X ORDER (2910-ORDER-OF-MODE),
025054*    FOR THE PERIOD-TO-DATE REPORT LINES.
025055 01  WS-PTD-RESULTS.
025056     05  WS-PTD-MODE-ENTRY OCCURS 4 TIMES.
025057         10  WS-PR-STATUS        PIC X(01).
025058         10  WS-PR-PERIOD        PIC X(01).
025059         10  WS-PR-START         PIC 9(08).
025060         10  WS-PR-NIGHTS        PIC 9(04).
025061         10  WS-PR-VALUES        PIC 9(06).
025062         10  WS-PR-LIS           PIC 9(06).
025100 01  WS-MODE-CODE                PIC X(01) VALUE "I".
025200     88  WS-MODE-INCREASING      VALUE "I".
025300     88  WS-MODE-NONDECREASING   VALUE "N".
025700                                 PIC 9(06).
025702*    GAP CHECK AND CALENDAR-WINDOW CONTROLS (GAPD=/WNDW= CARDS).
025704 01  WS-GAP-DAYS-LIMIT           PIC 9(03) VALUE ZERO.
025705*    DAYS=B COUNTS THE GAP IN BUSINESS DAYS OFF THE CALENDAR; THE
025706*    DEFAULT C COUNTS CALENDAR DAYS AS THE CHECK ALWAYS HAS.
025707 01  WS-GAP-COUNT-CODE           PIC X(01) VALUE "C".
025708     88  WS-GAP-BUSINESS-DAYS    VALUE "B".
025709     88  WS-GAP-COUNT-VALID      VALUE "B" "C".
025710 01  WS-CALENDAR-SWITCH          PIC X(01) VALUE "Y".
025711     88  WS-CALENDAR-ON-FILE     VALUE "Y".
025712     88  WS-CALENDAR-MISSING     VALUE "N".
025713 01  WS-WINDOW-CODE              PIC X(01) VALUE SPACE.
025714     88  WS-WINDOW-WEEKLY        VALUE "W".
025715     88  WS-WINDOW-MONTHLY       VALUE "M".
025716     88  WS-WINDOW-REQUESTED     VALUE "W" "M".
025717 01  WS-ORDER-MODE-IN            PIC X(01).
025718 01  WS-ORDER-NUM-OUT            PIC 9(01).
025719 01  WS-ACTIVE-MODE-ORDER        PIC 9(01).
025720 01  WS-PENDING-MODE-ORDER       PIC 9(01).
025722 01  WS-PENDING-CKPT-MODE        PIC X(01) VALUE SPACE.
025724*    GAP-CHECK AND WINDOW WORK FIELDS. THE HOLD ARRAYS KEEP THE
025728*    INTO WS-ARRAY FOR ITS OWN COMPUTE PASS.
025730 01  WS-PREV-ASOF-INT            PIC 9(08).
025732 01  WS-THIS-ASOF-INT            PIC 9(08).
025733 01  WS-PREV-ASOF-DATE           PIC 9(08).
025734 01  WS-GAP-DIFF                 PIC S9(09).
025736 01  WS-ASOF-EDIT                PIC 9(08).
025738 01  WS-ASOF-EDIT-PARTS REDEFINES WS-ASOF-EDIT.
025778 01  WS-WINDOW-BREAK-SWITCH      PIC X(01).
025780     88  WS-WINDOW-BREAK         VALUE "Y".
025782 01  WS-MODE-DESC                PIC X(20).
025784*    HOW THE GAP BEING CHECKED WAS COUNTED - BUSINESS DAYS ONLY
025786*    WHEN THE CALENDAR ANSWERED FOR IT.
025788 01  WS-GAP-KIND-CODE            PIC X(01) VALUE "C".
025790     88  WS-GAP-IN-CALENDAR-DAYS VALUE "C".
025792     88  WS-GAP-IN-BUSINESS-DAYS VALUE "B".
025800 01  WS-RUN-CONTROL-NAME         PIC X(08) VALUE "LONGSUBQ".
025900 01  WS-UNIT-NAME                PIC X(20) VALUE "UNLABELED".
026000 01  WS-PENDING-UNIT-NAME        PIC X(20).
029231     05  RWU-LENGTH              PIC ZZZZZ9.
029232     05  FILLER                  PIC X(07) VALUE "  LIS: ".
029233     05  RWU-LIS                 PIC ZZZZZ9.
029234*    A GAP COUNTED IN BUSINESS DAYS (DAYS=B) HAS THIS LAID OVER
029235*    THE GAP LINE FROM ITS " DAYS BEFORE " ON.
029236 01  WS-REPORT-BDAY-TAIL.
029237     05  FILLER                  PIC X(22)
029238                     VALUE " BUSINESS DAYS BEFORE ".
029239     05  RGB-DATE                PIC 9999/99/99.
029266*    EVERY SKIP LINE ENDS WITH THE SKIPPED SEQUENCE'S VALUE
029267*    COUNT IN FIXED COLUMNS - NIGHTBAL ADDS THOSE COUNTS INTO
029268*    ITS INPUT-VS-REPORT BALANCE, SO A SKIPPED UNIT OF ANY SIZE
030900                     VALUE "END LIS REPORT  RUN ".
031000     05  FILLER                  PIC X(03) VALUE "ON ".
031100     05  RT-DATE                 PIC 9999/99/99.
031101*    THE PERIOD-TO-DATE LINE, ONE PER MODE UNDER EACH UNIT ON A
031102*    CUML=Y RUN. IT MUST NOT OPEN WITH "BUSINESS UNIT: " OR
031103*    "ARRAY LENGTH: " - NIGHTBAL BALANCES THE REPORT ON THOSE.
031104 01  WS-REPORT-PTD-LINE.
031105     05  FILLER                  PIC X(20)
031106                     VALUE "PERIOD-TO-DATE MODE ".
031107     05  RP-MODE-CODE            PIC X(01).
031108     05  FILLER                  PIC X(01) VALUE SPACE.
031109     05  RP-PERIOD               PIC X(07).
031110     05  FILLER                  PIC X(06) VALUE " FROM ".
031111     05  RP-FROM                 PIC 9999/99/99.
031112     05  FILLER                  PIC X(09) VALUE "  NIGHTS ".
031113     05  RP-NIGHTS               PIC ZZZ9.
031114     05  FILLER                  PIC X(09) VALUE "  VALUES ".
031115     05  RP-VALUES               PIC ZZZZZ9.
031116     05  FILLER                  PIC X(13) VALUE "  LIS COUNT: ".
031117     05  RP-LIS                  PIC ZZZZZ9.
031118     05  FILLER                  PIC X(02) VALUE SPACES.
031119     05  RP-NOTE                 PIC X(37).
031120 01  WS-PTD-ALERT-LINE.
031121     05  FILLER                  PIC X(05) VALUE "MODE ".
031122     05  PA-MODE-CODE            PIC X(01).
031123     05  FILLER                  PIC X(01) VALUE SPACE.
031124     05  PA-REASON               PIC X(60).
031200 COPY AUDIOREQ.
031300 COPY AUDITREC.
031310 COPY UNITREQ.
031320 COPY UNITREC.
031330 COPY CALREQ.
031340 COPY ALERTREQ.
031350 COPY ALERTREC.
031351 COPY STATEREQ.
031352 COPY STATEREC.
031360 01  WS-ALERT-CODE               PIC X(08).
031370     88  WS-ALERT-RUN-WIDE       VALUE "NOMASTER" "NOCALNDR".
031380 01  WS-ALERT-TEXT               PIC X(80).
031400 01  WS-AUDIT-TRIES              PIC 9(04) VALUE ZERO.
031500 01  WS-AM-VALUE-LIMIT           PIC 9(04) VALUE 2000.
031600 01  WS-FILE-STATUSES.
036200         88  WS-STEP-ALREADY-DONE VALUE "Y".
036210     05  WS-UNITMST-BYPASS-SWITCH PIC X(01) VALUE "N".
036220         88  WS-UNITMST-BYPASSED VALUE "Y".
036221     05  WS-ALERT-WARN-SWITCH    PIC X(01) VALUE "N".
036222         88  WS-ALERT-WARNED     VALUE "Y".
036230     05  WS-CKPT-HOLD-SWITCH     PIC X(01) VALUE "N".
036240         88  WS-CKPT-HELD        VALUE "Y".
036250*    UCHK=N ON LSCNTL TURNS THE UNIT MASTER CHECK OFF FOR THE
036251*    RUN - FOR A DECK WHOSE "U" HEADERS ARE NOT UNIT-MASTER NAMES.
036260*    THE STEP030 VAL-STREAM DECK IS HEADED BY THE MASTER NAMES
036261*    HELLO LOOKS UP FROM THE DESK CODES, SO IT RUNS WITH THE
036265*    CHECK ON.
036290     05  WS-UNIT-CHECK-SWITCH    PIC X(01) VALUE "Y".
036291         88  WS-UNIT-CHECK-ON    VALUE "Y".
036292         88  WS-UNIT-CHECK-OFF   VALUE "N".
042030* SEPARATE COMPLETION RECORDS; GAPD= WARNS WHEN CONSECUTIVE
042040* AS-OF DATES ARE MORE THAN NNN DAYS APART; WNDW= (W OR M)
042050* ADDS THE PER-CALENDAR-WINDOW SECTION; UCHK=N TURNS THE UNIT
042060* MASTER CHECK OFF FOR A DECK WHOSE HEADERS ARE NOT UNIT-MASTER
042150* NAMES (BOTH NIGHTLY STEPS RUN WITH IT ON); DAYS=B MAKES
042200* THE GAPD= CHECK COUNT BUSINESS DAYS; CUML=Y CARRIES EACH UNIT'S
042250* PERIOD-TO-DATE STATE ACROSS NIGHTS, OVER THE MONTH, QUARTER OR
042300* YEAR PERD= (M, Q OR Y - QUARTER BY DEFAULT) NAMES. ANY OTHER
042400* CARD FAILS THE RUN RATHER THAN ANSWERING THE WRONG QUESTION.
042500*----------------------------------------------------------------
042600 1100-READ-CONTROL.
045057         MOVE WS-RETURN-CODE TO RETURN-CODE
045060         STOP RUN
045063     END-IF.
045064     IF NOT WS-GAP-COUNT-VALID
045065         DISPLAY "LSCNTL DAYS CODE '" WS-GAP-COUNT-CODE
045066             "' INVALID - MUST BE B OR C"
045067         MOVE 16 TO WS-RETURN-CODE
045068         PERFORM 9000-TERMINATE THRU 9000-EXIT
045069         MOVE WS-RETURN-CODE TO RETURN-CODE
045070         STOP RUN
045071     END-IF.
045072*    ONE ANALYSIS DIMENSION PER RUN - THE FOUR-MODE PASS AND
045073*    THE PER-WINDOW PASS EACH MULTIPLY THE SCORING, AND THE
045074*    REPORT COULD NOT SAY WHICH CUT A NUMBER BELONGS TO.
045075     IF WS-WINDOW-REQUESTED
045078     AND WS-ALL-MODES-REQUESTED
045081         DISPLAY "LSCNTL WNDW= CANNOT COMBINE WITH MODE=A"
045800         WHEN WS-MODE-NONINCREASING
045900             MOVE "NON-INCREASING" TO WS-MODE-DESC
046000     END-EVALUATE.
046001     IF NOT WS-CUMULATIVE-VALID
046002         DISPLAY "LSCNTL CUML CODE '" WS-CUMULATIVE-SWITCH
046003             "' INVALID - MUST BE Y OR N"
046004         MOVE 16 TO WS-RETURN-CODE
046005         PERFORM 9000-TERMINATE THRU 9000-EXIT
046006         MOVE WS-RETURN-CODE TO RETURN-CODE
046007         STOP RUN
046008     END-IF.
046009     IF WS-PERIOD-CODE NOT = SPACE
046010     AND NOT WS-PERIOD-VALID
046011         DISPLAY "LSCNTL PERD CODE '" WS-PERIOD-CODE
046012             "' INVALID - MUST BE M, Q OR Y"
046013         MOVE 16 TO WS-RETURN-CODE
046014         PERFORM 9000-TERMINATE THRU 9000-EXIT
046015         MOVE WS-RETURN-CODE TO RETURN-CODE
046016         STOP RUN
046017     END-IF.
046018*    A PERIOD WITHOUT CUML=Y WOULD BE SILENTLY IGNORED - THE CARDS
046019*    ASKED FOR SOMETHING THE RUN IS NOT GOING TO DO.
046020     IF WS-PERIOD-CODE NOT = SPACE
046021     AND NOT WS-CUMULATIVE-ON
046022         DISPLAY "LSCNTL PERD= NEEDS CUML=Y"
046023         MOVE 16 TO WS-RETURN-CODE
046024         PERFORM 9000-TERMINATE THRU 9000-EXIT
046025         MOVE WS-RETURN-CODE TO RETURN-CODE
046026         STOP RUN
046027     END-IF.
046028     IF WS-CUMULATIVE-ON
046029         PERFORM 1160-SET-PERIOD-START THRU 1160-EXIT
046030     END-IF.
046100 1100-EXIT.
046200     EXIT.
046300*----------------------------------------------------------------
049861                 WHEN LS-CR-KEYWORD = "UCHK="
049862                     MOVE LS-CR-UCHK-CODE
049863                         TO WS-UNIT-CHECK-SWITCH
049864                 WHEN LS-CR-KEYWORD = "DAYS="
049865                     MOVE LS-CR-DAYS-CODE TO WS-GAP-COUNT-CODE
049870                 WHEN LS-CR-KEYWORD = "CUML="
049875                     MOVE LS-CR-CUML-CODE
049880                         TO WS-CUMULATIVE-SWITCH
049885                 WHEN LS-CR-KEYWORD = "PERD="
049890                     MOVE LS-CR-PERD-CODE TO WS-PERIOD-CODE
049900                 WHEN LS-CONTROL-RECORD = SPACES
050000                     CONTINUE
050100                 WHEN OTHER
051000     END-READ.
051100 1150-EXIT.
051200     EXIT.
051201*----------------------------------------------------------------
051202* 1160-SET-PERIOD-START - THE FIRST DAY OF THE MONTH, QUARTER OR
051203* YEAR (PERD= CARD, QUARTER WHEN THERE IS NONE) THE RUN DATE FALLS
051204* IN. A SAVED STATE FOR ANY OTHER PERIOD IS STARTED OVER.
051205*----------------------------------------------------------------
051206 1160-SET-PERIOD-START.
051207     IF WS-PERIOD-CODE = SPACE
051208         SET WS-PERIOD-QUARTER TO TRUE
051209     END-IF.
051210     MOVE WS-CURRENT-DATE-NUM TO WS-PERIOD-START.
051211     MOVE 1 TO WS-PS-DAY.
051212     EVALUATE TRUE
051213         WHEN WS-PERIOD-QUARTER
051214             COMPUTE WS-PS-QUARTER = (WS-PS-MONTH - 1) / 3
051215             COMPUTE WS-PS-MONTH = WS-PS-QUARTER * 3 + 1
051216         WHEN WS-PERIOD-YEAR
051217             MOVE 1 TO WS-PS-MONTH
051218         WHEN OTHER
051219             CONTINUE
051220     END-EVALUATE.
051221 1160-EXIT.
051222     EXIT.
051300*----------------------------------------------------------------
051400* 1050-CHECK-RUN-CONTROL - LOOK FOR THIS STEP'S COMPLETION
051500* RECORD FOR TONIGHT'S RUN DATE. A SAME-NIGHT RESUBMIT OF THE
054700 1060-EXIT.
054800     EXIT.
054900*----------------------------------------------------------------
054901* 8800-WRITE-ALERT - APPEND ONE WARNING FOR WS-UNIT-NAME TO THE
054902* COMMON ALERT FILE. THE CALLER SETS THE CODE AND THE TEXT - THE
054903* DETAIL OF THE LSREPORT LINE JUST WRITTEN, AFTER THE UNIT NAME. A
054904* MISSING MASTER OR CALENDAR IS ABOUT THE RUN, NOT THE UNIT. AN
054905* ALERT IS A COPY OF WHAT THE RUN ALREADY REPORTS - A FAILED WRITE
054906* IS WARNED ONCE AND THE RUN CARRIES ON.
054907*----------------------------------------------------------------
054908 8800-WRITE-ALERT.
054909     MOVE SPACES TO ALERT-RECORD.
054910     MOVE WS-RUN-CONTROL-NAME TO AL-PROGRAM.
054911     MOVE WS-CURRENT-DATE-NUM TO AL-BUS-DATE.
054912     IF NOT WS-ALERT-RUN-WIDE
054913         MOVE WS-UNIT-NAME TO AL-UNIT
054914     END-IF.
054915     SET AL-SEV-WARNING TO TRUE.
054916     MOVE WS-ALERT-CODE TO AL-CODE.
054917     MOVE WS-ALERT-TEXT TO AL-TEXT.
054918     SET ALR-FN-WRITE TO TRUE.
054919     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
054920     IF NOT ALR-IO-OK
054921     AND NOT WS-ALERT-WARNED
054922         DISPLAY "ALERTS WRITE FAILED, STATUS=" ALR-STATUS-CODE
054923             " - NO MORE ALERTS WARNED THIS RUN"
054924         SET WS-ALERT-WARNED TO TRUE
054925     END-IF.
054926 8800-EXIT.
054927     EXIT.
054928*----------------------------------------------------------------
055000* 8900-WRITE-RUN-CONTROL - THE RUN HAS PRODUCED ALL OF ITS
055100* OUTPUT. RECORD THE COMPLETION SO A RESUBMIT OF THE STREAM
055200* TONIGHT SKIPS THIS STEP.
059350     IF WS-GAP-DAYS-LIMIT > 0
059360         PERFORM 2670-CHECK-GAPS THRU 2670-EXIT
059370     END-IF.
059375*    THE PERIOD-TO-DATE PASS GOES FIRST - IT BORROWS THE SCORING
059380*    TABLES AND HANDS THEM BACK HOLDING TONIGHT'S VALUES ALONE.
059385     IF WS-CUMULATIVE-ON
059390         PERFORM 7600-SCORE-PERIOD-TO-DATE THRU 7600-EXIT
059395     END-IF.
059400     IF WS-ALL-MODES-REQUESTED
059410         PERFORM 7100-SCORE-ALL-MODES THRU 7100-EXIT
059420     ELSE
061000     EXIT.
061010*----------------------------------------------------------------
061020* 7100-SCORE-ALL-MODES - MODE=A: ONE SCORING PASS PER COMPARISON
061021* IN I, N, D, X ORDER, EACH AUDITED AS ITS OWN LSAUDITM ENTRY
061022* (THE DUP-KEY BUMP IN 6000-WRITE-AUDIT KEEPS THE FOUR RUN IDS
061023* APART), THEN THE SIDE-BY-SIDE SECTION AND THE COMPARISON LINE.
061024*----------------------------------------------------------------
061025 7100-SCORE-ALL-MODES.
061026     MOVE 0 TO WS-ALL-MAX-LIS.
061027     PERFORM 7150-SCORE-ONE-PASS THRU 7150-EXIT
061028         VARYING WS-MODE-PASS FROM 1 BY 1
061029         UNTIL WS-MODE-PASS > 4.
061030     PERFORM 5200-WRITE-ALL-MODES-REPORT THRU 5200-EXIT.
061031 7100-EXIT.
061032     EXIT.
061033 7150-SCORE-ONE-PASS.
061034     MOVE WS-MODE-LIST-CODE(WS-MODE-PASS) TO WS-MODE-CODE.
061035     PERFORM 7200-SCORE-ACTIVE-MODE THRU 7200-EXIT.
061036     MOVE WS-LIS TO WS-AM-LIS(WS-MODE-PASS).
061037     IF WS-LIS > WS-ALL-MAX-LIS
061038         MOVE WS-LIS TO WS-ALL-MAX-LIS
061039     END-IF.
061040     PERFORM 7160-CAPTURE-SUBSEQ
061041         VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-LIS.
061042     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
061043 7150-EXIT.
061044     EXIT.
061045 7160-CAPTURE-SUBSEQ.
061046     MOVE WS-SUBSEQ-POSITION(WS-K)
061047         TO WS-ALL-SUBSEQ-POS(WS-MODE-PASS, WS-K).
061048*----------------------------------------------------------------
061049* 7200-SCORE-ACTIVE-MODE - ONE SCORING PASS OF THE LOADED
061050* SEQUENCE UNDER WS-MODE-CODE: RESTART CHECK, COMPUTE, THE
061051* CHECKPOINT CLEAR (UNLESS A PENDING CHECKPOINT FOR A LATER
061052* SEQUENCE OR MODE HOLDS IT) AND THE BACKTRACE. THE PER-PASS
061053* RESTART STATE IS RESET HERE - ON A MODE=A RUN THE SAME
061054* SEQUENCE IS SCORED FOUR TIMES AND EACH PASS MUST JUDGE THE
061055* CHECKPOINT FOR ITSELF.
061056*----------------------------------------------------------------
061057 7200-SCORE-ACTIVE-MODE.
061058     MOVE 1 TO WS-RESTART-I.
061059     MOVE "N" TO WS-CHECKPOINT-SWITCH.
061060     MOVE "N" TO WS-CKPT-MISMATCH-SWITCH.
061061     PERFORM 2500-CHECK-RESTART THRU 2500-EXIT.
061062     PERFORM 2900-SET-CKPT-HOLD THRU 2900-EXIT.
061063     PERFORM 3000-COMPUTE-LIS THRU 3000-EXIT.
061064*    A CHECKPOINT LEFT FOR A LATER SEQUENCE (OR A LATER MODE OF
061065*    THIS ONE) MUST SURVIVE THE RESCORING OF THE EARLIER
061066*    PASSES, SO THE CLEAR (LIKE THE WRITES IN
061067*    3150-SCORE-ELEMENT) STAYS SUPPRESSED UNTIL THE PASS IT
061068*    BELONGS TO HAS BEEN SCORED.
061069     IF NOT WS-CKPT-HELD
061070         PERFORM 3900-CLEAR-CHECKPOINT
061071     END-IF.
061072     PERFORM 4000-BACKTRACE-SUBSEQ THRU 4000-EXIT.
061073     DISPLAY "UNIT " WS-UNIT-NAME " MODE " WS-MODE-CODE
061074         " N: " WS-ARRAY-LENGTH " LIS: " WS-LIS.
061075 7200-EXIT.
061076     EXIT.
061077*----------------------------------------------------------------
061078* 2900-SET-CKPT-HOLD - DECIDE WHETHER CHECKPOINT WRITES AND
061079* CLEARS ARE SUPPRESSED FOR THIS PASS. A PENDING CHECKPOINT
061080* LEFT BY AN ABENDED RUN IS HELD UNTIL SCORING REACHES ITS
061081* SEQUENCE - AND, ON A MODE=A RUN, ITS MODE IN I, N, D, X
061082* ORDER - SO THE RESTART IT EXISTS FOR STILL FINDS IT.
061083*----------------------------------------------------------------
061084 2900-SET-CKPT-HOLD.
061085     MOVE "N" TO WS-CKPT-HOLD-SWITCH.
061086     IF WS-PENDING-CKPT-SEQ = 0
061087         GO TO 2900-EXIT
061088     END-IF.
061089     IF WS-SEQUENCE-NO < WS-PENDING-CKPT-SEQ
061090         SET WS-CKPT-HELD TO TRUE
061091         GO TO 2900-EXIT
061092     END-IF.
061093     IF WS-SEQUENCE-NO = WS-PENDING-CKPT-SEQ
061094     AND WS-ALL-MODES-REQUESTED
061095         MOVE WS-MODE-CODE TO WS-ORDER-MODE-IN
061096         PERFORM 2910-ORDER-OF-MODE
061097         MOVE WS-ORDER-NUM-OUT TO WS-ACTIVE-MODE-ORDER
061098         MOVE WS-PENDING-CKPT-MODE TO WS-ORDER-MODE-IN
061099         PERFORM 2910-ORDER-OF-MODE
061100         MOVE WS-ORDER-NUM-OUT TO WS-PENDING-MODE-ORDER
061101         IF WS-ACTIVE-MODE-ORDER < WS-PENDING-MODE-ORDER
061102             SET WS-CKPT-HELD TO TRUE
061103         END-IF
061104     END-IF.
061105 2900-EXIT.
061106     EXIT.
061107 2910-ORDER-OF-MODE.
061108     EVALUATE WS-ORDER-MODE-IN
061109         WHEN "I"
061110             MOVE 1 TO WS-ORDER-NUM-OUT
061111         WHEN "N"
061112             MOVE 2 TO WS-ORDER-NUM-OUT
061113         WHEN "D"
061114             MOVE 3 TO WS-ORDER-NUM-OUT
061115         WHEN "X"
061116             MOVE 4 TO WS-ORDER-NUM-OUT
061117         WHEN OTHER
061118             MOVE 0 TO WS-ORDER-NUM-OUT
061119     END-EVALUATE.
061120*----------------------------------------------------------------
061121* 2670-CHECK-GAPS - WALK THE AS-OF DATES AND WARN WHENEVER TWO
061122* CONSECUTIVE DATED RECORDS ARE FURTHER APART THAN THE GAPD=
061123* LIMIT - A FEED THAT SKIPPED A DAY USED TO BE INVISIBLE AND
061124* THE LIS QUIETLY BRIDGED IT. AN UNDATED RECORD BREAKS THE
061125* CHAIN RATHER THAN FAKING A DATE. RC 4 LIKE EVERY OTHER
061126* DATA-QUALITY WARNING. UNDER DAYS=B THE DISTANCE IS THE COUNT
061127* OF BUSINESS DAYS AFTER THE EARLIER DATE UP TO THE LATER, SO
061128* FRIDAY TO MONDAY IS 1, NOT 3.
061129*----------------------------------------------------------------
061130 2670-CHECK-GAPS.
061131     MOVE 0 TO WS-PREV-ASOF-INT.
061132     PERFORM 2680-CHECK-ONE-GAP THRU 2680-EXIT
061133         VARYING WS-I FROM 1 BY 1
061134         UNTIL WS-I > WS-ARRAY-LENGTH.
061135 2670-EXIT.
061136     EXIT.
061137 2680-CHECK-ONE-GAP.
061138     MOVE WS-ASOF-VALUE(WS-I) TO WS-ASOF-EDIT.
061139     PERFORM 2690-EDIT-ASOF THRU 2690-EXIT.
061140     IF NOT WS-ASOF-OK
061141         MOVE 0 TO WS-PREV-ASOF-INT
061142         GO TO 2680-EXIT
061143     END-IF.
061144     COMPUTE WS-THIS-ASOF-INT =
061145         FUNCTION INTEGER-OF-DATE(WS-ASOF-EDIT).
061146     IF WS-PREV-ASOF-INT > 0
061147         COMPUTE WS-GAP-DIFF =
061148             WS-THIS-ASOF-INT - WS-PREV-ASOF-INT
061149         SET WS-GAP-IN-CALENDAR-DAYS TO TRUE
061150         IF WS-GAP-BUSINESS-DAYS
061151         AND WS-CALENDAR-ON-FILE
061152             PERFORM 2685-COUNT-BUSINESS-DAYS THRU 2685-EXIT
061153         END-IF
061154         IF WS-GAP-DIFF > WS-GAP-DAYS-LIMIT
061155             PERFORM 2682-FORMAT-GAP-LINE THRU 2682-EXIT
061156             WRITE LS-REPORT-RECORD
061157             MOVE "GAP" TO WS-ALERT-CODE
061158             MOVE LS-REPORT-RECORD(37:) TO WS-ALERT-TEXT
061159             PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
061160             IF WS-RETURN-CODE < 4
061161                 MOVE 4 TO WS-RETURN-CODE
061162             END-IF
061163         END-IF
061164     END-IF.
061165     MOVE WS-THIS-ASOF-INT TO WS-PREV-ASOF-INT.
061166     MOVE WS-ASOF-EDIT TO WS-PREV-ASOF-DATE.
061167 2680-EXIT.
061168     EXIT.
061169*----------------------------------------------------------------
061170* 2682-FORMAT-GAP-LINE - SHOW THE GAP ON THE CONSOLE AND BUILD
061171* ITS REPORT LINE IN LS-REPORT-RECORD. A CALENDAR-DAY GAP
061172* PRINTS IN THE LINE'S ORIGINAL COLUMNS; A BUSINESS-DAY GAP HAS
061173* THE LONGER WORDING LAID OVER THE TAIL OF THE LINE.
061174*----------------------------------------------------------------
061175 2682-FORMAT-GAP-LINE.
061176     MOVE WS-UNIT-NAME TO RGP-UNIT-NAME.
061177     MOVE WS-GAP-DIFF TO RGP-DAYS.
061178     MOVE WS-ASOF-VALUE(WS-I) TO RGP-DATE.
061179     MOVE WS-REPORT-GAP-LINE TO LS-REPORT-RECORD.
061180     IF WS-GAP-IN-CALENDAR-DAYS
061181         DISPLAY "UNIT " WS-UNIT-NAME " GAP OF "
061182             WS-GAP-DIFF " DAYS BEFORE " WS-ASOF-VALUE(WS-I)
061183         GO TO 2682-EXIT
061184     END-IF.
061185     DISPLAY "UNIT " WS-UNIT-NAME " GAP OF "
061186         WS-GAP-DIFF " BUSINESS DAYS BEFORE " WS-ASOF-VALUE(WS-I).
061187     MOVE WS-ASOF-VALUE(WS-I) TO RGB-DATE.
061188     MOVE WS-REPORT-BDAY-TAIL TO LS-REPORT-RECORD(50:).
061189 2682-EXIT.
061190     EXIT.
061191*----------------------------------------------------------------
061192* 2685-COUNT-BUSINESS-DAYS - REPLACE THE CALENDAR-DAY DISTANCE IN
061193* WS-GAP-DIFF WITH THE BUSINESS DAYS BETWEEN THE TWO AS-OF DATES.
061194* NO CALENDAR FILE WARNS ONCE (RC 4) AND LEAVES THE CALENDAR-DAY
061195* DISTANCE FOR THE REST OF THE RUN; A BAD CALENDAR FAILS THE RUN.
061196*----------------------------------------------------------------
061197 2685-COUNT-BUSINESS-DAYS.
061198     SET CAL-FN-COUNT-DAYS TO TRUE.
061199     MOVE WS-PREV-ASOF-DATE TO CAL-DATE.
061200     MOVE WS-ASOF-EDIT TO CAL-THRU-DATE.
061201     CALL "CALIO" USING CAL-REQUEST.
061202     EVALUATE TRUE
061203         WHEN CAL-IO-OK
061204             MOVE CAL-DAYS TO WS-GAP-DIFF
061205             SET WS-GAP-IN-BUSINESS-DAYS TO TRUE
061206         WHEN CAL-IO-FILE-MISSING
061207             SET WS-CALENDAR-MISSING TO TRUE
061208             MOVE "NOCALNDR" TO WS-ALERT-CODE
061209             MOVE "BUSCAL NOT FOUND - GAPS IN CALENDAR DAYS"
061210                 TO WS-ALERT-TEXT
061211             PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
061212             DISPLAY "BUSCAL NOT FOUND - DAYS=B GAP CHECK COUNTS"
061213                 " CALENDAR DAYS"
061214             IF WS-RETURN-CODE < 4
061215                 MOVE 4 TO WS-RETURN-CODE
061216             END-IF
061217         WHEN OTHER
061218             DISPLAY "CALIO DAY COUNT " CAL-DATE " TO "
061219                 CAL-THRU-DATE " FAILED, STATUS=" CAL-STATUS-CODE
061220             MOVE 16 TO WS-RETURN-CODE
061221             PERFORM 9000-TERMINATE THRU 9000-EXIT
061222             MOVE WS-RETURN-CODE TO RETURN-CODE
061223             STOP RUN
061224     END-EVALUATE.
061225 2685-EXIT.
061226     EXIT.
061227*----------------------------------------------------------------
061228* 2690-EDIT-ASOF - IS WS-ASOF-EDIT A DATE THE CALENDAR
068410     MOVE WS-ARRAY-LENGTH TO RS-VALUE-COUNT.
068500     MOVE WS-REPORT-SKIP-LINE TO LS-REPORT-RECORD.
068600     WRITE LS-REPORT-RECORD.
068610     MOVE "SKIPFEW" TO WS-ALERT-CODE.
068620     MOVE WS-REPORT-SKIP-LINE(37:) TO WS-ALERT-TEXT.
068630     PERFORM 8800-WRITE-ALERT THRU 8800-EXIT.
068700     IF WS-RETURN-CODE < 4
068800         MOVE 4 TO WS-RETURN-CODE
068900     END-IF.
071110         MOVE WS-ARRAY-LENGTH TO RS-VALUE-COUNT
071200         MOVE WS-REPORT-SKIP-LINE TO LS-REPORT-RECORD
071300         WRITE LS-REPORT-RECORD
071301         MOVE "SKIPFEW" TO WS-ALERT-CODE
071302         MOVE WS-REPORT-SKIP-LINE(37:) TO WS-ALERT-TEXT
071303         PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
071310         ADD 1 TO WS-SKIPPED-COUNT
071400         SET WS-SEQUENCE-SKIPPED TO TRUE
071500         IF WS-RETURN-CODE < 4
072050* TONIGHT, NOT SPLIT THE UNIT'S HISTORY IN TWO. A VALUE COUNT
072060* OUTSIDE THE UNIT'S EXPECTED NIGHTLY RANGE (WHEN ONE IS SET) IS
072070* FLAGGED BUT STILL SCORED. A MISSING MASTER BYPASSES THE CHECK
072071* FOR THE WHOLE RUN WITH ONE SYSOUT WARNING AND RC 4. THE UNIT IS
072072* READ AS IT STOOD ON THE RUN DATE - A CHANGE EFFECTIVE LATER THAN
072073* THE NIGHT BEING PROCESSED DOES NOT APPLY TO IT.
072074*----------------------------------------------------------------
072075 2650-VALIDATE-UNIT.
072076     IF WS-UNITMST-BYPASSED
072077         GO TO 2650-EXIT
072078     END-IF.
072079     MOVE WS-UNIT-NAME TO UM-UNIT-NAME.
072080     MOVE WS-CURRENT-DATE-NUM TO UNIT-ASOF-DATE.
072081     SET UNIT-FN-READ-AS-OF TO TRUE.
072082     CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
072083     EVALUATE TRUE
072084         WHEN UNIT-IO-FILE-MISSING
072085             DISPLAY "UNITMST NOT AVAILABLE - UNIT VALIDATION"
072086                 " BYPASSED FOR THIS RUN"
072087             SET WS-UNITMST-BYPASSED TO TRUE
072088             MOVE "NOMASTER" TO WS-ALERT-CODE
072089             MOVE "UNITMST NOT AVAILABLE - UNIT CHECK BYPASSED"
072090                 TO WS-ALERT-TEXT
072091             PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
072092             IF WS-RETURN-CODE < 4
072093                 MOVE 4 TO WS-RETURN-CODE
072094             END-IF
072095         WHEN UNIT-IO-NOT-FOUND
072096             DISPLAY "UNIT " WS-UNIT-NAME " NOT ON UNIT MASTER"
072097                 " - SEQUENCE SKIPPED"
072098             MOVE WS-UNIT-NAME TO RK-UNIT-NAME
072099             MOVE WS-ARRAY-LENGTH TO RK-VALUE-COUNT
072100             MOVE WS-REPORT-UNKNOWN-LINE TO LS-REPORT-RECORD
072101             WRITE LS-REPORT-RECORD
072102             MOVE "SKIPUNK" TO WS-ALERT-CODE
072103             MOVE WS-REPORT-UNKNOWN-LINE(37:) TO WS-ALERT-TEXT
072104             PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
072105             ADD 1 TO WS-SKIPPED-COUNT
072106             SET WS-SEQUENCE-SKIPPED TO TRUE
072107             IF WS-RETURN-CODE < 4
072108                 MOVE 4 TO WS-RETURN-CODE
072109             END-IF
072110         WHEN UNIT-IO-OK AND UM-INACTIVE
072111             DISPLAY "UNIT " WS-UNIT-NAME " IS INACTIVE"
072112                 " - SEQUENCE SKIPPED"
072113             MOVE WS-UNIT-NAME TO RI-UNIT-NAME
072114             MOVE WS-ARRAY-LENGTH TO RI-VALUE-COUNT
072115             MOVE WS-REPORT-INACTIVE-LINE TO LS-REPORT-RECORD
072116             WRITE LS-REPORT-RECORD
072117             MOVE "SKIPINA" TO WS-ALERT-CODE
072118             MOVE WS-REPORT-INACTIVE-LINE(37:) TO WS-ALERT-TEXT
072119             PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
072125             ADD 1 TO WS-SKIPPED-COUNT
072126             SET WS-SEQUENCE-SKIPPED TO TRUE
072127             IF WS-RETURN-CODE < 4
072141                     MOVE WS-REPORT-RANGE-LINE
072142                         TO LS-REPORT-RECORD
072143                     WRITE LS-REPORT-RECORD
072144                     MOVE "RANGE" TO WS-ALERT-CODE
072146                     MOVE WS-REPORT-RANGE-LINE(37:)
072148                         TO WS-ALERT-TEXT
072150                     PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
072152                     IF WS-RETURN-CODE < 4
072154                         MOVE 4 TO WS-RETURN-CODE
072156                     END-IF
072158                 END-IF
072160             END-IF
072162         WHEN OTHER
072164             DISPLAY "UNITMST READ FAILED, STATUS="
072166                 UNIT-STATUS-CODE
072168             MOVE 16 TO WS-RETURN-CODE
072170             PERFORM 9000-TERMINATE THRU 9000-EXIT
072172             MOVE WS-RETURN-CODE TO RETURN-CODE
072174             STOP RUN
072176     END-EVALUATE.
072178 2650-EXIT.
072180     EXIT.
072182*----------------------------------------------------------------
072200* 2700-VALIDATE-RUN - THE WHOLE DECK HAS BEEN WORKED. A RUN THAT
072300* PRODUCED NO SCORABLE SEQUENCE AT ALL IS AN ERROR, EXACTLY AS AN
072400* EMPTY LSINPUT ALWAYS WAS.
100700     MOVE WS-LIS TO RH2-LIS.
100800     MOVE WS-REPORT-HEADING-2 TO LS-REPORT-RECORD.
100900     WRITE LS-REPORT-RECORD.
100910     IF WS-CUMULATIVE-ON
100920         MOVE WS-MODE-CODE TO WS-ORDER-MODE-IN
100930         PERFORM 2910-ORDER-OF-MODE
100940         MOVE WS-ORDER-NUM-OUT TO WS-PTD-PASS
100950         PERFORM 5050-WRITE-PTD-LINE THRU 5050-EXIT
100960     END-IF.
101000     PERFORM 5100-WRITE-SUBSEQ-LINE
101100         VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-LIS.
101110     PERFORM 5150-WRITE-XREF-SECTION THRU 5150-EXIT.
101300     WRITE LS-REPORT-RECORD.
101400 5000-EXIT.
101500     EXIT.
101501*----------------------------------------------------------------
101502* 5050-WRITE-PTD-LINE - THE PERIOD-TO-DATE LINE FOR THE MODE AT
101503* WS-PTD-PASS: THE PERIOD AND ITS FIRST DAY, THE NIGHTS AND VALUES
101504* CARRIED, THE RUNNING LIS, AND A NOTE WHENEVER THE FIGURE IS NOT
101505* A PLAIN CARRY OF TONIGHT'S VALUES.
101506*----------------------------------------------------------------
101507 5050-WRITE-PTD-LINE.
101508     MOVE WS-MODE-LIST-CODE(WS-PTD-PASS) TO RP-MODE-CODE.
101509     EVALUATE WS-PR-PERIOD(WS-PTD-PASS)
101510         WHEN "M"
101511             MOVE "MONTH" TO RP-PERIOD
101512         WHEN "Y"
101513             MOVE "YEAR" TO RP-PERIOD
101514         WHEN OTHER
101515             MOVE "QUARTER" TO RP-PERIOD
101516     END-EVALUATE.
101517     MOVE WS-PR-START(WS-PTD-PASS) TO RP-FROM.
101518     MOVE WS-PR-NIGHTS(WS-PTD-PASS) TO RP-NIGHTS.
101519     MOVE WS-PR-VALUES(WS-PTD-PASS) TO RP-VALUES.
101520     MOVE WS-PR-LIS(WS-PTD-PASS) TO RP-LIS.
101521     EVALUATE WS-PR-STATUS(WS-PTD-PASS)
101522         WHEN "N"
101523             MOVE "NEW PERIOD" TO RP-NOTE
101524         WHEN "R"
101525             MOVE "TAILS REBUILT FROM LENGTHS" TO RP-NOTE
101526         WHEN "A"
101527             MOVE "ALREADY CARRIED TONIGHT" TO RP-NOTE
101528         WHEN "F"
101529             MOVE "NOT CARRIED - STATE FULL" TO RP-NOTE
101530         WHEN "H"
101531             MOVE "NOT CARRIED - STATE AHEAD OF RUN DATE"
101532                 TO RP-NOTE
101533         WHEN OTHER
101534             MOVE SPACES TO RP-NOTE
101535     END-EVALUATE.
101536     MOVE WS-REPORT-PTD-LINE TO LS-REPORT-RECORD.
101537     WRITE LS-REPORT-RECORD.
101538 5050-EXIT.
101539     EXIT.
101600 5100-WRITE-SUBSEQ-LINE.
101610     IF WS-TRANS-VALUE(WS-SUBSEQ-POSITION(WS-K)) > 0
101620         MOVE WS-SUBSEQ-POSITION(WS-K) TO RT2-POSITION
102127* 5270-WRITE-COMPARISON - NAME THE DOMINANT DIRECTION: THE MODE
102128* WITH THE LONGEST QUALIFYING SUBSEQUENCE. A TIE BETWEEN AN
102129* UPWARD MODE (I OR N) AND A DOWNWARD ONE (D OR X) IS CALLED
102130* MIXED - TONIGHT'S STREAM IS NOT LEANING EITHER WAY. ON A CUML=Y
102131* RUN THE FOUR PERIOD-TO-DATE LINES FOLLOW IT.
102132*----------------------------------------------------------------
102133 5270-WRITE-COMPARISON.
102134     MOVE SPACES TO RC-DIRECTION.
102135     EVALUATE TRUE
102136         WHEN (WS-AM-LIS(1) = WS-ALL-MAX-LIS
102137               OR WS-AM-LIS(2) = WS-ALL-MAX-LIS)
102138          AND (WS-AM-LIS(3) = WS-ALL-MAX-LIS
102139               OR WS-AM-LIS(4) = WS-ALL-MAX-LIS)
102140             MOVE "MIXED - UP AND DOWN TIE" TO RC-DIRECTION
102141         WHEN WS-AM-LIS(1) = WS-ALL-MAX-LIS
102142             MOVE "UPWARD (STRICTLY INCREASING)"
102143                 TO RC-DIRECTION
102144         WHEN WS-AM-LIS(2) = WS-ALL-MAX-LIS
102145             MOVE "UPWARD (NON-DECREASING)" TO RC-DIRECTION
102146         WHEN WS-AM-LIS(3) = WS-ALL-MAX-LIS
102147             MOVE "DOWNWARD (STRICTLY DECREASING)"
102148                 TO RC-DIRECTION
102149         WHEN OTHER
102150             MOVE "DOWNWARD (NON-INCREASING)" TO RC-DIRECTION
102151     END-EVALUATE.
102152     MOVE WS-ALL-COMPARE-LINE TO LS-REPORT-RECORD.
102153     WRITE LS-REPORT-RECORD.
102154     IF WS-CUMULATIVE-ON
102155         PERFORM 5050-WRITE-PTD-LINE THRU 5050-EXIT
102156             VARYING WS-PTD-PASS FROM 1 BY 1
102157             UNTIL WS-PTD-PASS > 4
102158     END-IF.
102159 5270-EXIT.
102160     EXIT.
102177*----------------------------------------------------------------
102200* 5500-WRITE-SUMMARY - EVERY UNIT ON THE DECK HAS BEEN SCORED.
102300* WRITE THE CROSS-UNIT SUMMARY SECTION - ONE LINE PER UNIT WITH
110690     END-IF.
110800 7500-EXIT.
110900     EXIT.
110901*----------------------------------------------------------------
110902* 7600-SCORE-PERIOD-TO-DATE - CUML=Y: CARRY THE UNIT'S PERIOD-TO-
110903* DATE STATE FORWARD BY TONIGHT'S VALUES, UNDER THE ACTIVE MODE
110904* OR, ON A MODE=A RUN, UNDER EACH OF THE FOUR IN TURN. RUNS BEFORE
110905* TONIGHT'S OWN SCORING, WHICH STILL STARTS FROM CLEAN TABLES.
110906*----------------------------------------------------------------
110907 7600-SCORE-PERIOD-TO-DATE.
110908     IF WS-ALL-MODES-REQUESTED
110909         PERFORM 7605-PERIOD-ONE-PASS THRU 7605-EXIT
110910             VARYING WS-MODE-PASS FROM 1 BY 1
110911             UNTIL WS-MODE-PASS > 4
110912     ELSE
110913         PERFORM 7610-CARRY-ONE-MODE THRU 7610-EXIT
110914     END-IF.
110915 7600-EXIT.
110916     EXIT.
110917 7605-PERIOD-ONE-PASS.
110918     MOVE WS-MODE-LIST-CODE(WS-MODE-PASS) TO WS-MODE-CODE.
110919     PERFORM 7610-CARRY-ONE-MODE THRU 7610-EXIT.
110920 7605-EXIT.
110921     EXIT.
110922*----------------------------------------------------------------
110923* 7610-CARRY-ONE-MODE - THE SAVED STATE HOLDS EVERY VALUE SCORED
110924* SINCE THE PERIOD BEGAN, WITH ITS LENGTH AND PREDECESSOR, AND THE
110925* TAILS TABLE, SO ONLY TONIGHT'S VALUES ARE SCORED - ON TOP, AT
110926* POSITIONS P+1 ON - INSTEAD OF THE WHOLE PERIOD'S DECK. NO STATE,
110927* OR STATE SAVED FOR AN EARLIER PERIOD, STARTS FRESH FROM TONIGHT.
110928* STATE ALREADY CARRIED THROUGH TONIGHT (A RESUBMIT) IS REPORTED,
110929* NOT CARRIED TWICE. STATE DATED PAST TONIGHT (A BACKDATED RUN),
110930* OR STATE THAT WOULD OUTGROW THE 100000-ENTRY TABLES, IS LEFT
110931* ALONE WITH A WARNING. THE OUTCOME GOES TO WS-PTD-RESULTS FOR THE
110932* REPORT.
110933*----------------------------------------------------------------
110934 7610-CARRY-ONE-MODE.
110935     MOVE WS-ARRAY-LENGTH TO WS-PTD-NEW-COUNT.
110936     PERFORM 7620-READ-STATE-HEADER THRU 7620-EXIT.
110937     EVALUATE TRUE
110938         WHEN NOT WS-PTD-HEADER-FOUND
110939             SET WS-PTD-NEW-PERIOD TO TRUE
110940         WHEN WS-PTD-THRU-DATE > WS-CURRENT-DATE-NUM
110941             SET WS-PTD-AHEAD TO TRUE
110942         WHEN WS-PTD-PERIOD-CODE NOT = WS-PERIOD-CODE
110943           OR WS-PTD-PERIOD-START NOT = WS-PERIOD-START
110944             SET WS-PTD-NEW-PERIOD TO TRUE
110945         WHEN WS-PTD-THRU-DATE = WS-CURRENT-DATE-NUM
110946             SET WS-PTD-ALREADY-CARRIED TO TRUE
110947         WHEN WS-PTD-BASE + WS-PTD-NEW-COUNT > WS-ARRAY-LENGTH-MAX
110948             SET WS-PTD-FULL TO TRUE
110949         WHEN OTHER
110950             SET WS-PTD-CARRIED TO TRUE
110951     END-EVALUATE.
110952     IF WS-PTD-AHEAD
110953     OR WS-PTD-FULL
110954         PERFORM 7690-WARN-NOT-CARRIED THRU 7690-EXIT
110955     END-IF.
110956     IF WS-PTD-TO-SCORE
110957         PERFORM 7630-SCORE-ON-STATE THRU 7630-EXIT
110958     END-IF.
110959     MOVE WS-MODE-CODE TO WS-ORDER-MODE-IN.
110960     PERFORM 2910-ORDER-OF-MODE.
110961     MOVE WS-PTD-STATUS TO WS-PR-STATUS(WS-ORDER-NUM-OUT).
110962     MOVE WS-PTD-PERIOD-CODE TO WS-PR-PERIOD(WS-ORDER-NUM-OUT).
110963     MOVE WS-PTD-PERIOD-START TO WS-PR-START(WS-ORDER-NUM-OUT).
110964     MOVE WS-PTD-NIGHTS TO WS-PR-NIGHTS(WS-ORDER-NUM-OUT).
110965     MOVE WS-PTD-BASE TO WS-PR-VALUES(WS-ORDER-NUM-OUT).
110966     MOVE WS-PTD-TAILS TO WS-PR-LIS(WS-ORDER-NUM-OUT).
110967     DISPLAY "UNIT " WS-UNIT-NAME " MODE " WS-MODE-CODE
110968         " PERIOD-TO-DATE N: " WS-PTD-BASE " LIS: " WS-PTD-TAILS.
110969 7610-EXIT.
110970     EXIT.
110971*----------------------------------------------------------------
110972* 7620-READ-STATE-HEADER - READ THE STATE HEADER FOR THIS STEP,
110973* UNIT AND MODE. NO MASTER YET, OR NO HEADER FOR THE KEY, IS NO
110974* STATE - NOT AN ERROR. ANY OTHER READ FAILURE STOPS THE RUN.
110975*----------------------------------------------------------------
110976 7620-READ-STATE-HEADER.
110977     MOVE "N" TO WS-PTD-HEADER-SWITCH.
110978     MOVE WS-PERIOD-CODE TO WS-PTD-PERIOD-CODE.
110979     MOVE WS-PERIOD-START TO WS-PTD-PERIOD-START.
110980     MOVE 0 TO WS-PTD-THRU-DATE.
110981     MOVE 0 TO WS-PTD-FIRST-DATE.
110982     MOVE 0 TO WS-PTD-NIGHTS.
110983     MOVE 0 TO WS-PTD-BASE.
110984     MOVE 0 TO WS-PTD-TAILS.
110985     MOVE 0 TO WS-PTD-OLD-NODE-SEGS.
110986     MOVE 0 TO WS-PTD-OLD-TAILS-SEGS.
110987     PERFORM 7680-SET-STATE-KEY.
110988     SET ST-HEADER-REC TO TRUE.
110989     MOVE 0 TO ST-SEGMENT-NO.
110990     SET STATE-FN-READ TO TRUE.
110991     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
110992     IF STATE-IO-FILE-MISSING
110993     OR STATE-IO-NOT-FOUND
110994         GO TO 7620-EXIT
110995     END-IF.
110996     IF NOT STATE-IO-OK
110997         MOVE "READ" TO WS-PTD-IO-ACTION
110998         PERFORM 7695-STATE-IO-FAILED
110999     END-IF.
111000     SET WS-PTD-HEADER-FOUND TO TRUE.
111001     MOVE ST-THRU-DATE TO WS-PTD-THRU-DATE.
111002     MOVE ST-PERIOD-CODE TO WS-PTD-PERIOD-CODE.
111003     MOVE ST-PERIOD-START TO WS-PTD-PERIOD-START.
111004     MOVE ST-FIRST-DATE TO WS-PTD-FIRST-DATE.
111005     MOVE ST-NIGHTS-CARRIED TO WS-PTD-NIGHTS.
111006     MOVE ST-NODE-COUNT TO WS-PTD-BASE.
111007     MOVE ST-TAILS-COUNT TO WS-PTD-TAILS.
111008     MOVE ST-NODE-SEGMENTS TO WS-PTD-OLD-NODE-SEGS.
111009     MOVE ST-TAILS-SEGMENTS TO WS-PTD-OLD-TAILS-SEGS.
111010 7620-EXIT.
111011     EXIT.
111012*----------------------------------------------------------------
111013* 7630-SCORE-ON-STATE - PARK TONIGHT'S VALUES IN THE HOLD ARRAY,
111014* LOAD THE SAVED POSITIONS 1 TO P (NONE ON A FRESH PERIOD) AND THE
111015* TAILS TABLE, PUT TONIGHT'S VALUES AT P+1 ON AND SCORE THOSE
111016* ALONE. A TAILS SEGMENT NOT WRITTEN FOR THE SAME NIGHT AS THE
111017* HEADER WAS LEFT BY A RUN THAT DIED PART WAY THROUGH ITS SAVE -
111018* THE TAILS ARE THEN REBUILT FROM THE SAVED LENGTHS, AS A
111019* CHECKPOINT RESTART REBUILDS THEM. CHECKPOINT WRITES ARE HELD -
111020* THIS PASS IS NOT A RESTARTABLE UNIT OF WORK. THE NEW STATE IS
111021* SAVED, THEN TONIGHT'S OWN ARRAY IS PUT BACK FOR THE ORDINARY
111022* PASS.
111023*----------------------------------------------------------------
111024 7630-SCORE-ON-STATE.
111025     PERFORM 7310-HOLD-ONE-POSITION
111026         VARYING WS-I FROM 1 BY 1
111027         UNTIL WS-I > WS-PTD-NEW-COUNT.
111028     IF WS-PTD-NEW-PERIOD
111029         MOVE 0 TO WS-PTD-BASE
111030         MOVE 0 TO WS-PTD-TAILS
111031         MOVE 0 TO WS-PTD-NIGHTS
111032         MOVE WS-CURRENT-DATE-NUM TO WS-PTD-FIRST-DATE
111033         MOVE WS-PERIOD-CODE TO WS-PTD-PERIOD-CODE
111034         MOVE WS-PERIOD-START TO WS-PTD-PERIOD-START
111035     END-IF.
111036     MOVE WS-PTD-BASE TO WS-PTD-OLD-BASE.
111037     COMPUTE WS-ARRAY-LENGTH = WS-PTD-BASE + WS-PTD-NEW-COUNT.
111038     MOVE 0 TO WS-TAILS-COUNT.
111039     IF WS-PTD-BASE > 0
111040         COMPUTE WS-PTD-NODE-SEGS = (WS-PTD-BASE + 999) / 1000
111041         PERFORM 7640-LOAD-NODE-SEGMENT THRU 7640-EXIT
111042             VARYING WS-PTD-SEG FROM 1 BY 1
111043             UNTIL WS-PTD-SEG > WS-PTD-NODE-SEGS
111044         COMPUTE WS-PTD-TAILS-SEGS = (WS-PTD-TAILS + 999) / 1000
111045         PERFORM 7645-LOAD-TAILS-SEGMENT THRU 7645-EXIT
111046             VARYING WS-PTD-SEG FROM 1 BY 1
111047             UNTIL WS-PTD-SEG > WS-PTD-TAILS-SEGS
111048             OR WS-PTD-REBUILT
111049         IF WS-PTD-REBUILT
111050             MOVE 0 TO WS-TAILS-COUNT
111051             PERFORM 3050-REBUILD-TAILS
111052                 VARYING WS-I FROM 1 BY 1
111053                 UNTIL WS-I > WS-PTD-BASE
111054         ELSE
111055             MOVE WS-PTD-TAILS TO WS-TAILS-COUNT
111056         END-IF
111057     END-IF.
111058     PERFORM 7650-PLACE-NEW-VALUE
111059         VARYING WS-I FROM 1 BY 1
111060         UNTIL WS-I > WS-PTD-NEW-COUNT.
111061     SET WS-CKPT-HELD TO TRUE.
111062     COMPUTE WS-PTD-FROM = WS-PTD-BASE + 1.
111063     PERFORM 3150-SCORE-ELEMENT
111064         VARYING WS-I FROM WS-PTD-FROM BY 1
111065         UNTIL WS-I > WS-ARRAY-LENGTH.
111066     MOVE WS-ARRAY-LENGTH TO WS-PTD-BASE.
111067     MOVE WS-TAILS-COUNT TO WS-PTD-TAILS.
111068     ADD 1 TO WS-PTD-NIGHTS.
111069     PERFORM 7660-SAVE-STATE THRU 7660-EXIT.
111070     MOVE WS-PTD-NEW-COUNT TO WS-ARRAY-LENGTH.
111071     PERFORM 7655-RESTORE-VALUE
111072         VARYING WS-I FROM 1 BY 1
111073         UNTIL WS-I > WS-ARRAY-LENGTH.
111074 7630-EXIT.
111075     EXIT.
111076*----------------------------------------------------------------
111077* 7640-LOAD-NODE-SEGMENT - ONE N SEGMENT: UP TO 1000 SAVED
111078* POSITIONS' VALUE, LENGTH AND PREDECESSOR. A SEGMENT THE HEADER
111079* COUNTS BUT THE MASTER DOES NOT HOLD IS A DAMAGED STATE - THE RUN
111080* STOPS RATHER THAN REPORT A WRONG PERIOD-TO-DATE FIGURE.
111081*----------------------------------------------------------------
111082 7640-LOAD-NODE-SEGMENT.
111083     PERFORM 7680-SET-STATE-KEY.
111084     SET ST-NODE-REC TO TRUE.
111085     MOVE WS-PTD-SEG TO ST-SEGMENT-NO.
111086     SET STATE-FN-READ TO TRUE.
111087     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
111088     IF NOT STATE-IO-OK
111089         MOVE "READ" TO WS-PTD-IO-ACTION
111090         PERFORM 7695-STATE-IO-FAILED
111091     END-IF.
111092     COMPUTE WS-PTD-POS = (WS-PTD-SEG - 1) * 1000.
111093     PERFORM 7642-LOAD-NODE-ENTRY
111094         VARYING WS-PTD-IDX FROM 1 BY 1
111095         UNTIL WS-PTD-IDX > 1000
111096         OR WS-PTD-POS + WS-PTD-IDX > WS-PTD-BASE.
111097 7640-EXIT.
111098     EXIT.
111099 7642-LOAD-NODE-ENTRY.
111100     COMPUTE WS-I = WS-PTD-POS + WS-PTD-IDX.
111101     MOVE ST-NODE-VALUE(WS-PTD-IDX) TO WS-VALUE(WS-I).
111102     MOVE ST-NODE-LENGTH(WS-PTD-IDX) TO WS-LENGTH-VALUE(WS-I).
111103     MOVE ST-NODE-PRED(WS-PTD-IDX) TO WS-PRED-VALUE(WS-I).
111104*----------------------------------------------------------------
111105* 7645-LOAD-TAILS-SEGMENT - ONE T SEGMENT: UP TO 1000 TAIL
111106* POSITIONS. A MISSING SEGMENT, OR ONE WRITTEN FOR ANOTHER NIGHT
111107* THAN THE HEADER, STOPS THE LOAD AND THE TAILS ARE REBUILT.
111108*----------------------------------------------------------------
111109 7645-LOAD-TAILS-SEGMENT.
111110     PERFORM 7680-SET-STATE-KEY.
111111     SET ST-TAILS-REC TO TRUE.
111112     MOVE WS-PTD-SEG TO ST-SEGMENT-NO.
111113     SET STATE-FN-READ TO TRUE.
111114     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
111115     IF STATE-IO-NOT-FOUND
111116         SET WS-PTD-REBUILT TO TRUE
111117         GO TO 7645-EXIT
111118     END-IF.
111119     IF NOT STATE-IO-OK
111120         MOVE "READ" TO WS-PTD-IO-ACTION
111121         PERFORM 7695-STATE-IO-FAILED
111122     END-IF.
111123     IF ST-THRU-DATE NOT = WS-PTD-THRU-DATE
111124         SET WS-PTD-REBUILT TO TRUE
111125         GO TO 7645-EXIT
111126     END-IF.
111127     COMPUTE WS-PTD-POS = (WS-PTD-SEG - 1) * 1000.
111128     PERFORM 7647-LOAD-TAIL-ENTRY
111129         VARYING WS-PTD-IDX FROM 1 BY 1
111130         UNTIL WS-PTD-IDX > 1000
111131         OR WS-PTD-POS + WS-PTD-IDX > WS-PTD-TAILS.
111132 7645-EXIT.
111133     EXIT.
111134 7647-LOAD-TAIL-ENTRY.
111135     COMPUTE WS-I = WS-PTD-POS + WS-PTD-IDX.
111136     MOVE ST-TAIL-POSITION(WS-PTD-IDX) TO WS-TAIL-POSITION(WS-I).
111137 7650-PLACE-NEW-VALUE.
111138     COMPUTE WS-PTD-POS = WS-PTD-BASE + WS-I.
111139     MOVE WS-HOLD-VALUE(WS-I) TO WS-VALUE(WS-PTD-POS).
111140 7655-RESTORE-VALUE.
111141     MOVE WS-HOLD-VALUE(WS-I) TO WS-VALUE(WS-I).
111142*----------------------------------------------------------------
111143* 7660-SAVE-STATE - WRITE THE CARRIED STATE BACK: THE N SEGMENTS
111144* FROM THE ONE HOLDING POSITION P+1 ON (THE EARLIER ONES DID NOT
111145* CHANGE), EVERY T SEGMENT, AND THE HEADER LAST. UNTIL THE HEADER
111146* GOES OUT ITS COUNTS STILL DESCRIBE LAST NIGHT'S STATE, SO A RUN
111147* THAT DIES PART WAY THROUGH IS SIMPLY CARRIED AGAIN ON THE RERUN.
111148* A FRESH PERIOD DROPS THE OLD PERIOD'S SEGMENTS BEYOND THE NEW
111149* COUNTS.
111150*----------------------------------------------------------------
111151 7660-SAVE-STATE.
111152     COMPUTE WS-PTD-FIRST-SEG = WS-PTD-OLD-BASE / 1000 + 1.
111153     COMPUTE WS-PTD-NODE-SEGS = (WS-PTD-BASE + 999) / 1000.
111154     PERFORM 7662-SAVE-NODE-SEGMENT
111155         VARYING WS-PTD-SEG FROM WS-PTD-FIRST-SEG BY 1
111156         UNTIL WS-PTD-SEG > WS-PTD-NODE-SEGS.
111157     COMPUTE WS-PTD-TAILS-SEGS = (WS-PTD-TAILS + 999) / 1000.
111158     PERFORM 7664-SAVE-TAILS-SEGMENT
111159         VARYING WS-PTD-SEG FROM 1 BY 1
111160         UNTIL WS-PTD-SEG > WS-PTD-TAILS-SEGS.
111161     IF WS-PTD-NEW-PERIOD
111162         COMPUTE WS-PTD-FIRST-SEG = WS-PTD-NODE-SEGS + 1
111163         MOVE "N" TO WS-PTD-DROP-TYPE
111164         PERFORM 7666-DROP-SEGMENT
111165             VARYING WS-PTD-SEG FROM WS-PTD-FIRST-SEG BY 1
111166             UNTIL WS-PTD-SEG > WS-PTD-OLD-NODE-SEGS
111167         COMPUTE WS-PTD-FIRST-SEG = WS-PTD-TAILS-SEGS + 1
111168         MOVE "T" TO WS-PTD-DROP-TYPE
111169         PERFORM 7666-DROP-SEGMENT
111170             VARYING WS-PTD-SEG FROM WS-PTD-FIRST-SEG BY 1
111171             UNTIL WS-PTD-SEG > WS-PTD-OLD-TAILS-SEGS
111172     END-IF.
111173     PERFORM 7680-SET-STATE-KEY.
111174     SET ST-HEADER-REC TO TRUE.
111175     MOVE 0 TO ST-SEGMENT-NO.
111176     MOVE WS-CURRENT-DATE-NUM TO ST-THRU-DATE.
111177     MOVE SPACES TO ST-BODY.
111178     MOVE WS-PTD-PERIOD-CODE TO ST-PERIOD-CODE.
111179     MOVE WS-PTD-PERIOD-START TO ST-PERIOD-START.
111180     MOVE WS-PTD-FIRST-DATE TO ST-FIRST-DATE.
111181     MOVE WS-PTD-NIGHTS TO ST-NIGHTS-CARRIED.
111182     MOVE WS-PTD-BASE TO ST-NODE-COUNT.
111183     MOVE WS-PTD-TAILS TO ST-TAILS-COUNT.
111184     MOVE WS-PTD-NODE-SEGS TO ST-NODE-SEGMENTS.
111185     MOVE WS-PTD-TAILS-SEGS TO ST-TAILS-SEGMENTS.
111186     MOVE WS-PTD-NEW-COUNT TO ST-LAST-VALUES.
111187     PERFORM 7668-PUT-STATE-RECORD.
111188     MOVE WS-CURRENT-DATE-NUM TO WS-PTD-THRU-DATE.
111189 7660-EXIT.
111190     EXIT.
111191 7662-SAVE-NODE-SEGMENT.
111192     PERFORM 7680-SET-STATE-KEY.
111193     SET ST-NODE-REC TO TRUE.
111194     MOVE WS-PTD-SEG TO ST-SEGMENT-NO.
111195     MOVE WS-CURRENT-DATE-NUM TO ST-THRU-DATE.
111196     MOVE SPACES TO ST-BODY.
111197     COMPUTE WS-PTD-POS = (WS-PTD-SEG - 1) * 1000.
111198     PERFORM 7663-STORE-NODE-ENTRY
111199         VARYING WS-PTD-IDX FROM 1 BY 1
111200         UNTIL WS-PTD-IDX > 1000
111201         OR WS-PTD-POS + WS-PTD-IDX > WS-PTD-BASE.
111202     PERFORM 7668-PUT-STATE-RECORD.
111203 7663-STORE-NODE-ENTRY.
111204     COMPUTE WS-I = WS-PTD-POS + WS-PTD-IDX.
111205     MOVE WS-VALUE(WS-I) TO ST-NODE-VALUE(WS-PTD-IDX).
111206     MOVE WS-LENGTH-VALUE(WS-I) TO ST-NODE-LENGTH(WS-PTD-IDX).
111207     MOVE WS-PRED-VALUE(WS-I) TO ST-NODE-PRED(WS-PTD-IDX).
111208 7664-SAVE-TAILS-SEGMENT.
111209     PERFORM 7680-SET-STATE-KEY.
111210     SET ST-TAILS-REC TO TRUE.
111211     MOVE WS-PTD-SEG TO ST-SEGMENT-NO.
111212     MOVE WS-CURRENT-DATE-NUM TO ST-THRU-DATE.
111213     MOVE SPACES TO ST-BODY.
111214     COMPUTE WS-PTD-POS = (WS-PTD-SEG - 1) * 1000.
111215     PERFORM 7665-STORE-TAIL-ENTRY
111216         VARYING WS-PTD-IDX FROM 1 BY 1
111217         UNTIL WS-PTD-IDX > 1000
111218         OR WS-PTD-POS + WS-PTD-IDX > WS-PTD-TAILS.
111219     PERFORM 7668-PUT-STATE-RECORD.
111220 7665-STORE-TAIL-ENTRY.
111221     COMPUTE WS-I = WS-PTD-POS + WS-PTD-IDX.
111222     MOVE WS-TAIL-POSITION(WS-I) TO ST-TAIL-POSITION(WS-PTD-IDX).
111223 7666-DROP-SEGMENT.
111224     PERFORM 7680-SET-STATE-KEY.
111225     MOVE WS-PTD-DROP-TYPE TO ST-RECORD-TYPE.
111226     MOVE WS-PTD-SEG TO ST-SEGMENT-NO.
111227     SET STATE-FN-DELETE TO TRUE.
111228     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
111229     IF NOT STATE-IO-OK
111230     AND NOT STATE-IO-NOT-FOUND
111231         MOVE "DELETE" TO WS-PTD-IO-ACTION
111232         PERFORM 7695-STATE-IO-FAILED
111233     END-IF.
111234*    ADD THE RECORD, OR REPLACE IT WHEN THE KEY IS ON FILE.
111235 7668-PUT-STATE-RECORD.
111236     SET STATE-FN-WRITE TO TRUE.
111237     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
111238     IF STATE-IO-DUP-KEY
111239         SET STATE-FN-REWRITE TO TRUE
111240         CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD
111241     END-IF.
111242     IF NOT STATE-IO-OK
111243         MOVE "WRITE" TO WS-PTD-IO-ACTION
111244         PERFORM 7695-STATE-IO-FAILED
111245     END-IF.
111246 7680-SET-STATE-KEY.
111247     MOVE WS-RUN-CONTROL-NAME TO ST-STEP-NAME.
111248     MOVE WS-UNIT-NAME TO ST-UNIT-NAME.
111249     MOVE WS-MODE-CODE TO ST-MODE-CODE.
111250*----------------------------------------------------------------
111251* 7690-WARN-NOT-CARRIED - THE STATE IS LEFT AS IT IS AND THE SAVED
111252* FIGURES ARE REPORTED WITH A NOTE. RC 4 AND AN ALERT, LIKE EVERY
111253* OTHER DATA WARNING - A STATE DATED PAST TONIGHT MEANS A
111254* BACKDATED RUN (OR A BACKED-OUT NIGHT WHOSE STATE WAS NOT
111255* RESTORED); A FULL ONE NEEDS A SHORTER PERIOD ON THE PERD= CARD.
111256*----------------------------------------------------------------
111257 7690-WARN-NOT-CARRIED.
111258     MOVE WS-MODE-CODE TO PA-MODE-CODE.
111259     IF WS-PTD-FULL
111260         MOVE "PTDFULL" TO WS-ALERT-CODE
111261         MOVE "PERIOD-TO-DATE STATE FULL - TONIGHT NOT CARRIED"
111262             TO PA-REASON
111263     ELSE
111264         MOVE "PTDAHEAD" TO WS-ALERT-CODE
111265         MOVE "PERIOD-TO-DATE STATE DATED PAST THE RUN DATE"
111266             TO PA-REASON
111267     END-IF.
111268     DISPLAY "UNIT " WS-UNIT-NAME " " WS-PTD-ALERT-LINE.
111269     MOVE WS-PTD-ALERT-LINE TO WS-ALERT-TEXT.
111270     PERFORM 8800-WRITE-ALERT THRU 8800-EXIT.
111271     IF WS-RETURN-CODE < 4
111272         MOVE 4 TO WS-RETURN-CODE
111273     END-IF.
111274 7690-EXIT.
111275     EXIT.
111276*----------------------------------------------------------------
111277* 7695-STATE-IO-FAILED - THE STATE MASTER COULD NOT BE READ OR
111278* WRITTEN. A PERIOD-TO-DATE FIGURE BUILT ON A PARTIAL STATE WOULD
111279* BE WRONG FROM HERE TO THE END OF THE PERIOD, SO THE RUN STOPS.
111280*----------------------------------------------------------------
111281 7695-STATE-IO-FAILED.
111282     DISPLAY "LSSTATE " WS-PTD-IO-ACTION " FAILED FOR UNIT "
111283         WS-UNIT-NAME " MODE " WS-MODE-CODE ", STATUS="
111284         STATE-STATUS-CODE.
111285     MOVE 16 TO WS-RETURN-CODE.
111286     PERFORM 9000-TERMINATE THRU 9000-EXIT.
111287     MOVE WS-RETURN-CODE TO RETURN-CODE.
111288     STOP RUN.
111289*----------------------------------------------------------------
111290* 9000-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN. CALLED
111291* BOTH ON NORMAL COMPLETION AND FROM ANY ERROR PATH THAT HAS
111300* ALREADY OPENED LS-INPUT-FILE/LS-REPORT-FILE, SO EACH CLOSE IS
111400* GUARDED BY THE SWITCH THAT RECORDS WHETHER ITS OPEN SUCCEEDED.
111500* DOES NOT TOUCH LS-CHECKPOINT-FILE - A RUN THAT FAILS BEFORE
112900     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
112910     SET UNIT-FN-CLOSE TO TRUE.
112920     CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
112930     SET CAL-FN-CLOSE TO TRUE.
112940     CALL "CALIO" USING CAL-REQUEST.
112950     SET ALR-FN-CLOSE TO TRUE.
112960     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
112970     SET STATE-FN-CLOSE TO TRUE.
112980     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
113000 9000-EXIT.
113100     EXIT.
113200 END PROGRAM LONGSUBQ.
