001200*                FOR ITS TRANSACTION FILE. A MAINTENANCE REPORT
001300*                (UNITRPT) LISTS EVERY CARD APPLIED AND CLOSES
001400*                WITH A CONTROL BOX OF CARDS READ, ADDED,
001500*                CHANGED, DEACTIVATED, HELD AND REJECTED. ENDS
001600*                RC 4 WHEN ANY CARD WAS REJECTED SO THE OPERATOR
001700*                LOOKS AT UNITREJ. A CARD MAY CARRY A FUTURE
001701*                EFFECTIVE DATE - IT IS HELD ON THE PENDING FILE
001702*                (UNITPEND) AND APPLIED BY THE FIRST RUN WHOSE
001703*                BUSINESS DATE (BUSDATE) HAS REACHED IT. THE
001704*                NIGHTLY STREAM RUNS THIS PROGRAM WITH NO CARDS
001705*                JUST TO RELEASE WHAT HAS COME DUE. EVERY CHANGE
001706*                APPLIED WRITES A BEFORE/AFTER IMAGE TO THE UNIT
001707*                CHANGE HISTORY (UNITHIST, THROUGH UHISTIO),
001708*                STAMPED WITH THE CARD AND THE BUSINESS DATE IT
001709*                IS IN FORCE FROM - THE NEXT BUSINESS DAY WHEN
001710*                THE RUN COMES AFTER ITS NIGHT HAS CLOSED.
001800*----------------------------------------------------------------
001900* TRANSACTION CARD (UNITTRAN):
002000*   COL 1        ACTION - A (ADD), C (CHANGE), D (DEACTIVATE)
002300*   COLS 30-59   OFFICIAL DESCRIPTION
002400*   COLS 60-65   EXPECTED NIGHTLY VALUE-COUNT MINIMUM
002500*   COLS 66-71   EXPECTED NIGHTLY VALUE-COUNT MAXIMUM
002501*   COLS 72-75   HELLOIN DESK CODE (BLANK FOR A UNIT WITH NO DESK)
002510*   COLS 76-83   EFFECTIVE DATE YYYYMMDD - BLANK, TODAY OR EARLIER
002520*                APPLIES AT ONCE; A LATER DATE IS HELD ON UNITPEND
002600*   ON A CHANGE, A BLANK FIELD MEANS KEEP THE MASTER'S VALUE.
002700*   MIN/MAX BOTH ZERO MEANS NO RANGE CHECK IN LONGSUBQ.
002701*   A DESK CODE ALREADY REGISTERED TO ANOTHER UNIT IS REJECTED -
002702*   HELLO MUST FIND EXACTLY ONE UNIT PER DESK.
002710*   A HELD CARD IS EDITED WHEN IT ARRIVES AND CHECKED AGAINST THE
002720*   MASTER WHEN IT IS RELEASED. A CHANGE GOES ON THE MASTER AS OF
002730*   THE BUSINESS DATE IT IS APPLIED - THERE ARE NO RETROACTIVE
002740*   CHANGES, SO THE HISTORY SAYS WHAT WAS REALLY IN FORCE. APPLIED
002750*   AFTER THAT DATE'S NIGHT HAS CLOSED (NIGHTBAL COMPLETE ON
002760*   RUNCTL), IT IS IN FORCE FROM THE NEXT BUSINESS DAY INSTEAD.
002800*----------------------------------------------------------------
002900* MODIFICATION HISTORY
003000*----------------------------------------------------------------
003100* DATE       INIT  DESCRIPTION
003200* 09/03/2026 WJ    ORIGINAL VERSION.
003202* 10/15/2026 WJ    THE CARD CARRIES THE UNIT'S HELLOIN DESK CODE
003204*                  IN COLS 72-75, STORED ON THE MASTER SO HELLO
003206*                  CAN VALIDATE ITS DESKS AND HEAD THE LSEXTR
003208*                  GROUPS WITH THE OFFICIAL UNIT NAME. A DESK
003210*                  CODE HELD BY ANOTHER UNIT REJECTS WITH NEW
003212*                  REASON 09. THE REPORT SHOWS THE DESK CODE.
003214* 10/15/2026 WJ    EFFECTIVE-DATED CARDS (COLS 76-83). A FUTURE
003216*                  DATE IS HELD ON UNITPEND UNTIL THE BUSDATE
003218*                  BUSINESS DATE REACHES IT; EACH RUN RELEASES
003220*                  WHAT IS DUE BEFORE READING ITS OWN CARDS. EVERY
003222*                  APPLIED CHANGE WRITES A BEFORE/AFTER IMAGE TO
003224*                  UNITHIST SO THE UNIT AS OF ANY DATE CAN BE
003226*                  RECOVERED, KEYED TO FOLLOW THE LAST CHANGE ON
003228*                  FILE FOR THE UNIT AND DATE (UHISTIO NEXT-KEY).
003230*                  A CHANGE MADE AFTER THE BUSINESS DATE'S NIGHT
003232*                  HAS CLOSED (RUNCTL) IS IN FORCE FROM THE NEXT
003234*                  BUSINESS DAY (CALIO). NEW REASON 10 (BAD OR
003236*                  IMPOSSIBLE EFFECTIVE DATE); THE REPORT SHOWS
003238*                  THE DATE IN FORCE.
003240* 10/15/2026 WJ    EVERY REJECTED CARD, FRESH OR RELEASED FROM
003242*                  UNITPEND, IS ALSO APPENDED TO THE COMMON ALERT
003244*                  FILE (ALERTS, THROUGH ALERTIO) AS A WARNING
003246*                  CODED CARDRJ AND THE REASON, FOR THE NIGHTDIG
003248*                  DIGEST. A FAILED ALERT WRITE IS WARNED ONCE AND
003250*                  DOES NOT CHANGE THE RC.
003252* 10/15/2026 WJ    9000-TERMINATE NOW KEEPS THE RUN'S RETURN CODE
003254*                  BEFORE THE UNITIO/UHISTIO CLOSE CALLS - THEY
003256*                  WERE RESETTING AN ABORTED RUN TO RC 0.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. UNITMNT.
004500     SELECT UNIT-REJECT-FILE ASSIGN TO "UNITREJ"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-UNITREJ-STATUS.
004710     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-BUSDATE-STATUS.
004740     SELECT UNIT-PEND-FILE ASSIGN TO "UNITPEND"
004750         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-UNITPEND-STATUS.
004770     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004780         ORGANIZATION IS LINE SEQUENTIAL
004790         FILE STATUS IS WS-RUNCTL-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  UNIT-TRAN-FILE.
006300     05  UT-MAX-VALUES           PIC X(06).
006400     05  UT-MAX-VALUES-NUM REDEFINES UT-MAX-VALUES
006500                                 PIC 9(06).
006600     05  UT-DESK-CODE            PIC X(04).
006601     05  UT-EFF-DATE             PIC X(08).
006602     05  UT-EFF-DATE-NUM REDEFINES UT-EFF-DATE
006603                                 PIC 9(08).
006700 FD  UNIT-REPORT-FILE.
006800 01  UNIT-REPORT-RECORD          PIC X(132).
006900 FD  UNIT-REJECT-FILE.
007000 01  UNIT-REJECT-RECORD          PIC X(132).
007005 FD  BUSINESS-DATE-FILE.
007010 COPY BUSDATE.
007015*    ONE HELD CARD PER RECORD - THE CARD IMAGE AS PUNCHED (ITS
007020*    EFFECTIVE DATE IN COLS 76-83) AND THE BUSINESS DATE IT CAME
007025*    IN.
007030 FD  UNIT-PEND-FILE.
007035 01  UNIT-PEND-RECORD.
007040     05  UP-CARD-IMAGE.
007045         10  FILLER              PIC X(75).
007050         10  UP-EFF-DATE         PIC 9(08).
007055     05  UP-HELD-DATE            PIC 9(08).
007060 FD  RUN-CONTROL-FILE.
007065 COPY RUNCTL.
007100 WORKING-STORAGE SECTION.
007200 COPY DATESTMP.
007300 COPY UNITREQ.
007400 COPY UNITREC.
007410 COPY UHISTREQ.
007420 COPY UHISTREC.
007430 COPY ALERTREQ.
007440 COPY ALERTREC.
007445 COPY CALREQ.
007450*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
007460*    RUN'S OWN CODE IS KEPT HERE ACROSS THE ALERTIO CALLS AND
007465*    THE CLOSE CALLS IN 9000-TERMINATE.
007470 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
007500 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
007600 01  WS-ADD-COUNT                PIC 9(09) VALUE ZERO.
007700 01  WS-CHANGE-COUNT             PIC 9(09) VALUE ZERO.
007800 01  WS-DEACT-COUNT              PIC 9(09) VALUE ZERO.
007900 01  WS-REJECT-COUNT             PIC 9(09) VALUE ZERO.
007910 01  WS-HELD-COUNT               PIC 9(09) VALUE ZERO.
007920 01  WS-RELEASED-COUNT           PIC 9(09) VALUE ZERO.
007930 01  WS-STILL-PENDING-COUNT      PIC 9(09) VALUE ZERO.
008000 01  WS-REJECT-REASON            PIC X(02).
008100     88  WS-REASON-BAD-ACTION        VALUE "01".
008200     88  WS-REASON-NO-NAME           VALUE "02".
008600     88  WS-REASON-DUPLICATE         VALUE "06".
008700     88  WS-REASON-NOT-ON-MASTER     VALUE "07".
008800     88  WS-REASON-ALREADY-INACT     VALUE "08".
008850     88  WS-REASON-DESK-IN-USE       VALUE "09".
008860     88  WS-REASON-BAD-EFF-DATE      VALUE "10".
008900 01  WS-EDIT-MIN                 PIC 9(06).
009000 01  WS-EDIT-MAX                 PIC 9(06).
009002 01  WS-EFF-EDIT                 PIC 9(08).
009004*    THIS RUN'S START TIME OPENS THE HISTORY KEY FOR A UNIT'S
009006*    FIRST CHANGE ON A BUSINESS DATE. LATER CHANGES THAT DATE
009008*    CONTINUE FROM THE LAST KEY ON FILE (SEE 2600).
009010 01  WS-RUN-TIME                 PIC 9(08).
009012*    THE BUSINESS DATE A CHANGE APPLIED BY THIS RUN IS IN FORCE
009014*    FROM - THE BUSINESS DATE ITSELF WHILE ITS NIGHT IS STILL
009016*    OPEN, THE NEXT BUSINESS DAY ONCE THE NIGHT HAS CLOSED.
009018 01  WS-IN-FORCE-DATE            PIC 9(08).
009020*    THE PENDING FILE IS LOADED WHOLE AT THE START OF THE RUN AND
009022*    WRITTEN BACK WHOLE AT THE END, LESS WHAT WAS RELEASED AND
009024*    PLUS WHAT WAS NEWLY HELD - THE SAME SCHEME HELLOREC USES FOR
009026*    ITS SUSPENSE FILE.
009028 01  WS-PEND-MAX                 PIC 9(04) VALUE 500.
009030 01  WS-PEND-COUNT               PIC 9(04) VALUE ZERO.
009032 01  WS-PEND-TABLE.
009034     05  WS-PEND-ENTRY OCCURS 500 TIMES.
009036         10  PT-CARD-IMAGE       PIC X(83).
009038         10  PT-EFF-DATE         PIC 9(08).
009040         10  PT-HELD-DATE        PIC 9(08).
009042         10  PT-STATE            PIC X(01).
009044             88  PT-WAITING          VALUE "W".
009046             88  PT-RELEASED         VALUE "R".
009048 01  WS-P                        PIC 9(04).
009050 01  WS-DUE-P                    PIC 9(04).
009100 01  WS-SWITCHES.
009200     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009300         88  WS-EOF-REACHED          VALUE "Y".
009900         88  WS-UNITRPT-IS-OPEN      VALUE "Y".
010000     05  WS-UNITREJ-OPEN-SWITCH  PIC X(01) VALUE "N".
010100         88  WS-UNITREJ-IS-OPEN      VALUE "Y".
010110     05  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
010120         88  WS-PEND-EOF             VALUE "Y".
010130     05  WS-PEND-LOADED-SWITCH   PIC X(01) VALUE "N".
010140         88  WS-PENDING-LOADED       VALUE "Y".
010150     05  WS-DUE-SWITCH           PIC X(01) VALUE "N".
010160         88  WS-NO-MORE-DUE          VALUE "Y".
010170     05  WS-ALERT-WARN-SWITCH    PIC X(01) VALUE "N".
010180         88  WS-ALERT-WARNED         VALUE "Y".
010185     05  WS-NIGHT-CLOSED-SWITCH  PIC X(01) VALUE "N".
010186         88  WS-NIGHT-CLOSED         VALUE "Y".
010187     05  WS-RUNCTL-EOF-SWITCH    PIC X(01) VALUE "N".
010188         88  WS-RUNCTL-EOF           VALUE "Y".
010200 01  WS-FILE-STATUSES.
010300     05  WS-UNITTRAN-STATUS      PIC X(02).
010400         88  UNITTRAN-OK             VALUE "00".
010700         88  UNITRPT-OK              VALUE "00".
010800     05  WS-UNITREJ-STATUS       PIC X(02).
010900         88  UNITREJ-OK              VALUE "00".
010910     05  WS-BUSDATE-STATUS       PIC X(02).
010920         88  BUSDATE-FILE-OK         VALUE "00".
010930         88  BUSDATE-FILE-NOT-FOUND  VALUE "35".
010940     05  WS-UNITPEND-STATUS      PIC X(02).
010950         88  UNITPEND-OK             VALUE "00".
010960         88  UNITPEND-EOF            VALUE "10".
010970         88  UNITPEND-NOT-FOUND      VALUE "35".
010980     05  WS-RUNCTL-STATUS        PIC X(02).
010985         88  RUNCTL-FILE-OK          VALUE "00".
010990         88  RUNCTL-FILE-NOT-FOUND   VALUE "35".
011000 01  WS-REPORT-HEADING-1.
011100     05  FILLER                  PIC X(26)
011200                     VALUE "UNIT MASTER MAINTENANCE   ".
012400     05  RD-MIN-VALUES           PIC ZZZZZ9.
012500     05  FILLER                  PIC X(01) VALUE "-".
012600     05  RD-MAX-VALUES           PIC ZZZZZ9.
012610     05  FILLER                  PIC X(07) VALUE "  DESK ".
012620     05  RD-DESK-CODE            PIC X(04).
012625     05  FILLER                  PIC X(05) VALUE " EFF ".
012630     05  RD-EFF-DATE             PIC 9999/99/99.
012635 01  WS-REPORT-HELD-LINE.
012640     05  FILLER                  PIC X(11) VALUE "HELD UNTIL ".
012645     05  RH-EFF-DATE             PIC 9999/99/99.
012650     05  FILLER                  PIC X(08) VALUE "  CARD: ".
012655     05  RH-CARD-IMAGE           PIC X(83).
012660 01  WS-REPORT-RELEASE-HEADING   PIC X(45)
012665         VALUE "HELD CARDS RELEASED - EFFECTIVE DATE REACHED:".
012700 01  WS-REJECT-DETAIL.
012800     05  FILLER                  PIC X(07) VALUE "REASON ".
012900     05  RJ-REASON-CODE          PIC X(02).
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  RJ-REASON-DESC          PIC X(18).
013200     05  FILLER                  PIC X(07) VALUE " CARD: ".
013300     05  RJ-RECORD-IMAGE         PIC X(83).
013400 01  WS-CONTROL-BOX-RULE         PIC X(34)
013500                 VALUE "+--------------------------------+".
013600 01  WS-CONTROL-BOX-TITLE        PIC X(34)
015000         PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
015100         PERFORM 9000-TERMINATE THRU 9000-EXIT.
015200         IF WS-REJECT-COUNT > 0
015201         AND RETURN-CODE < 4
015300             MOVE 4 TO RETURN-CODE
015400         END-IF.
015500         STOP RUN.
015800
015900 1000-INITIALIZE.
016000         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
016010         PERFORM 1020-SET-BUSINESS-DATE THRU 1020-EXIT.
016015         PERFORM 1040-SET-IN-FORCE-DATE THRU 1040-EXIT.
016020         MOVE WS-CURRENT-TIME TO WS-RUN-TIME.
016100         OPEN INPUT UNIT-TRAN-FILE.
016200         IF NOT UNITTRAN-OK THEN
016300             DISPLAY "UNITTRAN OPEN FAILED, STATUS="
018500             STOP RUN
018600         END-IF.
018700         SET WS-UNITREJ-IS-OPEN TO TRUE.
018750         PERFORM 1100-LOAD-PENDING THRU 1100-EXIT.
018800         MOVE WS-CURRENT-DATE-NUM TO RH1-DATE.
018900         WRITE UNIT-REPORT-RECORD FROM WS-REPORT-HEADING-1.
019000 1000-EXIT.
019100         EXIT.
019101
019102*----------------------------------------------------------------
019103* 1020-SET-BUSINESS-DATE - OVERLAY THE CALENDAR RUN DATE WITH THE
019104* BUSINESS DATE THE DATEROLL STEP FIXED, SO A HELD CARD COMES DUE
019105* ON THE SAME NIGHT LONGSUBQ AND HELLO CALL TODAY. A MISSING
019106* BUSDATE LEAVES THE CALENDAR DATE - AN ON-REQUEST RUN OUTSIDE THE
019107* STREAM STILL WORKS.
019108*----------------------------------------------------------------
019109 1020-SET-BUSINESS-DATE.
019110         OPEN INPUT BUSINESS-DATE-FILE.
019111         IF BUSDATE-FILE-NOT-FOUND
019112             GO TO 1020-EXIT
019113         END-IF.
019114         IF NOT BUSDATE-FILE-OK
019115             DISPLAY "BUSDATE OPEN FAILED, STATUS="
019116                 WS-BUSDATE-STATUS
019117             MOVE 16 TO RETURN-CODE
019118             STOP RUN
019119         END-IF.
019120         READ BUSINESS-DATE-FILE
019121             AT END
019122                 CONTINUE
019123             NOT AT END
019124                 IF BUSDATE-DATE IS NUMERIC
019125                 AND BUSDATE-DATE > 0
019126                     MOVE BUSDATE-DATE TO WS-CURRENT-DATE-NUM
019127                 END-IF
019128         END-READ.
019129         CLOSE BUSINESS-DATE-FILE.
019130 1020-EXIT.
019131         EXIT.
019132
019133*----------------------------------------------------------------
019134* 1040-SET-IN-FORCE-DATE - DATEROLL MOVES BUSDATE AT THE START OF
019135* THE NIGHTLY STREAM, SO BY DAY THE BUSINESS DATE IS A NIGHT THAT
019136* HAS ALREADY RUN. A CHANGE STAMPED WITH IT WOULD READ AS IN FORCE
019137* FOR THAT NIGHT (UNITIO AS-OF) ALTHOUGH THE NIGHT RAN ON THE OLD
019138* VALUES. ONCE THE NIGHT HAS CLOSED - NIGHTBAL'S COMPLETION RECORD
019139* ON RUNCTL, THE TEST DATEROLL MAKES - A CHANGE GOES IN FORCE FROM
019140* THE NEXT BUSINESS DAY ON THE CALENDAR (THE NEXT CALENDAR DAY
019141* WHEN THERE IS NO BUSCAL, AS DATEROLL TREATS EVERY DAY THEN).
019142* STEP007 AND A RERUN OF AN UNFINISHED NIGHT STAMP THE BUSINESS
019143* DATE ITSELF. NO RUNCTL AT ALL MEANS THE NIGHT IS OPEN.
019144*----------------------------------------------------------------
019145 1040-SET-IN-FORCE-DATE.
019146         MOVE WS-CURRENT-DATE-NUM TO WS-IN-FORCE-DATE.
019147         OPEN INPUT RUN-CONTROL-FILE.
019148         IF RUNCTL-FILE-NOT-FOUND
019149             GO TO 1040-EXIT
019150         END-IF.
019151         IF NOT RUNCTL-FILE-OK
019152             DISPLAY "RUNCTL OPEN FAILED, STATUS="
019153                 WS-RUNCTL-STATUS
019154             MOVE 16 TO RETURN-CODE
019155             STOP RUN
019156         END-IF.
019157         PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT
019158             UNTIL WS-RUNCTL-EOF OR WS-NIGHT-CLOSED.
019159         CLOSE RUN-CONTROL-FILE.
019160         IF NOT WS-NIGHT-CLOSED
019161             GO TO 1040-EXIT
019162         END-IF.
019163         MOVE WS-CURRENT-DATE-NUM TO CAL-DATE.
019164         SET CAL-FN-NEXT-DAY TO TRUE.
019165         CALL "CALIO" USING CAL-REQUEST.
019166         IF CAL-IO-FILE-MISSING
019167             COMPUTE WS-IN-FORCE-DATE = FUNCTION DATE-OF-INTEGER
019168                 (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
019169                 + 1)
019170         ELSE
019171             IF NOT CAL-IO-OK
019172                 DISPLAY "CALIO NEXT-DAY OF " CAL-DATE
019173                     " FAILED, STATUS=" CAL-STATUS-CODE
019174                 MOVE 16 TO RETURN-CODE
019175                 STOP RUN
019176             END-IF
019177             MOVE CAL-RESULT-DATE TO WS-IN-FORCE-DATE
019178         END-IF.
019179         DISPLAY "NIGHT OF " WS-CURRENT-DATE-NUM
019180             " HAS CLOSED - CHANGES GO IN FORCE FROM "
019181             WS-IN-FORCE-DATE.
019182 1040-EXIT.
019183         EXIT.
019184
019185 1050-READ-RUN-CONTROL.
019186         READ RUN-CONTROL-FILE
019187             AT END
019188                 SET WS-RUNCTL-EOF TO TRUE
019189             NOT AT END
019190                 IF RUNCTL-DATE = WS-CURRENT-DATE-NUM
019191                 AND RUNCTL-PROGRAM = "NIGHTBAL"
019192                 AND RUNCTL-COMPLETE
019193                     SET WS-NIGHT-CLOSED TO TRUE
019194                 END-IF
019195         END-READ.
019196 1050-EXIT.
019197         EXIT.
019198
019199*----------------------------------------------------------------
019200* 1100-LOAD-PENDING - READ EVERY HELD CARD INTO THE PENDING TABLE.
019201* NO UNITPEND YET MEANS NOTHING IS HELD. A PENDING FILE TOO BIG
019202* FOR THE TABLE STOPS THE RUN BEFORE ANY CARD IS APPLIED - WRITING
019203* BACK A TRUNCATED TABLE WOULD LOSE HELD CARDS.
019204*----------------------------------------------------------------
019205 1100-LOAD-PENDING.
019206         OPEN INPUT UNIT-PEND-FILE.
019207         IF UNITPEND-NOT-FOUND
019208             SET WS-PENDING-LOADED TO TRUE
019209             GO TO 1100-EXIT
019210         END-IF.
019211         IF NOT UNITPEND-OK
019212             DISPLAY "UNITPEND OPEN FAILED, STATUS="
019213                 WS-UNITPEND-STATUS
019214             MOVE 16 TO RETURN-CODE
019215             PERFORM 9000-TERMINATE THRU 9000-EXIT
019216             STOP RUN
019217         END-IF.
019218         PERFORM 1150-READ-PENDING THRU 1150-EXIT
019219             UNTIL WS-PEND-EOF.
019220         CLOSE UNIT-PEND-FILE.
019221         SET WS-PENDING-LOADED TO TRUE.
019222 1100-EXIT.
019223         EXIT.
019224
019225 1150-READ-PENDING.
019226         READ UNIT-PEND-FILE
019227             AT END
019228                 SET WS-PEND-EOF TO TRUE
019229             NOT AT END
019230                 IF WS-PEND-COUNT NOT < WS-PEND-MAX
019231                     DISPLAY "UNITPEND HOLDS MORE THAN "
019232                         WS-PEND-MAX " CARDS"
019233                     MOVE 16 TO RETURN-CODE
019234                     CLOSE UNIT-PEND-FILE
019235                     PERFORM 9000-TERMINATE THRU 9000-EXIT
019236                     STOP RUN
019237                 END-IF
019238                 ADD 1 TO WS-PEND-COUNT
019239                 MOVE UP-CARD-IMAGE
019240                     TO PT-CARD-IMAGE(WS-PEND-COUNT)
019241                 MOVE UP-EFF-DATE TO PT-EFF-DATE(WS-PEND-COUNT)
019242                 MOVE UP-HELD-DATE TO PT-HELD-DATE(WS-PEND-COUNT)
019243                 SET PT-WAITING(WS-PEND-COUNT) TO TRUE
019244         END-READ.
019245 1150-EXIT.
019246         EXIT.
019247
019300 2000-PROCESS-CARDS.
019350         PERFORM 2050-RELEASE-DUE-CARDS THRU 2050-EXIT.
019400         PERFORM 2100-READ-CARD THRU 2100-EXIT
019500             UNTIL WS-EOF-REACHED.
019600 2000-EXIT.
019700         EXIT.
019702
019703*----------------------------------------------------------------
019704* 2050-RELEASE-DUE-CARDS - APPLY EVERY HELD CARD WHOSE EFFECTIVE
019705* DATE HAS BEEN REACHED, EARLIEST DATE FIRST AND IN ARRIVAL ORDER
019706* WITHIN A DATE, BEFORE ANY OF THIS RUN'S OWN CARDS - A CARD
019707* PUNCHED TODAY MUST LAND ON TOP OF ONE THAT CAME DUE TODAY. A
019708* RELEASED CARD IS EDITED AGAIN AND GOES THROUGH THE SAME APPLY
019709* PATH AS A NEW ONE; A MASTER-SIDE FAILURE REJECTS IT TO UNITREJ.
019710*----------------------------------------------------------------
019711 2050-RELEASE-DUE-CARDS.
019712         MOVE "N" TO WS-DUE-SWITCH.
019713         PERFORM 2060-RELEASE-NEXT-DUE THRU 2060-EXIT
019714             UNTIL WS-NO-MORE-DUE.
019715 2050-EXIT.
019716         EXIT.
019717
019718 2060-RELEASE-NEXT-DUE.
019719         MOVE 0 TO WS-DUE-P.
019720         PERFORM 2070-FIND-EARLIEST-DUE THRU 2070-EXIT
019721             VARYING WS-P FROM 1 BY 1
019722             UNTIL WS-P > WS-PEND-COUNT.
019723         IF WS-DUE-P = 0
019724             SET WS-NO-MORE-DUE TO TRUE
019725             GO TO 2060-EXIT
019726         END-IF.
019727         SET PT-RELEASED(WS-DUE-P) TO TRUE.
019728         ADD 1 TO WS-RELEASED-COUNT.
019729         IF WS-RELEASED-COUNT = 1
019730             WRITE UNIT-REPORT-RECORD
019731                 FROM WS-REPORT-RELEASE-HEADING
019732         END-IF.
019733         MOVE PT-CARD-IMAGE(WS-DUE-P) TO UNIT-TRAN-RECORD.
019734         PERFORM 2150-EDIT-CARD THRU 2150-EXIT.
019735         IF WS-EDIT-FAILED
019736             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
019737         ELSE
019738             PERFORM 2200-APPLY-CARD THRU 2200-EXIT
019739         END-IF.
019740 2060-EXIT.
019741         EXIT.
019742
019743 2070-FIND-EARLIEST-DUE.
019744         IF PT-WAITING(WS-P)
019745         AND PT-EFF-DATE(WS-P) NOT > WS-CURRENT-DATE-NUM
019746             IF WS-DUE-P = 0
019747             OR PT-EFF-DATE(WS-P) < PT-EFF-DATE(WS-DUE-P)
019748                 MOVE WS-P TO WS-DUE-P
019749             END-IF
019750         END-IF.
019751 2070-EXIT.
019752         EXIT.
019800
019900 2100-READ-CARD.
020000         READ UNIT-TRAN-FILE
020600                 IF WS-EDIT-FAILED
020700                     PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
020800                 ELSE
020801                     IF UT-EFF-DATE NOT = SPACES
020802                     AND UT-EFF-DATE-NUM > WS-CURRENT-DATE-NUM
020900                         PERFORM 2500-HOLD-CARD THRU 2500-EXIT
020901                     ELSE
020902                         PERFORM 2200-APPLY-CARD THRU 2200-EXIT
020903                     END-IF
021000                 END-IF
021100         END-READ.
021200 2100-EXIT.
021700* TRUSTED AGAINST THE MASTER. THE FIRST FAILING CHECK NAMES THE
021800* REASON. ON A CHANGE A BLANK MIN/MAX MEANS KEEP THE MASTER'S
021900* VALUE, SO ONLY A NON-BLANK, NON-NUMERIC FIELD FAILS.
021950* AN EFFECTIVE DATE, WHEN PUNCHED, MUST BE A CALENDAR DATE.
022000*----------------------------------------------------------------
022100 2150-EDIT-CARD.
022200         MOVE "N" TO WS-EDIT-SWITCH.
022300         MOVE SPACES TO WS-REJECT-REASON.
022310         MOVE ZERO TO WS-EFF-EDIT.
022320         IF UT-EFF-DATE IS NUMERIC
022330             MOVE UT-EFF-DATE-NUM TO WS-EFF-EDIT
022340         END-IF.
022400         EVALUATE TRUE
022500             WHEN NOT UT-ACTION-VALID
022600                 SET WS-REASON-BAD-ACTION TO TRUE
024000             AND UT-MAX-VALUES NOT = SPACES
024100             AND UT-MAX-VALUES IS NOT NUMERIC
024200                 SET WS-REASON-MAX-NOT-NUM TO TRUE
024210             WHEN UT-EFF-DATE NOT = SPACES
024220             AND FUNCTION TEST-DATE-YYYYMMDD (WS-EFF-EDIT) NOT = 0
024250                 SET WS-REASON-BAD-EFF-DATE TO TRUE
024300             WHEN OTHER
024400                 CONTINUE
024500         END-EVALUATE.
027300             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
027400             GO TO 2210-EXIT
027500         END-IF.
027510         PERFORM 2250-CHECK-DESK-CODE THRU 2250-EXIT.
027520         IF WS-EDIT-FAILED
027530             GO TO 2210-EXIT
027540         END-IF.
027550         PERFORM 2620-CLEAR-BEFORE-IMAGE THRU 2620-EXIT.
027600         MOVE UT-UNIT-NAME TO UM-UNIT-NAME.
027700         SET UM-ACTIVE TO TRUE.
027800         MOVE UT-DEPARTMENT TO UM-DEPARTMENT.
027900         MOVE UT-DESCRIPTION TO UM-DESCRIPTION.
028000         MOVE UT-MIN-VALUES-NUM TO UM-MIN-VALUES.
028100         MOVE UT-MAX-VALUES-NUM TO UM-MAX-VALUES.
028150         MOVE UT-DESK-CODE TO UM-DESK-CODE.
028200         SET UNIT-FN-WRITE TO TRUE.
028300         CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
028400         EVALUATE TRUE
028500             WHEN UNIT-IO-OK
028600                 ADD 1 TO WS-ADD-COUNT
028650                 PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
028700                 MOVE "ADDED       " TO RD-ACTION-DESC
028800                 PERFORM 2300-WRITE-APPLIED-LINE THRU 2300-EXIT
028900             WHEN UNIT-IO-DUP-KEY
029600         EXIT.
029700
029800 2220-CHANGE-UNIT.
029810         PERFORM 2250-CHECK-DESK-CODE THRU 2250-EXIT.
029820         IF WS-EDIT-FAILED
029830             GO TO 2220-EXIT
029840         END-IF.
029900         MOVE UT-UNIT-NAME TO UM-UNIT-NAME.
030000         SET UNIT-FN-READ TO TRUE.
030100         CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
030200         EVALUATE TRUE
030300             WHEN UNIT-IO-OK
030400                 PERFORM 2610-SAVE-BEFORE-IMAGE THRU 2610-EXIT
030500             WHEN UNIT-IO-NOT-FOUND
030600             WHEN UNIT-IO-FILE-MISSING
030700                 SET WS-REASON-NOT-ON-MASTER TO TRUE
033200         END-IF.
033300         MOVE WS-EDIT-MIN TO UM-MIN-VALUES.
033400         MOVE WS-EDIT-MAX TO UM-MAX-VALUES.
033410         IF UT-DESK-CODE NOT = SPACES
033420             MOVE UT-DESK-CODE TO UM-DESK-CODE
033430         END-IF.
033500*        A CHANGE CARD ALSO REACTIVATES A DEACTIVATED UNIT - THE
033600*        ONLY WAY BACK ONCE A D CARD HAS BEEN APPLIED.
033700         SET UM-ACTIVE TO TRUE.
034100             PERFORM 8000-UNITMST-IO-ERROR
034200         END-IF.
034300         ADD 1 TO WS-CHANGE-COUNT.
034350         PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
034400         MOVE "CHANGED     " TO RD-ACTION-DESC.
034500         PERFORM 2300-WRITE-APPLIED-LINE THRU 2300-EXIT.
034600 2220-EXIT.
035200         CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
035300         EVALUATE TRUE
035400             WHEN UNIT-IO-OK
035500                 PERFORM 2610-SAVE-BEFORE-IMAGE THRU 2610-EXIT
035600             WHEN UNIT-IO-NOT-FOUND
035700             WHEN UNIT-IO-FILE-MISSING
035800                 SET WS-REASON-NOT-ON-MASTER TO TRUE
037300             PERFORM 8000-UNITMST-IO-ERROR
037400         END-IF.
037500         ADD 1 TO WS-DEACT-COUNT.
037550         PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
037600         MOVE "DEACTIVATED " TO RD-ACTION-DESC.
037700         PERFORM 2300-WRITE-APPLIED-LINE THRU 2300-EXIT.
037800 2230-EXIT.
037900         EXIT.
038000
038001*----------------------------------------------------------------
038002* 2250-CHECK-DESK-CODE - A DESK CODE ON AN ADD OR CHANGE CARD MUST
038003* NOT ALREADY BELONG TO ANOTHER UNIT. RUNS BEFORE THE CARD'S OWN
038004* UNIT IS READ - THE LOOKUP COMES BACK IN THE SAME RECORD AREA. A
038005* MASTER THAT DOES NOT EXIST YET HOLDS NO DESK CODES.
038006*----------------------------------------------------------------
038007 2250-CHECK-DESK-CODE.
038008         IF UT-DESK-CODE = SPACES
038009             GO TO 2250-EXIT
038010         END-IF.
038011         MOVE UT-DESK-CODE TO UM-DESK-CODE.
038012         SET UNIT-FN-READ-DESK TO TRUE.
038013         CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
038014         EVALUATE TRUE
038015             WHEN UNIT-IO-OK
038016                 IF UM-UNIT-NAME NOT = UT-UNIT-NAME
038017                     SET WS-REASON-DESK-IN-USE TO TRUE
038018                     SET WS-EDIT-FAILED TO TRUE
038019                     PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
038020                 END-IF
038021             WHEN UNIT-IO-NOT-FOUND
038022             WHEN UNIT-IO-FILE-MISSING
038023                 CONTINUE
038024             WHEN OTHER
038025                 PERFORM 8000-UNITMST-IO-ERROR
038026         END-EVALUATE.
038027 2250-EXIT.
038028         EXIT.
038029
038100 2300-WRITE-APPLIED-LINE.
038200         MOVE UM-UNIT-NAME TO RD-UNIT-NAME.
038300         MOVE UM-DEPARTMENT TO RD-DEPARTMENT.
038400         MOVE UM-DESCRIPTION TO RD-DESCRIPTION.
038500         MOVE UM-MIN-VALUES TO RD-MIN-VALUES.
038600         MOVE UM-MAX-VALUES TO RD-MAX-VALUES.
038650         MOVE UM-DESK-CODE TO RD-DESK-CODE.
038660         MOVE WS-IN-FORCE-DATE TO RD-EFF-DATE.
038700         WRITE UNIT-REPORT-RECORD FROM WS-REPORT-DETAIL.
038800 2300-EXIT.
038900         EXIT.
041300                 MOVE "UNIT NOT ON MASTER" TO RJ-REASON-DESC
041400             WHEN WS-REASON-ALREADY-INACT
041500                 MOVE "ALREADY INACTIVE  " TO RJ-REASON-DESC
041510             WHEN WS-REASON-DESK-IN-USE
041520                 MOVE "DESK CODE IN USE  " TO RJ-REASON-DESC
041530             WHEN WS-REASON-BAD-EFF-DATE
041540                 MOVE "BAD EFFECTIVE DATE" TO RJ-REASON-DESC
041600         END-EVALUATE.
041700         MOVE UNIT-TRAN-RECORD TO RJ-RECORD-IMAGE.
041800         WRITE UNIT-REJECT-RECORD FROM WS-REJECT-DETAIL.
041850         PERFORM 2410-WRITE-ALERT THRU 2410-EXIT.
041900 2400-EXIT.
042000         EXIT.
042001
042002*----------------------------------------------------------------
042003* 2410-WRITE-ALERT - COPY THE REJECT TO THE COMMON ALERT FILE AS A
042004* WARNING AGAINST THE CARD'S UNIT, CODED CARDRJ AND THE REASON. A
042005* FAILED WRITE IS WARNED ONCE - UNITREJ ALREADY HOLDS THE CARD.
042006*----------------------------------------------------------------
042007 2410-WRITE-ALERT.
042008         MOVE SPACES TO ALERT-RECORD.
042009         MOVE "UNITMNT" TO AL-PROGRAM.
042010         MOVE WS-CURRENT-DATE-NUM TO AL-BUS-DATE.
042011         MOVE UT-UNIT-NAME TO AL-UNIT.
042012         SET AL-SEV-WARNING TO TRUE.
042013         STRING "CARDRJ" WS-REJECT-REASON
042014             DELIMITED BY SIZE INTO AL-CODE.
042015         MOVE WS-REJECT-DETAIL TO AL-TEXT.
042016         MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
042017         SET ALR-FN-WRITE TO TRUE.
042018         CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
042019         MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
042020         IF NOT ALR-IO-OK
042021         AND NOT WS-ALERT-WARNED
042022             DISPLAY "ALERTS WRITE FAILED, STATUS="
042023                 ALR-STATUS-CODE
042024                 " - NO MORE ALERTS WARNED THIS RUN"
042025             SET WS-ALERT-WARNED TO TRUE
042026         END-IF.
042027 2410-EXIT.
042028         EXIT.
042029
042030*----------------------------------------------------------------
042031* 2500-HOLD-CARD - THE CARD IS CLEAN BUT NOT DUE YET. PARK IT IN
042032* THE PENDING TABLE WITH ITS EFFECTIVE DATE AND LIST IT AS HELD.
042033* IT IS CHECKED AGAINST THE MASTER ONLY WHEN IT IS RELEASED - THE
042034* MASTER MAY WELL CHANGE IN BETWEEN.
042035*----------------------------------------------------------------
042036 2500-HOLD-CARD.
042037         IF WS-PEND-COUNT NOT < WS-PEND-MAX
042038             DISPLAY "UNITPEND TABLE FULL AT " WS-PEND-MAX
042039                 " CARDS - CANNOT HOLD " UT-UNIT-NAME
042040             MOVE 16 TO RETURN-CODE
042041             PERFORM 9000-TERMINATE THRU 9000-EXIT
042042             STOP RUN
042043         END-IF.
042044         ADD 1 TO WS-PEND-COUNT.
042045         MOVE UNIT-TRAN-RECORD TO PT-CARD-IMAGE(WS-PEND-COUNT).
042046         MOVE UT-EFF-DATE-NUM TO PT-EFF-DATE(WS-PEND-COUNT).
042047         MOVE WS-CURRENT-DATE-NUM TO PT-HELD-DATE(WS-PEND-COUNT).
042048         SET PT-WAITING(WS-PEND-COUNT) TO TRUE.
042049         ADD 1 TO WS-HELD-COUNT.
042050         MOVE UT-EFF-DATE-NUM TO RH-EFF-DATE.
042051         MOVE UNIT-TRAN-RECORD TO RH-CARD-IMAGE.
042052         WRITE UNIT-REPORT-RECORD FROM WS-REPORT-HELD-LINE.
042053 2500-EXIT.
042054         EXIT.
042055
042056*----------------------------------------------------------------
042057* 2600-WRITE-HISTORY - THE MASTER HAS JUST TAKEN THE CHANGE. LOG
042058* THE BEFORE IMAGE SAVED WHEN THE UNIT WAS READ, THE AFTER IMAGE
042059* NOW IN THE RECORD AREA AND THE CARD, STAMPED WITH THE BUSINESS
042060* DATE THE CHANGE IS IN FORCE FROM (SEE 1040). THE HISTORY IS HOW
042061* LONGSUBQ AND LSHIST RECOVER THE UNIT AS OF AN EARLIER NIGHT, SO
042062* A CHANGE IT CANNOT RECORD STOPS THE RUN. THE KEY COMES FROM
042063* UHISTIO - ONE PAST THE LAST KEY ON FILE FOR THE UNIT AND DATE,
042064* OR THIS RUN'S START TIME FOR THE FIRST - SO CHANGES FILE IN THE
042065* ORDER MADE EVEN WHEN A RERUN'S CLOCK IS EARLIER.
042066*----------------------------------------------------------------
042067 2600-WRITE-HISTORY.
042068         MOVE UM-UNIT-NAME TO UH-UNIT-NAME.
042069         MOVE WS-IN-FORCE-DATE TO UH-BUS-DATE.
042070         MOVE WS-RUN-TIME TO UH-APPLY-TIME.
042071         SET UHIST-FN-NEXT-KEY TO TRUE.
042072         CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD.
042073         IF NOT UHIST-IO-OK
042074             DISPLAY "UNITHIST KEY LOOKUP FAILED, STATUS="
042075                 UHIST-STATUS-CODE " UNIT " UM-UNIT-NAME
042076             MOVE 16 TO RETURN-CODE
042077             PERFORM 9000-TERMINATE THRU 9000-EXIT
042078             STOP RUN
042079         END-IF.
042080         IF UT-EFF-DATE = SPACES
042081             MOVE WS-IN-FORCE-DATE TO UH-REQ-DATE
042082         ELSE
042083             MOVE UT-EFF-DATE-NUM TO UH-REQ-DATE
042084         END-IF.
042085         MOVE UT-ACTION TO UH-ACTION.
042086         MOVE UM-STATUS TO UH-AFTER-STATUS.
042087         MOVE UM-DEPARTMENT TO UH-AFTER-DEPARTMENT.
042088         MOVE UM-DESCRIPTION TO UH-AFTER-DESCRIPTION.
042089         MOVE UM-MIN-VALUES TO UH-AFTER-MIN-VALUES.
042090         MOVE UM-MAX-VALUES TO UH-AFTER-MAX-VALUES.
042091         MOVE UM-DESK-CODE TO UH-AFTER-DESK-CODE.
042092         MOVE UNIT-TRAN-RECORD TO UH-CARD-IMAGE.
042093         SET UHIST-FN-WRITE TO TRUE.
042094         CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD.
042095         IF NOT UHIST-IO-OK
042096             DISPLAY "UNITHIST WRITE FAILED, STATUS="
042097                 UHIST-STATUS-CODE " UNIT " UM-UNIT-NAME
042098             MOVE 16 TO RETURN-CODE
042099             PERFORM 9000-TERMINATE THRU 9000-EXIT
042100             STOP RUN
042101         END-IF.
042102 2600-EXIT.
042103         EXIT.
042104
042105 2610-SAVE-BEFORE-IMAGE.
042106         SET UH-BEFORE-ON-FILE TO TRUE.
042107         MOVE UM-STATUS TO UH-BEFORE-STATUS.
042108         MOVE UM-DEPARTMENT TO UH-BEFORE-DEPARTMENT.
042109         MOVE UM-DESCRIPTION TO UH-BEFORE-DESCRIPTION.
042110         MOVE UM-MIN-VALUES TO UH-BEFORE-MIN-VALUES.
042111         MOVE UM-MAX-VALUES TO UH-BEFORE-MAX-VALUES.
042112         MOVE UM-DESK-CODE TO UH-BEFORE-DESK-CODE.
042113 2610-EXIT.
042114         EXIT.
042115
042116*        AN ADD HAS NO BEFORE IMAGE - THE UNIT DID NOT EXIST.
042117 2620-CLEAR-BEFORE-IMAGE.
042118         SET UH-BEFORE-ABSENT TO TRUE.
042119         MOVE SPACES TO UH-BEFORE-STATUS.
042120         MOVE SPACES TO UH-BEFORE-DEPARTMENT.
042121         MOVE SPACES TO UH-BEFORE-DESCRIPTION.
042122         MOVE ZERO TO UH-BEFORE-MIN-VALUES.
042123         MOVE ZERO TO UH-BEFORE-MAX-VALUES.
042124         MOVE SPACES TO UH-BEFORE-DESK-CODE.
042125 2620-EXIT.
042126         EXIT.
042127
042200*----------------------------------------------------------------
042300* 8000-UNITMST-IO-ERROR - AN I/O FAILURE AGAINST THE MASTER IS
042400* NOT A CARD ERROR - THE RUN CANNOT BE TRUSTED TO CONTINUE.
043000         STOP RUN.
043100
043200 9000-TERMINATE.
043210*        THE CLOSE CALLS BELOW EACH REPLACE RETURN-CODE - THE
043220*        RUN'S OWN CODE IS TAKEN BEFORE ANY OF THEM IS MADE.
043230         MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
043300         DISPLAY "CARDS READ: " WS-READ-COUNT
043400             " REJECTED: " WS-REJECT-COUNT.
043410         DISPLAY "CARDS HELD: " WS-HELD-COUNT
043420             " RELEASED: " WS-RELEASED-COUNT.
043430*        ONLY A RUN THAT FINISHED REWRITES THE PENDING FILE -
043440*        AFTER A FAILURE THE OLD FILE STANDS AND THE RERUN
043450*        RELEASES THE SAME CARDS AGAIN.
043460         IF WS-PENDING-LOADED
043470         AND WS-SAVE-RETURN-CODE < 16
043480             PERFORM 9200-SAVE-PENDING THRU 9200-EXIT
043490         END-IF.
043500         IF WS-UNITRPT-IS-OPEN
043600             PERFORM 9100-WRITE-CONTROL-BOX THRU 9100-EXIT
043700             MOVE WS-CURRENT-DATE-NUM TO RT-DATE
044600         END-IF.
044700         SET UNIT-FN-CLOSE TO TRUE.
044800         CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
044810         SET UHIST-FN-CLOSE TO TRUE.
044820         CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD.
044840         SET ALR-FN-CLOSE TO TRUE.
044850         CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
044860         MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
044900 9000-EXIT.
045000         EXIT.
045100
045200*----------------------------------------------------------------
045300* 9100-WRITE-CONTROL-BOX - BALANCE THE RUN ON THE FACE OF THE
045400* REPORT: EVERY CARD READ OR RELEASED WAS APPLIED, HELD OR
045401* REJECTED. STILL PENDING IS WHAT UNITPEND HOLDS FOR LATER DATES.
045500*----------------------------------------------------------------
045600 9100-WRITE-CONTROL-BOX.
045700         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-RULE.
045900         MOVE "CARDS READ       :" TO CB-LABEL.
046000         MOVE WS-READ-COUNT TO CB-COUNT.
046100         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
046110         MOVE "HELD CARDS DUE   :" TO CB-LABEL.
046120         MOVE WS-RELEASED-COUNT TO CB-COUNT.
046130         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
046200         MOVE "UNITS ADDED      :" TO CB-LABEL.
046300         MOVE WS-ADD-COUNT TO CB-COUNT.
046400         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
046800         MOVE "UNITS DEACTIVATED:" TO CB-LABEL.
046900         MOVE WS-DEACT-COUNT TO CB-COUNT.
047000         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
047010         MOVE "CARDS HELD       :" TO CB-LABEL.
047020         MOVE WS-HELD-COUNT TO CB-COUNT.
047030         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
047100         MOVE "CARDS REJECTED   :" TO CB-LABEL.
047200         MOVE WS-REJECT-COUNT TO CB-COUNT.
047300         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
047310         MOVE "STILL PENDING    :" TO CB-LABEL.
047320         MOVE WS-STILL-PENDING-COUNT TO CB-COUNT.
047330         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
047400         WRITE UNIT-REPORT-RECORD FROM WS-CONTROL-BOX-RULE.
047500 9100-EXIT.
047600         EXIT.
047602
047603*----------------------------------------------------------------
047604* 9200-SAVE-PENDING - WRITE BACK EVERY HELD CARD STILL WAITING FOR
047605* ITS DATE - THE OLD ONES NOT YET DUE AND THE NEW ONES HELD
047606* TONIGHT. A RELEASED CARD IS DROPPED, APPLIED OR REJECTED.
047607*----------------------------------------------------------------
047608 9200-SAVE-PENDING.
047609         MOVE 0 TO WS-STILL-PENDING-COUNT.
047610         OPEN OUTPUT UNIT-PEND-FILE.
047611         IF NOT UNITPEND-OK
047612             DISPLAY "UNITPEND OPEN FOR OUTPUT FAILED, STATUS="
047613                 WS-UNITPEND-STATUS
047614             MOVE 16 TO WS-SAVE-RETURN-CODE
047615             GO TO 9200-EXIT
047616         END-IF.
047617         PERFORM 9250-WRITE-PENDING THRU 9250-EXIT
047618             VARYING WS-P FROM 1 BY 1
047619             UNTIL WS-P > WS-PEND-COUNT.
047620         CLOSE UNIT-PEND-FILE.
047621 9200-EXIT.
047622         EXIT.
047623
047624 9250-WRITE-PENDING.
047625         IF PT-WAITING(WS-P)
047626             MOVE PT-CARD-IMAGE(WS-P) TO UP-CARD-IMAGE
047627             MOVE PT-HELD-DATE(WS-P) TO UP-HELD-DATE
047628             WRITE UNIT-PEND-RECORD
047629             ADD 1 TO WS-STILL-PENDING-COUNT
047630         END-IF.
047631 9250-EXIT.
047632         EXIT.
047700
047800 END PROGRAM UNITMNT.
