001900*                BEEN OUTSTANDING. A REPAIR CARD NAMING A REJECT
002000*                NOT ON SUSPENSE IS WARNED AND ENDS THE STEP
002100*                RC 4 - SOMEBODY PUNCHED THE WRONG KEY OR THE
002200*                RECORD WAS ALREADY RECYCLED. BEFORE ANY OF THAT,
002201*                THE RAW FEED IS PROVED AGAINST THE SENDER'S
002202*                TRAILER (SEE TRLREC) - RECORD COUNT AND A/B/C
002203*                HASH TOTALS PER DESK CODE AND FOR THE WHOLE
002204*                FEED. A MISSING OR OUT-OF-BALANCE TRAILER ENDS
002205*                THE STEP RC 8 WITH NOTHING TOUCHED, WHICH STOPS
002206*                THE NIGHT. THE VERDICT GOES TO HELLOTRL FOR THE
002207*                MORNING PAGE EITHER WAY. EVERY REJECT FOLDED IN
002208*                AND EVERY ONE CLEARED IS JOURNALED TO HELLOSJN
002209*                (SEE SUSJNL) SO NIGHTBKO CAN BACK THE NIGHT OUT.
002300*----------------------------------------------------------------
002400* REPAIR CARD (HELLOFIX):
002500*   COLS 1-8     RUN DATE OF THE ORIGINAL REJECT (YYYYMMDD)
002600*   COLS 9-17    READ SEQUENCE OF THE ORIGINAL REJECT
002700*   COLS 18-48   CORRECTED TRANSACTION IMAGE (HELLOIN LAYOUT -
002800*                A, B, C AND THE UNIT CODE)
002810*----------------------------------------------------------------
002820* CONTROL CARDS (RECCNTL, OPTIONAL):
002830*   DAYS=B       AGE THE OPEN REJECTS IN BUSINESS DAYS OFF THE
002840*                BUSCAL CALENDAR - A REJECT FROM FRIDAY IS ONE
002850*                NIGHT OUT ON MONDAY, NOT THREE. DAYS=C (THE
002860*                DEFAULT) COUNTS CALENDAR DAYS.
002865*   SHRT=YYYYMMDD
002870*                THE NIGHT'S FEED IS KNOWN TO BE SHORT - RUN IT
002875*                EVEN THOUGH ITS TRAILER IS MISSING OR OUT OF
002880*                BALANCE. THE STEP THEN ENDS RC 4 AND THE PAGE
002885*                SHOWS THE FEED AS OVERRIDDEN. THE CARD ONLY
002890*                COUNTS FOR THE BUSINESS DATE IT NAMES - LEFT IN
002895*                THE DECK IT DOES NOT WAVE THROUGH LATER NIGHTS.
002896*   AGED=NNN     AN OPEN REJECT OUT NNN NIGHTS OR MORE (COUNTED AS
002897*                THE AGING REPORT COUNTS THEM) IS ALSO RAISED ON
002898*                THE COMMON ALERT FILE, EVERY NIGHT UNTIL IT IS
002899*                REPAIRED. DEFAULT 005; AGED=000 RAISES NONE.
002900*----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*----------------------------------------------------------------
003200* DATE       INIT  DESCRIPTION
003300* 09/03/2026 WJ    ORIGINAL VERSION.
003310* 10/15/2026 WJ    NEW OPTIONAL RECCNTL CARD FILE. DAYS=B AGES THE
003320*                  SUSPENSE IN BUSINESS DAYS (CALIO) - WEEKENDS
003330*                  AND HOLIDAYS NO LONGER ADD NIGHTS OUTSTANDING.
003340*                  NO CALENDAR FILE IS WARNED ON THE AGING REPORT
003350*                  AND THE AGING FALLS BACK TO CALENDAR DAYS.
003355* 10/15/2026 WJ    THE RAW HELLOIN IS PROVED AGAINST THE SENDER'S
003360*                  TRAILER BEFORE HELLOINM IS BUILT. MISSING OR
003365*                  OUT OF BALANCE ENDS RC 8 UNLESS A SHRT= CARD
003370*                  OVERRIDES IT (RC 4). TRAILER LINES ARE NOT
003375*                  COPIED TO HELLOINM. NEW HELLOTRL RESULT FILE
003380*                  FOR NIGHTSTA.
003385* 10/15/2026 WJ    NEW HELLOSJN SUSPENSE JOURNAL - A NIGHT MARKER,
003390*                  THEN EACH REJECT ADDED TO AND CLEARED FROM
003391*                  HELLOSUS, APPENDED WHEN SUSPENSE IS REWRITTEN.
003392* 10/15/2026 WJ    UNMATCHED AND UNREADABLE FIX CARDS, A FEED THAT
003393*                  DOES NOT PROVE AGAINST ITS TRAILER, AND EVERY
003394*                  OPEN REJECT OUT AT LEAST THE AGED= LIMIT OF
003395*                  NIGHTS (DEFAULT 5) ARE APPENDED TO THE COMMON
003396*                  ALERT FILE (ALERTS, THROUGH ALERTIO) FOR THE
003397*                  NIGHTDIG DIGEST. NEW RECCNTL CARD AGED=NNN.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. HELLOREC.
006100     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-BUSDATE-STATUS.
006310     SELECT REC-CONTROL-FILE ASSIGN TO "RECCNTL"
006320         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS WS-RECCNTL-STATUS.
006340     SELECT TRAILER-STATUS-FILE ASSIGN TO "HELLOTRL"
006350         ORGANIZATION IS LINE SEQUENTIAL
006360         FILE STATUS IS WS-HELLOTRL-STATUS.
006370     SELECT SUSPENSE-JOURNAL-FILE ASSIGN TO "HELLOSJN"
006380         ORGANIZATION IS LINE SEQUENTIAL
006390         FILE STATUS IS WS-HELLOSJN-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SUSPENSE-FILE.
007900     05  FILLER                  PIC X(32).
008000 FD  RAW-INPUT-FILE.
008100 01  RAW-INPUT-RECORD            PIC X(31).
008101 01  RAW-TRANSACTION-RECORD.
008102     05  RW-A                    PIC 9(09).
008103     05  RW-B                    PIC 9(09).
008104     05  RW-C                    PIC 9(09).
008105     05  RW-UNIT-CODE            PIC X(04).
008106 COPY TRLREC.
008200 FD  MERGED-INPUT-FILE.
008300 01  MERGED-INPUT-RECORD         PIC X(31).
008400 FD  AGING-REPORT-FILE.
008700 COPY RUNCTL.
008800 FD  BUSINESS-DATE-FILE.
008900 COPY BUSDATE.
008910 FD  REC-CONTROL-FILE.
008920 01  REC-CONTROL-RECORD.
008930     05  RX-KEYWORD              PIC X(05).
008940     05  RX-DAYS-CODE            PIC X(01).
008950     05  FILLER                  PIC X(74).
008955 01  REC-SHORT-CARD.
008960     05  FILLER                  PIC X(05).
008965     05  RX-SHORT-DATE           PIC X(08).
008970     05  RX-SHORT-DATE-NUM REDEFINES RX-SHORT-DATE
008975                                 PIC 9(08).
008980     05  FILLER                  PIC X(67).
008981 01  REC-AGED-CARD.
008982     05  FILLER                  PIC X(05).
008983     05  RX-AGED-LIMIT           PIC X(03).
008984     05  RX-AGED-LIMIT-NUM REDEFINES RX-AGED-LIMIT
008985                                 PIC 9(03).
008986     05  FILLER                  PIC X(72).
008987 FD  TRAILER-STATUS-FILE.
008990 COPY TRLSTAT.
008991 FD  SUSPENSE-JOURNAL-FILE.
008992 COPY SUSJNL.
009000 WORKING-STORAGE SECTION.
009100 COPY DATESTMP.
009110*    THE REJREC LAYOUT LIVES IN WORKING STORAGE, NOT UNDER THE
009140*    UNOPENED FILE IS NOT RELIABLY ADDRESSABLE. SAME REASON
009150*    HELLO HOLDS ITS COPY IN WORKING STORAGE.
009160 COPY REJREC.
009170 COPY CALREQ.
009175 COPY ALERTREQ.
009180 COPY ALERTREC.
009185 01  WS-ALERT-SEVERITY           PIC X(01).
009190 01  WS-ALERT-CODE               PIC X(08).
009195 01  WS-ALERT-TEXT               PIC X(80).
009196*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - A
009197*    FAILING STEP'S CODE IS KEPT HERE ACROSS THE ALERTIO CLOSE.
009198 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
009200 01  WS-RUN-CONTROL-NAME         PIC X(08) VALUE "HELLOREC".
009300*----------------------------------------------------------------
009400* THE SUSPENSE TABLE - EVERY OPEN REJECT, CARRIED OVERNIGHT PLUS
011600 01  WS-RAW-COUNT                PIC 9(09) VALUE ZERO.
011700 01  WS-NIGHTS-OUT               PIC S9(05).
011800 01  WS-TODAY-INTEGER            PIC 9(08).
011810*    DAYS=B ON RECCNTL AGES IN BUSINESS DAYS; C IS CALENDAR DAYS.
011820 01  WS-AGE-COUNT-CODE           PIC X(01) VALUE "C".
011830     88  WS-AGE-BUSINESS-DAYS    VALUE "B".
011840     88  WS-AGE-COUNT-VALID      VALUE "B" "C".
011841*----------------------------------------------------------------
011842* THE TRAILER PROOF - PER DESK CODE, WHAT THE SENDER'S D LINE SAID
011843* BESIDE WHAT ARRIVED, AND THE SAME FOR THE WHOLE FEED AGAINST THE
011844* T LINE.
011845*----------------------------------------------------------------
011846 01  WS-DESK-MAX                 PIC 9(04) VALUE 500.
011847 01  WS-DESK-COUNT               PIC 9(04) VALUE ZERO.
011848 01  WS-DESK-TABLE.
011849     05  WS-DESK-ENTRY OCCURS 500 TIMES.
011850         10  DK-DESK-CODE        PIC X(04).
011851         10  DK-SENT-SWITCH      PIC X(01).
011852             88  DK-ON-TRAILER   VALUE "Y".
011853         10  DK-SENT-COUNT       PIC 9(09).
011854         10  DK-SENT-HASH-A      PIC 9(15).
011855         10  DK-SENT-HASH-B      PIC 9(15).
011856         10  DK-SENT-HASH-C      PIC 9(15).
011857         10  DK-RECV-COUNT       PIC 9(09).
011858         10  DK-RECV-HASH-A      PIC 9(15).
011859         10  DK-RECV-HASH-B      PIC 9(15).
011860         10  DK-RECV-HASH-C      PIC 9(15).
011861 01  WS-D                        PIC 9(04).
011862 01  WS-DESK-KEY                 PIC X(04).
011863 01  WS-TRAILER-TOTALS.
011864     05  WS-SENT-COUNT           PIC 9(09) VALUE ZERO.
011865     05  WS-SENT-HASH-A          PIC 9(15) VALUE ZERO.
011866     05  WS-SENT-HASH-B          PIC 9(15) VALUE ZERO.
011867     05  WS-SENT-HASH-C          PIC 9(15) VALUE ZERO.
011868     05  WS-RECV-COUNT           PIC 9(09) VALUE ZERO.
011869     05  WS-RECV-HASH-A          PIC 9(15) VALUE ZERO.
011870     05  WS-RECV-HASH-B          PIC 9(15) VALUE ZERO.
011871     05  WS-RECV-HASH-C          PIC 9(15) VALUE ZERO.
011872 01  WS-BAD-TRAILER-COUNT        PIC 9(04) VALUE ZERO.
011873 01  WS-UNBALANCED-DESKS         PIC 9(04) VALUE ZERO.
011874 01  WS-DESK-RESULT              PIC X(10).
011875*    N = NO T LINE YET, L = THE T LINE IS THE LAST RECORD SO FAR,
011876*    A = RECORDS FOLLOWED A T LINE (SO IT WAS NOT THE FEED'S END).
011877 01  WS-TOTAL-LINE-STATE         PIC X(01) VALUE "N".
011878     88  WS-TOTAL-LINE-LAST      VALUE "L".
011879     88  WS-TOTAL-LINE-NOT-LAST  VALUE "A".
011880 01  WS-TRAILER-RESULT           PIC X(10) VALUE SPACES.
011881     88  WS-TRAILER-BALANCED     VALUE "BALANCED".
011882 01  WS-SHORT-DATE               PIC 9(08) VALUE ZERO.
011883*    AGED=NNN ON RECCNTL - NIGHTS OUT BEFORE AN OPEN REJECT IS
011884*    ALERTED. ZERO RAISES NO AGED-REJECT ALERTS.
011885 01  WS-AGED-LIMIT               PIC 9(03) VALUE 5.
011900 01  WS-FILE-STATUSES.
012000     05  WS-HELLOSUS-STATUS      PIC X(02).
012100         88  HELLOSUS-OK             VALUE "00".
014100     05  WS-BUSDATE-STATUS       PIC X(02).
014200         88  BUSDATE-FILE-OK         VALUE "00".
014300         88  BUSDATE-FILE-NOT-FOUND  VALUE "35".
014310     05  WS-RECCNTL-STATUS       PIC X(02).
014320         88  RECCNTL-OK              VALUE "00".
014330         88  RECCNTL-NOT-FOUND       VALUE "35".
014340     05  WS-HELLOTRL-STATUS      PIC X(02).
014350         88  HELLOTRL-OK             VALUE "00".
014360     05  WS-HELLOSJN-STATUS      PIC X(02).
014370         88  HELLOSJN-OK             VALUE "00".
014380         88  HELLOSJN-NOT-FOUND      VALUE "35".
014400 01  WS-SWITCHES.
014500     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
014600         88  WS-EOF-REACHED      VALUE "Y".
015200         88  WS-HELLOINM-IS-OPEN VALUE "Y".
015300     05  WS-HELLOAGE-OPEN-SWITCH PIC X(01) VALUE "N".
015400         88  WS-HELLOAGE-IS-OPEN VALUE "Y".
015410     05  WS-CNTL-EOF-SWITCH      PIC X(01) VALUE "N".
015420         88  WS-CNTL-EOF         VALUE "Y".
015430     05  WS-CALENDAR-SWITCH      PIC X(01) VALUE "Y".
015440         88  WS-CALENDAR-ON-FILE VALUE "Y".
015450         88  WS-CALENDAR-MISSING VALUE "N".
015460     05  WS-SHORT-SWITCH         PIC X(01) VALUE "N".
015470         88  WS-SHORT-FEED-ALLOWED VALUE "Y".
015480     05  WS-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
015490         88  WS-TRAILER-OVERRIDDEN VALUE "Y".
015491     05  WS-ALERT-WARN-SWITCH    PIC X(01) VALUE "N".
015492         88  WS-ALERT-WARNED     VALUE "Y".
015500 01  WS-REPORT-HEADING-1.
015600     05  FILLER                  PIC X(26)
015700                 VALUE "REJECT SUSPENSE AGING     ".
017300     05  AG-RECORD-IMAGE         PIC X(31).
017400 01  WS-AGING-NONE-LINE          PIC X(27)
017500                 VALUE "NO OPEN REJECTS ON SUSPENSE".
017510 01  WS-AGING-BASIS-LINE         PIC X(47)
017520         VALUE "NIGHTS OUT COUNTED IN BUSINESS DAYS (BUSCAL)".
017530 01  WS-AGING-NO-CALENDAR-LINE   PIC X(47)
017540         VALUE "NO BUSCAL - NIGHTS OUT COUNTED IN CALENDAR DAYS".
017600 01  WS-UNKNOWN-FIX-LINE.
017700     05  FILLER                  PIC X(26)
017800                 VALUE "FIX CARD MATCHES NOTHING: ".
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020500     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
020600     IF WS-UNKNOWN-FIX-COUNT > 0
020601     OR WS-TRAILER-OVERRIDDEN
020700         MOVE 4 TO RETURN-CODE
020800     END-IF.
020900     STOP RUN.
021300* 1000-INITIALIZE - STAMP THE RUN FROM THE BUSINESS DATE, CHECK
021400* THE RUN-CONTROL SKIP (A SAME-NIGHT RESUBMIT MUST NOT FOLD THE
021500* SAME REJECTS IN TWICE OR RE-JUDGE FIX CARDS ALREADY APPLIED),
021501* READ THE CONTROL CARDS, PROVE THE RAW FEED AGAINST ITS TRAILER,
021600* AND OPEN THE MERGED DECK AND THE AGING REPORT.
021700*----------------------------------------------------------------
021800 1000-INITIALIZE.
021900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
022000     PERFORM 1020-SET-BUSINESS-DATE THRU 1020-EXIT.
022100     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
022150     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
022160     PERFORM 1300-VERIFY-TRAILER THRU 1300-EXIT.
022200     OPEN OUTPUT MERGED-INPUT-FILE.
022300     IF NOT HELLOINM-OK
022400         DISPLAY "HELLOINM OPEN FAILED, STATUS="
024000     WRITE AGING-REPORT-RECORD FROM WS-REPORT-HEADING-1.
024100     COMPUTE WS-TODAY-INTEGER =
024200         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
024201     IF WS-AGE-BUSINESS-DAYS
024202         PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT
024203     END-IF.
024300 1000-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
029900 1060-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030101* 1100-READ-CONTROL - THE OPTIONAL RECCNTL CARDS. A MISSING FILE
030102* MEANS CALENDAR-DAY AGING, AS BEFORE THE CARDS EXISTED. A
030103* MISPUNCHED CARD FAILS THE STEP BEFORE ANYTHING IS TOUCHED.
030104*----------------------------------------------------------------
030105 1100-READ-CONTROL.
030106     OPEN INPUT REC-CONTROL-FILE.
030107     IF RECCNTL-NOT-FOUND
030108         GO TO 1100-EXIT
030109     END-IF.
030110     IF NOT RECCNTL-OK
030111         DISPLAY "RECCNTL OPEN FAILED, STATUS="
030112             WS-RECCNTL-STATUS
030113         MOVE 16 TO RETURN-CODE
030114         STOP RUN
030115     END-IF.
030116     MOVE "N" TO WS-CNTL-EOF-SWITCH.
030117     PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT
030118         UNTIL WS-CNTL-EOF.
030119     CLOSE REC-CONTROL-FILE.
030120     IF NOT WS-AGE-COUNT-VALID
030121         DISPLAY "RECCNTL DAYS CODE '" WS-AGE-COUNT-CODE
030122             "' INVALID - MUST BE B OR C"
030123         MOVE 16 TO RETURN-CODE
030124         STOP RUN
030125     END-IF.
030126     IF WS-SHORT-FEED-ALLOWED
030127     AND WS-SHORT-DATE NOT = WS-CURRENT-DATE-NUM
030128         DISPLAY "RECCNTL SHRT= CARD IS FOR " WS-SHORT-DATE
030129             ", NOT " WS-CURRENT-DATE-NUM " - IGNORED"
030130         MOVE "N" TO WS-SHORT-SWITCH
030131     END-IF.
030132 1100-EXIT.
030133     EXIT.
030134 1150-READ-CONTROL-CARD.
030135     READ REC-CONTROL-FILE
030136         AT END
030137             SET WS-CNTL-EOF TO TRUE
030138         NOT AT END
030139             EVALUATE TRUE
030140                 WHEN RX-KEYWORD = "DAYS="
030141                     MOVE RX-DAYS-CODE TO WS-AGE-COUNT-CODE
030142                 WHEN RX-KEYWORD = "SHRT="
030143                  AND RX-SHORT-DATE IS NUMERIC
030144                     MOVE RX-SHORT-DATE-NUM TO WS-SHORT-DATE
030145                     SET WS-SHORT-FEED-ALLOWED TO TRUE
030146                 WHEN RX-KEYWORD = "AGED="
030147                  AND RX-AGED-LIMIT IS NUMERIC
030148                     MOVE RX-AGED-LIMIT-NUM TO WS-AGED-LIMIT
030149                 WHEN REC-CONTROL-RECORD = SPACES
030150                     CONTINUE
030151                 WHEN OTHER
030152                     DISPLAY "RECCNTL CARD NOT RECOGNIZED: "
030153                         REC-CONTROL-RECORD
030154                     MOVE 16 TO RETURN-CODE
030155                     CLOSE REC-CONTROL-FILE
030156                     STOP RUN
030157             END-EVALUATE
030158     END-READ.
030159 1150-EXIT.
030160     EXIT.
030161*----------------------------------------------------------------
030162* 1200-CHECK-CALENDAR - UNDER DAYS=B, PROVE THE CALENDAR NOW,
030163* WHILE NOTHING HAS BEEN WRITTEN: BY AGING TIME THE SUSPENSE IS
030164* REWRITTEN AND THE REPAIRS ARE ON THE MERGED DECK, AND A STOP
030165* THERE WOULD LOSE THEM TO A RERUN. NO CALENDAR FILE IS NOTED ON
030166* THE REPORT AND THE AGING COUNTS CALENDAR DAYS; A BAD ONE FAILS
030167* THE STEP.
030168*----------------------------------------------------------------
030169 1200-CHECK-CALENDAR.
030170     SET CAL-FN-CHECK-DAY TO TRUE.
030171     MOVE WS-CURRENT-DATE-NUM TO CAL-DATE.
030172     CALL "CALIO" USING CAL-REQUEST.
030173     EVALUATE TRUE
030174         WHEN CAL-IO-OK
030175             WRITE AGING-REPORT-RECORD FROM WS-AGING-BASIS-LINE
030176         WHEN CAL-IO-FILE-MISSING
030177             SET WS-CALENDAR-MISSING TO TRUE
030178             DISPLAY "BUSCAL NOT FOUND - AGING IN CALENDAR DAYS"
030179             WRITE AGING-REPORT-RECORD
030180                 FROM WS-AGING-NO-CALENDAR-LINE
030181         WHEN OTHER
030182             DISPLAY "CALIO CHECK OF " CAL-DATE " FAILED, STATUS="
030183                 CAL-STATUS-CODE
030184             MOVE 16 TO RETURN-CODE
030185             PERFORM 9000-TERMINATE THRU 9000-EXIT
030186             STOP RUN
030187     END-EVALUATE.
030188 1200-EXIT.
030189     EXIT.
030190*----------------------------------------------------------------
030191* 1300-VERIFY-TRAILER - PROVE THE RAW FEED ARRIVED WHOLE BEFORE
030192* ANYTHING IS BUILT FROM IT. ONE PASS TALLIES EVERY TRANSACTION BY
030193* DESK CODE AND PICKS UP THE SENDER'S TRAILER LINES; THE T LINE
030194* COUNTS ONLY AS THE FEED'S LAST RECORD - A TRANSFER CUT SHORT
030195* LOSES IT. THE VERDICT IS WRITTEN TO HELLOTRL FOR THE MORNING
030196* PAGE, THEN A FAILED FEED ENDS THE STEP RC 8 WITH SUSPENSE AND
030197* THE MERGED DECK UNTOUCHED - UNLESS TONIGHT'S SHRT= CARD SAYS
030198* THE SHORT FEED IS KNOWN, WHEN IT RUNS AND THE STEP ENDS RC 4.
030199*----------------------------------------------------------------
030200 1300-VERIFY-TRAILER.
030201     OPEN INPUT RAW-INPUT-FILE.
030202     IF NOT HELLOIN-OK
030203         DISPLAY "HELLOIN OPEN FAILED, STATUS="
030204             WS-HELLOIN-STATUS
030205         MOVE 16 TO RETURN-CODE
030206         STOP RUN
030207     END-IF.
030208     MOVE "N" TO WS-EOF-SWITCH.
030209     PERFORM 1310-READ-RAW-RECORD THRU 1310-EXIT
030210         UNTIL WS-EOF-REACHED.
030211     CLOSE RAW-INPUT-FILE.
030212     PERFORM 1400-JUDGE-DESK THRU 1400-EXIT
030213         VARYING WS-D FROM 1 BY 1
030214         UNTIL WS-D > WS-DESK-COUNT.
030215     EVALUATE TRUE
030216         WHEN NOT WS-TOTAL-LINE-LAST
030217             MOVE "NO TRAILER" TO WS-TRAILER-RESULT
030218         WHEN WS-BAD-TRAILER-COUNT > 0
030219         WHEN WS-UNBALANCED-DESKS > 0
030220         WHEN WS-SENT-COUNT NOT = WS-RECV-COUNT
030221         WHEN WS-SENT-HASH-A NOT = WS-RECV-HASH-A
030222         WHEN WS-SENT-HASH-B NOT = WS-RECV-HASH-B
030223         WHEN WS-SENT-HASH-C NOT = WS-RECV-HASH-C
030224             MOVE "UNBALANCED" TO WS-TRAILER-RESULT
030225         WHEN OTHER
030226             MOVE "BALANCED" TO WS-TRAILER-RESULT
030227     END-EVALUATE.
030228     IF NOT WS-TRAILER-BALANCED
030229     AND WS-SHORT-FEED-ALLOWED
030230         SET WS-TRAILER-OVERRIDDEN TO TRUE
030231     END-IF.
030232     PERFORM 1500-WRITE-TRAILER-STATUS THRU 1500-EXIT.
030233     DISPLAY "HELLOIN TRAILER " WS-TRAILER-RESULT
030234         " SENT: " WS-SENT-COUNT " RECEIVED: " WS-RECV-COUNT.
030235     IF NOT WS-TRAILER-BALANCED
030236         PERFORM 1600-ALERT-TRAILER THRU 1600-EXIT
030237     END-IF.
030238     IF WS-TRAILER-BALANCED
030239         GO TO 1300-EXIT
030240     END-IF.
030241     IF WS-TRAILER-OVERRIDDEN
030242         DISPLAY "HELLOIN SHORT FEED ACCEPTED ON THE SHRT= CARD "
030243             "FOR " WS-SHORT-DATE
030244         GO TO 1300-EXIT
030245     END-IF.
030246     DISPLAY "HELLOIN DOES NOT PROVE AGAINST ITS TRAILER - NIGHT "
030247         "STOPPED. A KNOWN-SHORT FEED RUNS WITH A SHRT= CARD".
030248     SET ALR-FN-CLOSE TO TRUE.
030249     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
030250     MOVE 8 TO RETURN-CODE.
030251     STOP RUN.
030252 1300-EXIT.
030253     EXIT.
030254 1310-READ-RAW-RECORD.
030255     READ RAW-INPUT-FILE
030256         AT END
030257             SET WS-EOF-REACHED TO TRUE
030258             GO TO 1310-EXIT
030259     END-READ.
030260     IF WS-TOTAL-LINE-LAST
030261         SET WS-TOTAL-LINE-NOT-LAST TO TRUE
030262     END-IF.
030263     IF TR-IS-TRAILER
030264         PERFORM 1330-TAKE-TRAILER-LINE THRU 1330-EXIT
030265     ELSE
030266         PERFORM 1320-TALLY-TRANSACTION THRU 1320-EXIT
030267     END-IF.
030268 1310-EXIT.
030269     EXIT.
030270*    A FIELD THAT IS NOT NUMERIC ADDS NOTHING TO ITS HASH - HELLO
030271*    REJECTS THE RECORD, BUT IT STILL COUNTS AS SENT.
030272 1320-TALLY-TRANSACTION.
030273     MOVE RW-UNIT-CODE TO WS-DESK-KEY.
030274     PERFORM 1350-FIND-DESK THRU 1350-EXIT.
030275     ADD 1 TO DK-RECV-COUNT(WS-D) WS-RECV-COUNT.
030276     IF RW-A IS NUMERIC
030277         ADD RW-A TO DK-RECV-HASH-A(WS-D) WS-RECV-HASH-A
030278     END-IF.
030279     IF RW-B IS NUMERIC
030280         ADD RW-B TO DK-RECV-HASH-B(WS-D) WS-RECV-HASH-B
030281     END-IF.
030282     IF RW-C IS NUMERIC
030283         ADD RW-C TO DK-RECV-HASH-C(WS-D) WS-RECV-HASH-C
030284     END-IF.
030285 1320-EXIT.
030286     EXIT.
030287 1330-TAKE-TRAILER-LINE.
030288     IF TR-RECORD-COUNT IS NOT NUMERIC
030289     OR TR-HASH-A IS NOT NUMERIC
030290     OR TR-HASH-B IS NOT NUMERIC
030291     OR TR-HASH-C IS NOT NUMERIC
030292     OR NOT (TR-DESK-LINE OR TR-TOTAL-LINE)
030293         DISPLAY "HELLOIN TRAILER LINE NOT RECOGNIZED: "
030294             TRAILER-RECORD
030295         ADD 1 TO WS-BAD-TRAILER-COUNT
030296         GO TO 1330-EXIT
030297     END-IF.
030298     IF TR-TOTAL-LINE
030299         MOVE TR-RECORD-COUNT TO WS-SENT-COUNT
030300         MOVE TR-HASH-A TO WS-SENT-HASH-A
030301         MOVE TR-HASH-B TO WS-SENT-HASH-B
030302         MOVE TR-HASH-C TO WS-SENT-HASH-C
030303         SET WS-TOTAL-LINE-LAST TO TRUE
030304         GO TO 1330-EXIT
030305     END-IF.
030306     MOVE TR-DESK-CODE TO WS-DESK-KEY.
030307     PERFORM 1350-FIND-DESK THRU 1350-EXIT.
030308     SET DK-ON-TRAILER(WS-D) TO TRUE.
030309     ADD TR-RECORD-COUNT TO DK-SENT-COUNT(WS-D).
030310     ADD TR-HASH-A TO DK-SENT-HASH-A(WS-D).
030311     ADD TR-HASH-B TO DK-SENT-HASH-B(WS-D).
030312     ADD TR-HASH-C TO DK-SENT-HASH-C(WS-D).
030313 1330-EXIT.
030314     EXIT.
030315*    LEAVES WS-D ON THE ENTRY FOR THE DESK CODE IN WS-DESK-KEY,
030316*    ADDING IT WHEN IT IS NEW.
030317 1350-FIND-DESK.
030318     MOVE 0 TO WS-FOUND.
030319     PERFORM 1360-MATCH-DESK
030320         VARYING WS-D FROM 1 BY 1
030321         UNTIL WS-D > WS-DESK-COUNT OR WS-FOUND > 0.
030322     IF WS-FOUND > 0
030323         MOVE WS-FOUND TO WS-D
030324         GO TO 1350-EXIT
030325     END-IF.
030326     IF WS-DESK-COUNT = WS-DESK-MAX
030327         DISPLAY "HELLOIN CARRIES MORE THAN " WS-DESK-MAX
030328             " DESK CODES - TABLE CAPACITY EXCEEDED"
030329         MOVE 16 TO RETURN-CODE
030330         CLOSE RAW-INPUT-FILE
030331         STOP RUN
030332     END-IF.
030333     ADD 1 TO WS-DESK-COUNT.
030334     MOVE WS-DESK-COUNT TO WS-D.
030335     MOVE WS-DESK-KEY TO DK-DESK-CODE(WS-D).
030336     MOVE "N" TO DK-SENT-SWITCH(WS-D).
030337     MOVE 0 TO DK-SENT-COUNT(WS-D) DK-SENT-HASH-A(WS-D)
030338         DK-SENT-HASH-B(WS-D) DK-SENT-HASH-C(WS-D)
030339         DK-RECV-COUNT(WS-D) DK-RECV-HASH-A(WS-D)
030340         DK-RECV-HASH-B(WS-D) DK-RECV-HASH-C(WS-D).
030341 1350-EXIT.
030342     EXIT.
030343 1360-MATCH-DESK.
030344     IF DK-DESK-CODE(WS-D) = WS-DESK-KEY
030345         MOVE WS-D TO WS-FOUND
030346     END-IF.
030347 1400-JUDGE-DESK.
030348     IF NOT DK-ON-TRAILER(WS-D)
030349     OR DK-SENT-COUNT(WS-D) NOT = DK-RECV-COUNT(WS-D)
030350     OR DK-SENT-HASH-A(WS-D) NOT = DK-RECV-HASH-A(WS-D)
030351     OR DK-SENT-HASH-B(WS-D) NOT = DK-RECV-HASH-B(WS-D)
030352     OR DK-SENT-HASH-C(WS-D) NOT = DK-RECV-HASH-C(WS-D)
030353         ADD 1 TO WS-UNBALANCED-DESKS
030354     END-IF.
030355 1400-EXIT.
030356     EXIT.
030357*----------------------------------------------------------------
030358* 1500-WRITE-TRAILER-STATUS - HELLOTRL IS REWRITTEN WITH TONIGHT'S
030359* PROOF: A LINE PER DESK CODE, THEN THE WHOLE-FEED LINE CARRYING
030360* THE VERDICT AND THE OVERRIDE FLAG.
030361*----------------------------------------------------------------
030362 1500-WRITE-TRAILER-STATUS.
030363     OPEN OUTPUT TRAILER-STATUS-FILE.
030364     IF NOT HELLOTRL-OK
030365         DISPLAY "HELLOTRL OPEN FAILED, STATUS="
030366             WS-HELLOTRL-STATUS
030367         MOVE 16 TO RETURN-CODE
030368         STOP RUN
030369     END-IF.
030370     PERFORM 1550-WRITE-DESK-STATUS THRU 1550-EXIT
030371         VARYING WS-D FROM 1 BY 1
030372         UNTIL WS-D > WS-DESK-COUNT.
030373     MOVE SPACES TO TRAILER-STATUS-RECORD.
030374     MOVE WS-CURRENT-DATE-NUM TO TS-RUN-DATE.
030375     SET TS-TOTAL-LINE TO TRUE.
030376     MOVE WS-SENT-COUNT TO TS-SENT-COUNT.
030377     MOVE WS-SENT-HASH-A TO TS-SENT-HASH-A.
030378     MOVE WS-SENT-HASH-B TO TS-SENT-HASH-B.
030379     MOVE WS-SENT-HASH-C TO TS-SENT-HASH-C.
030380     MOVE WS-RECV-COUNT TO TS-RECV-COUNT.
030381     MOVE WS-RECV-HASH-A TO TS-RECV-HASH-A.
030382     MOVE WS-RECV-HASH-B TO TS-RECV-HASH-B.
030383     MOVE WS-RECV-HASH-C TO TS-RECV-HASH-C.
030384     MOVE WS-TRAILER-RESULT TO TS-RESULT.
030385     IF WS-TRAILER-OVERRIDDEN
030386         MOVE "Y" TO TS-OVERRIDE-FLAG
030387     ELSE
030388         MOVE "N" TO TS-OVERRIDE-FLAG
030389     END-IF.
030390     WRITE TRAILER-STATUS-RECORD.
030391     CLOSE TRAILER-STATUS-FILE.
030392 1500-EXIT.
030393     EXIT.
030394 1550-WRITE-DESK-STATUS.
030395     MOVE SPACES TO TRAILER-STATUS-RECORD.
030396     MOVE WS-CURRENT-DATE-NUM TO TS-RUN-DATE.
030397     SET TS-DESK-LINE TO TRUE.
030398     MOVE DK-DESK-CODE(WS-D) TO TS-DESK-CODE.
030399     MOVE DK-SENT-COUNT(WS-D) TO TS-SENT-COUNT.
030400     MOVE DK-SENT-HASH-A(WS-D) TO TS-SENT-HASH-A.
030401     MOVE DK-SENT-HASH-B(WS-D) TO TS-SENT-HASH-B.
030402     MOVE DK-SENT-HASH-C(WS-D) TO TS-SENT-HASH-C.
030403     MOVE DK-RECV-COUNT(WS-D) TO TS-RECV-COUNT.
030404     MOVE DK-RECV-HASH-A(WS-D) TO TS-RECV-HASH-A.
030405     MOVE DK-RECV-HASH-B(WS-D) TO TS-RECV-HASH-B.
030406     MOVE DK-RECV-HASH-C(WS-D) TO TS-RECV-HASH-C.
030407     EVALUATE TRUE
030408         WHEN NOT DK-ON-TRAILER(WS-D)
030409             SET TS-NO-TRAILER TO TRUE
030410         WHEN DK-SENT-COUNT(WS-D) = DK-RECV-COUNT(WS-D)
030411          AND DK-SENT-HASH-A(WS-D) = DK-RECV-HASH-A(WS-D)
030412          AND DK-SENT-HASH-B(WS-D) = DK-RECV-HASH-B(WS-D)
030413          AND DK-SENT-HASH-C(WS-D) = DK-RECV-HASH-C(WS-D)
030414             SET TS-BALANCED TO TRUE
030415         WHEN OTHER
030416             SET TS-UNBALANCED TO TRUE
030417     END-EVALUATE.
030418     WRITE TRAILER-STATUS-RECORD.
030419 1550-EXIT.
030420     EXIT.
030421*----------------------------------------------------------------
030422* 1600-ALERT-TRAILER - A FEED THAT DOES NOT PROVE GOES ON THE
030423* ALERT FILE - AN ERROR WHEN IT STOPS THE NIGHT, A WARNING WHEN
030424* THE SHRT= CARD LET IT RUN.
030425*----------------------------------------------------------------
030426 1600-ALERT-TRAILER.
030427     IF WS-TRAILER-OVERRIDDEN
030428         MOVE "W" TO WS-ALERT-SEVERITY
030429     ELSE
030430         MOVE "E" TO WS-ALERT-SEVERITY
030431     END-IF.
030432     MOVE "TRAILER" TO WS-ALERT-CODE.
030433     MOVE SPACES TO WS-ALERT-TEXT.
030434     STRING "HELLOIN TRAILER " WS-TRAILER-RESULT
030435         " SENT " WS-SENT-COUNT " RECEIVED " WS-RECV-COUNT
030436         DELIMITED BY SIZE INTO WS-ALERT-TEXT.
030437     PERFORM 8800-WRITE-ALERT THRU 8800-EXIT.
030438 1600-EXIT.
030439     EXIT.
030440*----------------------------------------------------------------
030441* 2000-LOAD-SUSPENSE - THE OPEN REJECTS CARRIED FROM EARLIER
030442* NIGHTS. A MISSING OR EMPTY SUSPENSE FILE IS A CLEAN SLATE.
030443*----------------------------------------------------------------
030500 2000-LOAD-SUSPENSE.
030600     OPEN INPUT SUSPENSE-FILE.
030700     IF HELLOSUS-NOT-FOUND
044400     OR FX-ORIG-SEQ IS NOT NUMERIC
044500         DISPLAY "HELLOFIX CARD NOT RECOGNIZED: " FIX-RECORD
044600         ADD 1 TO WS-UNKNOWN-FIX-COUNT
044610         MOVE "W" TO WS-ALERT-SEVERITY
044620         MOVE "FIXUNRD" TO WS-ALERT-CODE
044630         MOVE SPACES TO WS-ALERT-TEXT
044640         STRING "HELLOFIX CARD NOT RECOGNIZED: " FIX-RECORD
044650             DELIMITED BY SIZE INTO WS-ALERT-TEXT
044660         PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
044700         GO TO 4200-EXIT
044800     END-IF.
044900     MOVE 0 TO WS-FOUND.
045500         MOVE FX-ORIG-SEQ-NUM TO UF-SEQ
045600         WRITE AGING-REPORT-RECORD FROM WS-UNKNOWN-FIX-LINE
045700         ADD 1 TO WS-UNKNOWN-FIX-COUNT
045710         MOVE "W" TO WS-ALERT-SEVERITY
045720         MOVE "FIXNOMAT" TO WS-ALERT-CODE
045730         MOVE WS-UNKNOWN-FIX-LINE TO WS-ALERT-TEXT
045740         PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
045800     ELSE
045900         WRITE MERGED-INPUT-RECORD FROM FX-CORRECTED-IMAGE
046000         SET SP-CLEARED(WS-FOUND) TO TRUE
047000     END-IF.
047100*----------------------------------------------------------------
047200* 5000-COPY-RAW-DECK - TONIGHT'S RAW FEED FOLLOWS THE REPAIRS
047300* ONTO THE MERGED DECK, UNTOUCHED AND IN ORDER. THE SENDER'S
047301* TRAILER LINES STAY BEHIND - THEY ARE NOT TRANSACTIONS.
047400*----------------------------------------------------------------
047500 5000-COPY-RAW-DECK.
047600     OPEN INPUT RAW-INPUT-FILE.
049200         AT END
049300             SET WS-EOF-REACHED TO TRUE
049400         NOT AT END
049450             IF NOT TR-IS-TRAILER
049500                 WRITE MERGED-INPUT-RECORD FROM RAW-INPUT-RECORD
049600                 ADD 1 TO WS-RAW-COUNT
049601             END-IF
049700     END-READ.
049800 5100-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 6000-REWRITE-SUSPENSE - THE SUSPENSE FILE IS REWRITTEN WITH
050200* THE STILL-OPEN ENTRIES ONLY. CLEARED ENTRIES ARE GONE - THE
050300* RECYCLED TRANSACTION IS ON THE MERGED DECK NOW. WHAT THE NIGHT
050301* ADDED AND CLEARED IS THEN JOURNALED.
050400*----------------------------------------------------------------
050500 6000-REWRITE-SUSPENSE.
050600     OPEN OUTPUT SUSPENSE-FILE.
051500         VARYING WS-S FROM 1 BY 1
051600         UNTIL WS-S > WS-SUSP-COUNT.
051700     CLOSE SUSPENSE-FILE.
051701     PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT.
051800 6000-EXIT.
051900     EXIT.
052000 6100-WRITE-OPEN-ENTRY.
053000     MOVE SP-RECORD-IMAGE(WS-S) TO RJ-RECORD-IMAGE.
053100     WRITE SUSPENSE-RECORD FROM REJECT-RECORD.
053200 6100-EXIT.
053201     EXIT.
053202*----------------------------------------------------------------
053203* 6200-WRITE-JOURNAL - APPEND TONIGHT'S MOVES TO HELLOSJN: THE
053204* NIGHT MARKER, AN A LINE FOR EACH ENTRY ABOVE THE CARRIED COUNT
053205* (FOLDED IN TONIGHT) AND A C LINE FOR EACH ENTRY CLEARED. AN
053206* ENTRY FOLDED IN AND CLEARED THE SAME NIGHT GETS BOTH.
053207*----------------------------------------------------------------
053208 6200-WRITE-JOURNAL.
053209     OPEN EXTEND SUSPENSE-JOURNAL-FILE.
053210     IF HELLOSJN-NOT-FOUND
053211         OPEN OUTPUT SUSPENSE-JOURNAL-FILE
053212     END-IF.
053213     IF NOT HELLOSJN-OK
053214         DISPLAY "HELLOSJN OPEN FAILED, STATUS="
053215             WS-HELLOSJN-STATUS
053216         MOVE 16 TO RETURN-CODE
053217         PERFORM 9000-TERMINATE THRU 9000-EXIT
053218         STOP RUN
053219     END-IF.
053220     MOVE SPACES TO SUSPENSE-JOURNAL-RECORD.
053221     MOVE WS-CURRENT-DATE-NUM TO SJ-BUS-DATE.
053222     SET SJ-NIGHT-MARKER TO TRUE.
053223     WRITE SUSPENSE-JOURNAL-RECORD.
053224     PERFORM 6300-JOURNAL-ENTRY THRU 6300-EXIT
053225         VARYING WS-S FROM 1 BY 1
053226         UNTIL WS-S > WS-SUSP-COUNT.
053227     CLOSE SUSPENSE-JOURNAL-FILE.
053228 6200-EXIT.
053229     EXIT.
053230 6300-JOURNAL-ENTRY.
053231     MOVE SPACES TO REJECT-RECORD.
053232     MOVE SP-RUN-DATE(WS-S) TO RJ-RUN-DATE.
053233     MOVE SP-READ-SEQ(WS-S) TO RJ-READ-SEQ.
053234     MOVE SP-REASON-CODE(WS-S) TO RJ-REASON-CODE.
053235     MOVE SP-REASON-DESC(WS-S) TO RJ-REASON-DESC.
053236     MOVE SP-RECORD-IMAGE(WS-S) TO RJ-RECORD-IMAGE.
053237     MOVE SPACES TO SUSPENSE-JOURNAL-RECORD.
053238     MOVE WS-CURRENT-DATE-NUM TO SJ-BUS-DATE.
053239     MOVE REJECT-RECORD TO SJ-REJECT-IMAGE.
053240     IF WS-S > WS-CARRIED-COUNT
053241         SET SJ-ADDED TO TRUE
053242         WRITE SUSPENSE-JOURNAL-RECORD
053243     END-IF.
053244     IF SP-CLEARED(WS-S)
053245         SET SJ-CLEARED TO TRUE
053246         WRITE SUSPENSE-JOURNAL-RECORD
053247     END-IF.
053248 6300-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500* 7000-WRITE-AGING-REPORT - EVERY STILL-OPEN REJECT WITH ITS
053600* REASON AND HOW MANY NIGHTS IT HAS BEEN OUTSTANDING, THEN THE
053700* CONTROL BOX THAT BALANCES THE RECYCLE: CARRIED + ADDED =
053750* RECYCLED + STILL OPEN. THE CALENDAR IS CLOSED AFTER THE LAST
053800* AGING LINE.
053900*----------------------------------------------------------------
054000 7000-WRITE-AGING-REPORT.
054100     IF WS-OPEN-COUNT = 0
056300     MOVE WS-RAW-COUNT TO CB-COUNT.
056400     WRITE AGING-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
056500     WRITE AGING-REPORT-RECORD FROM WS-CONTROL-BOX-RULE.
056501     IF WS-AGE-BUSINESS-DAYS
056502         SET CAL-FN-CLOSE TO TRUE
056503         CALL "CALIO" USING CAL-REQUEST
056504     END-IF.
056600 7000-EXIT.
056700     EXIT.
056800 7100-WRITE-AGING-LINE.
057700     COMPUTE WS-NIGHTS-OUT =
057800         WS-TODAY-INTEGER
057900         - FUNCTION INTEGER-OF-DATE(SP-RUN-DATE(WS-S)).
057901     IF WS-AGE-BUSINESS-DAYS
057902     AND WS-CALENDAR-ON-FILE
057903         PERFORM 7150-COUNT-BUSINESS-NIGHTS THRU 7150-EXIT
057950     END-IF.
058000     IF WS-NIGHTS-OUT < 0
058100         MOVE 0 TO WS-NIGHTS-OUT
058200     END-IF.
058300     MOVE WS-NIGHTS-OUT TO AG-NIGHTS.
058400     WRITE AGING-REPORT-RECORD FROM WS-AGING-DETAIL.
058410     IF WS-AGED-LIMIT > 0
058420     AND WS-NIGHTS-OUT NOT < WS-AGED-LIMIT
058430         MOVE "W" TO WS-ALERT-SEVERITY
058440         MOVE "AGEDREJ" TO WS-ALERT-CODE
058450         MOVE WS-AGING-DETAIL(1:75) TO WS-ALERT-TEXT
058460         PERFORM 8800-WRITE-ALERT THRU 8800-EXIT
058470     END-IF.
058500 7100-EXIT.
058600     EXIT.
058605*----------------------------------------------------------------
058610* 7150-COUNT-BUSINESS-NIGHTS - THE BUSINESS DAYS AFTER THE REJECT
058615* NIGHT UP TO TONIGHT. SHOULD THE CALENDAR REFUSE ONE DATE THE
058620* CALENDAR-DAY FIGURE ALREADY IN WS-NIGHTS-OUT STANDS.
058625*----------------------------------------------------------------
058630 7150-COUNT-BUSINESS-NIGHTS.
058635     SET CAL-FN-COUNT-DAYS TO TRUE.
058640     MOVE SP-RUN-DATE(WS-S) TO CAL-DATE.
058645     MOVE WS-CURRENT-DATE-NUM TO CAL-THRU-DATE.
058650     CALL "CALIO" USING CAL-REQUEST.
058655     IF CAL-IO-OK
058660         MOVE CAL-DAYS TO WS-NIGHTS-OUT
058665     END-IF.
058670 7150-EXIT.
058675     EXIT.
058700*----------------------------------------------------------------
058701* 8800-WRITE-ALERT - APPEND ONE ALERT TO THE COMMON ALERT FILE.
058702* THE CALLER SETS THE SEVERITY, THE CODE AND THE TEXT. REJECTS AND
058703* FIX CARDS CARRY A DESK CODE, NOT A UNIT, SO THE UNIT IS LEFT
058704* BLANK. A FAILED WRITE IS WARNED ONCE AND THE STEP CARRIES ON.
058705*----------------------------------------------------------------
058706 8800-WRITE-ALERT.
058707     MOVE SPACES TO ALERT-RECORD.
058708     MOVE WS-RUN-CONTROL-NAME TO AL-PROGRAM.
058709     MOVE WS-CURRENT-DATE-NUM TO AL-BUS-DATE.
058710     MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
058711     MOVE WS-ALERT-CODE TO AL-CODE.
058712     MOVE WS-ALERT-TEXT TO AL-TEXT.
058713     SET ALR-FN-WRITE TO TRUE.
058714     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
058715     IF NOT ALR-IO-OK
058716     AND NOT WS-ALERT-WARNED
058717         DISPLAY "ALERTS WRITE FAILED, STATUS=" ALR-STATUS-CODE
058718             " - NO MORE ALERTS WARNED THIS RUN"
058719         SET WS-ALERT-WARNED TO TRUE
058720     END-IF.
058721 8800-EXIT.
058722     EXIT.
058723*----------------------------------------------------------------
058800* 8900-WRITE-RUN-CONTROL - RECORD THE COMPLETION (WITH THE
058900* CARRIED/RECYCLED/ADDED COUNTS FOR THE MORNING PAGE) SO A
059000* SAME-NIGHT RESUBMIT SKIPS THE STEP.
060600     MOVE "COMPLETE" TO RUNCTL-STATUS.
060700     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNCTL-TIME.
060800     IF WS-UNKNOWN-FIX-COUNT > 0
060801     OR WS-TRAILER-OVERRIDDEN
060900         MOVE 4 TO RUNCTL-RC
061000     ELSE
061100         MOVE 0 TO RUNCTL-RC
063000     IF WS-HELLOINM-IS-OPEN
063100         CLOSE MERGED-INPUT-FILE
063200     END-IF.
063205     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
063210     SET ALR-FN-CLOSE TO TRUE.
063220     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
063230     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
063300 9000-EXIT.
063400     EXIT.
063500 END PROGRAM HELLOREC.
