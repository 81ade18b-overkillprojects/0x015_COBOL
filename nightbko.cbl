000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       NIGHT BACKOUT. TAKES ONE BUSINESS DATE'S NIGHTLY
000700*                OUTPUT BACK OFF EVERY FILE THE WINDOW APPENDS TO,
000800*                SO A BAD NIGHT CAN BE RERUN CLEAN UNDER A
000900*                DATEROLL DATE= CARD AND STILL BALANCE:
001000*                  LSAUDITM  EVERY AUDIT RECORD KEYED TO THE DATE
001100*                  HELLODUP  EVERY ACCEPTED TRIPLE STAMPED WITH IT
001200*                  RUNCTL    EVERY COMPLETION RECORD FOR THE DATE,
001300*                            SO EACH STEP RUNS AGAIN INSTEAD OF
001400*                            SKIPPING ITSELF
001500*                  LSREPORT  THE REPORT SECTIONS HEADED WITH THE
001600*                  LSREPRT2  DATE (HEADING LINE THROUGH THE LINE
001700*                  HELLORPT  BEFORE THE NEXT HEADING)
001800*                  BALRPT
001900*                  HELLOSUS  PUT BACK AS THEY STOOD BEFORE
002000*                  HELLOREJ  HELLOREC RAN THAT NIGHT, OFF THE
002100*                  HELLOSJN  HELLOSJN SUSPENSE JOURNAL - THE
002200*                            REJECTS FOLDED IN COME OFF SUSPENSE
002300*                            AND GO BACK ON HELLOREJ (WHICH LOSES
002400*                            THE NIGHT'S OWN REJECTS), THE ONES
002500*                            REPAIRED GO BACK ON SUSPENSE, AND THE
002600*                            NIGHT'S JOURNAL LINES COME OFF.
002610*                  ALERTS    THE NIGHT'S ALERTS FROM THE STEPS A
002620*                            RERUN RAISES THEM AGAIN IN -
002630*                            LONGSUBQ, LONGSUB2, HELLOREC AND
002640*                            NIGHTBAL. UNITMNT NEVER RELEASES A
002650*                            CARD TWICE AND THE LSHIST AND LSBAND
002660*                            INQUIRIES ARE NOT RERUN, SO THEIR
002670*                            ALERTS STAY. AN UNDO PUTS THEM
002680*                            BACK IN FRONT OF THE FIRST
002690*                            LATER-DATED ALERT.
002700*                EVERY RECORD TAKEN OFF OR PUT ON IS WRITTEN TO
002800*                THE BACKOUT DATASET (BKOUT, SEE BKOREC) BEFORE
002900*                THE FILE IS CHANGED, AND LISTED ON THE CONTROL
003000*                REPORT (BKRPT) UNDER ITS FILE - REPORT SECTIONS
003100*                BY THEIR HEADING LINE - WITH CONTROL TOTALS PER
003200*                FILE THAT BALANCE TO THE BACKOUT DATASET. AN UNDO
003300*                RUN READS A BACKOUT DATASET BACK AND REVERSES IT:
003400*                WHAT WAS TAKEN OFF GOES BACK (REPORT SECTIONS AND
003500*                RUNCTL RECORDS IN DATE ORDER), WHAT WAS PUT ON
003600*                COMES OFF. BACK OUT THE NEWEST NIGHT FIRST - A
003700*                LATER NIGHT ON RUNCTL IS WARNED (RC 4), SINCE ITS
003800*                SUSPENSE AND REJECTS WERE BUILT ON THE NIGHT
003900*                BEING TAKEN AWAY. THE BUSINESS DATE, THE UNIT
004000*                MASTER AND ITS HISTORY ARE NOT TOUCHED - DATEROLL
004100*                AND UNITMNT REDO THEIR OWN WORK ON THE RERUN.
004200*----------------------------------------------------------------
004300* CONTROL CARDS (BKCNTL):
004400*   DATE=YYYYMMDD   THE BUSINESS DATE TO BACK OUT (OR WHOSE
004500*                   BACKOUT TO UNDO). REQUIRED - A RUN WITHOUT
004600*                   IT IS REFUSED (RC 16).
004700*   UNDO            REVERSE THE BACKOUT ON THE BKOUT DATASET
004800*                   INSTEAD OF BACKING A NIGHT OUT. EVERY RECORD
004900*                   ON IT MUST CARRY THE DATE= DATE OR NOTHING IS
005000*                   TOUCHED (RC 16); SO ALSO ONCE RUNCTL HOLDS THE
005100*                   NIGHT AGAIN.
005200*----------------------------------------------------------------
005300* MODIFICATION HISTORY
005400*----------------------------------------------------------------
005500* DATE       INIT  DESCRIPTION
005600* 10/15/2026 WJ    ORIGINAL VERSION.
005700******************************************************************
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID. NIGHTBKO.
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT BACKOUT-CONTROL-FILE ASSIGN TO "BKCNTL"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-BKCNTL-STATUS.
006600     SELECT BACKOUT-FILE ASSIGN TO "BKOUT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BKOUT-STATUS.
006900     SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-BKRPT-STATUS.
007200     SELECT WORK-FILE ASSIGN TO "BKWORK"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-BKWORK-STATUS.
007500*    THE SEQUENTIAL FILES BEING BACKED OUT. ONLY ONE IS OPEN AT A
007600*    TIME, SO THEY SHARE ONE STATUS FIELD.
007700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-TARGET-STATUS.
008000     SELECT LS-REPORT-FILE ASSIGN TO "LSREPORT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-TARGET-STATUS.
008300     SELECT LS-REPORT2-FILE ASSIGN TO "LSREPRT2"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-TARGET-STATUS.
008600     SELECT HELLO-REPORT-FILE ASSIGN TO "HELLORPT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-TARGET-STATUS.
008900     SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-TARGET-STATUS.
009200     SELECT SUSPENSE-FILE ASSIGN TO "HELLOSUS"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-TARGET-STATUS.
009500     SELECT REJECT-FILE ASSIGN TO "HELLOREJ"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-TARGET-STATUS.
009800     SELECT SUSPENSE-JOURNAL-FILE ASSIGN TO "HELLOSJN"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-TARGET-STATUS.
010010     SELECT ALERT-FILE ASSIGN TO "ALERTS"
010020         ORGANIZATION IS LINE SEQUENTIAL
010030         FILE STATUS IS WS-TARGET-STATUS.
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  BACKOUT-CONTROL-FILE.
010400 01  BACKOUT-CONTROL-RECORD.
010500     05  BC-KEYWORD              PIC X(05).
010600     05  BC-DATE                 PIC X(08).
010700     05  BC-DATE-NUM REDEFINES BC-DATE
010800                                 PIC 9(08).
010900     05  FILLER                  PIC X(67).
011000 FD  BACKOUT-FILE.
011100 COPY BKOREC.
011200 FD  BACKOUT-REPORT-FILE.
011300 01  BACKOUT-REPORT-RECORD       PIC X(132).
011400 FD  WORK-FILE.
011500 01  WORK-RECORD                 PIC X(200).
011600 FD  RUN-CONTROL-FILE.
011700 01  RUN-CONTROL-LINE            PIC X(200).
011800 FD  LS-REPORT-FILE.
011900 01  LS-REPORT-LINE              PIC X(200).
012000 FD  LS-REPORT2-FILE.
012100 01  LS-REPORT2-LINE             PIC X(200).
012200 FD  HELLO-REPORT-FILE.
012300 01  HELLO-REPORT-LINE           PIC X(200).
012400 FD  BALANCE-REPORT-FILE.
012500 01  BALANCE-REPORT-LINE         PIC X(200).
012600 FD  SUSPENSE-FILE.
012700 01  SUSPENSE-LINE               PIC X(200).
012800 FD  REJECT-FILE.
012900 01  REJECT-LINE                 PIC X(200).
013000 FD  SUSPENSE-JOURNAL-FILE.
013100 01  SUSPENSE-JOURNAL-LINE       PIC X(200).
013110 FD  ALERT-FILE.
013120 01  ALERT-LINE                  PIC X(200).
013200 WORKING-STORAGE SECTION.
013300 COPY DATESTMP.
013400 COPY AUDIOREQ.
013500 COPY AUDITREC.
013600 COPY DUPREQ.
013700 COPY DUPREC.
013800 COPY REJREC.
013900 COPY SUSJNL.
014000 01  WS-BACKOUT-DATE             PIC 9(08) VALUE ZERO.
014100 01  WS-BACKOUT-DATE-X REDEFINES WS-BACKOUT-DATE
014200                                 PIC X(08).
014300*    THE DATE AS THE REPORT HEADINGS PRINT IT - SECTIONS ARE FOUND
014400*    BY COMPARING THIS WITH THE DATE ON EACH HEADING LINE.
014500 01  WS-BACKOUT-DATE-EDIT        PIC 9999/99/99.
014600 01  WS-BACKOUT-DATE-TEXT REDEFINES WS-BACKOUT-DATE-EDIT
014700                                 PIC X(10).
014800 01  WS-RUN-MODE                 PIC X(01) VALUE "B".
014900     88  WS-BACKOUT-MODE         VALUE "B".
015000     88  WS-UNDO-MODE            VALUE "U".
015100*----------------------------------------------------------------
015200* THE FILES THE BACKOUT WORKS ON, IN THE ORDER IT WORKS ON THEM.
015300* WS-F SELECTS ONE; THE NAME IS ITS DD NAME AND THE TAG ON ITS
015400* BACKOUT RECORDS.
015500*----------------------------------------------------------------
015600 01  WS-F                        PIC 9(02).
015700     88  WS-F-LSAUDITM           VALUE 1.
015800     88  WS-F-HELLODUP           VALUE 2.
015900     88  WS-F-RUNCTL             VALUE 3.
016000     88  WS-F-LSREPORT           VALUE 4.
016100     88  WS-F-LSREPRT2           VALUE 5.
016200     88  WS-F-HELLORPT           VALUE 6.
016300     88  WS-F-BALRPT             VALUE 7.
016400     88  WS-F-HELLOSUS           VALUE 8.
016500     88  WS-F-HELLOREJ           VALUE 9.
016600     88  WS-F-HELLOSJN           VALUE 10.
016650     88  WS-F-ALERTS             VALUE 11.
016700     88  WS-F-REPORT             VALUE 4 THRU 7.
016800     88  WS-F-DATE-ORDERED       VALUE 3 10.
016900 01  WS-FILE-MAX                 PIC 9(02) VALUE 11.
017000 01  WS-FILE-NAME-LIST.
017100     05  FILLER                  PIC X(40)
017200                 VALUE "LSAUDITMHELLODUPRUNCTL  LSREPORTLSREPRT2".
017300     05  FILLER                  PIC X(40)
017400                 VALUE "HELLORPTBALRPT  HELLOSUSHELLOREJHELLOSJN".
017450     05  FILLER                  PIC X(08) VALUE "ALERTS".
017500 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
017600     05  WS-FILE-NAME            PIC X(08) OCCURS 11 TIMES.
017700 01  WS-FILE-COUNT-TABLE.
017800     05  WS-FILE-COUNTS OCCURS 11 TIMES.
017900         10  FC-REMOVED          PIC 9(09).
018000         10  FC-PUT-BACK         PIC 9(09).
018100         10  FC-SECTIONS         PIC 9(09).
018200         10  FC-STATE            PIC X(01).
018300             88  FC-NOT-FOUND    VALUE "M".
018400             88  FC-LEFT-ALONE   VALUE "L".
018500 01  WS-N                        PIC 9(02).
018600*----------------------------------------------------------------
018700* THE NIGHT'S HELLOSJN JOURNAL LINES - WHAT HELLOREC FOLDED INTO
018800* SUSPENSE (A) AND CLEARED FROM IT (C) ON THE NIGHT.
018900*----------------------------------------------------------------
019000 01  WS-JNL-MAX                  PIC 9(04) VALUE 2000.
019100 01  WS-JNL-COUNT                PIC 9(04) VALUE ZERO.
019200 01  WS-JNL-TABLE.
019300     05  WS-JNL-ENTRY OCCURS 2000 TIMES.
019400         10  JN-ACTION           PIC X(01).
019500             88  JN-ADDED        VALUE "A".
019600             88  JN-CLEARED      VALUE "C".
019700         10  JN-IMAGE.
019800             15  JN-RUN-DATE     PIC 9(08).
019900             15  FILLER          PIC X(01).
020000             15  JN-READ-SEQ     PIC 9(09).
020100             15  FILLER          PIC X(50).
020200 01  WS-J                        PIC 9(04).
020300 01  WS-K                        PIC 9(04).
020400 01  WS-FOUND                    PIC 9(04).
020500*----------------------------------------------------------------
020600* ON AN UNDO, THE LINES THE BACKOUT PUT ON THE CURRENT FILE - EACH
020700* ONE TAKEN OFF AGAIN AT MOST ONCE.
020800*----------------------------------------------------------------
020900 01  WS-UNDO-MAX                 PIC 9(04) VALUE 2000.
021000 01  WS-UNDO-COUNT               PIC 9(04) VALUE ZERO.
021100 01  WS-UNDO-TABLE.
021200     05  WS-UNDO-ENTRY OCCURS 2000 TIMES.
021300         10  UT-IMAGE            PIC X(200).
021400         10  UT-STATE            PIC X(01).
021500             88  UT-TAKEN-OUT    VALUE "T".
021600 01  WS-U                        PIC 9(04).
021700*    KEYS OF THE KEYED RECORDS SAVED ON THE CURRENT SCAN PASS. THE
021800*    DELETES RUN AFTER THE SCAN CLOSES, AS IN LSAUDPRG AND
021900*    HLDUPPRG; A PASS THAT FILLS THE TABLE SCANS AGAIN.
022000 01  WS-BATCH-MAX                PIC 9(05) VALUE 10000.
022100 01  WS-BATCH-COUNT              PIC 9(05) VALUE ZERO.
022200 01  WS-AUDIT-BATCH-TABLE.
022300     05  WS-AUDIT-BATCH-ENTRY OCCURS 10000 TIMES.
022400         10  BA-RUN-DATE         PIC 9(08).
022500         10  BA-RUN-TIME         PIC 9(08).
022600         10  BA-RUN-SEQ          PIC 9(04).
022700 01  WS-DUP-BATCH-TABLE.
022800     05  WS-DUP-BATCH-ENTRY OCCURS 10000 TIMES.
022900         10  BD-UNIT-CODE        PIC X(04).
023000         10  BD-A                PIC 9(09).
023100         10  BD-B                PIC 9(09).
023200         10  BD-C                PIC 9(09).
023300         10  BD-BUS-DATE         PIC 9(08).
023400 01  WS-B                        PIC 9(05).
023500*    ONE LINE OF WHICHEVER SEQUENTIAL FILE IS BEING WORKED.
023600 01  WS-LINE                     PIC X(200).
023700 01  WS-LINE-DATED REDEFINES WS-LINE.
023800     05  WS-LINE-DATE            PIC X(08).
023900     05  WS-LINE-DATE-NUM REDEFINES WS-LINE-DATE
024000                                 PIC 9(08).
024100     05  FILLER                  PIC X(192).
024105 01  WS-LINE-ALERT REDEFINES WS-LINE.
024110     05  WS-ALERT-PROGRAM        PIC X(08).
024115*        THE STEPS A RERUN OF THE NIGHT RAISES THE SAME ALERTS IN.
024120         88  WS-ALERT-FROM-RERUN VALUE "LONGSUBQ" "LONGSUB2"
024125                                       "HELLOREC" "NIGHTBAL".
024130     05  FILLER                  PIC X(01).
024135     05  WS-ALERT-DATE           PIC X(08).
024140     05  WS-ALERT-DATE-NUM REDEFINES WS-ALERT-DATE
024145                                 PIC 9(08).
024150     05  FILLER                  PIC X(183).
024200 01  WS-HOLD-LINE                PIC X(200).
024300 01  WS-HEADING-DATE             PIC X(10).
024400 01  WS-CHANGED-COUNT            PIC 9(09) VALUE ZERO.
024500 01  WS-LATER-NIGHTS             PIC 9(09) VALUE ZERO.
024600 01  WS-NIGHT-RECORDS            PIC 9(09) VALUE ZERO.
024700 01  WS-BACKOUT-WRITTEN          PIC 9(09) VALUE ZERO.
024800 01  WS-BACKOUT-READ             PIC 9(09) VALUE ZERO.
024900 01  WS-TOTAL-REMOVED            PIC 9(09) VALUE ZERO.
025000 01  WS-TOTAL-PUT-BACK           PIC 9(09) VALUE ZERO.
025100 01  WS-WARNING-COUNT            PIC 9(04) VALUE ZERO.
025200 01  WS-SWITCHES.
025300     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
025400         88  WS-EOF-REACHED      VALUE "Y".
025500     05  WS-CNTL-EOF-SWITCH      PIC X(01) VALUE "N".
025600         88  WS-CNTL-EOF         VALUE "Y".
025700     05  WS-BKO-EOF-SWITCH       PIC X(01) VALUE "N".
025800         88  WS-BKO-EOF          VALUE "Y".
025900     05  WS-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
026000         88  WS-WORK-EOF         VALUE "Y".
026100     05  WS-DATE-CARD-SWITCH     PIC X(01) VALUE "N".
026200         88  WS-DATE-CARD-SEEN   VALUE "Y".
026300     05  WS-BKOUT-OPEN-SWITCH    PIC X(01) VALUE "N".
026400         88  WS-BKOUT-IS-OPEN    VALUE "Y".
026500     05  WS-BKRPT-OPEN-SWITCH    PIC X(01) VALUE "N".
026600         88  WS-BKRPT-IS-OPEN    VALUE "Y".
026700     05  WS-JOURNAL-SWITCH       PIC X(01) VALUE "N".
026800         88  WS-JOURNAL-COVERS-NIGHT VALUE "Y".
026900     05  WS-SECTION-SWITCH       PIC X(01) VALUE "N".
027000         88  WS-IN-NIGHT-SECTION VALUE "Y".
027100     05  WS-HEADING-SWITCH       PIC X(01) VALUE "N".
027200         88  WS-LINE-IS-HEADING  VALUE "Y".
027300     05  WS-CUT-SWITCH           PIC X(01) VALUE "N".
027400         88  WS-CUT-THIS-LINE    VALUE "Y".
027500     05  WS-INSERT-SWITCH        PIC X(01) VALUE "N".
027600         88  WS-SAVED-INSERTED   VALUE "Y".
027700     05  WS-TARGET-SWITCH        PIC X(01) VALUE "N".
027800         88  WS-TARGET-ON-FILE   VALUE "Y".
027900 01  WS-FILE-STATUSES.
028000     05  WS-BKCNTL-STATUS        PIC X(02).
028100         88  BKCNTL-OK           VALUE "00".
028200         88  BKCNTL-NOT-FOUND    VALUE "35".
028300     05  WS-BKOUT-STATUS         PIC X(02).
028400         88  BKOUT-OK            VALUE "00".
028500         88  BKOUT-NOT-FOUND     VALUE "35".
028600     05  WS-BKRPT-STATUS         PIC X(02).
028700         88  BKRPT-OK            VALUE "00".
028800     05  WS-BKWORK-STATUS        PIC X(02).
028900         88  BKWORK-OK           VALUE "00".
029000     05  WS-TARGET-STATUS        PIC X(02).
029100         88  TARGET-OK           VALUE "00".
029200         88  TARGET-NOT-FOUND    VALUE "35".
029300 01  WS-REPORT-HEADING-1.
029400     05  FILLER                  PIC X(26)
029500                     VALUE "NIGHT BACKOUT             ".
029600     05  FILLER                  PIC X(07) VALUE "RUN ON ".
029700     05  BH1-DATE                PIC 9999/99/99.
029800 01  WS-REPORT-DATE-LINE.
029900     05  BH2-LABEL               PIC X(34).
030000     05  BH2-DATE                PIC 9999/99/99.
030100 01  WS-FILE-HEADING-LINE.
030200     05  FILLER                  PIC X(05) VALUE "FILE ".
030300     05  FH-NAME                 PIC X(08).
030400 01  WS-DETAIL-LINE.
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  DL-ACTION               PIC X(14).
030700     05  DL-TEXT                 PIC X(116).
030800 01  WS-FILE-TOTAL-LINE.
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  FT-NAME                 PIC X(08).
031100     05  FILLER                  PIC X(09) VALUE " REMOVED ".
031200     05  FT-REMOVED              PIC ZZZZZZZZ9.
031300     05  FILLER                  PIC X(10) VALUE " PUT BACK ".
031400     05  FT-PUT-BACK             PIC ZZZZZZZZ9.
031500     05  FT-SECTION-LABEL        PIC X(10).
031600     05  FT-SECTIONS             PIC ZZZZZZZZ9 BLANK WHEN ZERO.
031700 01  WS-AUDIT-TEXT.
031800     05  FILLER                  PIC X(04) VALUE "RUN ".
031900     05  AX-RUN-DATE             PIC 9(08).
032000     05  FILLER                  PIC X(01) VALUE SPACE.
032100     05  AX-RUN-TIME             PIC 9(08).
032200     05  FILLER                  PIC X(01) VALUE SPACE.
032300     05  AX-RUN-SEQ              PIC 9(04).
032400     05  FILLER                  PIC X(01) VALUE SPACE.
032500     05  AX-PROGRAM              PIC X(08).
032600     05  FILLER                  PIC X(06) VALUE " UNIT ".
032700     05  AX-UNIT-NAME            PIC X(20).
032800     05  FILLER                  PIC X(06) VALUE " MODE ".
032900     05  AX-MODE-CODE            PIC X(01).
033000     05  FILLER                  PIC X(08) VALUE " VALUES ".
033100     05  AX-VALUE-COUNT          PIC ZZZ9.
033200     05  FILLER                  PIC X(05) VALUE " LIS ".
033300     05  AX-LIS-RESULT           PIC ZZZZZ9.
033400 01  WS-DUP-TEXT.
033500     05  FILLER                  PIC X(05) VALUE "UNIT ".
033600     05  DX-UNIT-CODE            PIC X(04).
033700     05  FILLER                  PIC X(03) VALUE " A ".
033800     05  DX-A                    PIC Z(8)9.
033900     05  FILLER                  PIC X(03) VALUE " B ".
034000     05  DX-B                    PIC Z(8)9.
034100     05  FILLER                  PIC X(03) VALUE " C ".
034200     05  DX-C                    PIC Z(8)9.
034300     05  FILLER                  PIC X(10) VALUE " READ SEQ ".
034400     05  DX-READ-SEQ             PIC Z(8)9.
034500     05  FILLER                  PIC X(07) VALUE " TRANS ".
034600     05  DX-TRANS-NO             PIC Z(8)9.
034700 01  WS-TOTALS-TITLE             PIC X(22)
034800                     VALUE "CONTROL TOTALS BY FILE".
034900 01  WS-TOTALS-COLUMNS           PIC X(41)
035000         VALUE "FILE        REMOVED   PUT BACK   SECTIONS".
035100 01  WS-TOTALS-LINE.
035200     05  CT-NAME                 PIC X(08).
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  CT-REMOVED              PIC ZZZZZZZZ9.
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  CT-PUT-BACK             PIC ZZZZZZZZ9.
035700     05  FILLER                  PIC X(02) VALUE SPACES.
035800     05  CT-SECTIONS             PIC ZZZZZZZZ9 BLANK WHEN ZERO.
035900     05  CT-NOTE                 PIC X(34).
036000 01  WS-REPORT-COUNT-LINE.
036100     05  PR-LABEL                PIC X(32).
036200     05  PR-COUNT                PIC ZZZZZZZZ9.
036300 01  WS-LATER-NIGHTS-LINE.
036400     05  FILLER                  PIC X(24)
036500                     VALUE "RUNCTL HOLDS RECORDS FOR".
036600     05  LN-COUNT                PIC ZZZZZZZZ9.
036700     05  FILLER                  PIC X(46)
036800         VALUE " STEP(S) OF LATER NIGHTS - BACK THEM OUT FIRST".
036900 01  WS-NO-JOURNAL-LINE.
037000     05  FILLER                  PIC X(36)
037100                 VALUE "NO HELLOSJN JOURNAL FOR THE NIGHT - ".
037200     05  FILLER                  PIC X(34)
037300                 VALUE "HELLOSUS AND HELLOREJ LEFT AS THEY".
037400     05  FILLER                  PIC X(04) VALUE " ARE".
037500 01  WS-REPORT-TRAILER.
037600     05  FILLER                  PIC X(27)
037700                     VALUE "END NIGHT BACKOUT      ON  ".
037800     05  BT-DATE                 PIC 9999/99/99.
037900 PROCEDURE DIVISION.
038000 0000-MAINLINE.
038100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038200     IF WS-UNDO-MODE
038300         PERFORM 5000-UNDO-BACKOUT THRU 5000-EXIT
038400     ELSE
038500         PERFORM 2000-BACKOUT-NIGHT THRU 2000-EXIT
038600     END-IF.
038700     PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
038800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038900     IF WS-WARNING-COUNT > 0
039000         MOVE 4 TO RETURN-CODE
039100     END-IF.
039200     STOP RUN.
039300 0000-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600* 1000-INITIALIZE - READ THE CARDS (NO DATE= CARD, NO RUN), OPEN
039700* THE CONTROL REPORT, AND OPEN THE BACKOUT DATASET - NEW FOR A
039800* BACKOUT, PROVED RECORD BY RECORD BEFORE ANYTHING IS TOUCHED
039900* FOR AN UNDO.
040000*----------------------------------------------------------------
040100 1000-INITIALIZE.
040200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
040300     INITIALIZE WS-FILE-COUNT-TABLE.
040400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
040500     IF NOT WS-DATE-CARD-SEEN
040600         DISPLAY "BKCNTL DATE= CARD MISSING - BACKOUT REFUSED"
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN
040900     END-IF.
041000     IF FUNCTION TEST-DATE-YYYYMMDD(WS-BACKOUT-DATE) NOT = 0
041100         DISPLAY "BKCNTL DATE= " WS-BACKOUT-DATE
041200             " IS NOT A DATE - BACKOUT REFUSED"
041300         MOVE 16 TO RETURN-CODE
041400         STOP RUN
041500     END-IF.
041600     MOVE WS-BACKOUT-DATE TO WS-BACKOUT-DATE-EDIT.
041700     OPEN OUTPUT BACKOUT-REPORT-FILE.
041800     IF NOT BKRPT-OK
041900         DISPLAY "BKRPT OPEN FAILED, STATUS=" WS-BKRPT-STATUS
042000         MOVE 16 TO RETURN-CODE
042100         STOP RUN
042200     END-IF.
042300     SET WS-BKRPT-IS-OPEN TO TRUE.
042400     MOVE WS-CURRENT-DATE-NUM TO BH1-DATE.
042500     WRITE BACKOUT-REPORT-RECORD FROM WS-REPORT-HEADING-1.
042600     IF WS-UNDO-MODE
042700         MOVE "BACKOUT UNDONE FOR BUSINESS DATE:" TO BH2-LABEL
042800     ELSE
042900         MOVE "BUSINESS DATE BACKED OUT        :" TO BH2-LABEL
043000     END-IF.
043100     MOVE WS-BACKOUT-DATE TO BH2-DATE.
043200     WRITE BACKOUT-REPORT-RECORD FROM WS-REPORT-DATE-LINE.
043300     PERFORM 1400-CHECK-LATER-NIGHTS THRU 1400-EXIT.
043400     IF WS-UNDO-MODE
043500         PERFORM 1200-PROVE-BACKOUT-FILE THRU 1200-EXIT
043600         GO TO 1000-EXIT
043700     END-IF.
043800     OPEN OUTPUT BACKOUT-FILE.
043900     IF NOT BKOUT-OK
044000         DISPLAY "BKOUT OPEN FAILED, STATUS=" WS-BKOUT-STATUS
044100         MOVE 16 TO RETURN-CODE
044200         PERFORM 9000-TERMINATE THRU 9000-EXIT
044300         STOP RUN
044400     END-IF.
044500     SET WS-BKOUT-IS-OPEN TO TRUE.
044600 1000-EXIT.
044700     EXIT.
044800 1100-READ-CONTROL.
044900     OPEN INPUT BACKOUT-CONTROL-FILE.
045000     IF BKCNTL-OK
045100         MOVE "N" TO WS-CNTL-EOF-SWITCH
045200         PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT
045300             UNTIL WS-CNTL-EOF
045400         CLOSE BACKOUT-CONTROL-FILE
045500     ELSE
045600         IF NOT BKCNTL-NOT-FOUND
045700             DISPLAY "BKCNTL OPEN FAILED, STATUS="
045800                 WS-BKCNTL-STATUS
045900             MOVE 16 TO RETURN-CODE
046000             STOP RUN
046100         END-IF
046200     END-IF.
046300 1100-EXIT.
046400     EXIT.
046500 1150-READ-CONTROL-CARD.
046600     READ BACKOUT-CONTROL-FILE
046700         AT END
046800             SET WS-CNTL-EOF TO TRUE
046900         NOT AT END
047000             EVALUATE TRUE
047100                 WHEN BC-KEYWORD = "DATE="
047200                  AND BC-DATE IS NUMERIC
047300                     MOVE BC-DATE-NUM TO WS-BACKOUT-DATE
047400                     SET WS-DATE-CARD-SEEN TO TRUE
047500                 WHEN BC-KEYWORD = "UNDO "
047600                     SET WS-UNDO-MODE TO TRUE
047700                 WHEN BACKOUT-CONTROL-RECORD = SPACES
047800                     CONTINUE
047900                 WHEN OTHER
048000                     DISPLAY "BKCNTL CARD NOT RECOGNIZED: "
048100                         BACKOUT-CONTROL-RECORD
048200                     MOVE 16 TO RETURN-CODE
048300                     CLOSE BACKOUT-CONTROL-FILE
048400                     STOP RUN
048500             END-EVALUATE
048600     END-READ.
048700 1150-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000* 1200-PROVE-BACKOUT-FILE - AN UNDO PUTS BACK WHATEVER THE BACKOUT
049100* DATASET SAYS, SO EVERY RECORD ON IT MUST BELONG TO THE DATE=
049200* NIGHT AND NAME A FILE AND ACTION THIS PROGRAM KNOWS - ONE THAT
049300* DOES NOT STOPS THE RUN HERE, BEFORE ANY FILE IS TOUCHED.
049400*----------------------------------------------------------------
049500 1200-PROVE-BACKOUT-FILE.
049600     OPEN INPUT BACKOUT-FILE.
049700     IF NOT BKOUT-OK
049800         DISPLAY "BKOUT OPEN FAILED, STATUS=" WS-BKOUT-STATUS
049900             " - UNDO REFUSED"
050000         MOVE 16 TO RETURN-CODE
050100         PERFORM 9000-TERMINATE THRU 9000-EXIT
050200         STOP RUN
050300     END-IF.
050400     MOVE "N" TO WS-BKO-EOF-SWITCH.
050500     PERFORM 1250-PROVE-ONE-RECORD THRU 1250-EXIT
050600         UNTIL WS-BKO-EOF.
050700     CLOSE BACKOUT-FILE.
050800     IF WS-BACKOUT-READ = 0
050900         MOVE "BKOUT IS EMPTY - NOTHING TO UNDO"
051000             TO BACKOUT-REPORT-RECORD
051100         WRITE BACKOUT-REPORT-RECORD
051200         ADD 1 TO WS-WARNING-COUNT
051300     END-IF.
051400 1200-EXIT.
051500     EXIT.
051600 1250-PROVE-ONE-RECORD.
051700     READ BACKOUT-FILE
051800         AT END
051900             SET WS-BKO-EOF TO TRUE
052000             GO TO 1250-EXIT
052100     END-READ.
052200     ADD 1 TO WS-BACKOUT-READ.
052300     PERFORM 1300-FIND-FILE-NAME THRU 1300-EXIT.
052400     IF BO-BUS-DATE NOT = WS-BACKOUT-DATE
052500     OR WS-FOUND = 0
052600     OR NOT (BO-REMOVED OR BO-INSERTED)
052700         DISPLAY "BKOUT RECORD " WS-BACKOUT-READ
052800             " IS NOT FROM THE BACKOUT OF " WS-BACKOUT-DATE
052900             ": " BACKOUT-RECORD(1:20) " - UNDO REFUSED"
053000         MOVE 16 TO RETURN-CODE
053100         PERFORM 9000-TERMINATE THRU 9000-EXIT
053200         STOP RUN
053300     END-IF.
053400 1250-EXIT.
053500     EXIT.
053600 1300-FIND-FILE-NAME.
053700     MOVE 0 TO WS-FOUND.
053800     PERFORM 1350-MATCH-FILE-NAME
053900         VARYING WS-N FROM 1 BY 1
054000         UNTIL WS-N > WS-FILE-MAX OR WS-FOUND > 0.
054100 1300-EXIT.
054200     EXIT.
054300 1350-MATCH-FILE-NAME.
054400     IF WS-FILE-NAME(WS-N) = BO-FILE-NAME
054500         MOVE WS-N TO WS-FOUND
054600     END-IF.
054700*----------------------------------------------------------------
054800* 1400-CHECK-LATER-NIGHTS - A COMPLETION RECORD ON RUNCTL FOR ANY
054900* LATER DATE MEANS A NIGHT HAS RUN ON TOP OF THE ONE GOING AWAY.
055000* THE BACKOUT STILL RUNS, BUT IT IS WARNED AND ENDS RC 4. AN UNDO
055100* IS REFUSED WHILE RUNCTL HOLDS ANY RECORD FOR THE NIGHT ITSELF -
055200* THE NIGHT IS ALREADY BACK, BY AN EARLIER UNDO OR A RERUN, AND
055300* PUTTING IT BACK AGAIN WOULD DOUBLE IT.
055400*----------------------------------------------------------------
055500 1400-CHECK-LATER-NIGHTS.
055600     SET WS-F-RUNCTL TO TRUE.
055700     PERFORM 4000-OPEN-TARGET-INPUT THRU 4000-EXIT.
055800     IF NOT WS-TARGET-ON-FILE
055900         GO TO 1400-EXIT
056000     END-IF.
056100     MOVE "N" TO WS-EOF-SWITCH.
056200     PERFORM 1450-CHECK-RUNCTL-LINE THRU 1450-EXIT
056300         UNTIL WS-EOF-REACHED.
056400     PERFORM 4400-CLOSE-TARGET THRU 4400-EXIT.
056500     IF WS-UNDO-MODE
056600     AND WS-NIGHT-RECORDS > 0
056700         DISPLAY "RUNCTL ALREADY HOLDS " WS-NIGHT-RECORDS
056800             " RECORD(S) FOR " WS-BACKOUT-DATE " - UNDO REFUSED"
056900         MOVE 16 TO RETURN-CODE
057000         PERFORM 9000-TERMINATE THRU 9000-EXIT
057100         STOP RUN
057200     END-IF.
057300     IF WS-BACKOUT-MODE
057400     AND WS-LATER-NIGHTS > 0
057500         MOVE WS-LATER-NIGHTS TO LN-COUNT
057600         WRITE BACKOUT-REPORT-RECORD FROM WS-LATER-NIGHTS-LINE
057700         ADD 1 TO WS-WARNING-COUNT
057800     END-IF.
057900 1400-EXIT.
058000     EXIT.
058100 1450-CHECK-RUNCTL-LINE.
058200     PERFORM 4100-READ-TARGET THRU 4100-EXIT.
058300     IF WS-EOF-REACHED
058400     OR WS-LINE-DATE IS NOT NUMERIC
058500         GO TO 1450-EXIT
058600     END-IF.
058700     IF WS-LINE-DATE-NUM > WS-BACKOUT-DATE
058800         ADD 1 TO WS-LATER-NIGHTS
058900     END-IF.
059000     IF WS-LINE-DATE-NUM = WS-BACKOUT-DATE
059100         ADD 1 TO WS-NIGHT-RECORDS
059200     END-IF.
059300 1450-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------
059600* 2000-BACKOUT-NIGHT - THE JOURNAL IS READ FIRST (IT DECIDES WHAT
059700* HAPPENS TO HELLOSUS AND HELLOREJ AND IS ITSELF CUT LAST), THEN
059800* THE KEYED FILES, THEN EACH SEQUENTIAL FILE IN TURN.
059900*----------------------------------------------------------------
060000 2000-BACKOUT-NIGHT.
060100     PERFORM 2100-LOAD-JOURNAL THRU 2100-EXIT.
060200     SET WS-F-LSAUDITM TO TRUE.
060300     PERFORM 7100-WRITE-FILE-HEADING THRU 7100-EXIT.
060400     PERFORM 2200-AUDIT-PASS THRU 2200-EXIT.
060500     PERFORM 2200-AUDIT-PASS THRU 2200-EXIT
060600         UNTIL WS-BATCH-COUNT < WS-BATCH-MAX.
060700     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
060800     SET WS-F-HELLODUP TO TRUE.
060900     PERFORM 7100-WRITE-FILE-HEADING THRU 7100-EXIT.
061000     PERFORM 2400-DUP-PASS THRU 2400-EXIT.
061100     PERFORM 2400-DUP-PASS THRU 2400-EXIT
061200         UNTIL WS-BATCH-COUNT < WS-BATCH-MAX.
061300     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
061400     PERFORM 3000-CUT-LINE-FILE THRU 3000-EXIT
061500         VARYING WS-F FROM 3 BY 1
061600         UNTIL WS-F > WS-FILE-MAX.
061700 2000-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------
062000* 2100-LOAD-JOURNAL - THE NIGHT'S A AND C LINES FROM HELLOSJN.
062100* WITHOUT THE NIGHT'S H MARKER THERE IS NO TELLING WHAT HELLOREC
062200* DID TO SUSPENSE THAT NIGHT, SO HELLOSUS AND HELLOREJ ARE LEFT
062300* ALONE AND THE RUN IS WARNED.
062400*----------------------------------------------------------------
062500 2100-LOAD-JOURNAL.
062600     SET WS-F-HELLOSJN TO TRUE.
062700     PERFORM 4000-OPEN-TARGET-INPUT THRU 4000-EXIT.
062800     IF WS-TARGET-ON-FILE
062900         MOVE "N" TO WS-EOF-SWITCH
063000         PERFORM 2150-READ-JOURNAL-LINE THRU 2150-EXIT
063100             UNTIL WS-EOF-REACHED
063200         PERFORM 4400-CLOSE-TARGET THRU 4400-EXIT
063300     END-IF.
063400     IF NOT WS-JOURNAL-COVERS-NIGHT
063500         WRITE BACKOUT-REPORT-RECORD FROM WS-NO-JOURNAL-LINE
063600         ADD 1 TO WS-WARNING-COUNT
063700         SET FC-LEFT-ALONE(8) TO TRUE
063800         SET FC-LEFT-ALONE(9) TO TRUE
063900     END-IF.
064000 2100-EXIT.
064100     EXIT.
064200 2150-READ-JOURNAL-LINE.
064300     PERFORM 4100-READ-TARGET THRU 4100-EXIT.
064400     IF WS-EOF-REACHED
064500         GO TO 2150-EXIT
064600     END-IF.
064700     MOVE WS-LINE TO SUSPENSE-JOURNAL-RECORD.
064800     IF WS-LINE-DATE NOT = WS-BACKOUT-DATE-X
064900         GO TO 2150-EXIT
065000     END-IF.
065100     IF SJ-NIGHT-MARKER
065200         SET WS-JOURNAL-COVERS-NIGHT TO TRUE
065300         GO TO 2150-EXIT
065400     END-IF.
065500     IF NOT (SJ-ADDED OR SJ-CLEARED)
065600         GO TO 2150-EXIT
065700     END-IF.
065800     IF WS-JNL-COUNT = WS-JNL-MAX
065900         DISPLAY "MORE THAN " WS-JNL-MAX " HELLOSJN LINES FOR "
066000             WS-BACKOUT-DATE " - BACKOUT REFUSED"
066100         MOVE 16 TO RETURN-CODE
066200         PERFORM 4400-CLOSE-TARGET THRU 4400-EXIT
066300         PERFORM 9000-TERMINATE THRU 9000-EXIT
066400         STOP RUN
066500     END-IF.
066600     ADD 1 TO WS-JNL-COUNT.
066700     MOVE SJ-ACTION TO JN-ACTION(WS-JNL-COUNT).
066800     MOVE SJ-REJECT-IMAGE TO JN-IMAGE(WS-JNL-COUNT).
066900 2150-EXIT.
067000     EXIT.
067100*----------------------------------------------------------------
067200* 2200-AUDIT-PASS - THE NIGHT'S LSAUDITM RECORDS ARE CONTIGUOUS
067300* UNDER THE RUN-DATE KEY: START AT THE DATE, SAVE EACH RECORD TO
067400* THE BACKOUT DATASET AND REMEMBER ITS KEY UNTIL THE DATE CHANGES,
067500* CLOSE THE SCAN, THEN DELETE THE BATCH.
067600*----------------------------------------------------------------
067700 2200-AUDIT-PASS.
067800     MOVE 0 TO WS-BATCH-COUNT.
067900     MOVE 0 TO AM-VALUE-COUNT.
068000     MOVE WS-BACKOUT-DATE TO AM-RUN-DATE.
068100     MOVE 0 TO AM-RUN-TIME.
068200     MOVE 0 TO AM-RUN-SEQ.
068300     SET AUDIO-FN-START TO TRUE.
068400     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
068500     EVALUATE TRUE
068600         WHEN AUDIO-OK
068700             MOVE "N" TO WS-EOF-SWITCH
068800             PERFORM 2250-READ-AUDIT THRU 2250-EXIT
068900                 UNTIL WS-EOF-REACHED
069000         WHEN AUDIO-NOT-FOUND
069100         WHEN AUDIO-EOF
069200             CONTINUE
069300         WHEN AUDIO-FILE-MISSING
069400             SET FC-NOT-FOUND(WS-F) TO TRUE
069500         WHEN OTHER
069600             DISPLAY "LSAUDITM START FAILED, STATUS="
069700                 AUDIO-STATUS
069800             MOVE 16 TO RETURN-CODE
069900             PERFORM 9000-TERMINATE THRU 9000-EXIT
070000             STOP RUN
070100     END-EVALUATE.
070200     SET AUDIO-FN-CLOSE TO TRUE.
070300     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
070400     PERFORM 2300-DELETE-AUDIT THRU 2300-EXIT
070500         VARYING WS-B FROM 1 BY 1
070600         UNTIL WS-B > WS-BATCH-COUNT.
070700     IF WS-BATCH-COUNT > 0
070800         SET AUDIO-FN-CLOSE TO TRUE
070900         CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD
071000     END-IF.
071100 2200-EXIT.
071200     EXIT.
071300 2250-READ-AUDIT.
071400     SET AUDIO-FN-READ-NEXT TO TRUE.
071500     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
071600     EVALUATE TRUE
071700         WHEN AUDIO-EOF
071800             SET WS-EOF-REACHED TO TRUE
071900         WHEN NOT AUDIO-OK
072000             DISPLAY "LSAUDITM READ FAILED, STATUS=" AUDIO-STATUS
072100             MOVE 16 TO RETURN-CODE
072200             PERFORM 9000-TERMINATE THRU 9000-EXIT
072300             STOP RUN
072400         WHEN AM-RUN-DATE NOT = WS-BACKOUT-DATE
072500             SET WS-EOF-REACHED TO TRUE
072600         WHEN OTHER
072700             MOVE SPACES TO BACKOUT-RECORD
072800             MOVE AUDIT-MASTER-RECORD TO BO-IMAGE
072900             PERFORM 6000-SAVE-REMOVED THRU 6000-EXIT
073000             PERFORM 7300-DESCRIBE-AUDIT THRU 7300-EXIT
073100             MOVE "REMOVED" TO DL-ACTION
073200             PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
073300             ADD 1 TO WS-BATCH-COUNT
073400             MOVE AM-RUN-DATE TO BA-RUN-DATE(WS-BATCH-COUNT)
073500             MOVE AM-RUN-TIME TO BA-RUN-TIME(WS-BATCH-COUNT)
073600             MOVE AM-RUN-SEQ TO BA-RUN-SEQ(WS-BATCH-COUNT)
073700             IF WS-BATCH-COUNT = WS-BATCH-MAX
073800                 SET WS-EOF-REACHED TO TRUE
073900             END-IF
074000     END-EVALUATE.
074100 2250-EXIT.
074200     EXIT.
074300 2300-DELETE-AUDIT.
074400     MOVE 0 TO AM-VALUE-COUNT.
074500     MOVE BA-RUN-DATE(WS-B) TO AM-RUN-DATE.
074600     MOVE BA-RUN-TIME(WS-B) TO AM-RUN-TIME.
074700     MOVE BA-RUN-SEQ(WS-B) TO AM-RUN-SEQ.
074800     SET AUDIO-FN-DELETE TO TRUE.
074900     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
075000     IF NOT AUDIO-OK
075100     AND NOT AUDIO-NOT-FOUND
075200         DISPLAY "LSAUDITM DELETE FAILED, STATUS=" AUDIO-STATUS
075300         MOVE 16 TO RETURN-CODE
075400         PERFORM 9000-TERMINATE THRU 9000-EXIT
075500         STOP RUN
075600     END-IF.
075700 2300-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000* 2400-DUP-PASS - HELLODUP IS KEYED BY UNIT AND TRIPLE, NOT BY
076100* DATE, SO THE NIGHT'S ENTRIES ARE FOUND BY A FULL SCAN. SAME
076200* SAVE, REMEMBER, CLOSE, DELETE ORDER AS THE AUDIT MASTER.
076300*----------------------------------------------------------------
076400 2400-DUP-PASS.
076500     MOVE 0 TO WS-BATCH-COUNT.
076600     MOVE LOW-VALUES TO DH-UNIT-CODE.
076700     MOVE 0 TO DH-A.
076800     MOVE 0 TO DH-B.
076900     MOVE 0 TO DH-C.
077000     MOVE 0 TO DH-BUS-DATE.
077100     SET DUP-FN-START TO TRUE.
077200     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
077300     EVALUATE TRUE
077400         WHEN DUP-IO-OK
077500             MOVE "N" TO WS-EOF-SWITCH
077600             PERFORM 2450-READ-DUP THRU 2450-EXIT
077700                 UNTIL WS-EOF-REACHED
077800         WHEN DUP-IO-NOT-FOUND
077900         WHEN DUP-IO-EOF
078000             CONTINUE
078100         WHEN DUP-IO-FILE-MISSING
078200             SET FC-NOT-FOUND(WS-F) TO TRUE
078300         WHEN OTHER
078400             DISPLAY "HELLODUP START FAILED, STATUS="
078500                 DUP-STATUS-CODE
078600             MOVE 16 TO RETURN-CODE
078700             PERFORM 9000-TERMINATE THRU 9000-EXIT
078800             STOP RUN
078900     END-EVALUATE.
079000     SET DUP-FN-CLOSE TO TRUE.
079100     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
079200     PERFORM 2500-DELETE-DUP THRU 2500-EXIT
079300         VARYING WS-B FROM 1 BY 1
079400         UNTIL WS-B > WS-BATCH-COUNT.
079500     IF WS-BATCH-COUNT > 0
079600         SET DUP-FN-CLOSE TO TRUE
079700         CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD
079800     END-IF.
079900 2400-EXIT.
080000     EXIT.
080100 2450-READ-DUP.
080200     SET DUP-FN-READ-NEXT TO TRUE.
080300     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
080400     EVALUATE TRUE
080500         WHEN DUP-IO-EOF
080600             SET WS-EOF-REACHED TO TRUE
080700         WHEN NOT DUP-IO-OK
080800             DISPLAY "HELLODUP READ FAILED, STATUS="
080900                 DUP-STATUS-CODE
081000             MOVE 16 TO RETURN-CODE
081100             PERFORM 9000-TERMINATE THRU 9000-EXIT
081200             STOP RUN
081300         WHEN DH-BUS-DATE = WS-BACKOUT-DATE
081400             MOVE SPACES TO BACKOUT-RECORD
081500             MOVE DUP-HISTORY-RECORD TO BO-IMAGE
081600             PERFORM 6000-SAVE-REMOVED THRU 6000-EXIT
081700             PERFORM 7400-DESCRIBE-DUP THRU 7400-EXIT
081800             MOVE "REMOVED" TO DL-ACTION
081900             PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
082000             ADD 1 TO WS-BATCH-COUNT
082100             MOVE DH-UNIT-CODE TO BD-UNIT-CODE(WS-BATCH-COUNT)
082200             MOVE DH-A TO BD-A(WS-BATCH-COUNT)
082300             MOVE DH-B TO BD-B(WS-BATCH-COUNT)
082400             MOVE DH-C TO BD-C(WS-BATCH-COUNT)
082500             MOVE DH-BUS-DATE TO BD-BUS-DATE(WS-BATCH-COUNT)
082600             IF WS-BATCH-COUNT = WS-BATCH-MAX
082700                 SET WS-EOF-REACHED TO TRUE
082800             END-IF
082900         WHEN OTHER
083000             CONTINUE
083100     END-EVALUATE.
083200 2450-EXIT.
083300     EXIT.
083400 2500-DELETE-DUP.
083500     MOVE BD-UNIT-CODE(WS-B) TO DH-UNIT-CODE.
083600     MOVE BD-A(WS-B) TO DH-A.
083700     MOVE BD-B(WS-B) TO DH-B.
083800     MOVE BD-C(WS-B) TO DH-C.
083900     MOVE BD-BUS-DATE(WS-B) TO DH-BUS-DATE.
084000     SET DUP-FN-DELETE TO TRUE.
084100     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
084200     IF NOT DUP-IO-OK
084300     AND NOT DUP-IO-NOT-FOUND
084400         DISPLAY "HELLODUP DELETE FAILED, STATUS="
084500             DUP-STATUS-CODE
084600         MOVE 16 TO RETURN-CODE
084700         PERFORM 9000-TERMINATE THRU 9000-EXIT
084800         STOP RUN
084900     END-IF.
085000 2500-EXIT.
085100     EXIT.
085200*----------------------------------------------------------------
085300* 3000-CUT-LINE-FILE - ONE SEQUENTIAL FILE. EVERY LINE IS EITHER
085400* KEPT (COPIED TO THE WORK FILE) OR CUT (SAVED TO THE BACKOUT
085500* DATASET); HELLOSUS AND HELLOREJ THEN GET THEIR RESTORED ENTRIES
085600* ON THE END. ONLY WHEN SOMETHING CHANGED IS THE WORK FILE COPIED
085700* BACK OVER THE ORIGINAL.
085800*----------------------------------------------------------------
085900 3000-CUT-LINE-FILE.
086000     PERFORM 7100-WRITE-FILE-HEADING THRU 7100-EXIT.
086100     IF NOT FC-LEFT-ALONE(WS-F)
086200         PERFORM 3050-CUT-LINES THRU 3050-EXIT
086300     END-IF.
086400     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
086500 3000-EXIT.
086600     EXIT.
086700 3050-CUT-LINES.
086800     PERFORM 4000-OPEN-TARGET-INPUT THRU 4000-EXIT.
086900     IF NOT WS-TARGET-ON-FILE
087000         SET FC-NOT-FOUND(WS-F) TO TRUE
087100         GO TO 3050-EXIT
087200     END-IF.
087300     PERFORM 4600-OPEN-WORK-OUTPUT THRU 4600-EXIT.
087400     MOVE 0 TO WS-CHANGED-COUNT.
087500     MOVE "N" TO WS-SECTION-SWITCH.
087600     MOVE "N" TO WS-EOF-SWITCH.
087700     PERFORM 3100-CUT-ONE-LINE THRU 3100-EXIT
087800         UNTIL WS-EOF-REACHED.
087900     PERFORM 4400-CLOSE-TARGET THRU 4400-EXIT.
088000     IF WS-F-HELLOSUS
088100         PERFORM 3400-PUT-BACK-CLEARED THRU 3400-EXIT
088200             VARYING WS-J FROM 1 BY 1
088300             UNTIL WS-J > WS-JNL-COUNT
088400     END-IF.
088500     IF WS-F-HELLOREJ
088600         PERFORM 3500-PUT-BACK-FOLDED THRU 3500-EXIT
088700             VARYING WS-J FROM 1 BY 1
088800             UNTIL WS-J > WS-JNL-COUNT
088900     END-IF.
089000     CLOSE WORK-FILE.
089100     IF WS-CHANGED-COUNT > 0
089200         PERFORM 4500-COPY-WORK-BACK THRU 4500-EXIT
089300     END-IF.
089400 3050-EXIT.
089500     EXIT.
089600 3100-CUT-ONE-LINE.
089700     PERFORM 4100-READ-TARGET THRU 4100-EXIT.
089800     IF WS-EOF-REACHED
089900         GO TO 3100-EXIT
090000     END-IF.
090100     MOVE "N" TO WS-CUT-SWITCH.
090200     EVALUATE TRUE
090300         WHEN WS-F-REPORT
090400             PERFORM 3300-TEST-HEADING THRU 3300-EXIT
090500             IF WS-LINE-IS-HEADING
090600                 IF WS-HEADING-DATE = WS-BACKOUT-DATE-TEXT
090700                     SET WS-IN-NIGHT-SECTION TO TRUE
090800                     ADD 1 TO FC-SECTIONS(WS-F)
090900                     MOVE "CUT SECTION" TO DL-ACTION
091000                     MOVE WS-LINE TO DL-TEXT
091100                     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
091200                 ELSE
091300                     MOVE "N" TO WS-SECTION-SWITCH
091400                 END-IF
091500             END-IF
091600             IF WS-IN-NIGHT-SECTION
091700                 SET WS-CUT-THIS-LINE TO TRUE
091800             END-IF
091900         WHEN WS-F-HELLOSUS
092000             PERFORM 3200-TEST-FOLDED THRU 3200-EXIT
092010         WHEN WS-F-ALERTS
092020             IF WS-ALERT-DATE = WS-BACKOUT-DATE-X
092030             AND WS-ALERT-FROM-RERUN
092040                 SET WS-CUT-THIS-LINE TO TRUE
092050             END-IF
092100         WHEN WS-LINE-DATE = WS-BACKOUT-DATE-X
092200             SET WS-CUT-THIS-LINE TO TRUE
092300         WHEN OTHER
092400             CONTINUE
092500     END-EVALUATE.
092600     IF NOT WS-CUT-THIS-LINE
092700         MOVE WS-LINE TO WORK-RECORD
092800         PERFORM 4700-WRITE-WORK THRU 4700-EXIT
092900         GO TO 3100-EXIT
093000     END-IF.
093100     MOVE SPACES TO BACKOUT-RECORD.
093200     MOVE WS-LINE TO BO-IMAGE.
093300     PERFORM 6000-SAVE-REMOVED THRU 6000-EXIT.
093400     IF NOT WS-F-REPORT
093500         MOVE "REMOVED" TO DL-ACTION
093600         MOVE WS-LINE TO DL-TEXT
093700         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
093800     END-IF.
093900 3100-EXIT.
094000     EXIT.
094100*----------------------------------------------------------------
094200* 3200-TEST-FOLDED - A HELLOSUS ENTRY THE NIGHT FOLDED IN FROM
094300* HELLOREJ COMES OFF SUSPENSE (IT GOES BACK ON HELLOREJ). SUSPENSE
094400* ENTRIES CARRY THE DATE OF THE NIGHT THAT REJECTED THEM, NOT THE
094500* NIGHT THAT FOLDED THEM IN, SO ONLY THE JOURNAL CAN SAY WHICH.
094600*----------------------------------------------------------------
094700 3200-TEST-FOLDED.
094800     MOVE WS-LINE(1:68) TO REJECT-RECORD.
094900     MOVE 0 TO WS-FOUND.
095000     PERFORM 3250-MATCH-FOLDED
095100         VARYING WS-K FROM 1 BY 1
095200         UNTIL WS-K > WS-JNL-COUNT OR WS-FOUND > 0.
095300     IF WS-FOUND > 0
095400         SET WS-CUT-THIS-LINE TO TRUE
095500     END-IF.
095600 3200-EXIT.
095700     EXIT.
095800 3250-MATCH-FOLDED.
095900     IF JN-ADDED(WS-K)
096000     AND JN-RUN-DATE(WS-K) = RJ-RUN-DATE
096100     AND JN-READ-SEQ(WS-K) = RJ-READ-SEQ
096200         MOVE WS-K TO WS-FOUND
096300     END-IF.
096400*----------------------------------------------------------------
096500* 3300-TEST-HEADING - IS THIS LINE THE FIRST LINE OF A REPORT
096600* SECTION, AND FOR WHAT DATE. THE HEADINGS ARE THE PRODUCING
096700* PROGRAMS' - LONGSUBQ FOR BOTH LS REPORTS, HELLO, NIGHTBAL.
096800*----------------------------------------------------------------
096900 3300-TEST-HEADING.
097000     MOVE "N" TO WS-HEADING-SWITCH.
097100     MOVE SPACES TO WS-HEADING-DATE.
097200     EVALUATE TRUE
097300         WHEN (WS-F-LSREPORT OR WS-F-LSREPRT2)
097400          AND WS-LINE(1:28) = "LONGEST RUN ANALYSIS RUN ON "
097500             SET WS-LINE-IS-HEADING TO TRUE
097600             MOVE WS-LINE(29:10) TO WS-HEADING-DATE
097700         WHEN WS-F-HELLORPT
097800          AND WS-LINE(1:27) = "TRANSACTION REPORT  RUN ON "
097900             SET WS-LINE-IS-HEADING TO TRUE
098000             MOVE WS-LINE(28:10) TO WS-HEADING-DATE
098100         WHEN WS-F-BALRPT
098200          AND WS-LINE(1:33) = "NIGHTLY BALANCING REPORT  RUN ON "
098300             SET WS-LINE-IS-HEADING TO TRUE
098400             MOVE WS-LINE(34:10) TO WS-HEADING-DATE
098500     END-EVALUATE.
098600 3300-EXIT.
098700     EXIT.
098800*----------------------------------------------------------------
098900* 3400-PUT-BACK-CLEARED - A REJECT A REPAIR CARD CLEARED THAT
099000* NIGHT GOES BACK ON SUSPENSE, UNLESS THE SAME NIGHT FOLDED IT IN
099100* (THEN IT GOES BACK ON HELLOREJ INSTEAD).
099200*----------------------------------------------------------------
099300 3400-PUT-BACK-CLEARED.
099400     IF NOT JN-CLEARED(WS-J)
099500         GO TO 3400-EXIT
099600     END-IF.
099700     MOVE JN-IMAGE(WS-J) TO REJECT-RECORD.
099800     MOVE 0 TO WS-FOUND.
099900     PERFORM 3250-MATCH-FOLDED
100000         VARYING WS-K FROM 1 BY 1
100100         UNTIL WS-K > WS-JNL-COUNT OR WS-FOUND > 0.
100200     IF WS-FOUND > 0
100300         GO TO 3400-EXIT
100400     END-IF.
100500     PERFORM 3600-PUT-BACK-LINE THRU 3600-EXIT.
100600 3400-EXIT.
100700     EXIT.
100800*----------------------------------------------------------------
100900* 3500-PUT-BACK-FOLDED - HELLOREJ GETS BACK THE REJECTS THE NIGHT
101000* FOLDED INTO SUSPENSE, SO THE RERUN FOLDS THEM IN AGAIN.
101100*----------------------------------------------------------------
101200 3500-PUT-BACK-FOLDED.
101300     IF JN-ADDED(WS-J)
101400         PERFORM 3600-PUT-BACK-LINE THRU 3600-EXIT
101500     END-IF.
101600 3500-EXIT.
101700     EXIT.
101800 3600-PUT-BACK-LINE.
101900     MOVE SPACES TO WS-LINE.
102000     MOVE JN-IMAGE(WS-J) TO WS-LINE.
102100     MOVE SPACES TO BACKOUT-RECORD.
102200     MOVE WS-LINE TO BO-IMAGE.
102300     PERFORM 6100-SAVE-INSERTED THRU 6100-EXIT.
102400     MOVE WS-LINE TO WORK-RECORD.
102500     PERFORM 4700-WRITE-WORK THRU 4700-EXIT.
102600     MOVE "PUT BACK" TO DL-ACTION.
102700     MOVE WS-LINE TO DL-TEXT.
102800     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
102900 3600-EXIT.
103000     EXIT.
103100*----------------------------------------------------------------
103200* 4000-4400 - OPEN, READ, REWRITE AND CLOSE WHICHEVER SEQUENTIAL
103300* FILE WS-F SELECTS. A READ LANDS IN WS-LINE.
103400*----------------------------------------------------------------
103500 4000-OPEN-TARGET-INPUT.
103600     EVALUATE TRUE
103700         WHEN WS-F-RUNCTL
103800             OPEN INPUT RUN-CONTROL-FILE
103900         WHEN WS-F-LSREPORT
104000             OPEN INPUT LS-REPORT-FILE
104100         WHEN WS-F-LSREPRT2
104200             OPEN INPUT LS-REPORT2-FILE
104300         WHEN WS-F-HELLORPT
104400             OPEN INPUT HELLO-REPORT-FILE
104500         WHEN WS-F-BALRPT
104600             OPEN INPUT BALANCE-REPORT-FILE
104700         WHEN WS-F-HELLOSUS
104800             OPEN INPUT SUSPENSE-FILE
104900         WHEN WS-F-HELLOREJ
105000             OPEN INPUT REJECT-FILE
105100         WHEN WS-F-HELLOSJN
105200             OPEN INPUT SUSPENSE-JOURNAL-FILE
105210         WHEN WS-F-ALERTS
105220             OPEN INPUT ALERT-FILE
105300     END-EVALUATE.
105400     MOVE "N" TO WS-TARGET-SWITCH.
105500     IF TARGET-OK
105600         SET WS-TARGET-ON-FILE TO TRUE
105700         GO TO 4000-EXIT
105800     END-IF.
105900     IF NOT TARGET-NOT-FOUND
106000         DISPLAY WS-FILE-NAME(WS-F) " OPEN FAILED, STATUS="
106100             WS-TARGET-STATUS
106200         MOVE 16 TO RETURN-CODE
106300         PERFORM 9000-TERMINATE THRU 9000-EXIT
106400         STOP RUN
106500     END-IF.
106600 4000-EXIT.
106700     EXIT.
106800 4100-READ-TARGET.
106900     MOVE SPACES TO WS-LINE.
107000     EVALUATE TRUE
107100         WHEN WS-F-RUNCTL
107200             READ RUN-CONTROL-FILE INTO WS-LINE
107300                 AT END SET WS-EOF-REACHED TO TRUE
107400             END-READ
107500         WHEN WS-F-LSREPORT
107600             READ LS-REPORT-FILE INTO WS-LINE
107700                 AT END SET WS-EOF-REACHED TO TRUE
107800             END-READ
107900         WHEN WS-F-LSREPRT2
108000             READ LS-REPORT2-FILE INTO WS-LINE
108100                 AT END SET WS-EOF-REACHED TO TRUE
108200             END-READ
108300         WHEN WS-F-HELLORPT
108400             READ HELLO-REPORT-FILE INTO WS-LINE
108500                 AT END SET WS-EOF-REACHED TO TRUE
108600             END-READ
108700         WHEN WS-F-BALRPT
108800             READ BALANCE-REPORT-FILE INTO WS-LINE
108900                 AT END SET WS-EOF-REACHED TO TRUE
109000             END-READ
109100         WHEN WS-F-HELLOSUS
109200             READ SUSPENSE-FILE INTO WS-LINE
109300                 AT END SET WS-EOF-REACHED TO TRUE
109400             END-READ
109500         WHEN WS-F-HELLOREJ
109600             READ REJECT-FILE INTO WS-LINE
109700                 AT END SET WS-EOF-REACHED TO TRUE
109800             END-READ
109900         WHEN WS-F-HELLOSJN
110000             READ SUSPENSE-JOURNAL-FILE INTO WS-LINE
110100                 AT END SET WS-EOF-REACHED TO TRUE
110200             END-READ
110210         WHEN WS-F-ALERTS
110220             READ ALERT-FILE INTO WS-LINE
110230                 AT END SET WS-EOF-REACHED TO TRUE
110240             END-READ
110300     END-EVALUATE.
110400 4100-EXIT.
110500     EXIT.
110600 4200-OPEN-TARGET-OUTPUT.
110700     EVALUATE TRUE
110800         WHEN WS-F-RUNCTL
110900             OPEN OUTPUT RUN-CONTROL-FILE
111000         WHEN WS-F-LSREPORT
111100             OPEN OUTPUT LS-REPORT-FILE
111200         WHEN WS-F-LSREPRT2
111300             OPEN OUTPUT LS-REPORT2-FILE
111400         WHEN WS-F-HELLORPT
111500             OPEN OUTPUT HELLO-REPORT-FILE
111600         WHEN WS-F-BALRPT
111700             OPEN OUTPUT BALANCE-REPORT-FILE
111800         WHEN WS-F-HELLOSUS
111900             OPEN OUTPUT SUSPENSE-FILE
112000         WHEN WS-F-HELLOREJ
112100             OPEN OUTPUT REJECT-FILE
112200         WHEN WS-F-HELLOSJN
112300             OPEN OUTPUT SUSPENSE-JOURNAL-FILE
112310         WHEN WS-F-ALERTS
112320             OPEN OUTPUT ALERT-FILE
112400     END-EVALUATE.
112500     IF NOT TARGET-OK
112600         DISPLAY WS-FILE-NAME(WS-F) " OPEN FOR OUTPUT FAILED, "
112700             "STATUS=" WS-TARGET-STATUS
112800         MOVE 16 TO RETURN-CODE
112900         PERFORM 9000-TERMINATE THRU 9000-EXIT
113000         STOP RUN
113100     END-IF.
113200 4200-EXIT.
113300     EXIT.
113400 4300-WRITE-TARGET.
113500     EVALUATE TRUE
113600         WHEN WS-F-RUNCTL
113700             WRITE RUN-CONTROL-LINE FROM WS-LINE
113800         WHEN WS-F-LSREPORT
113900             WRITE LS-REPORT-LINE FROM WS-LINE
114000         WHEN WS-F-LSREPRT2
114100             WRITE LS-REPORT2-LINE FROM WS-LINE
114200         WHEN WS-F-HELLORPT
114300             WRITE HELLO-REPORT-LINE FROM WS-LINE
114400         WHEN WS-F-BALRPT
114500             WRITE BALANCE-REPORT-LINE FROM WS-LINE
114600         WHEN WS-F-HELLOSUS
114700             WRITE SUSPENSE-LINE FROM WS-LINE
114800         WHEN WS-F-HELLOREJ
114900             WRITE REJECT-LINE FROM WS-LINE
115000         WHEN WS-F-HELLOSJN
115100             WRITE SUSPENSE-JOURNAL-LINE FROM WS-LINE
115110         WHEN WS-F-ALERTS
115120             WRITE ALERT-LINE FROM WS-LINE
115200     END-EVALUATE.
115300     IF NOT TARGET-OK
115400         DISPLAY WS-FILE-NAME(WS-F) " WRITE FAILED, STATUS="
115500             WS-TARGET-STATUS
115600         MOVE 16 TO RETURN-CODE
115700         PERFORM 9000-TERMINATE THRU 9000-EXIT
115800         STOP RUN
115900     END-IF.
116000 4300-EXIT.
116100     EXIT.
116200 4400-CLOSE-TARGET.
116300     EVALUATE TRUE
116400         WHEN WS-F-RUNCTL
116500             CLOSE RUN-CONTROL-FILE
116600         WHEN WS-F-LSREPORT
116700             CLOSE LS-REPORT-FILE
116800         WHEN WS-F-LSREPRT2
116900             CLOSE LS-REPORT2-FILE
117000         WHEN WS-F-HELLORPT
117100             CLOSE HELLO-REPORT-FILE
117200         WHEN WS-F-BALRPT
117300             CLOSE BALANCE-REPORT-FILE
117400         WHEN WS-F-HELLOSUS
117500             CLOSE SUSPENSE-FILE
117600         WHEN WS-F-HELLOREJ
117700             CLOSE REJECT-FILE
117800         WHEN WS-F-HELLOSJN
117900             CLOSE SUSPENSE-JOURNAL-FILE
117910         WHEN WS-F-ALERTS
117920             CLOSE ALERT-FILE
118000     END-EVALUATE.
118100 4400-EXIT.
118200     EXIT.
118300*----------------------------------------------------------------
118400* 4500-COPY-WORK-BACK - THE WORK FILE BECOMES THE FILE. EVERYTHING
118500* TAKEN OFF IS ALREADY SAFE ON THE BACKOUT DATASET.
118600*----------------------------------------------------------------
118700 4500-COPY-WORK-BACK.
118800     OPEN INPUT WORK-FILE.
118900     IF NOT BKWORK-OK
119000         DISPLAY "BKWORK OPEN FAILED, STATUS=" WS-BKWORK-STATUS
119100         MOVE 16 TO RETURN-CODE
119200         PERFORM 9000-TERMINATE THRU 9000-EXIT
119300         STOP RUN
119400     END-IF.
119500     PERFORM 4200-OPEN-TARGET-OUTPUT THRU 4200-EXIT.
119600     MOVE "N" TO WS-WORK-EOF-SWITCH.
119700     PERFORM 4550-COPY-WORK-LINE THRU 4550-EXIT
119800         UNTIL WS-WORK-EOF.
119900     CLOSE WORK-FILE.
120000     PERFORM 4400-CLOSE-TARGET THRU 4400-EXIT.
120100 4500-EXIT.
120200     EXIT.
120300 4550-COPY-WORK-LINE.
120400     READ WORK-FILE INTO WS-LINE
120500         AT END
120600             SET WS-WORK-EOF TO TRUE
120700         NOT AT END
120800             PERFORM 4300-WRITE-TARGET THRU 4300-EXIT
120900     END-READ.
121000 4550-EXIT.
121100     EXIT.
121200 4600-OPEN-WORK-OUTPUT.
121300     OPEN OUTPUT WORK-FILE.
121400     IF NOT BKWORK-OK
121500         DISPLAY "BKWORK OPEN FAILED, STATUS=" WS-BKWORK-STATUS
121600         MOVE 16 TO RETURN-CODE
121700         PERFORM 9000-TERMINATE THRU 9000-EXIT
121800         STOP RUN
121900     END-IF.
122000 4600-EXIT.
122100     EXIT.
122200 4700-WRITE-WORK.
122300     WRITE WORK-RECORD.
122400     IF NOT BKWORK-OK
122500         DISPLAY "BKWORK WRITE FAILED, STATUS=" WS-BKWORK-STATUS
122600         MOVE 16 TO RETURN-CODE
122700         PERFORM 9000-TERMINATE THRU 9000-EXIT
122800         STOP RUN
122900     END-IF.
123000 4700-EXIT.
123100     EXIT.
123200*----------------------------------------------------------------
123300* 5000-UNDO-BACKOUT - PUT EACH FILE BACK FROM THE BACKOUT DATASET,
123400* IN THE SAME FILE ORDER THE BACKOUT USED.
123500*----------------------------------------------------------------
123600 5000-UNDO-BACKOUT.
123700     IF WS-BACKOUT-READ = 0
123800         GO TO 5000-EXIT
123900     END-IF.
124000     SET WS-F-LSAUDITM TO TRUE.
124100     PERFORM 7100-WRITE-FILE-HEADING THRU 7100-EXIT.
124200     PERFORM 5100-RESTORE-KEYED-FILE THRU 5100-EXIT.
124300     SET AUDIO-FN-CLOSE TO TRUE.
124400     CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD.
124500     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
124600     SET WS-F-HELLODUP TO TRUE.
124700     PERFORM 7100-WRITE-FILE-HEADING THRU 7100-EXIT.
124800     PERFORM 5100-RESTORE-KEYED-FILE THRU 5100-EXIT.
124900     SET DUP-FN-CLOSE TO TRUE.
125000     CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
125100     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
125200     PERFORM 5300-RESTORE-LINE-FILE THRU 5300-EXIT
125300         VARYING WS-F FROM 3 BY 1
125400         UNTIL WS-F > WS-FILE-MAX.
125500 5000-EXIT.
125600     EXIT.
125700*----------------------------------------------------------------
125800* 5100-RESTORE-KEYED-FILE - WRITE EACH SAVED LSAUDITM OR HELLODUP
125900* RECORD BACK THROUGH ITS I/O MODULE. A KEY ALREADY ON FILE (AN
126000* UNDO RUN TWICE, OR A RERUN THAT WROTE THE SAME KEY) IS LEFT AS
126100* IT IS AND WARNED.
126200*----------------------------------------------------------------
126300 5100-RESTORE-KEYED-FILE.
126400     PERFORM 5800-OPEN-BACKOUT-INPUT THRU 5800-EXIT.
126500     PERFORM 5150-RESTORE-KEYED-RECORD THRU 5150-EXIT
126600         UNTIL WS-BKO-EOF.
126700     CLOSE BACKOUT-FILE.
126800 5100-EXIT.
126900     EXIT.
127000 5150-RESTORE-KEYED-RECORD.
127100     READ BACKOUT-FILE
127200         AT END
127300             SET WS-BKO-EOF TO TRUE
127400             GO TO 5150-EXIT
127500     END-READ.
127600     IF BO-FILE-NAME NOT = WS-FILE-NAME(WS-F)
127700     OR NOT BO-REMOVED
127800         GO TO 5150-EXIT
127900     END-IF.
128000     IF WS-F-LSAUDITM
128100         MOVE BO-IMAGE(62:4) TO AM-VALUE-COUNT
128200         MOVE BO-IMAGE TO AUDIT-MASTER-RECORD
128300         PERFORM 7300-DESCRIBE-AUDIT THRU 7300-EXIT
128400         SET AUDIO-FN-WRITE TO TRUE
128500         CALL "LSAUDIO" USING AUDIO-REQUEST AUDIT-MASTER-RECORD
128600         MOVE AUDIO-STATUS TO WS-TARGET-STATUS
128700     ELSE
128800         MOVE BO-IMAGE TO DUP-HISTORY-RECORD
128900         PERFORM 7400-DESCRIBE-DUP THRU 7400-EXIT
129000         SET DUP-FN-WRITE TO TRUE
129100         CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD
129200         MOVE DUP-STATUS-CODE TO WS-TARGET-STATUS
129300     END-IF.
129400     EVALUATE WS-TARGET-STATUS
129500         WHEN "00"
129600             ADD 1 TO FC-PUT-BACK(WS-F)
129700             MOVE "PUT BACK" TO DL-ACTION
129800         WHEN "22"
129900             ADD 1 TO WS-WARNING-COUNT
130000             MOVE "ALREADY THERE" TO DL-ACTION
130100         WHEN OTHER
130200             DISPLAY WS-FILE-NAME(WS-F) " WRITE FAILED, STATUS="
130300                 WS-TARGET-STATUS
130400             MOVE 16 TO RETURN-CODE
130500             CLOSE BACKOUT-FILE
130600             PERFORM 9000-TERMINATE THRU 9000-EXIT
130700             STOP RUN
130800     END-EVALUATE.
130900     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
131000 5150-EXIT.
131100     EXIT.
131200*----------------------------------------------------------------
131300* 5300-RESTORE-LINE-FILE - ONE SEQUENTIAL FILE. LINES THE BACKOUT
131400* PUT ON COME OFF; LINES IT TOOK OFF GO BACK IN FRONT OF THE FIRST
131500* LATER-DATED LINE (RUNCTL, HELLOSJN, ALERTS) OR REPORT SECTION,
131600* OR ON THE END. A FILE THE BACKOUT NEVER CHANGED IS LEFT ALONE.
131700*----------------------------------------------------------------
131800 5300-RESTORE-LINE-FILE.
131900     PERFORM 7100-WRITE-FILE-HEADING THRU 7100-EXIT.
132000     PERFORM 5400-LOAD-INSERTED THRU 5400-EXIT.
132100     IF WS-CHANGED-COUNT > 0
132200         PERFORM 5310-RESTORE-LINES THRU 5310-EXIT
132300     END-IF.
132400     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
132500 5300-EXIT.
132600     EXIT.
132700 5310-RESTORE-LINES.
132800     PERFORM 4000-OPEN-TARGET-INPUT THRU 4000-EXIT.
132900     PERFORM 4600-OPEN-WORK-OUTPUT THRU 4600-EXIT.
133000     MOVE "N" TO WS-INSERT-SWITCH.
133100     IF WS-TARGET-ON-FILE
133200         MOVE "N" TO WS-EOF-SWITCH
133300         PERFORM 5350-RESTORE-ONE-LINE THRU 5350-EXIT
133400             UNTIL WS-EOF-REACHED
133500         PERFORM 4400-CLOSE-TARGET THRU 4400-EXIT
133600     END-IF.
133700     IF NOT WS-SAVED-INSERTED
133800         PERFORM 5500-INSERT-SAVED THRU 5500-EXIT
133900     END-IF.
134000     CLOSE WORK-FILE.
134100     PERFORM 4500-COPY-WORK-BACK THRU 4500-EXIT.
134200     PERFORM 5700-WARN-NOT-TAKEN-OUT THRU 5700-EXIT
134300         VARYING WS-U FROM 1 BY 1
134400         UNTIL WS-U > WS-UNDO-COUNT.
134500 5310-EXIT.
134600     EXIT.
134700 5350-RESTORE-ONE-LINE.
134800     PERFORM 4100-READ-TARGET THRU 4100-EXIT.
134900     IF WS-EOF-REACHED
135000         GO TO 5350-EXIT
135100     END-IF.
135200     MOVE 0 TO WS-FOUND.
135300     PERFORM 5600-MATCH-INSERTED
135400         VARYING WS-U FROM 1 BY 1
135500         UNTIL WS-U > WS-UNDO-COUNT OR WS-FOUND > 0.
135600     IF WS-FOUND > 0
135700         SET UT-TAKEN-OUT(WS-FOUND) TO TRUE
135800         ADD 1 TO FC-REMOVED(WS-F)
135900         MOVE "TAKEN OUT" TO DL-ACTION
136000         MOVE WS-LINE TO DL-TEXT
136100         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
136200         GO TO 5350-EXIT
136300     END-IF.
136400     IF NOT WS-SAVED-INSERTED
136500         IF WS-F-REPORT
136600             PERFORM 3300-TEST-HEADING THRU 3300-EXIT
136700             IF WS-LINE-IS-HEADING
136800             AND WS-HEADING-DATE > WS-BACKOUT-DATE-TEXT
136900                 PERFORM 5500-INSERT-SAVED THRU 5500-EXIT
137000             END-IF
137100         END-IF
137200         IF WS-F-DATE-ORDERED
137300         AND WS-LINE-DATE IS NUMERIC
137400         AND WS-LINE-DATE-NUM > WS-BACKOUT-DATE
137500             PERFORM 5500-INSERT-SAVED THRU 5500-EXIT
137600         END-IF
137610         IF WS-F-ALERTS
137620         AND WS-ALERT-DATE IS NUMERIC
137630         AND WS-ALERT-DATE-NUM > WS-BACKOUT-DATE
137640             PERFORM 5500-INSERT-SAVED THRU 5500-EXIT
137650         END-IF
137700     END-IF.
137800     MOVE WS-LINE TO WORK-RECORD.
137900     PERFORM 4700-WRITE-WORK THRU 4700-EXIT.
138000 5350-EXIT.
138100     EXIT.
138200*----------------------------------------------------------------
138300* 5400-LOAD-INSERTED - WHAT THE BACKOUT PUT ON THIS FILE, TO COME
138400* OFF AGAIN, AND WHETHER IT TOOK ANYTHING OFF IT. WS-CHANGED-COUNT
138500* IS THE NUMBER OF BACKOUT RECORDS FOR THE FILE EITHER WAY.
138600*----------------------------------------------------------------
138700 5400-LOAD-INSERTED.
138800     MOVE 0 TO WS-UNDO-COUNT.
138900     MOVE 0 TO WS-CHANGED-COUNT.
139000     PERFORM 5800-OPEN-BACKOUT-INPUT THRU 5800-EXIT.
139100     PERFORM 5450-LOAD-ONE-INSERTED THRU 5450-EXIT
139200         UNTIL WS-BKO-EOF.
139300     CLOSE BACKOUT-FILE.
139400 5400-EXIT.
139500     EXIT.
139600 5450-LOAD-ONE-INSERTED.
139700     READ BACKOUT-FILE
139800         AT END
139900             SET WS-BKO-EOF TO TRUE
140000             GO TO 5450-EXIT
140100     END-READ.
140200     IF BO-FILE-NAME NOT = WS-FILE-NAME(WS-F)
140300         GO TO 5450-EXIT
140400     END-IF.
140500     ADD 1 TO WS-CHANGED-COUNT.
140600     IF NOT BO-INSERTED
140700         GO TO 5450-EXIT
140800     END-IF.
140900     IF WS-UNDO-COUNT = WS-UNDO-MAX
141000         DISPLAY "MORE THAN " WS-UNDO-MAX " PUT-BACK RECORDS FOR "
141100             WS-FILE-NAME(WS-F) " - UNDO REFUSED"
141200         MOVE 16 TO RETURN-CODE
141300         CLOSE BACKOUT-FILE
141400         PERFORM 9000-TERMINATE THRU 9000-EXIT
141500         STOP RUN
141600     END-IF.
141700     ADD 1 TO WS-UNDO-COUNT.
141800     MOVE BO-IMAGE(1:200) TO UT-IMAGE(WS-UNDO-COUNT).
141900     MOVE SPACE TO UT-STATE(WS-UNDO-COUNT).
142000 5450-EXIT.
142100     EXIT.
142200*----------------------------------------------------------------
142300* 5500-INSERT-SAVED - EVERY LINE THE BACKOUT TOOK OFF THIS FILE,
142400* IN THE ORDER IT CAME OFF, ONTO THE WORK FILE AT THE CURRENT
142500* POINT. THE LINE IN HAND IS HELD AND WRITTEN AFTER THEM.
142600*----------------------------------------------------------------
142700 5500-INSERT-SAVED.
142800     SET WS-SAVED-INSERTED TO TRUE.
142900     MOVE WS-LINE TO WS-HOLD-LINE.
143000     PERFORM 5800-OPEN-BACKOUT-INPUT THRU 5800-EXIT.
143100     PERFORM 5550-INSERT-ONE-SAVED THRU 5550-EXIT
143200         UNTIL WS-BKO-EOF.
143300     CLOSE BACKOUT-FILE.
143400     MOVE WS-HOLD-LINE TO WS-LINE.
143500 5500-EXIT.
143600     EXIT.
143700 5550-INSERT-ONE-SAVED.
143800     READ BACKOUT-FILE
143900         AT END
144000             SET WS-BKO-EOF TO TRUE
144100             GO TO 5550-EXIT
144200     END-READ.
144300     IF BO-FILE-NAME NOT = WS-FILE-NAME(WS-F)
144400     OR NOT BO-REMOVED
144500         GO TO 5550-EXIT
144600     END-IF.
144700     MOVE BO-IMAGE(1:200) TO WORK-RECORD.
144800     PERFORM 4700-WRITE-WORK THRU 4700-EXIT.
144900     ADD 1 TO FC-PUT-BACK(WS-F).
145000     IF WS-F-REPORT
145100         MOVE WORK-RECORD TO WS-LINE
145200         PERFORM 3300-TEST-HEADING THRU 3300-EXIT
145300         IF NOT WS-LINE-IS-HEADING
145400             GO TO 5550-EXIT
145500         END-IF
145600         ADD 1 TO FC-SECTIONS(WS-F)
145700         MOVE "SECTION BACK" TO DL-ACTION
145800     ELSE
145900         MOVE "PUT BACK" TO DL-ACTION
146000     END-IF.
146100     MOVE WORK-RECORD TO DL-TEXT.
146200     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
146300 5550-EXIT.
146400     EXIT.
146500 5600-MATCH-INSERTED.
146600     IF NOT UT-TAKEN-OUT(WS-U)
146700     AND UT-IMAGE(WS-U) = WS-LINE
146800         MOVE WS-U TO WS-FOUND
146900     END-IF.
147000*----------------------------------------------------------------
147100* 5700-WARN-NOT-TAKEN-OUT - A LINE THE BACKOUT PUT ON THAT IS NO
147200* LONGER THERE (A RERUN HAS SINCE RECYCLED IT) IS WARNED, NOT
147300* GUESSED AT.
147400*----------------------------------------------------------------
147500 5700-WARN-NOT-TAKEN-OUT.
147600     IF NOT UT-TAKEN-OUT(WS-U)
147700         ADD 1 TO WS-WARNING-COUNT
147800         MOVE "NOT FOUND" TO DL-ACTION
147900         MOVE UT-IMAGE(WS-U) TO DL-TEXT
148000         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
148100     END-IF.
148200 5700-EXIT.
148300     EXIT.
148400 5800-OPEN-BACKOUT-INPUT.
148500     OPEN INPUT BACKOUT-FILE.
148600     IF NOT BKOUT-OK
148700         DISPLAY "BKOUT OPEN FAILED, STATUS=" WS-BKOUT-STATUS
148800         MOVE 16 TO RETURN-CODE
148900         PERFORM 9000-TERMINATE THRU 9000-EXIT
149000         STOP RUN
149100     END-IF.
149200     MOVE "N" TO WS-BKO-EOF-SWITCH.
149300 5800-EXIT.
149400     EXIT.
149500*----------------------------------------------------------------
149600* 6000-SAVE-REMOVED / 6100-SAVE-INSERTED - WRITE THE IMAGE IN
149700* BO-IMAGE TO THE BACKOUT DATASET, TAGGED WITH THE NIGHT, THE FILE
149800* AND THE ACTION, BEFORE THE FILE ITSELF IS CHANGED.
149900*----------------------------------------------------------------
150000 6000-SAVE-REMOVED.
150100     SET BO-REMOVED TO TRUE.
150200     ADD 1 TO FC-REMOVED(WS-F).
150300     PERFORM 6200-WRITE-BACKOUT THRU 6200-EXIT.
150400 6000-EXIT.
150500     EXIT.
150600 6100-SAVE-INSERTED.
150700     SET BO-INSERTED TO TRUE.
150800     ADD 1 TO FC-PUT-BACK(WS-F).
150900     PERFORM 6200-WRITE-BACKOUT THRU 6200-EXIT.
151000 6100-EXIT.
151100     EXIT.
151200 6200-WRITE-BACKOUT.
151300     MOVE WS-BACKOUT-DATE TO BO-BUS-DATE.
151400     MOVE WS-FILE-NAME(WS-F) TO BO-FILE-NAME.
151500     WRITE BACKOUT-RECORD.
151600     IF NOT BKOUT-OK
151700         DISPLAY "BKOUT WRITE FAILED, STATUS=" WS-BKOUT-STATUS
151800         MOVE 16 TO RETURN-CODE
151900         PERFORM 9000-TERMINATE THRU 9000-EXIT
152000         STOP RUN
152100     END-IF.
152200     ADD 1 TO WS-BACKOUT-WRITTEN.
152300     ADD 1 TO WS-CHANGED-COUNT.
152400 6200-EXIT.
152500     EXIT.
152600*----------------------------------------------------------------
152700* 7000-7400 - THE CONTROL REPORT: A HEADING PER FILE, ONE LINE PER
152800* RECORD (OR REPORT SECTION) TAKEN OFF OR PUT ON, AND THE FILE'S
152900* TOTALS.
153000*----------------------------------------------------------------
153100 7000-WRITE-DETAIL.
153200     WRITE BACKOUT-REPORT-RECORD FROM WS-DETAIL-LINE.
153300 7000-EXIT.
153400     EXIT.
153500 7100-WRITE-FILE-HEADING.
153600     MOVE SPACES TO BACKOUT-REPORT-RECORD.
153700     WRITE BACKOUT-REPORT-RECORD.
153800     MOVE WS-FILE-NAME(WS-F) TO FH-NAME.
153900     WRITE BACKOUT-REPORT-RECORD FROM WS-FILE-HEADING-LINE.
154000     IF FC-LEFT-ALONE(WS-F)
154100         MOVE "LEFT AS IT IS" TO DL-ACTION
154200         MOVE "NO HELLOSJN JOURNAL FOR THE NIGHT" TO DL-TEXT
154300         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
154400     END-IF.
154500 7100-EXIT.
154600     EXIT.
154700 7200-WRITE-FILE-TOTAL.
154800     IF FC-NOT-FOUND(WS-F)
154900         MOVE "NOT FOUND" TO DL-ACTION
155000         MOVE "NOTHING TO CHANGE" TO DL-TEXT
155100         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
155200     END-IF.
155300     MOVE WS-FILE-NAME(WS-F) TO FT-NAME.
155400     MOVE FC-REMOVED(WS-F) TO FT-REMOVED.
155500     MOVE FC-PUT-BACK(WS-F) TO FT-PUT-BACK.
155600     IF WS-F-REPORT
155700         MOVE " SECTIONS " TO FT-SECTION-LABEL
155800     ELSE
155900         MOVE SPACES TO FT-SECTION-LABEL
156000     END-IF.
156100     MOVE FC-SECTIONS(WS-F) TO FT-SECTIONS.
156200     WRITE BACKOUT-REPORT-RECORD FROM WS-FILE-TOTAL-LINE.
156300 7200-EXIT.
156400     EXIT.
156500 7300-DESCRIBE-AUDIT.
156600     MOVE AM-RUN-DATE TO AX-RUN-DATE.
156700     MOVE AM-RUN-TIME TO AX-RUN-TIME.
156800     MOVE AM-RUN-SEQ TO AX-RUN-SEQ.
156900     MOVE AM-PROGRAM TO AX-PROGRAM.
157000     MOVE AM-UNIT-NAME TO AX-UNIT-NAME.
157100     MOVE AM-MODE-CODE TO AX-MODE-CODE.
157200     MOVE AM-VALUE-COUNT TO AX-VALUE-COUNT.
157300     MOVE AM-LIS-RESULT TO AX-LIS-RESULT.
157400     MOVE WS-AUDIT-TEXT TO DL-TEXT.
157500 7300-EXIT.
157600     EXIT.
157700 7400-DESCRIBE-DUP.
157800     MOVE DH-UNIT-CODE TO DX-UNIT-CODE.
157900     MOVE DH-A TO DX-A.
158000     MOVE DH-B TO DX-B.
158100     MOVE DH-C TO DX-C.
158200     MOVE DH-READ-SEQ TO DX-READ-SEQ.
158300     MOVE DH-TRANS-NO TO DX-TRANS-NO.
158400     MOVE WS-DUP-TEXT TO DL-TEXT.
158500 7400-EXIT.
158600     EXIT.
158700*----------------------------------------------------------------
158800* 8000-WRITE-CONTROL-TOTALS - ONE LINE PER FILE, THEN THE BALANCE:
158900* EVERY RECORD TAKEN OFF OR PUT ON BY A BACKOUT IS ONE RECORD ON
159000* THE BACKOUT DATASET.
159100*----------------------------------------------------------------
159200 8000-WRITE-CONTROL-TOTALS.
159300     MOVE SPACES TO BACKOUT-REPORT-RECORD.
159400     WRITE BACKOUT-REPORT-RECORD.
159500     WRITE BACKOUT-REPORT-RECORD FROM WS-TOTALS-TITLE.
159600     WRITE BACKOUT-REPORT-RECORD FROM WS-TOTALS-COLUMNS.
159700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
159800         VARYING WS-F FROM 1 BY 1
159900         UNTIL WS-F > WS-FILE-MAX.
160000     MOVE "TOTAL REMOVED                 :" TO PR-LABEL.
160100     MOVE WS-TOTAL-REMOVED TO PR-COUNT.
160200     WRITE BACKOUT-REPORT-RECORD FROM WS-REPORT-COUNT-LINE.
160300     MOVE "TOTAL PUT BACK                :" TO PR-LABEL.
160400     MOVE WS-TOTAL-PUT-BACK TO PR-COUNT.
160500     WRITE BACKOUT-REPORT-RECORD FROM WS-REPORT-COUNT-LINE.
160600     IF WS-UNDO-MODE
160700         MOVE "BACKOUT DATASET RECORDS READ  :" TO PR-LABEL
160800         MOVE WS-BACKOUT-READ TO PR-COUNT
160900     ELSE
161000         MOVE "BACKOUT DATASET RECORDS WRITTEN:" TO PR-LABEL
161100         MOVE WS-BACKOUT-WRITTEN TO PR-COUNT
161200     END-IF.
161300     WRITE BACKOUT-REPORT-RECORD FROM WS-REPORT-COUNT-LINE.
161400 8000-EXIT.
161500     EXIT.
161600 8100-WRITE-TOTAL-LINE.
161700     MOVE WS-FILE-NAME(WS-F) TO CT-NAME.
161800     MOVE FC-REMOVED(WS-F) TO CT-REMOVED.
161900     MOVE FC-PUT-BACK(WS-F) TO CT-PUT-BACK.
162000     MOVE FC-SECTIONS(WS-F) TO CT-SECTIONS.
162100     EVALUATE TRUE
162200         WHEN FC-NOT-FOUND(WS-F)
162300             MOVE "  NOT FOUND" TO CT-NOTE
162400         WHEN FC-LEFT-ALONE(WS-F)
162500             MOVE "  LEFT AS IT IS - NO JOURNAL" TO CT-NOTE
162600         WHEN OTHER
162700             MOVE SPACES TO CT-NOTE
162800     END-EVALUATE.
162900     WRITE BACKOUT-REPORT-RECORD FROM WS-TOTALS-LINE.
163000     ADD FC-REMOVED(WS-F) TO WS-TOTAL-REMOVED.
163100     ADD FC-PUT-BACK(WS-F) TO WS-TOTAL-PUT-BACK.
163200 8100-EXIT.
163300     EXIT.
163400 9000-TERMINATE.
163500     DISPLAY "NIGHTBKO " WS-BACKOUT-DATE
163600         " REMOVED: " WS-TOTAL-REMOVED
163700         " PUT BACK: " WS-TOTAL-PUT-BACK
163800         " WARNINGS: " WS-WARNING-COUNT.
163900     IF WS-BKOUT-IS-OPEN
164000         CLOSE BACKOUT-FILE
164100         MOVE "N" TO WS-BKOUT-OPEN-SWITCH
164200     END-IF.
164300     IF WS-BKRPT-IS-OPEN
164400         MOVE WS-CURRENT-DATE-NUM TO BT-DATE
164500         WRITE BACKOUT-REPORT-RECORD FROM WS-REPORT-TRAILER
164600         CLOSE BACKOUT-REPORT-FILE
164700         MOVE "N" TO WS-BKRPT-OPEN-SWITCH
164800     END-IF.
164900 9000-EXIT.
165000     EXIT.
165100 END PROGRAM NIGHTBKO.
