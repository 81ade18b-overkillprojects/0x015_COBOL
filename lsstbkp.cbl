000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       BACKUP AND RESTORE OF THE KEYED LIS PERIOD STATE
000700*                MASTER (LSSTATE) THAT LONGSUBQ CARRIES FROM NIGHT
000800*                TO NIGHT UNDER CUML=Y. THE PERIOD-TO-DATE FIGURE
000900*                IS BUILT ON EVERY NIGHT BEFORE IT, SO A NIGHT
001000*                BACKED OUT BY NIGHTBKO MUST ALSO COME OUT OF THE
001100*                STATE - AND THE STATE CANNOT BE UNWOUND RECORD BY
001200*                RECORD. INSTEAD EACH NIGHT, AFTER THE SCORING
001300*                STEPS, THIS RUN UNLOADS THE WHOLE MASTER THROUGH
001400*                STATEIO TO A NEW GENERATION OF LSSTBK (SEE
001500*                STBKREC), AND A RESTORE RUN PUTS A GENERATION
001600*                FROM AN EARLIER NIGHT BACK: THE GENERATION IS
001700*                PROVED FIRST (HEADER, EVERY RECORD, TRAILER
001800*                COUNT, AND NOTHING ON IT DATED ON OR AFTER THE
001900*                NIGHT BEING BACKED OUT), THEN THE MASTER IS
002000*                EMPTIED AND RELOADED FROM IT. EITHER WAY THE
002100*                CONTROL REPORT (STBRPT) LISTS EVERY UNIT/MODE
002200*                STATE WITH THE NIGHT IT RUNS THROUGH, AND THE
002300*                COUNTS THAT BALANCE THE RUN TO THE GENERATION.
002400*----------------------------------------------------------------
002500* CONTROL CARDS (STBCNTL, OPTIONAL - NO CARDS IS A BACKUP):
002600*   RESTORE         RELOAD THE MASTER FROM THE LSSTBK GENERATION
002700*                   INSTEAD OF BACKING IT UP.
002800*   DATE=YYYYMMDD   THE BUSINESS DATE BEING BACKED OUT. REQUIRED
002900*                   ON A RESTORE (RC 16 WITHOUT IT), AND ONLY
003000*                   THERE. THE GENERATION MUST HAVE BEEN TAKEN
003100*                   FOR AN EARLIER NIGHT, AND EVERY STATE ON IT
003200*                   MUST RUN THROUGH AN EARLIER NIGHT, OR NOTHING
003300*                   IS TOUCHED (RC 16).
003400*----------------------------------------------------------------
003500* MODIFICATION HISTORY
003600*----------------------------------------------------------------
003700* DATE       INIT  DESCRIPTION
003800* 10/15/2026 WJ    ORIGINAL VERSION.
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. LSSTBKP.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STATE-CONTROL-FILE ASSIGN TO "STBCNTL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-STBCNTL-STATUS.
004800     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BUSDATE-STATUS.
005100     SELECT STATE-BACKUP-FILE ASSIGN TO "LSSTBK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-LSSTBK-STATUS.
005400     SELECT STATE-REPORT-FILE ASSIGN TO "STBRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-STBRPT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  STATE-CONTROL-FILE.
006000 01  STATE-CONTROL-RECORD.
006100     05  SC-KEYWORD              PIC X(05).
006200     05  SC-DATE                 PIC X(08).
006300     05  SC-DATE-NUM REDEFINES SC-DATE
006400                                 PIC 9(08).
006500     05  FILLER                  PIC X(67).
006600 01  STATE-COMMAND-CARD.
006700     05  SC-COMMAND              PIC X(08).
006800     05  FILLER                  PIC X(72).
006900 FD  BUSINESS-DATE-FILE.
007000 COPY BUSDATE.
007100 FD  STATE-BACKUP-FILE.
007200 COPY STBKREC.
007300 FD  STATE-REPORT-FILE.
007400 01  STATE-REPORT-RECORD         PIC X(132).
007500 WORKING-STORAGE SECTION.
007600 COPY DATESTMP.
007700 COPY STATEREQ.
007800 COPY STATEREC.
007900*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S, SO THE
008000*    STEP'S OWN CODE IS KEPT HERE AND MOVED TO RETURN-CODE ONLY
008100*    IMMEDIATELY BEFORE EACH STOP RUN.
008200 01  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
008300 01  WS-RUN-MODE                 PIC X(01) VALUE "B".
008400     88  WS-BACKUP-MODE          VALUE "B".
008500     88  WS-RESTORE-MODE         VALUE "R".
008600 01  WS-BACKOUT-DATE             PIC 9(08) VALUE ZERO.
008700 01  WS-GENERATION-DATE          PIC 9(08) VALUE ZERO.
008800 01  WS-RECORD-COUNT             PIC 9(09) VALUE ZERO.
008900 01  WS-HEADER-COUNT             PIC 9(07) VALUE ZERO.
009000 01  WS-LOADED-COUNT             PIC 9(09) VALUE ZERO.
009100 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
009200 01  WS-TRAILER-COUNT            PIC 9(09) VALUE ZERO.
009300 01  WS-SWITCHES.
009400     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009500         88  WS-EOF-REACHED      VALUE "Y".
009600     05  WS-CNTL-EOF-SWITCH      PIC X(01) VALUE "N".
009700         88  WS-CNTL-EOF         VALUE "Y".
009800     05  WS-DATE-CARD-SWITCH     PIC X(01) VALUE "N".
009900         88  WS-DATE-CARD-SEEN   VALUE "Y".
010000     05  WS-TRAILER-SWITCH       PIC X(01) VALUE "N".
010100         88  WS-TRAILER-SEEN     VALUE "Y".
010200     05  WS-LSSTBK-OPEN-SWITCH   PIC X(01) VALUE "N".
010300         88  WS-LSSTBK-IS-OPEN   VALUE "Y".
010400     05  WS-STBRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
010500         88  WS-STBRPT-IS-OPEN   VALUE "Y".
010600     05  WS-MASTER-MISSING-SWITCH PIC X(01) VALUE "N".
010700         88  WS-MASTER-MISSING   VALUE "Y".
010800 01  WS-FILE-STATUSES.
010900     05  WS-STBCNTL-STATUS       PIC X(02).
011000         88  STBCNTL-OK          VALUE "00".
011100         88  STBCNTL-NOT-FOUND   VALUE "35".
011200     05  WS-BUSDATE-STATUS       PIC X(02).
011300         88  BUSDATE-FILE-OK     VALUE "00".
011400         88  BUSDATE-FILE-NOT-FOUND VALUE "35".
011500     05  WS-LSSTBK-STATUS        PIC X(02).
011600         88  LSSTBK-OK           VALUE "00".
011700     05  WS-STBRPT-STATUS        PIC X(02).
011800         88  STBRPT-OK           VALUE "00".
011900*    WHY A RESTORE WAS REFUSED - PRINTED ON THE REPORT AND SYSOUT.
012000 01  WS-REFUSE-REASON            PIC X(80).
012100 01  WS-REPORT-HEADING-1.
012200     05  SH1-KIND                PIC X(26)
012300                     VALUE "LIS PERIOD STATE BACKUP   ".
012400     05  FILLER                  PIC X(07) VALUE "RUN ON ".
012500     05  SH1-DATE                PIC 9999/99/99.
012600 01  WS-REPORT-DATE-LINE.
012700     05  SH2-LABEL               PIC X(34).
012800     05  SH2-DATE                PIC 9999/99/99.
012900 01  WS-REPORT-STATE-HEADING.
013000     05  FILLER                  PIC X(10) VALUE "STEP".
013100     05  FILLER                  PIC X(23) VALUE "BUSINESS UNIT".
013200     05  FILLER                  PIC X(05) VALUE "MODE".
013300     05  FILLER                  PIC X(09) VALUE "PERIOD".
013400     05  FILLER                  PIC X(12) VALUE "FROM".
013500     05  FILLER                  PIC X(12) VALUE "THROUGH".
013600     05  FILLER                  PIC X(08) VALUE "NIGHTS".
013700     05  FILLER                  PIC X(08) VALUE "VALUES".
013800     05  FILLER                  PIC X(06) VALUE "LIS".
013900 01  WS-REPORT-STATE-LINE.
014000     05  SS-STEP                 PIC X(08).
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  SS-UNIT                 PIC X(20).
014300     05  FILLER                  PIC X(03) VALUE SPACES.
014400     05  SS-MODE                 PIC X(01).
014500     05  FILLER                  PIC X(04) VALUE SPACES.
014600     05  SS-PERIOD               PIC X(07).
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  SS-FROM                 PIC 9999/99/99.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  SS-THRU                 PIC 9999/99/99.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  SS-NIGHTS               PIC ZZZZZ9.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  SS-VALUES               PIC ZZZZZ9.
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  SS-LIS                  PIC ZZZZZ9.
015700 01  WS-REPORT-COUNT-LINE.
015800     05  PR-LABEL                PIC X(32).
015900     05  PR-COUNT                PIC ZZZZZZZZ9.
016000 01  WS-REPORT-TRAILER.
016100     05  FILLER                  PIC X(27)
016200                     VALUE "END LIS PERIOD STATE    ON ".
016300     05  SE-DATE                 PIC 9999/99/99.
016400 PROCEDURE DIVISION.
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     IF WS-RESTORE-MODE
016800         PERFORM 3000-RESTORE-MASTER THRU 3000-EXIT
016900     ELSE
017000         PERFORM 2000-BACKUP-MASTER THRU 2000-EXIT
017100     END-IF.
017200     PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
017300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017400     MOVE WS-RETURN-CODE TO RETURN-CODE.
017500     STOP RUN.
017600 0000-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------
017900* 1000-INITIALIZE - STAMP THE RUN FROM THE BUSINESS DATE, READ THE
018000* CARDS AND OPEN THE CONTROL REPORT. A RESTORE NEEDS A DATE= CARD
018100* THAT IS A REAL DATE; A DATE= CARD ON A BACKUP ASKS FOR SOMETHING
018200* THE RUN IS NOT GOING TO DO, SO IT IS REFUSED TOO.
018300*----------------------------------------------------------------
018400 1000-INITIALIZE.
018500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
018600     PERFORM 1020-SET-BUSINESS-DATE THRU 1020-EXIT.
018700     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
018800     IF WS-RESTORE-MODE
018900     AND NOT WS-DATE-CARD-SEEN
019000         DISPLAY "STBCNTL DATE= CARD MISSING - RESTORE REFUSED"
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400     IF WS-BACKUP-MODE
019500     AND WS-DATE-CARD-SEEN
019600         DISPLAY "STBCNTL DATE= CARD NEEDS A RESTORE CARD"
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     IF WS-RESTORE-MODE
020100     AND FUNCTION TEST-DATE-YYYYMMDD(WS-BACKOUT-DATE) NOT = 0
020200         DISPLAY "STBCNTL DATE= " WS-BACKOUT-DATE
020300             " IS NOT A DATE - RESTORE REFUSED"
020400         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700     OPEN OUTPUT STATE-REPORT-FILE.
020800     IF NOT STBRPT-OK
020900         DISPLAY "STBRPT OPEN FAILED, STATUS=" WS-STBRPT-STATUS
021000         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     SET WS-STBRPT-IS-OPEN TO TRUE.
021400     IF WS-RESTORE-MODE
021500         MOVE "LIS PERIOD STATE RESTORE  " TO SH1-KIND
021600     END-IF.
021700     MOVE WS-CURRENT-DATE-NUM TO SH1-DATE.
021800     WRITE STATE-REPORT-RECORD FROM WS-REPORT-HEADING-1.
021900     IF WS-RESTORE-MODE
022000         MOVE "BUSINESS DATE BACKED OUT        :" TO SH2-LABEL
022100         MOVE WS-BACKOUT-DATE TO SH2-DATE
022200     ELSE
022300         MOVE "BACKUP TAKEN FOR BUSINESS DATE  :" TO SH2-LABEL
022400         MOVE WS-CURRENT-DATE-NUM TO SH2-DATE
022500     END-IF.
022600     WRITE STATE-REPORT-RECORD FROM WS-REPORT-DATE-LINE.
022700 1000-EXIT.
022800     EXIT.
022900 1020-SET-BUSINESS-DATE.
023000     OPEN INPUT BUSINESS-DATE-FILE.
023100     IF BUSDATE-FILE-NOT-FOUND
023200         GO TO 1020-EXIT
023300     END-IF.
023400     IF NOT BUSDATE-FILE-OK
023500         DISPLAY "BUSDATE OPEN FAILED, STATUS="
023600             WS-BUSDATE-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     READ BUSINESS-DATE-FILE
024100         AT END
024200             CONTINUE
024300         NOT AT END
024400             IF BUSDATE-DATE IS NUMERIC
024500             AND BUSDATE-DATE > 0
024600                 MOVE BUSDATE-DATE TO WS-CURRENT-DATE-NUM
024700             END-IF
024800     END-READ.
024900     CLOSE BUSINESS-DATE-FILE.
025000 1020-EXIT.
025100     EXIT.
025200 1100-READ-CONTROL.
025300     OPEN INPUT STATE-CONTROL-FILE.
025400     IF STBCNTL-OK
025500         MOVE "N" TO WS-CNTL-EOF-SWITCH
025600         PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT
025700             UNTIL WS-CNTL-EOF
025800         CLOSE STATE-CONTROL-FILE
025900     ELSE
026000         IF NOT STBCNTL-NOT-FOUND
026100             DISPLAY "STBCNTL OPEN FAILED, STATUS="
026200                 WS-STBCNTL-STATUS
026300             MOVE 16 TO RETURN-CODE
026400             STOP RUN
026500         END-IF
026600     END-IF.
026700 1100-EXIT.
026800     EXIT.
026900 1150-READ-CONTROL-CARD.
027000     READ STATE-CONTROL-FILE
027100         AT END
027200             SET WS-CNTL-EOF TO TRUE
027300         NOT AT END
027400             EVALUATE TRUE
027500                 WHEN SC-KEYWORD = "DATE="
027600                  AND SC-DATE IS NUMERIC
027700                     MOVE SC-DATE-NUM TO WS-BACKOUT-DATE
027800                     SET WS-DATE-CARD-SEEN TO TRUE
027900                 WHEN SC-COMMAND = "RESTORE "
028000                     SET WS-RESTORE-MODE TO TRUE
028100                 WHEN STATE-CONTROL-RECORD = SPACES
028200                     CONTINUE
028300                 WHEN OTHER
028400                     DISPLAY "STBCNTL CARD NOT RECOGNIZED: "
028500                         STATE-CONTROL-RECORD
028600                     MOVE 16 TO RETURN-CODE
028700                     CLOSE STATE-CONTROL-FILE
028800                     STOP RUN
028900             END-EVALUATE
029000     END-READ.
029100 1150-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400* 2000-BACKUP-MASTER - UNLOAD THE MASTER IN KEY ORDER TO THE NEW
029500* GENERATION: THE H RECORD, ONE D RECORD PER STATE RECORD, THEN
029600* THE T RECORD WITH THE COUNTS. NO MASTER YET (NO CUML=Y RUN HAS
029700* SAVED A STATE) IS AN EMPTY GENERATION, NOT AN ERROR - A LATER
029800* RESTORE FROM IT LEAVES AN EMPTY MASTER, WHICH IS WHAT THERE WAS.
029900*----------------------------------------------------------------
030000 2000-BACKUP-MASTER.
030100     OPEN OUTPUT STATE-BACKUP-FILE.
030200     IF NOT LSSTBK-OK
030300         DISPLAY "LSSTBK OPEN FAILED, STATUS=" WS-LSSTBK-STATUS
030400         MOVE 16 TO WS-RETURN-CODE
030500         PERFORM 9000-TERMINATE THRU 9000-EXIT
030600         MOVE WS-RETURN-CODE TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900     SET WS-LSSTBK-IS-OPEN TO TRUE.
031000     MOVE SPACES TO STATE-BACKUP-RECORD.
031100     SET SB-HEADER TO TRUE.
031200     MOVE WS-CURRENT-DATE-NUM TO SBH-BUS-DATE.
031300     MOVE FUNCTION CURRENT-DATE(1:8) TO SBH-CREATED-DATE.
031400     MOVE WS-CURRENT-TIME(1:6) TO SBH-CREATED-TIME.
031500     PERFORM 2300-WRITE-BACKUP THRU 2300-EXIT.
031600     WRITE STATE-REPORT-RECORD FROM WS-REPORT-STATE-HEADING.
031700     MOVE LOW-VALUES TO ST-KEY.
031800     SET STATE-FN-START TO TRUE.
031900     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
032000     EVALUATE TRUE
032100         WHEN STATE-IO-OK
032200             MOVE "N" TO WS-EOF-SWITCH
032300             PERFORM 2100-UNLOAD-RECORD THRU 2100-EXIT
032400                 UNTIL WS-EOF-REACHED
032500         WHEN STATE-IO-NOT-FOUND
032600         WHEN STATE-IO-EOF
032700             CONTINUE
032800         WHEN STATE-IO-FILE-MISSING
032900             SET WS-MASTER-MISSING TO TRUE
033000         WHEN OTHER
033100             DISPLAY "LSSTATE START FAILED, STATUS="
033200                 STATE-STATUS-CODE
033300             MOVE 16 TO WS-RETURN-CODE
033400             PERFORM 9000-TERMINATE THRU 9000-EXIT
033500             MOVE WS-RETURN-CODE TO RETURN-CODE
033600             STOP RUN
033700     END-EVALUATE.
033800     MOVE SPACES TO STATE-BACKUP-RECORD.
033900     SET SB-TRAILER TO TRUE.
034000     MOVE WS-RECORD-COUNT TO SBT-RECORD-COUNT.
034100     MOVE WS-HEADER-COUNT TO SBT-HEADER-COUNT.
034200     PERFORM 2300-WRITE-BACKUP THRU 2300-EXIT.
034300 2000-EXIT.
034400     EXIT.
034500 2100-UNLOAD-RECORD.
034600     SET STATE-FN-READ-NEXT TO TRUE.
034700     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
034800     IF STATE-IO-EOF
034900         SET WS-EOF-REACHED TO TRUE
035000         GO TO 2100-EXIT
035100     END-IF.
035200     IF NOT STATE-IO-OK
035300         DISPLAY "LSSTATE READ FAILED, STATUS=" STATE-STATUS-CODE
035400         MOVE 16 TO WS-RETURN-CODE
035500         PERFORM 9000-TERMINATE THRU 9000-EXIT
035600         MOVE WS-RETURN-CODE TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     MOVE SPACES TO STATE-BACKUP-RECORD.
036000     SET SB-DETAIL TO TRUE.
036100     MOVE LIS-STATE-RECORD TO SBD-STATE-IMAGE.
036200     PERFORM 2300-WRITE-BACKUP THRU 2300-EXIT.
036300     ADD 1 TO WS-RECORD-COUNT.
036400     IF ST-HEADER-REC
036500         ADD 1 TO WS-HEADER-COUNT
036600         PERFORM 7000-WRITE-STATE-LINE THRU 7000-EXIT
036700     END-IF.
036800 2100-EXIT.
036900     EXIT.
037000 2300-WRITE-BACKUP.
037100     WRITE STATE-BACKUP-RECORD.
037200     IF NOT LSSTBK-OK
037300         DISPLAY "LSSTBK WRITE FAILED, STATUS=" WS-LSSTBK-STATUS
037400         MOVE 16 TO WS-RETURN-CODE
037500         PERFORM 9000-TERMINATE THRU 9000-EXIT
037600         MOVE WS-RETURN-CODE TO RETURN-CODE
037700         STOP RUN
037800     END-IF.
037900 2300-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200* 3000-RESTORE-MASTER - PROVE THE GENERATION, THEN EMPTY THE
038300* MASTER AND LOAD EVERY D RECORD BACK. NOTHING IS TOUCHED UNTIL
038400* THE PROOF HAS READ THE GENERATION END TO END, SO A WRONG OR
038500* SHORT ONE LEAVES THE MASTER AS IT WAS.
038600*----------------------------------------------------------------
038700 3000-RESTORE-MASTER.
038800     PERFORM 3100-PROVE-GENERATION THRU 3100-EXIT.
038900     MOVE "GENERATION TAKEN FOR BUS. DATE  :" TO SH2-LABEL.
039000     MOVE WS-GENERATION-DATE TO SH2-DATE.
039100     WRITE STATE-REPORT-RECORD FROM WS-REPORT-DATE-LINE.
039200     SET STATE-FN-EMPTY TO TRUE.
039300     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
039400     IF NOT STATE-IO-OK
039500         DISPLAY "LSSTATE EMPTY FAILED, STATUS=" STATE-STATUS-CODE
039600         MOVE 16 TO WS-RETURN-CODE
039700         PERFORM 9000-TERMINATE THRU 9000-EXIT
039800         MOVE WS-RETURN-CODE TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100     WRITE STATE-REPORT-RECORD FROM WS-REPORT-STATE-HEADING.
040200     OPEN INPUT STATE-BACKUP-FILE.
040300     IF NOT LSSTBK-OK
040400         DISPLAY "LSSTBK OPEN FAILED, STATUS=" WS-LSSTBK-STATUS
040500         MOVE 16 TO WS-RETURN-CODE
040600         PERFORM 9000-TERMINATE THRU 9000-EXIT
040700         MOVE WS-RETURN-CODE TO RETURN-CODE
040800         STOP RUN
040900     END-IF.
041000     SET WS-LSSTBK-IS-OPEN TO TRUE.
041100     MOVE "N" TO WS-EOF-SWITCH.
041200     PERFORM 3200-LOAD-RECORD THRU 3200-EXIT
041300         UNTIL WS-EOF-REACHED.
041400 3000-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700* 3100-PROVE-GENERATION - THE FIRST RECORD MUST BE THE H RECORD,
041800* TAKEN FOR A NIGHT BEFORE THE DATE= NIGHT; EVERY RECORD AFTER IT
041900* A D RECORD HOLDING A STATE RECORD THAT RUNS THROUGH A NIGHT
042000* BEFORE THE DATE= NIGHT; THE LAST ONE THE T RECORD, WITH THE
042100* COUNT OF D RECORDS READ. A GENERATION CUT AFTER THE BAD NIGHT
042200* (THE WRONG GENERATION NAMED ON THE DD) FAILS ON ITS DATES.
042300*----------------------------------------------------------------
042400 3100-PROVE-GENERATION.
042500     MOVE SPACES TO WS-REFUSE-REASON.
042600     OPEN INPUT STATE-BACKUP-FILE.
042700     IF NOT LSSTBK-OK
042800         STRING "LSSTBK OPEN FAILED, STATUS=" WS-LSSTBK-STATUS
042900             DELIMITED BY SIZE INTO WS-REFUSE-REASON
043000         PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
043100     END-IF.
043200     SET WS-LSSTBK-IS-OPEN TO TRUE.
043300     READ STATE-BACKUP-FILE
043400         AT END
043500             MOVE "LSSTBK IS EMPTY - NO HEADER RECORD"
043600                 TO WS-REFUSE-REASON
043700             PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
043800     END-READ.
043900     IF NOT SB-HEADER
044000     OR SBH-BUS-DATE IS NOT NUMERIC
044100         MOVE "LSSTBK DOES NOT START WITH A BACKUP HEADER RECORD"
044200             TO WS-REFUSE-REASON
044300         PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
044400     END-IF.
044500     MOVE SBH-BUS-DATE TO WS-GENERATION-DATE.
044600     IF WS-GENERATION-DATE NOT < WS-BACKOUT-DATE
044700         STRING "LSSTBK WAS TAKEN FOR " WS-GENERATION-DATE
044800             ", NOT A NIGHT BEFORE " WS-BACKOUT-DATE
044900             DELIMITED BY SIZE INTO WS-REFUSE-REASON
045000         PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
045100     END-IF.
045200     MOVE "N" TO WS-EOF-SWITCH.
045300     PERFORM 3150-PROVE-ONE-RECORD THRU 3150-EXIT
045400         UNTIL WS-EOF-REACHED.
045500     IF NOT WS-TRAILER-SEEN
045600         MOVE "LSSTBK HAS NO TRAILER - THE BACKUP WAS CUT SHORT"
045700             TO WS-REFUSE-REASON
045800         PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
045900     END-IF.
046000     IF WS-TRAILER-COUNT NOT = WS-READ-COUNT
046100         STRING "LSSTBK TRAILER COUNTS " WS-TRAILER-COUNT
046200             " RECORDS, " WS-READ-COUNT " READ"
046300             DELIMITED BY SIZE INTO WS-REFUSE-REASON
046400         PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
046500     END-IF.
046600     CLOSE STATE-BACKUP-FILE.
046700     MOVE "N" TO WS-LSSTBK-OPEN-SWITCH.
046800 3100-EXIT.
046900     EXIT.
047000 3150-PROVE-ONE-RECORD.
047100     READ STATE-BACKUP-FILE
047200         AT END
047300             SET WS-EOF-REACHED TO TRUE
047400             GO TO 3150-EXIT
047500     END-READ.
047600     IF WS-TRAILER-SEEN
047700         MOVE "LSSTBK HAS RECORDS AFTER ITS TRAILER"
047800             TO WS-REFUSE-REASON
047900         PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
048000     END-IF.
048100     IF SB-TRAILER
048200         SET WS-TRAILER-SEEN TO TRUE
048300         MOVE SBT-RECORD-COUNT TO WS-TRAILER-COUNT
048400         GO TO 3150-EXIT
048500     END-IF.
048600     ADD 1 TO WS-READ-COUNT.
048700     MOVE SBD-STATE-IMAGE TO LIS-STATE-RECORD.
048800     IF NOT SB-DETAIL
048900     OR NOT (ST-HEADER-REC OR ST-NODE-REC OR ST-TAILS-REC)
049000     OR ST-THRU-DATE IS NOT NUMERIC
049100         STRING "LSSTBK RECORD " WS-READ-COUNT
049200             " IS NOT A STATE RECORD"
049300             DELIMITED BY SIZE INTO WS-REFUSE-REASON
049400         PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
049500     END-IF.
049600     IF ST-THRU-DATE NOT < WS-BACKOUT-DATE
049700         STRING "LSSTBK HOLDS STATE THROUGH " ST-THRU-DATE
049800             " FOR UNIT " ST-UNIT-NAME
049900             DELIMITED BY SIZE INTO WS-REFUSE-REASON
050000         PERFORM 3900-REFUSE-RESTORE THRU 3900-EXIT
050100     END-IF.
050200 3150-EXIT.
050300     EXIT.
050400 3200-LOAD-RECORD.
050500     READ STATE-BACKUP-FILE
050600         AT END
050700             SET WS-EOF-REACHED TO TRUE
050800             GO TO 3200-EXIT
050900     END-READ.
051000     IF NOT SB-DETAIL
051100         GO TO 3200-EXIT
051200     END-IF.
051300     MOVE SBD-STATE-IMAGE TO LIS-STATE-RECORD.
051400     SET STATE-FN-WRITE TO TRUE.
051500     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
051600     IF NOT STATE-IO-OK
051700         DISPLAY "LSSTATE WRITE FAILED, STATUS=" STATE-STATUS-CODE
051800             " - MASTER PARTLY LOADED, RERUN THE RESTORE"
051900         MOVE 16 TO WS-RETURN-CODE
052000         PERFORM 9000-TERMINATE THRU 9000-EXIT
052100         MOVE WS-RETURN-CODE TO RETURN-CODE
052200         STOP RUN
052300     END-IF.
052400     ADD 1 TO WS-LOADED-COUNT.
052500     ADD 1 TO WS-RECORD-COUNT.
052600     IF ST-HEADER-REC
052700         ADD 1 TO WS-HEADER-COUNT
052800         PERFORM 7000-WRITE-STATE-LINE THRU 7000-EXIT
052900     END-IF.
053000 3200-EXIT.
053100     EXIT.
053200*----------------------------------------------------------------
053300* 3900-REFUSE-RESTORE - THE GENERATION FAILED ITS PROOF. THE
053400* MASTER HAS NOT BEEN TOUCHED.
053500*----------------------------------------------------------------
053600 3900-REFUSE-RESTORE.
053700     DISPLAY WS-REFUSE-REASON.
053800     DISPLAY "RESTORE REFUSED - LSSTATE NOT TOUCHED".
053900     MOVE WS-REFUSE-REASON TO STATE-REPORT-RECORD.
054000     WRITE STATE-REPORT-RECORD.
054100     MOVE "RESTORE REFUSED - LSSTATE NOT TOUCHED"
054200         TO STATE-REPORT-RECORD.
054300     WRITE STATE-REPORT-RECORD.
054400     MOVE 16 TO WS-RETURN-CODE.
054500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
054600     MOVE WS-RETURN-CODE TO RETURN-CODE.
054700     STOP RUN.
054710 3900-EXIT.
054720     EXIT.
054800*----------------------------------------------------------------
054900* 7000-WRITE-STATE-LINE - ONE LINE PER UNIT/MODE STATE, FROM ITS
055000* HEADER RECORD.
055100*----------------------------------------------------------------
055200 7000-WRITE-STATE-LINE.
055300     MOVE ST-STEP-NAME TO SS-STEP.
055400     MOVE ST-UNIT-NAME TO SS-UNIT.
055500     MOVE ST-MODE-CODE TO SS-MODE.
055600     EVALUATE TRUE
055700         WHEN ST-PERIOD-MONTH
055800             MOVE "MONTH" TO SS-PERIOD
055900         WHEN ST-PERIOD-YEAR
056000             MOVE "YEAR" TO SS-PERIOD
056100         WHEN OTHER
056200             MOVE "QUARTER" TO SS-PERIOD
056300     END-EVALUATE.
056400     MOVE ST-PERIOD-START TO SS-FROM.
056500     MOVE ST-THRU-DATE TO SS-THRU.
056600     MOVE ST-NIGHTS-CARRIED TO SS-NIGHTS.
056700     MOVE ST-NODE-COUNT TO SS-VALUES.
056800     MOVE ST-TAILS-COUNT TO SS-LIS.
056900     WRITE STATE-REPORT-RECORD FROM WS-REPORT-STATE-LINE.
057000 7000-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300* 8000-WRITE-CONTROL-TOTALS - THE RECORDS AND STATES UNLOADED OR
057400* RELOADED, WHICH BALANCE TO THE GENERATION'S TRAILER.
057500*----------------------------------------------------------------
057600 8000-WRITE-CONTROL-TOTALS.
057700     MOVE SPACES TO STATE-REPORT-RECORD.
057800     WRITE STATE-REPORT-RECORD.
057900     IF WS-MASTER-MISSING
058000         MOVE "LSSTATE NOT FOUND - EMPTY BACKUP WRITTEN"
058100             TO STATE-REPORT-RECORD
058200         WRITE STATE-REPORT-RECORD
058300     END-IF.
058400     IF WS-RESTORE-MODE
058500         MOVE "RECORDS ON GENERATION         : " TO PR-LABEL
058600         MOVE WS-READ-COUNT TO PR-COUNT
058700         WRITE STATE-REPORT-RECORD FROM WS-REPORT-COUNT-LINE
058800         MOVE "RECORDS RELOADED              : " TO PR-LABEL
058900         MOVE WS-LOADED-COUNT TO PR-COUNT
059000     ELSE
059100         MOVE "RECORDS UNLOADED              : " TO PR-LABEL
059200         MOVE WS-RECORD-COUNT TO PR-COUNT
059300     END-IF.
059400     WRITE STATE-REPORT-RECORD FROM WS-REPORT-COUNT-LINE.
059500     MOVE "UNIT/MODE STATES              : " TO PR-LABEL.
059600     MOVE WS-HEADER-COUNT TO PR-COUNT.
059700     WRITE STATE-REPORT-RECORD FROM WS-REPORT-COUNT-LINE.
059800 8000-EXIT.
059900     EXIT.
060000 9000-TERMINATE.
060100     DISPLAY "LSSTATE RECORDS: " WS-RECORD-COUNT
060200         " STATES: " WS-HEADER-COUNT.
060300     IF WS-LSSTBK-IS-OPEN
060400         CLOSE STATE-BACKUP-FILE
060500     END-IF.
060600     IF WS-STBRPT-IS-OPEN
060700         MOVE SPACES TO STATE-REPORT-RECORD
060800         WRITE STATE-REPORT-RECORD
060900         MOVE WS-CURRENT-DATE-NUM TO SE-DATE
061000         WRITE STATE-REPORT-RECORD FROM WS-REPORT-TRAILER
061100         CLOSE STATE-REPORT-FILE
061200     END-IF.
061300     SET STATE-FN-CLOSE TO TRUE.
061400     CALL "STATEIO" USING STATE-REQUEST LIS-STATE-RECORD.
061500 9000-EXIT.
061600     EXIT.
061700 END PROGRAM LSSTBKP.
