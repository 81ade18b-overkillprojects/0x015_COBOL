001600*                RC 4 WHEN ANY EXPECTED STEP IS INCOMPLETE.
001700*                RUNS LAST IN THE STREAM, EVEN AFTER A FAILURE -
001800*                AN INCOMPLETE NIGHT IS EXACTLY WHEN THE PAGE
001900*                MATTERS MOST. CLOSES WITH THE HELLOIN SENDER
001901*                TRAILER PROOF HELLOREC LEFT ON HELLOTRL - WHAT
001902*                THE SENDER SAID IT SENT, PER DESK CODE, BESIDE
001903*                WHAT ARRIVED, AND THE VERDICT.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002400* 09/03/2026 WJ    ORIGINAL VERSION.
002410* 09/03/2026 WJ    HELLOREC (THE REJECT RECYCLE STEP) JOINED THE
002420*                  EXPECTED-STEP TABLE.
002430* 10/15/2026 WJ    PRINTS THE HELLOIN TRAILER FIGURES AND THE
002440*                  VERIFICATION RESULT FROM HELLOTRL.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. NIGHTSTA.
003700     SELECT STATUS-REPORT-FILE ASSIGN TO "NSRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-NSRPT-STATUS.
003910     SELECT TRAILER-STATUS-FILE ASSIGN TO "HELLOTRL"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS WS-HELLOTRL-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RUN-CONTROL-FILE.
004500 COPY BUSDATE.
004600 FD  STATUS-REPORT-FILE.
004700 01  STATUS-REPORT-RECORD        PIC X(132).
004710 FD  TRAILER-STATUS-FILE.
004720 COPY TRLSTAT.
004800 WORKING-STORAGE SECTION.
004900 COPY DATESTMP.
005000 COPY AUDIOREQ.
009900 01  WS-M                        PIC 9(02).
010000 01  WS-FOUND                    PIC 9(02).
010100 01  WS-INCOMPLETE-COUNT         PIC 9(02) VALUE ZERO.
010150 01  WS-TRAILER-LINES            PIC 9(04) VALUE ZERO.
010200 01  WS-FILE-STATUSES.
010300     05  WS-RUNCTL-STATUS        PIC X(02).
010400         88  RUNCTL-FILE-OK          VALUE "00".
010900         88  BUSDATE-FILE-NOT-FOUND  VALUE "35".
011000     05  WS-NSRPT-STATUS         PIC X(02).
011100         88  NSRPT-OK                VALUE "00".
011110     05  WS-HELLOTRL-STATUS      PIC X(02).
011120         88  HELLOTRL-OK             VALUE "00".
011130         88  HELLOTRL-NOT-FOUND      VALUE "35".
011200 01  WS-SWITCHES.
011300     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
011400         88  WS-EOF-REACHED      VALUE "Y".
011600         88  WS-RUNCTL-EOF       VALUE "Y".
011700     05  WS-NSRPT-OPEN-SWITCH    PIC X(01) VALUE "N".
011800         88  WS-NSRPT-IS-OPEN    VALUE "Y".
011810     05  WS-TRL-EOF-SWITCH       PIC X(01) VALUE "N".
011820         88  WS-TRL-EOF          VALUE "Y".
011900 01  WS-REPORT-HEADING-1.
012000     05  FILLER                  PIC X(31)
012100                 VALUE "NIGHTLY WINDOW STATUS - NIGHT  ".
015300     05  AD-RECORDS              PIC ZZZZZ9.
015400 01  WS-AUDIT-NONE-LINE          PIC X(42)
015500         VALUE "NO AUDIT ENTRIES RECORDED FOR THIS NIGHT".
015501 01  WS-TRAILER-HEADING          PIC X(28)
015502                 VALUE "HELLOIN SENDER TRAILER PROOF".
015503 01  WS-TRAILER-COLUMNS.
015504     05  FILLER                  PIC X(16) VALUE "DESK".
015505     05  FILLER                  PIC X(09) VALUE "  RECORDS".
015506     05  FILLER                  PIC X(02) VALUE SPACES.
015507     05  FILLER                  PIC X(15)
015508                 VALUE "         HASH A".
015509     05  FILLER                  PIC X(02) VALUE SPACES.
015510     05  FILLER                  PIC X(15)
015511                 VALUE "         HASH B".
015512     05  FILLER                  PIC X(02) VALUE SPACES.
015513     05  FILLER                  PIC X(15)
015514                 VALUE "         HASH C".
015515     05  FILLER                  PIC X(02) VALUE SPACES.
015516     05  FILLER                  PIC X(06) VALUE "RESULT".
015517 01  WS-TRAILER-DETAIL.
015518     05  TD-DESK                 PIC X(05).
015519     05  FILLER                  PIC X(01) VALUE SPACE.
015520     05  TD-SIDE                 PIC X(08).
015521     05  FILLER                  PIC X(02) VALUE SPACES.
015522     05  TD-COUNT                PIC ZZZZZZZZ9.
015523     05  FILLER                  PIC X(02) VALUE SPACES.
015524     05  TD-HASH-A               PIC Z(14)9.
015525     05  FILLER                  PIC X(02) VALUE SPACES.
015526     05  TD-HASH-B               PIC Z(14)9.
015527     05  FILLER                  PIC X(02) VALUE SPACES.
015528     05  TD-HASH-C               PIC Z(14)9.
015529     05  FILLER                  PIC X(02) VALUE SPACES.
015530     05  TD-RESULT               PIC X(10).
015531 01  WS-TRAILER-VERDICT-LINE.
015532     05  FILLER                  PIC X(17)
015533                 VALUE "TRAILER VERDICT: ".
015534     05  TV-RESULT               PIC X(10).
015535     05  TV-ACTION               PIC X(48).
015536 01  WS-TRAILER-NONE-LINE        PIC X(48)
015537         VALUE "NO HELLOIN TRAILER PROOF RECORDED FOR THIS NIGHT".
015600 01  WS-REPORT-TRAILER.
015700     05  FILLER                  PIC X(27)
015800                 VALUE "END WINDOW STATUS      ON  ".
016400     PERFORM 3000-WRITE-STEP-LINES THRU 3000-EXIT.
016500     PERFORM 4000-TALLY-AUDIT THRU 4000-EXIT.
016600     PERFORM 5000-WRITE-AUDIT-LINES THRU 5000-EXIT.
016601     PERFORM 6000-WRITE-TRAILER-LINES THRU 6000-EXIT.
016700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016800     IF WS-INCOMPLETE-COUNT > 0
016900         MOVE 4 TO RETURN-CODE
043300     MOVE AU-RECORDS(WS-M) TO AD-RECORDS.
043400     MOVE WS-AUDIT-DETAIL TO STATUS-REPORT-RECORD.
043500     WRITE STATUS-REPORT-RECORD.
043501*----------------------------------------------------------------
043502* 6000-WRITE-TRAILER-LINES - THE HELLOIN TRAILER PROOF HELLOREC
043503* LEFT ON HELLOTRL: FOR EACH DESK CODE, AND THEN THE WHOLE FEED,
043504* WHAT THE SENDER'S TRAILER SAID BESIDE WHAT ARRIVED, CLOSED BY
043505* THE VERDICT. HELLOTRL ONLY EVER HOLDS ITS LATEST NIGHT - A FILE
043506* FROM ANOTHER NIGHT (OR NONE) MEANS HELLOREC NEVER GOT AS FAR AS
043507* PROVING TONIGHT'S FEED, AND THE PAGE SAYS SO.
043508*----------------------------------------------------------------
043509 6000-WRITE-TRAILER-LINES.
043510     MOVE SPACES TO STATUS-REPORT-RECORD.
043511     WRITE STATUS-REPORT-RECORD.
043512     MOVE WS-TRAILER-HEADING TO STATUS-REPORT-RECORD.
043513     WRITE STATUS-REPORT-RECORD.
043514     OPEN INPUT TRAILER-STATUS-FILE.
043515     IF HELLOTRL-NOT-FOUND
043516         MOVE WS-TRAILER-NONE-LINE TO STATUS-REPORT-RECORD
043517         WRITE STATUS-REPORT-RECORD
043518         GO TO 6000-EXIT
043519     END-IF.
043520     IF NOT HELLOTRL-OK
043521         DISPLAY "HELLOTRL OPEN FAILED, STATUS="
043522             WS-HELLOTRL-STATUS
043523         MOVE 16 TO RETURN-CODE
043524         PERFORM 9000-TERMINATE THRU 9000-EXIT
043525         STOP RUN
043526     END-IF.
043527     MOVE "N" TO WS-TRL-EOF-SWITCH.
043528     PERFORM 6100-READ-TRAILER-STATUS THRU 6100-EXIT
043529         UNTIL WS-TRL-EOF.
043530     CLOSE TRAILER-STATUS-FILE.
043531     IF WS-TRAILER-LINES = 0
043532         MOVE WS-TRAILER-NONE-LINE TO STATUS-REPORT-RECORD
043533         WRITE STATUS-REPORT-RECORD
043534     END-IF.
043535 6000-EXIT.
043538     EXIT.
043539 6100-READ-TRAILER-STATUS.
043540     READ TRAILER-STATUS-FILE
043541         AT END
043542             SET WS-TRL-EOF TO TRUE
043543         NOT AT END
043544             IF TS-RUN-DATE = WS-CURRENT-DATE-NUM
043545                 PERFORM 6200-WRITE-TRAILER-FIGURES THRU 6200-EXIT
043546             END-IF
043547     END-READ.
043548 6100-EXIT.
043549     EXIT.
043550 6200-WRITE-TRAILER-FIGURES.
043551     IF WS-TRAILER-LINES = 0
043552         MOVE WS-TRAILER-COLUMNS TO STATUS-REPORT-RECORD
043553         WRITE STATUS-REPORT-RECORD
043554     END-IF.
043555     ADD 1 TO WS-TRAILER-LINES.
043556     IF TS-TOTAL-LINE
043557         MOVE "TOTAL" TO TD-DESK
043558     ELSE
043559         MOVE TS-DESK-CODE TO TD-DESK
043560     END-IF.
043561     MOVE "SENT" TO TD-SIDE.
043562     MOVE TS-SENT-COUNT TO TD-COUNT.
043563     MOVE TS-SENT-HASH-A TO TD-HASH-A.
043564     MOVE TS-SENT-HASH-B TO TD-HASH-B.
043565     MOVE TS-SENT-HASH-C TO TD-HASH-C.
043566     MOVE TS-RESULT TO TD-RESULT.
043567     MOVE WS-TRAILER-DETAIL TO STATUS-REPORT-RECORD.
043568     WRITE STATUS-REPORT-RECORD.
043569     MOVE SPACES TO TD-DESK.
043570     MOVE "RECEIVED" TO TD-SIDE.
043571     MOVE TS-RECV-COUNT TO TD-COUNT.
043572     MOVE TS-RECV-HASH-A TO TD-HASH-A.
043573     MOVE TS-RECV-HASH-B TO TD-HASH-B.
043574     MOVE TS-RECV-HASH-C TO TD-HASH-C.
043575     MOVE SPACES TO TD-RESULT.
043576     MOVE WS-TRAILER-DETAIL TO STATUS-REPORT-RECORD.
043577     WRITE STATUS-REPORT-RECORD.
043578     IF NOT TS-TOTAL-LINE
043579         GO TO 6200-EXIT
043580     END-IF.
043581     MOVE TS-RESULT TO TV-RESULT.
043582     EVALUATE TRUE
043583         WHEN TS-BALANCED
043584             MOVE SPACES TO TV-ACTION
043585         WHEN TS-OVERRIDDEN
043586             MOVE " - SHORT FEED RUN ON THE OPERATOR SHRT= CARD"
043587                 TO TV-ACTION
043588         WHEN OTHER
043589             MOVE " - HELLOREC STOPPED THE NIGHT (RC 8)"
043590                 TO TV-ACTION
043591     END-EVALUATE.
043592     MOVE WS-TRAILER-VERDICT-LINE TO STATUS-REPORT-RECORD.
043593     WRITE STATUS-REPORT-RECORD.
043594 6200-EXIT.
043595     EXIT.
043600 9000-TERMINATE.
043700     IF WS-NSRPT-IS-OPEN
043800         MOVE SPACES TO STATUS-REPORT-RECORD
