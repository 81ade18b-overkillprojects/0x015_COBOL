000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       ON-REQUEST LISTING OF THE UNIT-MASTER CHANGE
000700*                HISTORY (UNITHIST, THROUGH UHISTIO) THAT UNITMNT
000800*                WRITES FOR EVERY ADD, CHANGE AND DEACTIVATION IT
000900*                APPLIES. ONE ENTRY PER CHANGE ON THE REPORT
001000*                (UHRPT) - THE BUSINESS DATE IT WENT ON THE
001100*                MASTER, THE UNIT, THE ACTION, THE EFFECTIVE DATE
001200*                THE CARD ASKED FOR, THE UNIT'S ATTRIBUTES BEFORE
001300*                AND AFTER AND THE CARD ITSELF. SELECTED BY UNIT,
001400*                BY A RANGE OF BUSINESS DATES, OR BOTH. THE
001500*                HISTORY IS KEYED BY UNIT, SO A RANGE ACROSS ALL
001600*                UNITS LISTS UNIT BY UNIT, EACH UNIT'S CHANGES IN
001700*                THE ORDER MADE.
001800*----------------------------------------------------------------
001900* CONTROL CARDS (UHRCNTL):
002000*   UNIT=NAME       ONE UNIT ONLY (COLS 6-25). OMIT FOR ALL UNITS.
002100*   FROM=YYYYMMDD   FIRST BUSINESS DATE TO LIST (DEFAULT: THE
002200*                   START OF THE HISTORY).
002300*   THRU=YYYYMMDD   LAST BUSINESS DATE TO LIST (DEFAULT: ALL).
002400*   A MISPUNCHED CARD FAILS THE INQUIRY (RC 16) RATHER THAN
002500*   QUIETLY ANSWERING A DIFFERENT QUESTION.
002600*----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* 10/15/2026 WJ    ORIGINAL VERSION.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. UNITHRPT.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT HIST-CONTROL-FILE ASSIGN TO "UHRCNTL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-UHRCNTL-STATUS.
004000     SELECT HIST-REPORT-FILE ASSIGN TO "UHRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-UHRPT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  HIST-CONTROL-FILE.
004600 01  HIST-CONTROL-RECORD         PIC X(80).
004700 01  HIST-CONTROL-DATE-CARD.
004800     05  HC-KEYWORD              PIC X(05).
004900     05  HC-DATE                 PIC X(08).
005000     05  HC-DATE-NUM REDEFINES HC-DATE
005100                                 PIC 9(08).
005200     05  FILLER                  PIC X(67).
005300 01  HIST-CONTROL-UNIT-CARD.
005400     05  HC-UNIT-KEYWORD         PIC X(05).
005500     05  HC-UNIT-NAME            PIC X(20).
005600     05  FILLER                  PIC X(55).
005700 FD  HIST-REPORT-FILE.
005800 01  HIST-REPORT-RECORD          PIC X(132).
005900 WORKING-STORAGE SECTION.
006000 COPY DATESTMP.
006100 COPY UHISTREQ.
006200 COPY UHISTREC.
006210*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
006220*    RUN'S OWN CODE IS KEPT HERE ACROSS THE CLOSE CALL IN
006230*    9000-TERMINATE.
006240 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
006300 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
006400 01  WS-THRU-DATE                PIC 9(08) VALUE 99999999.
006500 01  WS-UNIT-FILTER              PIC X(20) VALUE SPACES.
006600 01  WS-LISTED-COUNT             PIC 9(07) VALUE ZERO.
006700 01  WS-STATUS-EDIT              PIC X(01).
006800     88  WS-STATUS-INACTIVE      VALUE "I".
006900 01  WS-SWITCHES.
007000     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
007100         88  WS-EOF-REACHED      VALUE "Y".
007200     05  WS-CNTL-EOF-SWITCH      PIC X(01) VALUE "N".
007300         88  WS-CNTL-EOF         VALUE "Y".
007400     05  WS-UHRPT-OPEN-SWITCH    PIC X(01) VALUE "N".
007500         88  WS-UHRPT-IS-OPEN    VALUE "Y".
007600 01  WS-FILE-STATUSES.
007700     05  WS-UHRCNTL-STATUS       PIC X(02).
007800         88  UHRCNTL-OK          VALUE "00".
007900         88  UHRCNTL-NOT-FOUND   VALUE "35".
008000     05  WS-UHRPT-STATUS         PIC X(02).
008100         88  UHRPT-OK            VALUE "00".
008200 01  WS-REPORT-HEADING-1.
008300     05  FILLER                  PIC X(26)
008400                     VALUE "UNIT MASTER CHANGE HISTORY".
008500     05  FILLER                  PIC X(08) VALUE " RUN ON ".
008600     05  UH1-DATE                PIC 9999/99/99.
008700 01  WS-REPORT-RANGE-LINE.
008800     05  FILLER                  PIC X(17)
008900                     VALUE "BUSINESS DATES   ".
009000     05  UR1-FROM                PIC 9999/99/99.
009100     05  FILLER                  PIC X(06) VALUE " THRU ".
009200     05  UR1-THRU                PIC 9999/99/99.
009300     05  FILLER                  PIC X(08) VALUE "  UNIT  ".
009400     05  UR1-UNIT                PIC X(20).
009500 01  WS-CHANGE-LINE.
009600     05  CL-BUS-DATE             PIC 9999/99/99.
009700     05  FILLER                  PIC X(01) VALUE SPACE.
009800     05  CL-UNIT                 PIC X(20).
009900     05  FILLER                  PIC X(01) VALUE SPACE.
010000     05  CL-ACTION               PIC X(10).
010100     05  FILLER                  PIC X(13)
010200                     VALUE " EFFECTIVE   ".
010300     05  CL-REQ-DATE             PIC 9999/99/99.
010400 01  WS-IMAGE-LINE.
010500     05  FILLER                  PIC X(11) VALUE SPACES.
010600     05  IL-LABEL                PIC X(08).
010700     05  IL-STATUS               PIC X(08).
010800     05  FILLER                  PIC X(06) VALUE " DEPT ".
010900     05  IL-DEPARTMENT           PIC X(08).
011000     05  FILLER                  PIC X(06) VALUE " DESK ".
011100     05  IL-DESK-CODE            PIC X(04).
011200     05  FILLER                  PIC X(07) VALUE " RANGE ".
011300     05  IL-MIN-VALUES           PIC ZZZZZ9.
011400     05  FILLER                  PIC X(01) VALUE "-".
011500     05  IL-MAX-VALUES           PIC ZZZZZ9.
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  IL-DESCRIPTION          PIC X(30).
011800 01  WS-IMAGE-ABSENT-LINE.
011900     05  FILLER                  PIC X(11) VALUE SPACES.
012000     05  FILLER                  PIC X(26)
012100                     VALUE "BEFORE: NOT ON UNIT MASTER".
012200 01  WS-CARD-LINE.
012300     05  FILLER                  PIC X(11) VALUE SPACES.
012400     05  FILLER                  PIC X(08) VALUE "CARD:   ".
012500     05  CD-CARD-IMAGE           PIC X(83).
012600 01  WS-COUNT-LINE.
012700     05  FILLER                  PIC X(19)
012800                     VALUE "CHANGES LISTED   : ".
012900     05  CT-COUNT                PIC Z,ZZZ,ZZ9.
013000 01  WS-REPORT-TRAILER.
013100     05  FILLER                  PIC X(27)
013200                     VALUE "END UNIT CHANGE HISTORY ON ".
013300     05  UT-DATE                 PIC 9999/99/99.
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013700     PERFORM 2000-LIST-HISTORY THRU 2000-EXIT.
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013900     STOP RUN.
014000 0000-EXIT.
014100     EXIT.
014200*----------------------------------------------------------------
014300* 1000-INITIALIZE - READ THE INQUIRY CARDS AND OPEN THE REPORT.
014400*----------------------------------------------------------------
014500 1000-INITIALIZE.
014600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
014700     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
014800     OPEN OUTPUT HIST-REPORT-FILE.
014900     IF NOT UHRPT-OK
015000         DISPLAY "UHRPT OPEN FAILED, STATUS=" WS-UHRPT-STATUS
015100         MOVE 16 TO RETURN-CODE
015200         STOP RUN
015300     END-IF.
015400     SET WS-UHRPT-IS-OPEN TO TRUE.
015500     MOVE WS-CURRENT-DATE-NUM TO UH1-DATE.
015600     MOVE WS-REPORT-HEADING-1 TO HIST-REPORT-RECORD.
015700     WRITE HIST-REPORT-RECORD.
015800     MOVE WS-FROM-DATE TO UR1-FROM.
015900     MOVE WS-THRU-DATE TO UR1-THRU.
016000     IF WS-UNIT-FILTER = SPACES
016100         MOVE "ALL" TO UR1-UNIT
016200     ELSE
016300         MOVE WS-UNIT-FILTER TO UR1-UNIT
016400     END-IF.
016500     MOVE WS-REPORT-RANGE-LINE TO HIST-REPORT-RECORD.
016600     WRITE HIST-REPORT-RECORD.
016700     MOVE SPACES TO HIST-REPORT-RECORD.
016800     WRITE HIST-REPORT-RECORD.
016900 1000-EXIT.
017000     EXIT.
017100*----------------------------------------------------------------
017200* 1100-READ-CONTROL - UNIT=, FROM= AND THRU= CARDS ON UHRCNTL. A
017300* MISSING FILE LISTS THE WHOLE HISTORY.
017400*----------------------------------------------------------------
017500 1100-READ-CONTROL.
017600     OPEN INPUT HIST-CONTROL-FILE.
017700     IF UHRCNTL-OK
017800         MOVE "N" TO WS-CNTL-EOF-SWITCH
017900         PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT
018000             UNTIL WS-CNTL-EOF
018100         CLOSE HIST-CONTROL-FILE
018200     ELSE
018300         IF NOT UHRCNTL-NOT-FOUND
018400             DISPLAY "UHRCNTL OPEN FAILED, STATUS="
018500                 WS-UHRCNTL-STATUS
018600             MOVE 16 TO RETURN-CODE
018700             STOP RUN
018800         END-IF
018900     END-IF.
019000     IF WS-FROM-DATE > WS-THRU-DATE
019100         DISPLAY "UHRCNTL FROM= DATE IS AFTER THRU= DATE"
019200         MOVE 16 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500 1100-EXIT.
019600     EXIT.
019700 1150-READ-CONTROL-CARD.
019800     READ HIST-CONTROL-FILE
019900         AT END
020000             SET WS-CNTL-EOF TO TRUE
020100         NOT AT END
020200             EVALUATE TRUE
020300                 WHEN HC-KEYWORD = "FROM="
020400                  AND HC-DATE IS NUMERIC
020500                     MOVE HC-DATE-NUM TO WS-FROM-DATE
020600                 WHEN HC-KEYWORD = "THRU="
020700                  AND HC-DATE IS NUMERIC
020800                     MOVE HC-DATE-NUM TO WS-THRU-DATE
020900                 WHEN HC-UNIT-KEYWORD = "UNIT="
021000                  AND HC-UNIT-NAME NOT = SPACES
021100                     MOVE HC-UNIT-NAME TO WS-UNIT-FILTER
021200                 WHEN HIST-CONTROL-RECORD = SPACES
021300                     CONTINUE
021400                 WHEN OTHER
021500                     DISPLAY "UHRCNTL CARD NOT RECOGNIZED: "
021600                         HIST-CONTROL-RECORD
021700                     MOVE 16 TO RETURN-CODE
021800                     CLOSE HIST-CONTROL-FILE
021900                     STOP RUN
022000             END-EVALUATE
022100     END-READ.
022200 1150-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500* 2000-LIST-HISTORY - A UNIT INQUIRY STARTS AT THE UNIT'S FIRST
022600* CHANGE ON OR AFTER THE FROM DATE AND STOPS WHEN THE UNIT RUNS
022700* OUT OR PASSES THE THRU DATE. AN ALL-UNITS INQUIRY READS THE
022800* WHOLE HISTORY AND KEEPS THE CHANGES INSIDE THE DATE RANGE. A
022900* HISTORY THAT DOES NOT EXIST YET MEANS NO CHANGES HAVE BEEN MADE.
023000*----------------------------------------------------------------
023100 2000-LIST-HISTORY.
023200     IF WS-UNIT-FILTER = SPACES
023300         MOVE LOW-VALUES TO UH-UNIT-NAME
023400         MOVE 0 TO UH-BUS-DATE
023500     ELSE
023600         MOVE WS-UNIT-FILTER TO UH-UNIT-NAME
023700         MOVE WS-FROM-DATE TO UH-BUS-DATE
023800     END-IF.
023900     MOVE 0 TO UH-APPLY-TIME.
024000     MOVE 0 TO UH-APPLY-SEQ.
024100     SET UHIST-FN-START TO TRUE.
024200     CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD.
024300     EVALUATE TRUE
024400         WHEN UHIST-IO-OK
024500             MOVE "N" TO WS-EOF-SWITCH
024600             PERFORM 2100-READ-HISTORY THRU 2100-EXIT
024700                 UNTIL WS-EOF-REACHED
024800         WHEN UHIST-IO-NOT-FOUND
024900         WHEN UHIST-IO-EOF
025000         WHEN UHIST-IO-FILE-MISSING
025100             CONTINUE
025200         WHEN OTHER
025300             DISPLAY "UNITHIST START FAILED, STATUS="
025400                 UHIST-STATUS-CODE
025500             MOVE 16 TO RETURN-CODE
025600             PERFORM 9000-TERMINATE THRU 9000-EXIT
025700             STOP RUN
025800     END-EVALUATE.
025900 2000-EXIT.
026000     EXIT.
026100 2100-READ-HISTORY.
026200     SET UHIST-FN-READ-NEXT TO TRUE.
026300     CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD.
026400     EVALUATE TRUE
026500         WHEN UHIST-IO-EOF
026600             SET WS-EOF-REACHED TO TRUE
026700         WHEN NOT UHIST-IO-OK
026800             DISPLAY "UNITHIST READ FAILED, STATUS="
026900                 UHIST-STATUS-CODE
027000             MOVE 16 TO RETURN-CODE
027100             PERFORM 9000-TERMINATE THRU 9000-EXIT
027200             STOP RUN
027300         WHEN WS-UNIT-FILTER NOT = SPACES
027400          AND UH-UNIT-NAME NOT = WS-UNIT-FILTER
027500             SET WS-EOF-REACHED TO TRUE
027600         WHEN WS-UNIT-FILTER NOT = SPACES
027700          AND UH-BUS-DATE > WS-THRU-DATE
027800             SET WS-EOF-REACHED TO TRUE
027900         WHEN UH-BUS-DATE < WS-FROM-DATE
028000         WHEN UH-BUS-DATE > WS-THRU-DATE
028100             CONTINUE
028200         WHEN OTHER
028300             PERFORM 2200-WRITE-CHANGE THRU 2200-EXIT
028400     END-EVALUATE.
028500 2100-EXIT.
028600     EXIT.
028700*----------------------------------------------------------------
028800* 2200-WRITE-CHANGE - THE CHANGE LINE, THE BEFORE AND AFTER
028900* IMAGES AND THE CARD, THEN A BLANK LINE. AN ADD HAS NO BEFORE
029000* IMAGE - THE UNIT WAS NOT ON THE MASTER.
029100*----------------------------------------------------------------
029200 2200-WRITE-CHANGE.
029300     ADD 1 TO WS-LISTED-COUNT.
029400     MOVE UH-BUS-DATE TO CL-BUS-DATE.
029500     MOVE UH-UNIT-NAME TO CL-UNIT.
029600     EVALUATE TRUE
029700         WHEN UH-ACTION-ADD
029800             MOVE "ADD" TO CL-ACTION
029900         WHEN UH-ACTION-CHANGE
030000             MOVE "CHANGE" TO CL-ACTION
030100         WHEN UH-ACTION-DEACT
030200             MOVE "DEACTIVATE" TO CL-ACTION
030300         WHEN OTHER
030400             MOVE UH-ACTION TO CL-ACTION
030500     END-EVALUATE.
030600     MOVE UH-REQ-DATE TO CL-REQ-DATE.
030700     MOVE WS-CHANGE-LINE TO HIST-REPORT-RECORD.
030800     WRITE HIST-REPORT-RECORD.
030900     IF UH-BEFORE-ON-FILE
031000         MOVE "BEFORE: " TO IL-LABEL
031100         MOVE UH-BEFORE-STATUS TO WS-STATUS-EDIT
031200         MOVE UH-BEFORE-DEPARTMENT TO IL-DEPARTMENT
031300         MOVE UH-BEFORE-DESK-CODE TO IL-DESK-CODE
031400         MOVE UH-BEFORE-MIN-VALUES TO IL-MIN-VALUES
031500         MOVE UH-BEFORE-MAX-VALUES TO IL-MAX-VALUES
031600         MOVE UH-BEFORE-DESCRIPTION TO IL-DESCRIPTION
031700         PERFORM 2250-EDIT-STATUS THRU 2250-EXIT
031800         MOVE WS-IMAGE-LINE TO HIST-REPORT-RECORD
031900     ELSE
032000         MOVE WS-IMAGE-ABSENT-LINE TO HIST-REPORT-RECORD
032100     END-IF.
032200     WRITE HIST-REPORT-RECORD.
032300     MOVE "AFTER:  " TO IL-LABEL.
032400     MOVE UH-AFTER-STATUS TO WS-STATUS-EDIT.
032500     MOVE UH-AFTER-DEPARTMENT TO IL-DEPARTMENT.
032600     MOVE UH-AFTER-DESK-CODE TO IL-DESK-CODE.
032700     MOVE UH-AFTER-MIN-VALUES TO IL-MIN-VALUES.
032800     MOVE UH-AFTER-MAX-VALUES TO IL-MAX-VALUES.
032900     MOVE UH-AFTER-DESCRIPTION TO IL-DESCRIPTION.
033000     PERFORM 2250-EDIT-STATUS THRU 2250-EXIT.
033100     MOVE WS-IMAGE-LINE TO HIST-REPORT-RECORD.
033200     WRITE HIST-REPORT-RECORD.
033300     MOVE UH-CARD-IMAGE TO CD-CARD-IMAGE.
033400     MOVE WS-CARD-LINE TO HIST-REPORT-RECORD.
033500     WRITE HIST-REPORT-RECORD.
033600     MOVE SPACES TO HIST-REPORT-RECORD.
033700     WRITE HIST-REPORT-RECORD.
033800 2200-EXIT.
033900     EXIT.
034000 2250-EDIT-STATUS.
034100     IF WS-STATUS-INACTIVE
034200         MOVE "INACTIVE" TO IL-STATUS
034300     ELSE
034400         MOVE "ACTIVE  " TO IL-STATUS
034500     END-IF.
034600 2250-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900* 9000-TERMINATE - COUNT, TRAILER, CLOSE.
035000*----------------------------------------------------------------
035100 9000-TERMINATE.
035110     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
035200     IF WS-UHRPT-IS-OPEN
035300         MOVE WS-LISTED-COUNT TO CT-COUNT
035400         MOVE WS-COUNT-LINE TO HIST-REPORT-RECORD
035500         WRITE HIST-REPORT-RECORD
035600         MOVE WS-CURRENT-DATE-NUM TO UT-DATE
035700         MOVE WS-REPORT-TRAILER TO HIST-REPORT-RECORD
035800         WRITE HIST-REPORT-RECORD
035900         CLOSE HIST-REPORT-FILE
036000     END-IF.
036100     DISPLAY "UNIT CHANGES LISTED: " WS-LISTED-COUNT.
036200     SET UHIST-FN-CLOSE TO TRUE.
036300     CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD.
036310     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
036400 9000-EXIT.
036500     EXIT.
036600 END PROGRAM UNITHRPT.
