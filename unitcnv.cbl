000100******************************************************************
000200* AUTHOR:        WALTER JACOB
000300* INSTALLATION:  DATA PROCESSING
000400* DATE-WRITTEN:  10/15/2026
000500* DATE-COMPILED:
000600* PURPOSE:       ONE-TIME CONVERSION OF THE KEYED UNIT REFERENCE
000700*                MASTER TO THE DESK-CODE RECORD LAYOUT. UNITREC
000800*                GREW A 4-BYTE DESK CODE AT THE END OF THE
000900*                RECORD, CARRIED AS AN ALTERNATE KEY, SO THE OLD
001000*                MASTER CANNOT BE OPENED UNDER THE NEW LAYOUT.
001100*                THIS RUN READS THE OLD-LAYOUT MASTER (UNITOLD),
001200*                CARRIES EVERY FIELD ACROSS, SETS EACH DESK CODE
001300*                TO SPACES (NO DESK REGISTERED - THE UNITMNT
001400*                CHANGE CARDS FILL THEM IN), AND LOADS THE
001500*                NEW-LAYOUT MASTER (UNITNEW). A CONTROL REPORT
001600*                (CNVRPT) BALANCES RECORDS READ AGAINST RECORDS
001700*                LOADED. RUN ONCE, BEFORE THE FIRST POST-CHANGE
001800*                NIGHTLY, PER THE RENAME STEPS IN THE JCL.
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 10/15/2026 WJ    ORIGINAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. UNITCNV.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT UNIT-OLD-FILE ASSIGN TO "UNITOLD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS OLD-UNIT-NAME
003400         FILE STATUS IS WS-UNITOLD-STATUS.
003500     SELECT UNIT-NEW-FILE ASSIGN TO "UNITNEW"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS NEW-UNIT-NAME
003900         ALTERNATE RECORD KEY IS NEW-DESK-CODE WITH DUPLICATES
004000         FILE STATUS IS WS-UNITNEW-STATUS.
004100     SELECT CONVERT-REPORT-FILE ASSIGN TO "CNVRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CNVRPT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  UNIT-OLD-FILE.
004700*    THE UNIT MASTER RECORD EXACTLY AS IT WAS CUT BEFORE THE DESK
004800*    CODE. THIS LAYOUT MUST NEVER TRACK UNITREC - IT IS THE SHAPE
004900*    OF THE DATA BEING LEFT BEHIND.
005000 01  OLD-RECORD.
005100     05  OLD-UNIT-NAME           PIC X(20).
005200     05  OLD-STATUS              PIC X(01).
005300     05  OLD-DEPARTMENT          PIC X(08).
005400     05  OLD-DESCRIPTION         PIC X(30).
005500     05  OLD-MIN-VALUES          PIC 9(06).
005600     05  OLD-MAX-VALUES          PIC 9(06).
005700 FD  UNIT-NEW-FILE.
005800*    THE NEW LAYOUT, FIELD FOR FIELD AS UNITREC (THE SAME MIRROR
005900*    UNITIO KEEPS IN ITS FD).
006000 01  NEW-RECORD.
006100     05  NEW-UNIT-NAME           PIC X(20).
006200     05  NEW-STATUS              PIC X(01).
006300     05  NEW-DEPARTMENT          PIC X(08).
006400     05  NEW-DESCRIPTION         PIC X(30).
006500     05  NEW-MIN-VALUES          PIC 9(06).
006600     05  NEW-MAX-VALUES          PIC 9(06).
006700     05  NEW-DESK-CODE           PIC X(04).
006800 FD  CONVERT-REPORT-FILE.
006900 01  CONVERT-REPORT-RECORD       PIC X(132).
007000 WORKING-STORAGE SECTION.
007100 COPY DATESTMP.
007200 01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
007300 01  WS-LOAD-COUNT               PIC 9(09) VALUE ZERO.
007400 01  WS-FILE-STATUSES.
007500     05  WS-UNITOLD-STATUS       PIC X(02).
007600         88  UNITOLD-OK          VALUE "00".
007700         88  UNITOLD-EOF         VALUE "10".
007800     05  WS-UNITNEW-STATUS       PIC X(02).
007900         88  UNITNEW-OK          VALUE "00".
008000     05  WS-CNVRPT-STATUS        PIC X(02).
008100         88  CNVRPT-OK           VALUE "00".
008200 01  WS-SWITCHES.
008300     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
008400         88  WS-EOF-REACHED      VALUE "Y".
008500     05  WS-OLD-OPEN-SWITCH      PIC X(01) VALUE "N".
008600         88  WS-OLD-IS-OPEN      VALUE "Y".
008700     05  WS-NEW-OPEN-SWITCH      PIC X(01) VALUE "N".
008800         88  WS-NEW-IS-OPEN      VALUE "Y".
008900     05  WS-CNVRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
009000         88  WS-CNVRPT-IS-OPEN   VALUE "Y".
009100 01  WS-REPORT-HEADING-1.
009200     05  FILLER                  PIC X(26)
009300                 VALUE "UNIT MASTER CONVERSION    ".
009400     05  FILLER                  PIC X(07) VALUE "RUN ON ".
009500     05  CH1-DATE                PIC 9999/99/99.
009600 01  WS-REPORT-COUNT-LINE.
009700     05  CR-LABEL                PIC X(24).
009800     05  CR-COUNT                PIC ZZZZZZZZ9.
009900 01  WS-REPORT-TRAILER.
010000     05  FILLER                  PIC X(27)
010100                 VALUE "END CONVERSION         ON  ".
010200     05  CT-DATE                 PIC 9999/99/99.
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT.
010700     PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT.
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010900     STOP RUN.
011000 0000-EXIT.
011100     EXIT.
011200*----------------------------------------------------------------
011300* 1000-INITIALIZE - OPEN BOTH MASTERS AND THE CONTROL REPORT. A
011400* MISSING OLD MASTER IS A HARD STOP - A CONVERSION WITH NOTHING
011500* TO CONVERT IS A JCL MISTAKE.
011600*----------------------------------------------------------------
011700 1000-INITIALIZE.
011800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
011900     OPEN OUTPUT CONVERT-REPORT-FILE.
012000     IF NOT CNVRPT-OK
012100         DISPLAY "CNVRPT OPEN FAILED, STATUS=" WS-CNVRPT-STATUS
012200         MOVE 16 TO RETURN-CODE
012300         STOP RUN
012400     END-IF.
012500     SET WS-CNVRPT-IS-OPEN TO TRUE.
012600     MOVE WS-CURRENT-DATE-NUM TO CH1-DATE.
012700     MOVE WS-REPORT-HEADING-1 TO CONVERT-REPORT-RECORD.
012800     WRITE CONVERT-REPORT-RECORD.
012900     OPEN INPUT UNIT-OLD-FILE.
013000     IF NOT UNITOLD-OK
013100         DISPLAY "UNITOLD OPEN FAILED, STATUS="
013200             WS-UNITOLD-STATUS
013300         MOVE 16 TO RETURN-CODE
013400         PERFORM 9000-TERMINATE THRU 9000-EXIT
013500         STOP RUN
013600     END-IF.
013700     SET WS-OLD-IS-OPEN TO TRUE.
013800     OPEN OUTPUT UNIT-NEW-FILE.
013900     IF NOT UNITNEW-OK
014000         DISPLAY "UNITNEW OPEN FAILED, STATUS="
014100             WS-UNITNEW-STATUS
014200         MOVE 16 TO RETURN-CODE
014300         PERFORM 9000-TERMINATE THRU 9000-EXIT
014400         STOP RUN
014500     END-IF.
014600     SET WS-NEW-IS-OPEN TO TRUE.
014700 1000-EXIT.
014800     EXIT.
014900*----------------------------------------------------------------
015000* 2000-CONVERT-MASTER - KEYED START AT THE LOWEST KEY, THEN ONE
015100* PASS IN KEY ORDER. THE NEW MASTER LOADS IN THE SAME ORDER, SO
015200* THE SEQUENTIAL-ACCESS OUTPUT OPEN HOLDS.
015300*----------------------------------------------------------------
015400 2000-CONVERT-MASTER.
015500     MOVE LOW-VALUES TO OLD-UNIT-NAME.
015600     START UNIT-OLD-FILE
015700         KEY IS NOT LESS THAN OLD-UNIT-NAME
015800         INVALID KEY
015900             CONTINUE
016000     END-START.
016100     IF NOT UNITOLD-OK
016200         DISPLAY "UNITOLD EMPTY OR START FAILED, STATUS="
016300             WS-UNITOLD-STATUS
016400         GO TO 2000-EXIT
016500     END-IF.
016600     MOVE "N" TO WS-EOF-SWITCH.
016700     PERFORM 2100-CONVERT-ONE-RECORD THRU 2100-EXIT
016800         UNTIL WS-EOF-REACHED.
016900 2000-EXIT.
017000     EXIT.
017100 2100-CONVERT-ONE-RECORD.
017200     READ UNIT-OLD-FILE NEXT RECORD
017300         AT END
017400             SET WS-EOF-REACHED TO TRUE
017500     END-READ.
017600     IF UNITOLD-EOF
017700         SET WS-EOF-REACHED TO TRUE
017800         GO TO 2100-EXIT
017900     END-IF.
018000     IF NOT UNITOLD-OK
018100         DISPLAY "UNITOLD READ FAILED, STATUS="
018200             WS-UNITOLD-STATUS
018300         MOVE 16 TO RETURN-CODE
018400         PERFORM 9000-TERMINATE THRU 9000-EXIT
018500         STOP RUN
018600     END-IF.
018700     ADD 1 TO WS-READ-COUNT.
018800     MOVE OLD-UNIT-NAME TO NEW-UNIT-NAME.
018900     MOVE OLD-STATUS TO NEW-STATUS.
019000     MOVE OLD-DEPARTMENT TO NEW-DEPARTMENT.
019100     MOVE OLD-DESCRIPTION TO NEW-DESCRIPTION.
019200     MOVE OLD-MIN-VALUES TO NEW-MIN-VALUES.
019300     MOVE OLD-MAX-VALUES TO NEW-MAX-VALUES.
019400     MOVE SPACES TO NEW-DESK-CODE.
019500     WRITE NEW-RECORD
019600         INVALID KEY
019700             CONTINUE
019800     END-WRITE.
019900     IF NOT UNITNEW-OK
020000         DISPLAY "UNITNEW WRITE FAILED, STATUS="
020100             WS-UNITNEW-STATUS " AT KEY " OLD-UNIT-NAME
020200         MOVE 16 TO RETURN-CODE
020300         PERFORM 9000-TERMINATE THRU 9000-EXIT
020400         STOP RUN
020500     END-IF.
020600     ADD 1 TO WS-LOAD-COUNT.
020700 2100-EXIT.
020800     EXIT.
020900*----------------------------------------------------------------
021000* 8000-WRITE-CONTROL-REPORT - THE NUMBERS THAT BALANCE THE
021100* CONVERSION: EVERY RECORD READ WAS LOADED.
021200*----------------------------------------------------------------
021300 8000-WRITE-CONTROL-REPORT.
021400     MOVE "RECORDS READ (OLD)    : " TO CR-LABEL.
021500     MOVE WS-READ-COUNT TO CR-COUNT.
021600     MOVE WS-REPORT-COUNT-LINE TO CONVERT-REPORT-RECORD.
021700     WRITE CONVERT-REPORT-RECORD.
021800     MOVE "RECORDS LOADED (NEW)  : " TO CR-LABEL.
021900     MOVE WS-LOAD-COUNT TO CR-COUNT.
022000     MOVE WS-REPORT-COUNT-LINE TO CONVERT-REPORT-RECORD.
022100     WRITE CONVERT-REPORT-RECORD.
022200     IF WS-READ-COUNT = WS-LOAD-COUNT
022300         MOVE "CONVERSION IN BALANCE" TO CONVERT-REPORT-RECORD
022400     ELSE
022500         MOVE "*** CONVERSION OUT OF BALANCE - DO NOT RENAME"
022600             TO CONVERT-REPORT-RECORD
022700         MOVE 8 TO RETURN-CODE
022800     END-IF.
022900     WRITE CONVERT-REPORT-RECORD.
023000     MOVE WS-CURRENT-DATE-NUM TO CT-DATE.
023100     MOVE WS-REPORT-TRAILER TO CONVERT-REPORT-RECORD.
023200     WRITE CONVERT-REPORT-RECORD.
023300 8000-EXIT.
023400     EXIT.
023500 9000-TERMINATE.
023600     DISPLAY "RECORDS READ: " WS-READ-COUNT
023700         " LOADED: " WS-LOAD-COUNT.
023800     IF WS-OLD-IS-OPEN
023900         CLOSE UNIT-OLD-FILE
024000     END-IF.
024100     IF WS-NEW-IS-OPEN
024200         CLOSE UNIT-NEW-FILE
024300     END-IF.
024400     IF WS-CNVRPT-IS-OPEN
024500         CLOSE CONVERT-REPORT-FILE
024600     END-IF.
024700 9000-EXIT.
024800     EXIT.
024900 END PROGRAM UNITCNV.
