004057*                  THE OLD ALLOWANCE DECLARED THAT RC-4 NIGHT
004067*                  OUT OF BALANCE (RC 8), WHICH THEN HELD THE
004077*                  BUSINESS DATE AND FROZE THE NEXT NIGHT.
004078* 10/15/2026 WJ    EVERY MISMATCH LINE IS ALSO APPENDED TO THE
004079*                  COMMON ALERT FILE (ALERTS, THROUGH ALERTIO) AS
004080*                  AN ERROR AGAINST THE UNIT IT CONCERNS (BLANK
004081*                  FOR THE WHOLE-NIGHT CHECKS), FOR THE NIGHTDIG
004082*                  DIGEST. A FAILED ALERT WRITE IS WARNED ONCE AND
004083*                  DOES NOT CHANGE THE RC.
004087******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. NIGHTBAL.
010700     05  FILLER                  PIC X(92).
010800 COPY AUDIOREQ.
010900 COPY AUDITREC.
010910 COPY ALERTREQ.
010920 COPY ALERTREC.
010930*    THE UNIT THE CHECK BEING WRITTEN CONCERNS - SPACES FOR THE
010940*    WHOLE-NIGHT CHECKS.
010950 01  WS-BAL-UNIT                 PIC X(20) VALUE SPACES.
010960*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
010970*    STEP'S OWN CODE IS KEPT HERE ACROSS THE ALERTIO CALLS.
010980 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
011000 01  WS-HRP-LINE                 PIC X(180).
011100 01  WS-HRP-HEADING REDEFINES WS-HRP-LINE.
011200     05  WS-HH-TEXT              PIC X(27).
020900         88  WS-RUNCTL-EOF       VALUE "Y".
021000     05  WS-STEP-DONE-SWITCH     PIC X(01) VALUE "N".
021100         88  WS-STEP-ALREADY-DONE VALUE "Y".
021110     05  WS-ALERT-WARN-SWITCH    PIC X(01) VALUE "N".
021120         88  WS-ALERT-WARNED     VALUE "Y".
021200 PROCEDURE DIVISION.
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
059100     PERFORM 6100-BALANCE-ONE-UNIT THRU 6100-EXIT
059200         VARYING WS-U FROM 1 BY 1
059300         UNTIL WS-U > WS-RPT-UNIT-COUNT.
059350     MOVE SPACES TO WS-BAL-UNIT.
059400     MOVE "HELLOIN RECORDS VS CONTROL BOX READ" TO BD-DESC.
059500     MOVE WS-HELLOIN-COUNT TO BD-LEFT.
059600     MOVE WS-BOX-READ-COUNT TO BD-RIGHT.
061600* REPORT.
061700*----------------------------------------------------------------
061800 6100-BALANCE-ONE-UNIT.
061850     MOVE RPU-NAME(WS-U) TO WS-BAL-UNIT.
061900     MOVE 0 TO WS-MATCH-FOUND-IDX.
062000     PERFORM 6200-MATCH-AUDIT-UNIT
062100         VARYING WS-MATCH-IDX FROM 1 BY 1
066600     SET WS-OUT-OF-BALANCE TO TRUE.
066700     MOVE WS-BAL-DETAIL TO BAL-REPORT-RECORD.
066800     WRITE BAL-REPORT-RECORD.
066801     PERFORM 6650-WRITE-ALERT THRU 6650-EXIT.
066802*----------------------------------------------------------------
066803* 6650-WRITE-ALERT - COPY THE MISMATCH LINE TO THE COMMON ALERT
066804* FILE AS AN ERROR. A FAILED WRITE IS WARNED ONCE - BALRPT AND THE
066805* RETURN CODE ALREADY CARRY THE MISMATCH.
066806*----------------------------------------------------------------
066807 6650-WRITE-ALERT.
066808     MOVE SPACES TO ALERT-RECORD.
066809     MOVE WS-RUN-CONTROL-NAME TO AL-PROGRAM.
066810     MOVE WS-CURRENT-DATE-NUM TO AL-BUS-DATE.
066811     MOVE WS-BAL-UNIT TO AL-UNIT.
066812     SET AL-SEV-ERROR TO TRUE.
066813     MOVE "BALANCE" TO AL-CODE.
066814     MOVE WS-BAL-DETAIL(1:68) TO AL-TEXT.
066815     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
066816     SET ALR-FN-WRITE TO TRUE.
066817     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
066818     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
066819     IF NOT ALR-IO-OK
066820     AND NOT WS-ALERT-WARNED
066821         DISPLAY "ALERTS WRITE FAILED, STATUS=" ALR-STATUS-CODE
066822             " - NO MORE ALERTS WARNED THIS RUN"
066823         SET WS-ALERT-WARNED TO TRUE
066824     END-IF.
066825 6650-EXIT.
066826     EXIT.
066900 6700-COMPARE-LEFT-RIGHT.
067000     IF BD-LEFT = BD-RIGHT
067100         PERFORM 6500-WRITE-CHECK-OK
072700 8900-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000* 9000-TERMINATE - CLOSE THE BALANCING REPORT AND THE ALERT FILE.
073100* THE SCANNED FILES ARE OPENED AND CLOSED INSIDE THEIR OWN
073101* PARAGRAPHS.
073200*----------------------------------------------------------------
073300 9000-TERMINATE.
073400     IF WS-BALRPT-IS-OPEN
073500         CLOSE BAL-REPORT-FILE
073600     END-IF.
073610     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
073620     SET ALR-FN-CLOSE TO TRUE.
073630     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
073640     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
073700 9000-EXIT.
073800     EXIT.
073900 END PROGRAM NIGHTBAL.
