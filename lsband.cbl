003730*                  RESTRICTS THE SELECTION - WITHOUT THE SPLIT,
003740*                  ONE MODE=A NIGHT POISONED EVERY UNIT'S
003750*                  MOVING AVERAGE AND DRIFT COUNT.
003755* 10/15/2026 WJ    EVERY OUT-OF-BAND AND DRIFT RUN IS ALSO
003760*                  APPENDED TO THE COMMON ALERT FILE (ALERTS,
003765*                  THROUGH ALERTIO) AS A WARNING DATED WITH THE
003770*                  FLAGGED RUN'S NIGHT, FOR THE NIGHTDIG DIGEST. A
003775*                  FAILED ALERT WRITE IS WARNED ONCE AND DOES NOT
003780*                  CHANGE THE RC.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. LSBAND.
007700 COPY DATESTMP.
007800 COPY AUDIOREQ.
007900 COPY AUDITREC.
007910 COPY ALERTREQ.
007920 COPY ALERTREC.
007930*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
007940*    STEP'S OWN CODE IS KEPT HERE ACROSS THE ALERTIO CALLS.
007950 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
008000 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
008100 01  WS-THRU-DATE                PIC 9(08) VALUE 99999999.
008200 01  WS-LOOKBACK                 PIC 9(03) VALUE 20.
013700         88  WS-CNTL-EOF         VALUE "Y".
013800     05  WS-LSBRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
013900         88  WS-LSBRPT-IS-OPEN   VALUE "Y".
013910     05  WS-ALERT-WARN-SWITCH    PIC X(01) VALUE "N".
013920         88  WS-ALERT-WARNED     VALUE "Y".
014000 01  WS-REPORT-HEADING-1.
014100     05  FILLER                  PIC X(26)
014200                 VALUE "CONTROL BAND REPORT       ".
050200     MOVE WS-FLAG-TEXT TO BD-FLAG.
050300     MOVE WS-BAND-DETAIL TO BAND-REPORT-RECORD.
050400     WRITE BAND-REPORT-RECORD.
050410     IF WS-FLAG-TEXT NOT = SPACES
050420         PERFORM 3300-WRITE-ALERT THRU 3300-EXIT
050430     END-IF.
050500 3200-EXIT.
050600     EXIT.
050700 3250-ACCUMULATE-WINDOW.
050900     COMPUTE WS-SUMSQ =
051000         WS-SUMSQ + (SL-RATIO(WS-W) * SL-RATIO(WS-W)).
051100*----------------------------------------------------------------
051101* 3300-WRITE-ALERT - COPY A FLAGGED RUN TO THE COMMON ALERT FILE,
051102* AGAINST THE UNIT AND THE NIGHT OF THE RUN, WITH THE MODE AND THE
051103* BAND LINE AS THE TEXT. A FAILED WRITE IS WARNED ONCE - THE
051104* REPORT ALREADY CARRIES THE FLAG, SO THE RUN CARRIES ON.
051105*----------------------------------------------------------------
051106 3300-WRITE-ALERT.
051107     MOVE SPACES TO ALERT-RECORD.
051108     MOVE "LSBAND" TO AL-PROGRAM.
051109     MOVE SL-DATE(WS-S) TO AL-BUS-DATE.
051110     MOVE BU-UNIT(WS-U) TO AL-UNIT.
051111     SET AL-SEV-WARNING TO TRUE.
051112     EVALUATE WS-FLAG-TEXT
051113         WHEN "* OUT-HIGH"
051114             MOVE "OUTHIGH" TO AL-CODE
051115         WHEN "* OUT-LOW "
051116             MOVE "OUTLOW" TO AL-CODE
051117         WHEN OTHER
051118             MOVE "DRIFT" TO AL-CODE
051119     END-EVALUATE.
051120     STRING "MODE " BU-MODE(WS-U) WS-BAND-DETAIL(11:62)
051121         DELIMITED BY SIZE INTO AL-TEXT.
051122     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
051123     SET ALR-FN-WRITE TO TRUE.
051124     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
051125     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
051126     IF NOT ALR-IO-OK
051127     AND NOT WS-ALERT-WARNED
051128         DISPLAY "ALERTS WRITE FAILED, STATUS=" ALR-STATUS-CODE
051129             " - NO MORE ALERTS WARNED THIS RUN"
051130         SET WS-ALERT-WARNED TO TRUE
051131     END-IF.
051132 3300-EXIT.
051133     EXIT.
051134*----------------------------------------------------------------
051200* 5000-WRITE-EXCEPTIONS - THE PAGE THE SCHEDULER WATCHES: JUST
051300* THE UNITS WITH OUT-OF-BAND RUNS OR DRIFT. RC 4 WHEN ANY
051400* APPEAR.
054700         WRITE BAND-REPORT-RECORD
054800         CLOSE BAND-REPORT-FILE
054900     END-IF.
054910     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
054920     SET ALR-FN-CLOSE TO TRUE.
054930     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
054940     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
055000 9000-EXIT.
055100     EXIT.
055200 END PROGRAM LSBAND.
