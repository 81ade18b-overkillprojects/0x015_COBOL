004376*                  SO LOADING THEM FIRST KEEPS THE RUN TABLE IN
004381*                  KEY ORDER FOR THE TREND. NO LSARCH DD MEANS
004386*                  THE MASTER ALONE, AS BEFORE.
004387* 10/15/2026 WJ    THE UNIT DIRECTORY SHOWS EACH UNIT AS IT STOOD
004388*                  ON ITS LAST NIGHT IN THE SELECTION (UNITIO
004389*                  FUNCTION A, OFF THE UNITHIST CHANGE HISTORY),
004390*                  NOT AS IT STANDS TODAY, AND STAMPS THE AS-OF
004391*                  DATE. A UNIT WHOSE ENTRY CHANGED INSIDE THE
004392*                  RANGE ALSO GETS A LINE FOR ITS FIRST NIGHT.
004393* 10/15/2026 WJ    EVERY FLAGGED TREND LINE IS ALSO APPENDED TO
004394*                  THE COMMON ALERT FILE (ALERTS, THROUGH ALERTIO)
004395*                  AS A TREND WARNING DATED WITH THE FLAGGED RUN'S
004396*                  NIGHT, FOR THE NIGHTDIG DIGEST. A FAILED ALERT
004397*                  WRITE IS WARNED ONCE AND DOES NOT CHANGE THE
004398*                  RC.
004399******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. LSHIST.
004600 ENVIRONMENT DIVISION.
007600 COPY AUDITREC.
007610 COPY UNITREQ.
007620 COPY UNITREC.
007630 COPY ALERTREQ.
007640 COPY ALERTREC.
007650*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
007660*    STEP'S OWN CODE IS KEPT HERE ACROSS THE ALERTIO CALLS.
007670 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
007700 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
007800 01  WS-THRU-DATE                PIC 9(08) VALUE 99999999.
007900 01  WS-FLAG-PCT                 PIC 9(03) VALUE 25.
010030 01  WS-DIR-TABLE.
010040     05  WS-DIR-ENTRY OCCURS 50 TIMES.
010050         10  DR-UNIT             PIC X(20).
010051         10  DR-FIRST-DATE       PIC 9(08).
010052         10  DR-LAST-DATE        PIC 9(08).
010060 01  WS-D                        PIC 9(04).
010070 01  WS-DIR-FOUND                PIC 9(04).
010071 01  WS-LEGEND-ASOF              PIC 9(08).
010072 01  WS-LEGEND-ATTRS.
010073     05  LA-ON-FILE-SWITCH       PIC X(01).
010074         88  LA-ON-FILE          VALUE "Y".
010075     05  LA-STATUS               PIC X(08).
010076     05  LA-DEPARTMENT           PIC X(08).
010077     05  LA-DESCRIPTION          PIC X(30).
010078 01  WS-LEGEND-LAST-ATTRS        PIC X(47).
010100 01  WS-RATIO-PCT                PIC 9(03)V99.
010200 01  WS-CHANGE-PCT               PIC S9(07)V99.
010300 01  WS-FLAGGED-COUNT            PIC 9(04) VALUE ZERO.
013880     05  LG-DEPARTMENT           PIC X(08).
013890     05  FILLER                  PIC X(02) VALUE SPACES.
013891     05  LG-DESCRIPTION          PIC X(30).
013892     05  FILLER                  PIC X(08) VALUE "  AS OF ".
013893     05  LG-ASOF-DATE            PIC 9999/99/99.
013894 01  WS-LEGEND-UNKNOWN-LINE.
013895     05  LU-UNIT                 PIC X(20).
013896     05  FILLER                  PIC X(30)
013897                     VALUE " *** NOT ON UNIT MASTER AS OF ".
013898     05  LU-ASOF-DATE            PIC 9999/99/99.
013900 01  WS-TREND-HEADING.
014000     05  FILLER                  PIC X(40)
014100         VALUE "TREND - LIS AS PCT OF LENGTH AND CHANGE ".
018400         88  WS-CNTL-EOF         VALUE "Y".
018500     05  WS-LSHRPT-OPEN-SWITCH   PIC X(01) VALUE "N".
018600         88  WS-LSHRPT-IS-OPEN   VALUE "Y".
018610     05  WS-ALERT-WARN-SWITCH    PIC X(01) VALUE "N".
018620         88  WS-ALERT-WARNED     VALUE "Y".
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037610*----------------------------------------------------------------
037620* 3500-WRITE-UNIT-LEGEND - ONE LINE PER DISTINCT UNIT IN THE
037630* SELECTION WITH ITS OFFICIAL DESCRIPTION, STATUS AND OWNING
037640* DEPARTMENT OFF THE UNIT REFERENCE MASTER, AS THE UNIT STOOD ON
037641* ITS LAST NIGHT IN THE SELECTION. A UNIT THE MASTER DOES NOT KNOW
037650* IS CALLED OUT - THAT IS THE MISPUNCHED NAME THE MASTER EXISTS TO
037660* CATCH. A MISSING MASTER SKIPS THE WHOLE SECTION - THE INQUIRY
037661* STILL ANSWERS.
037680*----------------------------------------------------------------
037681 3500-WRITE-UNIT-LEGEND.
037682     MOVE 0 TO WS-DIR-COUNT.
037712     AND WS-DIR-COUNT < WS-DIR-MAX
037713         ADD 1 TO WS-DIR-COUNT
037714         MOVE HR-UNIT(WS-R) TO DR-UNIT(WS-DIR-COUNT)
037715         MOVE HR-DATE(WS-R) TO DR-FIRST-DATE(WS-DIR-COUNT)
037716         MOVE HR-DATE(WS-R) TO DR-LAST-DATE(WS-DIR-COUNT)
037717     END-IF.
037718     IF WS-DIR-FOUND > 0
037719         IF HR-DATE(WS-R) < DR-FIRST-DATE(WS-DIR-FOUND)
037720             MOVE HR-DATE(WS-R) TO DR-FIRST-DATE(WS-DIR-FOUND)
037721         END-IF
037722         IF HR-DATE(WS-R) > DR-LAST-DATE(WS-DIR-FOUND)
037723             MOVE HR-DATE(WS-R) TO DR-LAST-DATE(WS-DIR-FOUND)
037724         END-IF
037725     END-IF.
037726 3550-EXIT.
037727     EXIT.
037728 3560-MATCH-DIR-UNIT.
037729     IF DR-UNIT(WS-D) = HR-UNIT(WS-R)
037730         MOVE WS-D TO WS-DIR-FOUND
037731     END-IF.
037732 3600-WRITE-LEGEND-LINE.
037733*    THE UNIT AS OF ITS LAST NIGHT IN THE SELECTION. WHEN ITS
037734*    MASTER ENTRY CHANGED BETWEEN ITS FIRST AND LAST NIGHTS IN
037735*    THE RANGE, THE FIRST NIGHT'S PICTURE PRINTS AHEAD OF IT SO
037736*    THE READER SEES BOTH SIDES OF THE CHANGE.
037737     MOVE DR-LAST-DATE(WS-D) TO WS-LEGEND-ASOF.
037738     PERFORM 3650-READ-LEGEND-UNIT THRU 3650-EXIT.
037739     IF WS-DIR-COUNT = 0
037740         GO TO 3600-EXIT
037741     END-IF.
037742     IF DR-FIRST-DATE(WS-D) < DR-LAST-DATE(WS-D)
037743         MOVE WS-LEGEND-ATTRS TO WS-LEGEND-LAST-ATTRS
037744         MOVE DR-FIRST-DATE(WS-D) TO WS-LEGEND-ASOF
037745         PERFORM 3650-READ-LEGEND-UNIT THRU 3650-EXIT
037746         IF WS-LEGEND-ATTRS NOT = WS-LEGEND-LAST-ATTRS
037747             PERFORM 3670-PRINT-LEGEND-UNIT THRU 3670-EXIT
037748         END-IF
037749         MOVE WS-LEGEND-LAST-ATTRS TO WS-LEGEND-ATTRS
037750         MOVE DR-LAST-DATE(WS-D) TO WS-LEGEND-ASOF
037751     END-IF.
037752     PERFORM 3670-PRINT-LEGEND-UNIT THRU 3670-EXIT.
037753 3600-EXIT.
037754     EXIT.
037756 3650-READ-LEGEND-UNIT.
037758     MOVE DR-UNIT(WS-D) TO UM-UNIT-NAME.
037760     MOVE WS-LEGEND-ASOF TO UNIT-ASOF-DATE.
037762     SET UNIT-FN-READ-AS-OF TO TRUE.
037764     CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
037766     MOVE SPACES TO WS-LEGEND-ATTRS.
037768     EVALUATE TRUE
037770         WHEN UNIT-IO-FILE-MISSING
037772*            NO MASTER AT THIS SHOP YET - DROP THE SECTION BY
037774*            EMPTYING THE TABLE SO THE LOOP ENDS QUIETLY.
037776             MOVE 0 TO WS-DIR-COUNT
037778         WHEN UNIT-IO-NOT-FOUND
037780             MOVE "N" TO LA-ON-FILE-SWITCH
037782         WHEN UNIT-IO-OK
037784             MOVE "Y" TO LA-ON-FILE-SWITCH
037786             IF UM-INACTIVE
037788                 MOVE "INACTIVE" TO LA-STATUS
037790             ELSE
037792                 MOVE "ACTIVE  " TO LA-STATUS
037794             END-IF
037796             MOVE UM-DEPARTMENT TO LA-DEPARTMENT
037798             MOVE UM-DESCRIPTION TO LA-DESCRIPTION
037800         WHEN OTHER
037802             DISPLAY "UNITMST READ FAILED, STATUS="
037804                 UNIT-STATUS-CODE
037806             MOVE 16 TO RETURN-CODE
037808             PERFORM 9000-TERMINATE THRU 9000-EXIT
037810             STOP RUN
037812     END-EVALUATE.
037814 3650-EXIT.
037816     EXIT.
037818 3670-PRINT-LEGEND-UNIT.
037820     IF LA-ON-FILE
037822         MOVE DR-UNIT(WS-D) TO LG-UNIT
037824         MOVE LA-STATUS TO LG-STATUS
037826         MOVE LA-DEPARTMENT TO LG-DEPARTMENT
037828         MOVE LA-DESCRIPTION TO LG-DESCRIPTION
037830         MOVE WS-LEGEND-ASOF TO LG-ASOF-DATE
037832         MOVE WS-LEGEND-DETAIL TO HIST-REPORT-RECORD
037834     ELSE
037836         MOVE DR-UNIT(WS-D) TO LU-UNIT
037838         MOVE WS-LEGEND-ASOF TO LU-ASOF-DATE
037840         MOVE WS-LEGEND-UNKNOWN-LINE TO HIST-REPORT-RECORD
037842     END-IF.
037844     WRITE HIST-REPORT-RECORD.
037846 3670-EXIT.
037848     EXIT.
037850*----------------------------------------------------------------
037852* 4000-WRITE-TREND - LIS AS A PERCENTAGE OF ARRAY LENGTH FOR EACH
037900* RUN, AND THE PERCENT MOVE OF THE LIS FROM THE PREVIOUS RUN OF
038000* THE SAME BUSINESS UNIT AND MODE - THE MASTER INTERLEAVES
038100* EVERY UNIT (AND THE VAL-STREAM RUNS) WITHIN A NIGHT, AND A
042300         OR WS-CHANGE-PCT < (0 - WS-FLAG-PCT)
042400             MOVE "* FLAGGED" TO TD-FLAG
042500             ADD 1 TO WS-FLAGGED-COUNT
042550             PERFORM 4300-WRITE-ALERT THRU 4300-EXIT
042600         ELSE
042700             MOVE SPACES TO TD-FLAG
042800         END-IF
045500 4200-EXIT.
045600     EXIT.
045700*----------------------------------------------------------------
045701* 4300-WRITE-ALERT - COPY THE FLAGGED TREND LINE TO THE COMMON
045702* ALERT FILE, AGAINST THE UNIT AND THE NIGHT OF THE FLAGGED RUN.
045703* A FAILED WRITE IS WARNED ONCE - THE REPORT ALREADY CARRIES THE
045704* FLAG, SO THE INQUIRY CARRIES ON.
045705*----------------------------------------------------------------
045706 4300-WRITE-ALERT.
045707     MOVE SPACES TO ALERT-RECORD.
045708     MOVE "LSHIST" TO AL-PROGRAM.
045709     MOVE HR-DATE(WS-R) TO AL-BUS-DATE.
045710     MOVE HR-UNIT(WS-R) TO AL-UNIT.
045711     SET AL-SEV-WARNING TO TRUE.
045712     MOVE "TREND" TO AL-CODE.
045713     MOVE WS-TREND-DETAIL(32:) TO AL-TEXT.
045714     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
045715     SET ALR-FN-WRITE TO TRUE.
045716     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
045717     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
045718     IF NOT ALR-IO-OK
045719     AND NOT WS-ALERT-WARNED
045720         DISPLAY "ALERTS WRITE FAILED, STATUS=" ALR-STATUS-CODE
045721             " - NO MORE ALERTS WARNED THIS RUN"
045722         SET WS-ALERT-WARNED TO TRUE
045723     END-IF.
045724 4300-EXIT.
045725     EXIT.
045726*----------------------------------------------------------------
045800* 9000-TERMINATE - FINISH AND CLOSE THE REPORT.
045900*----------------------------------------------------------------
046000 9000-TERMINATE.
046400         WRITE HIST-REPORT-RECORD
046500         CLOSE HIST-REPORT-FILE
046600     END-IF.
046610     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
046620     SET ALR-FN-CLOSE TO TRUE.
046630     CALL "ALERTIO" USING ALERT-REQUEST ALERT-RECORD.
046640     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
046700 9000-EXIT.
046800     EXIT.
046900 END PROGRAM LSHIST.
