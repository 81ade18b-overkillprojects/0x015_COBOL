000700*                A/B/C TRIPLES AND, FOR EACH ONE, REPORTS THE
000800*                SUM, QUOTIENT, REMAINDER, PRODUCT AND FACTORIAL
000900*                OF C.
000901*----------------------------------------------------------------
000902* CONTROL CARDS (HLCNTL):
000903*   DUPD=NNN        DUPLICATE LOOKBACK WINDOW IN DAYS, COUNTED
000904*                   BACK FROM THE BUSINESS DATE AND INCLUDING
000905*                   IT (DEFAULT 007). DUPD=000 TURNS THE CHECK
000906*                   OFF - ACCEPTED TRANSACTIONS ARE STILL
000907*                   RECORDED ON THE HISTORY.
001000*----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*----------------------------------------------------------------
007271*                  DETAIL LINE AND A CROSS-REFERENCE SECTION -
007274*                  NOBODY HAND-COUNTS 47 VALUE RECORDS TO FIND
007277*                  POSITION 47 ANY MORE.
007278* 10/15/2026 WJ    EVERY ACCEPTED TRANSACTION IS NOW RECORDED ON
007279*                  A KEYED HISTORY (HELLODUP, THROUGH DUPIO) BY
007280*                  UNIT CODE, A/B/C AND BUSINESS DATE. A RECORD
007281*                  ALREADY ACCEPTED INSIDE THE LOOKBACK WINDOW
007282*                  (HLCNTL DUPD= CARD) REJECTS WITH NEW REASON
007283*                  06 - A RESENT UPSTREAM FILE NO LONGER INFLATES
007284*                  THE CONTROL BOX AND LSEXTR. THE REPAIRED
007285*                  REJECTS HELLOREC PUTS AT THE FRONT OF THE DECK
007286*                  (ITS RECYCLED COUNT ON RUNCTL) ARE NOT CHECKED.
007287* 10/15/2026 WJ    EACH TRANSACTION'S DESK CODE IS NOW LOOKED UP
007288*                  ON THE UNIT MASTER (UNITMST, THROUGH UNITIO,
007289*                  BY THE DESK-CODE KEY). AN UNREGISTERED DESK
007290*                  REJECTS WITH NEW REASON 07, AN INACTIVE ONE
007291*                  WITH 08. EACH LSEXTR GROUP IS NOW HEADED BY
007292*                  THE UNIT'S OFFICIAL MASTER NAME INSTEAD OF THE
007293*                  DESK CODE, SO STEP030 RUNS WITH THE UNIT CHECK
007294*                  ON AND BOTH LONGSUBQ STEPS FILE UNDER THE SAME
007295*                  UNIT NAMES.
007299******************************************************************
007300 IDENTIFICATION DIVISION.
007400 PROGRAM-ID. HELLO.
007500 ENVIRONMENT DIVISION.
009210     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
009220         ORGANIZATION IS LINE SEQUENTIAL
009230         FILE STATUS IS WS-BUSDATE-STATUS.
009240     SELECT HELLO-CONTROL-FILE ASSIGN TO "HLCNTL"
009250         ORGANIZATION IS LINE SEQUENTIAL
009260         FILE STATUS IS WS-HLCNTL-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  HELLO-INPUT-FILE.
010700 COPY RUNCTL.
010710 FD  BUSINESS-DATE-FILE.
010720 COPY BUSDATE.
010730 FD  HELLO-CONTROL-FILE.
010740 01  HELLO-CONTROL-RECORD.
010750     05  HC-KEYWORD              PIC X(05).
010760     05  HC-DUP-DAYS             PIC X(03).
010770     05  HC-DUP-DAYS-NUM REDEFINES HC-DUP-DAYS
010780                                 PIC 9(03).
010790     05  FILLER                  PIC X(72).
010800 WORKING-STORAGE SECTION.
010900 COPY DATESTMP.
010910 COPY DUPREQ.
010920 COPY DUPREC.
010930 COPY UNITREQ.
010940 COPY UNITREC.
011000
011100 01  WS-A                        PIC 9(9).
011200 01  WS-B                        PIC 9(9).
013400 01  WS-EXTRACT-CAP-COUNT        PIC 9(9) VALUE ZERO.
013500 01  WS-EXTRACT-VALUE-MAX        PIC 9(9) VALUE 999999.
013600 01  WS-RUN-CONTROL-NAME         PIC X(08) VALUE "HELLO".
013601*    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S - THE
013602*    RUN'S OWN CODE IS KEPT HERE ACROSS THE CLOSE CALLS IN
013603*    9000-TERMINATE.
013604 01  WS-SAVE-RETURN-CODE         PIC S9(04) VALUE ZERO.
013605*    THE DUPLICATE CHECK. THE WINDOW RUNS FROM WS-DUP-WINDOW-START
013610*    THROUGH TONIGHT'S BUSINESS DATE. THE FIRST WS-RECYCLED-COUNT
013615*    RECORDS OF THE DECK ARE HELLOREC'S REPAIRS - AN OPERATOR SENT
013620*    THEM BACK ON PURPOSE, SO THEY ARE NOT CHECKED.
013625 01  WS-DUP-LOOKBACK             PIC 9(03) VALUE 7.
013630 01  WS-DUP-WINDOW-START         PIC 9(08) VALUE ZERO.
013635 01  WS-DUP-INTEGER              PIC 9(08).
013640 01  WS-DUPLICATE-COUNT          PIC 9(09) VALUE ZERO.
013645 01  WS-RECYCLED-COUNT           PIC 9(09) VALUE ZERO.
013650 01  WS-RECYCLE-STEP-NAME        PIC X(08) VALUE "HELLOREC".
013655*    THE DESK LOOKUP. THE LAST DESK CODE LOOKED UP AND ITS
013660*    OUTCOME ARE KEPT SO A RUN OF TRANSACTIONS FROM ONE DESK COSTS
013665*    ONE READ.
013670*    WS-DESK-UNIT-NAME IS THE OFFICIAL UNIT NAME THE LSEXTR HEADER
013675*    CARRIES.
013680 01  WS-DESK-LAST-CODE           PIC X(04) VALUE SPACES.
013685 01  WS-DESK-LAST-REASON         PIC X(02) VALUE SPACES.
013690 01  WS-DESK-UNIT-NAME           PIC X(20) VALUE SPACES.
013695 01  WS-DESK-REJECT-COUNT        PIC 9(09) VALUE ZERO.
013700 01  WS-REJECT-REASON            PIC X(02).
013800     88  WS-REASON-SHORT             VALUE "01".
013900     88  WS-REASON-A-NOT-NUM         VALUE "02".
014000     88  WS-REASON-B-NOT-NUM         VALUE "03".
014100     88  WS-REASON-C-NOT-NUM         VALUE "04".
014110     88  WS-REASON-NO-UNIT           VALUE "05".
014120     88  WS-REASON-DUPLICATE         VALUE "06".
014130     88  WS-REASON-UNKNOWN-DESK      VALUE "07".
014140     88  WS-REASON-INACTIVE-DESK     VALUE "08".
014200
014300 01  WS-SWITCHES.
014400     05  WS-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
015900         88  WS-HELLOIN-IS-OPEN      VALUE "Y".
016000     05  WS-HELLORPT-OPEN-SWITCH PIC X(01) VALUE "N".
016100         88  WS-HELLORPT-IS-OPEN     VALUE "Y".
016110     05  WS-CNTL-EOF-SWITCH      PIC X(01) VALUE "N".
016120         88  WS-CNTL-EOF             VALUE "Y".
016130     05  WS-DUP-SCAN-SWITCH      PIC X(01) VALUE "N".
016140         88  WS-DUP-SCAN-DONE        VALUE "Y".
016150     05  WS-UNITMST-BYPASS-SWITCH PIC X(01) VALUE "N".
016160         88  WS-UNITMST-BYPASSED     VALUE "Y".
016200
016300 01  WS-FILE-STATUSES.
016400     05  WS-HELLOIN-STATUS       PIC X(02).
017610     05  WS-BUSDATE-STATUS       PIC X(02).
017620         88  BUSDATE-FILE-OK         VALUE "00".
017630         88  BUSDATE-FILE-NOT-FOUND  VALUE "35".
017640     05  WS-HLCNTL-STATUS        PIC X(02).
017650         88  HLCNTL-OK               VALUE "00".
017660         88  HLCNTL-NOT-FOUND        VALUE "35".
017700
017800 01  WS-REPORT-HEADING-1.
017900     05  FILLER                  PIC X(20)
022278 01  WS-EXTR-UNIT-TABLE.
022279     05  WS-EXTR-UNIT-ENTRY OCCURS 20 TIMES.
022280         10  XU-UNIT-CODE        PIC X(04).
022281         10  XU-UNIT-NAME        PIC X(20).
022282         10  XU-VALUE-COUNT      PIC 9(06).
022283         10  XU-TRANS-COUNT      PIC 9(09).
022284         10  XU-VAL-TOTAL        PIC 9(18).
022285         10  XU-VAL-MINIMUM      PIC 9(09).
022286         10  XU-VAL-MAXIMUM      PIC 9(09).
022287         10  XU-VALUE-ENTRY OCCURS 25000 TIMES.
022288             15  XU-VALUE        PIC S9(6).
022289             15  XU-TRANS-NO     PIC 9(09).
022290             15  XU-A            PIC 9(09).
022291             15  XU-B            PIC 9(09).
022292             15  XU-C            PIC 9(09).
022300
022400 01  WS-SUMMARY-HEADING          PIC X(18)
022500                 VALUE "SUMMARY STATISTICS".
027800         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
027810         PERFORM 1020-SET-BUSINESS-DATE THRU 1020-EXIT.
027900         PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
027950         PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
028000         OPEN INPUT HELLO-INPUT-FILE.
028100         IF NOT HELLOIN-OK THEN
028200             DISPLAY "HELLOIN OPEN FAILED, STATUS="
035300                 AND RUNCTL-COMPLETE
035400                     SET WS-STEP-ALREADY-DONE TO TRUE
035500                 END-IF
035510*                HELLOREC'S COMPLETION RECORD FOR TONIGHT SAYS HOW
035520*                MANY REPAIRED REJECTS LEAD THE MERGED DECK.
035530                 IF RUNCTL-DATE = WS-CURRENT-DATE-NUM
035540                 AND RUNCTL-PROGRAM = WS-RECYCLE-STEP-NAME
035550                 AND RUNCTL-COMPLETE
035560                 AND RUNCTL-COUNT-2 IS NUMERIC
035570                     MOVE RUNCTL-COUNT-2 TO WS-RECYCLED-COUNT
035580                 END-IF
035600         END-READ.
035700 1060-EXIT.
035800         EXIT.
035801
035802*----------------------------------------------------------------
035803* 1100-READ-CONTROL - THE DUPLICATE LOOKBACK CARD. A MISSING
035804* HLCNTL TAKES THE DEFAULT WINDOW. THE FIRST DATE OF THE WINDOW
035805* IS FIXED HERE ONCE FOR THE WHOLE RUN.
035806*----------------------------------------------------------------
035807 1100-READ-CONTROL.
035808         OPEN INPUT HELLO-CONTROL-FILE.
035809         IF HLCNTL-OK
035810             MOVE "N" TO WS-CNTL-EOF-SWITCH
035811             PERFORM 1150-READ-CONTROL-CARD THRU 1150-EXIT
035812                 UNTIL WS-CNTL-EOF
035813             CLOSE HELLO-CONTROL-FILE
035814         ELSE
035815             IF NOT HLCNTL-NOT-FOUND
035816                 DISPLAY "HLCNTL OPEN FAILED, STATUS="
035817                     WS-HLCNTL-STATUS
035818                 MOVE 16 TO RETURN-CODE
035819                 STOP RUN
035820             END-IF
035821         END-IF.
035822         IF WS-DUP-LOOKBACK > 0
035823             COMPUTE WS-DUP-INTEGER =
035824                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
035825                 - WS-DUP-LOOKBACK + 1
035826             COMPUTE WS-DUP-WINDOW-START =
035827                 FUNCTION DATE-OF-INTEGER(WS-DUP-INTEGER)
035828         END-IF.
035829 1100-EXIT.
035830         EXIT.
035831
035832 1150-READ-CONTROL-CARD.
035833         READ HELLO-CONTROL-FILE
035834             AT END
035835                 SET WS-CNTL-EOF TO TRUE
035836             NOT AT END
035837                 EVALUATE TRUE
035838                     WHEN HC-KEYWORD = "DUPD="
035839                      AND HC-DUP-DAYS IS NUMERIC
035840                         MOVE HC-DUP-DAYS-NUM TO WS-DUP-LOOKBACK
035841                     WHEN HELLO-CONTROL-RECORD = SPACES
035842                         CONTINUE
035843                     WHEN OTHER
035844                         DISPLAY "HLCNTL CARD NOT RECOGNIZED: "
035845                             HELLO-CONTROL-RECORD
035846                         MOVE 16 TO RETURN-CODE
035847                         CLOSE HELLO-CONTROL-FILE
035848                         STOP RUN
035849                 END-EVALUATE
035850         END-READ.
035851 1150-EXIT.
035852         EXIT.
035900
036000 2000-PROCESS-TRANSACTIONS.
036100         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
040300             WHEN OTHER
040400                 CONTINUE
040500         END-EVALUATE.
040501         IF WS-REJECT-REASON = SPACES
040502             PERFORM 2160-VALIDATE-DESK THRU 2160-EXIT
040503         END-IF.
040504         IF WS-REJECT-REASON = SPACES
040520         AND WS-DUP-LOOKBACK > 0
040530         AND WS-READ-COUNT > WS-RECYCLED-COUNT
040540             PERFORM 2170-CHECK-DUPLICATE THRU 2170-EXIT
040550         END-IF.
040600         IF WS-REJECT-REASON NOT = SPACES
040700             SET WS-EDIT-FAILED TO TRUE
040800         END-IF.
041176             ADD 1 TO WS-EXTR-UNIT-COUNT
041177             MOVE WS-EXTR-UNIT-COUNT TO WS-UNIT-IDX
041178             MOVE HI-UNIT-CODE TO XU-UNIT-CODE(WS-UNIT-IDX)
041179             MOVE WS-DESK-UNIT-NAME TO XU-UNIT-NAME(WS-UNIT-IDX)
041180             MOVE 0 TO XU-VALUE-COUNT(WS-UNIT-IDX)
041181             MOVE 0 TO XU-TRANS-COUNT(WS-UNIT-IDX)
041182             MOVE 0 TO XU-VAL-TOTAL(WS-UNIT-IDX)
041183             MOVE 0 TO XU-VAL-MINIMUM(WS-UNIT-IDX)
041184             MOVE 0 TO XU-VAL-MAXIMUM(WS-UNIT-IDX)
041185         END-IF.
041186 2155-EXIT.
041187         EXIT.
041188
041189 2156-MATCH-UNIT.
041190         IF XU-UNIT-CODE(WS-U) = HI-UNIT-CODE
041191             MOVE WS-U TO WS-UNIT-IDX
041192         END-IF.
041193
041194*----------------------------------------------------------------
041195* 2160-VALIDATE-DESK - THE DESK CODE MUST BE REGISTERED ON THE
041196* UNIT MASTER AND ACTIVE. THE UNIT'S OFFICIAL NAME IS KEPT FOR THE
041197* LSEXTR HEADER. A MISSING MASTER BYPASSES THE CHECK FOR THE WHOLE
041198* RUN WITH ONE SYSOUT WARNING, AS IN LONGSUBQ, AND THE DESK CODE
041199* STANDS IN FOR THE NAME - BUT THE RETURN CODE IS LEFT ALONE, AS
041200* ANY NON-ZERO HELLO RC BYPASSES THE REST OF THE NIGHT.
041201*----------------------------------------------------------------
041202 2160-VALIDATE-DESK.
041203         IF WS-UNITMST-BYPASSED
041204             MOVE HI-UNIT-CODE TO WS-DESK-UNIT-NAME
041205             GO TO 2160-EXIT
041206         END-IF.
041207         IF HI-UNIT-CODE = WS-DESK-LAST-CODE
041208             MOVE WS-DESK-LAST-REASON TO WS-REJECT-REASON
041209             GO TO 2165-COUNT-REJECT
041210         END-IF.
041211         MOVE SPACES TO WS-DESK-LAST-REASON.
041212         MOVE SPACES TO WS-DESK-UNIT-NAME.
041213         MOVE HI-UNIT-CODE TO UM-DESK-CODE.
041214         SET UNIT-FN-READ-DESK TO TRUE.
041215         CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
041216         EVALUATE TRUE
041217             WHEN UNIT-IO-FILE-MISSING
041218                 DISPLAY "UNITMST NOT AVAILABLE - DESK VALIDATION"
041219                     " BYPASSED FOR THIS RUN"
041220                 SET WS-UNITMST-BYPASSED TO TRUE
041221                 MOVE HI-UNIT-CODE TO WS-DESK-UNIT-NAME
041222                 GO TO 2160-EXIT
041223             WHEN UNIT-IO-NOT-FOUND
041224                 SET WS-REASON-UNKNOWN-DESK TO TRUE
041225             WHEN UNIT-IO-OK AND UM-INACTIVE
041226                 SET WS-REASON-INACTIVE-DESK TO TRUE
041227             WHEN UNIT-IO-OK
041228                 MOVE UM-UNIT-NAME TO WS-DESK-UNIT-NAME
041229             WHEN OTHER
041230                 DISPLAY "UNITMST READ FAILED, STATUS="
041231                     UNIT-STATUS-CODE
041232                 MOVE 16 TO RETURN-CODE
041233                 PERFORM 9000-TERMINATE THRU 9000-EXIT
041234                 STOP RUN
041235         END-EVALUATE.
041236         MOVE HI-UNIT-CODE TO WS-DESK-LAST-CODE.
041237         MOVE WS-REJECT-REASON TO WS-DESK-LAST-REASON.
041238 2165-COUNT-REJECT.
041239         IF WS-REJECT-REASON NOT = SPACES
041240             ADD 1 TO WS-DESK-REJECT-COUNT
041241         END-IF.
041242 2160-EXIT.
041243         EXIT.
041244
041245*----------------------------------------------------------------
041246* 2170-CHECK-DUPLICATE - HAS THIS UNIT/A/B/C BEEN ACCEPTED INSIDE
041247* THE LOOKBACK WINDOW? THE HISTORY KEY ENDS IN THE BUSINESS DATE,
041248* SO A KEYED START AT THE FIRST DATE OF THE WINDOW LANDS ON THE
041249* EARLIEST IN-WINDOW ACCEPTANCE, AND THE SCAN STOPS AT THE FIRST
041250* KEY THAT IS ANOTHER TRANSACTION OR PAST TONIGHT.
041251*----------------------------------------------------------------
041252 2170-CHECK-DUPLICATE.
041253         MOVE HI-UNIT-CODE TO DH-UNIT-CODE.
041254         MOVE HI-A TO DH-A.
041255         MOVE HI-B TO DH-B.
041256         MOVE HI-C TO DH-C.
041257         MOVE WS-DUP-WINDOW-START TO DH-BUS-DATE.
041258         SET DUP-FN-START TO TRUE.
041259         CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
041260         EVALUATE TRUE
041261             WHEN DUP-IO-OK
041262                 MOVE "N" TO WS-DUP-SCAN-SWITCH
041263                 PERFORM 2180-SCAN-HISTORY THRU 2180-EXIT
041264                     UNTIL WS-DUP-SCAN-DONE
041265             WHEN DUP-IO-NOT-FOUND
041266             WHEN DUP-IO-EOF
041267                 CONTINUE
041268             WHEN OTHER
041269                 DISPLAY "HELLODUP START FAILED, STATUS="
041270                     DUP-STATUS-CODE
041271                 MOVE 16 TO RETURN-CODE
041272                 PERFORM 9000-TERMINATE THRU 9000-EXIT
041273                 STOP RUN
041274         END-EVALUATE.
041275 2170-EXIT.
041276         EXIT.
041277*----------------------------------------------------------------
041278* 2180-SCAN-HISTORY - ONE HISTORY RECORD AT OR PAST THE START
041279* KEY. AN ENTRY DATED TONIGHT WITH THIS RECORD'S OWN READ SEQUENCE
041280* IS THIS SAME RECORD, ACCEPTED BY AN EARLIER ATTEMPT AT TONIGHT'S
041281* RUN THAT DIED BEFORE ITS COMPLETION RECORD - A RERUN MUST NOT
041282* REJECT THE WHOLE DECK AS ITS OWN DUPLICATE.
041283*----------------------------------------------------------------
041284 2180-SCAN-HISTORY.
041285         SET DUP-FN-READ-NEXT TO TRUE.
041286         CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
041287         EVALUATE TRUE
041288             WHEN DUP-IO-EOF
041289                 SET WS-DUP-SCAN-DONE TO TRUE
041290             WHEN NOT DUP-IO-OK
041291                 DISPLAY "HELLODUP READ FAILED, STATUS="
041292                     DUP-STATUS-CODE
041293                 MOVE 16 TO RETURN-CODE
041294                 PERFORM 9000-TERMINATE THRU 9000-EXIT
041295                 STOP RUN
041296             WHEN DH-UNIT-CODE NOT = HI-UNIT-CODE
041297             OR   DH-A NOT = HI-A
041298             OR   DH-B NOT = HI-B
041299             OR   DH-C NOT = HI-C
041300             OR   DH-BUS-DATE > WS-CURRENT-DATE-NUM
041301                 SET WS-DUP-SCAN-DONE TO TRUE
041302             WHEN DH-BUS-DATE = WS-CURRENT-DATE-NUM
041303              AND DH-READ-SEQ = WS-READ-COUNT
041304                 CONTINUE
041305             WHEN OTHER
041306                 SET WS-REASON-DUPLICATE TO TRUE
041307                 SET WS-DUP-SCAN-DONE TO TRUE
041308         END-EVALUATE.
041309 2180-EXIT.
041310         EXIT.
041311
041312*----------------------------------------------------------------
041313* 2400-WRITE-REJECT - HAND THE BAD RECORD BACK TO THE UPSTREAM
041400* TEAM ON HELLOREJ WITH ITS REASON CODE AND THE ORIGINAL RECORD
041500* IMAGE, AND COUNT IT FOR THE CONTROL BOX. THE BUSINESS DATE
041510* AND THE READ SEQUENCE GO IN FRONT - TOGETHER THE KEY A REPAIR
042800                 MOVE "C NON-NUMERIC " TO RJ-REASON-DESC
042810             WHEN WS-REASON-NO-UNIT
042820                 MOVE "NO UNIT CODE  " TO RJ-REASON-DESC
042830             WHEN WS-REASON-DUPLICATE
042840                 MOVE "DUPLICATE     " TO RJ-REASON-DESC
042850                 ADD 1 TO WS-DUPLICATE-COUNT
042860             WHEN WS-REASON-UNKNOWN-DESK
042870                 MOVE "UNKNOWN DESK  " TO RJ-REASON-DESC
042880             WHEN WS-REASON-INACTIVE-DESK
042890                 MOVE "INACTIVE DESK " TO RJ-REASON-DESC
042900         END-EVALUATE.
043000         MOVE HELLO-INPUT-RECORD TO RJ-RECORD-IMAGE.
043100         WRITE HELLO-REJECT-RECORD FROM REJECT-RECORD.
044100         ADD WS-A TO WS-B GIVING WS-VAL.
044200         PERFORM 2250-ACCUMULATE-VAL-STATS THRU 2250-EXIT.
044300         PERFORM 2260-BUFFER-EXTRACT THRU 2260-EXIT.
044350         PERFORM 2280-RECORD-HISTORY THRU 2280-EXIT.
044400         IF WS-C IS EQUAL TO ZERO THEN
044500             ADD 1 TO WS-C-ZERO-COUNT
044600             MOVE ZEROS TO WS-DIV
050893                 XU-VALUE-COUNT(WS-UNIT-IDX)).
051000 2260-EXIT.
051100         EXIT.
051101
051102*----------------------------------------------------------------
051103* 2280-RECORD-HISTORY - REMEMBER THE ACCEPTED TRANSACTION UNDER
051104* TONIGHT'S BUSINESS DATE SO A RESEND ON A LATER NIGHT IS CAUGHT.
051105* A DUPLICATE KEY MEANS AN EARLIER ATTEMPT AT TONIGHT'S RUN
051106* ALREADY RECORDED IT, OR THE CHECK IS TURNED OFF AND THE DECK
051107* CARRIES IT TWICE - EITHER WAY THE HISTORY ALREADY HAS IT.
051108*----------------------------------------------------------------
051109 2280-RECORD-HISTORY.
051110         MOVE HI-UNIT-CODE TO DH-UNIT-CODE.
051111         MOVE WS-A TO DH-A.
051112         MOVE WS-B TO DH-B.
051113         MOVE WS-C TO DH-C.
051114         MOVE WS-CURRENT-DATE-NUM TO DH-BUS-DATE.
051115         MOVE WS-READ-COUNT TO DH-READ-SEQ.
051116         MOVE WS-TRANS-COUNT TO DH-TRANS-NO.
051117         SET DUP-FN-WRITE TO TRUE.
051118         CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
051119         IF NOT DUP-IO-OK
051120         AND NOT DUP-IO-DUP-KEY
051121             DISPLAY "HELLODUP WRITE FAILED, STATUS="
051122                 DUP-STATUS-CODE
051123             MOVE 16 TO RETURN-CODE
051124             PERFORM 9000-TERMINATE THRU 9000-EXIT
051125             STOP RUN
051126         END-IF.
051127 2280-EXIT.
051128         EXIT.
051200
051300 2300-WRITE-DETAIL-LINE.
051400         MOVE WS-TRANS-COUNT TO RD-TRANS-NO.
053810*----------------------------------------------------------------
053820* 8800-WRITE-EXTRACT-FILE - CUT THE LSEXTR DECK IN THE LONGSUBQ
053830* INPUT LAYOUT: ONE "U" HEADER PER BUSINESS UNIT (IN FIRST-SEEN
053840* ORDER, NAMED BY ITS OFFICIAL UNIT-MASTER NAME) THEN ITS VALS
053850* IN TRANSACTION ORDER, SO STEP030 SCORES AND AUDITS EACH
053860* DESK'S VALUE STREAM AS ITS OWN SEQUENCE.
053870*----------------------------------------------------------------
053890
053895 8810-WRITE-UNIT-GROUP.
053900         MOVE SPACES TO XH-UNIT-NAME.
053905         MOVE XU-UNIT-NAME(WS-U) TO XH-UNIT-NAME.
053910         WRITE HELLO-EXTRACT-RECORD FROM WS-EXTRACT-HEADER.
053915         PERFORM 8820-WRITE-UNIT-VALUE
053920             VARYING WS-X FROM 1 BY 1
056200         EXIT.
056300
056400 9000-TERMINATE.
056410         MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
056500         DISPLAY "TRANSACTIONS PROCESSED: " WS-TRANS-COUNT.
056600         IF WS-EXTRACT-CAP-COUNT > 0
056700             DISPLAY "LSEXTR VALUES CAPPED AT FIELD MAXIMUM: "
056800                 WS-EXTRACT-CAP-COUNT
056900         END-IF.
056910         IF WS-DUPLICATE-COUNT > 0
056920             DISPLAY "DUPLICATE TRANSACTIONS REJECTED: "
056930                 WS-DUPLICATE-COUNT
056940         END-IF.
056941         IF WS-DESK-REJECT-COUNT > 0
056942             DISPLAY "UNKNOWN/INACTIVE DESK REJECTS: "
056943                 WS-DESK-REJECT-COUNT
056944         END-IF.
056945         SET UNIT-FN-CLOSE TO TRUE.
056946         CALL "UNITIO" USING UNIT-REQUEST UNIT-MASTER-RECORD.
056950         SET DUP-FN-CLOSE TO TRUE.
056960         CALL "DUPIO" USING DUP-REQUEST DUP-HISTORY-RECORD.
057000         IF WS-HELLORPT-IS-OPEN
057100             PERFORM 9050-WRITE-SUMMARY-PAGE THRU 9050-EXIT
057200             PERFORM 9100-WRITE-CONTROL-BOX THRU 9100-EXIT
058300         IF WS-HELLOIN-IS-OPEN
058400             CLOSE HELLO-INPUT-FILE
058500         END-IF.
058510         MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
058600 9000-EXIT.
058700         EXIT.
058800
063100         MOVE "RECORDS REJECTED :" TO CB-LABEL.
063200         MOVE WS-REJECT-COUNT TO CB-COUNT.
063300         WRITE HELLO-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
063310         MOVE "  OF WHICH DUPL. :" TO CB-LABEL.
063320         MOVE WS-DUPLICATE-COUNT TO CB-COUNT.
063330         WRITE HELLO-REPORT-RECORD FROM WS-CONTROL-BOX-DETAIL.
063400         WRITE HELLO-REPORT-RECORD FROM WS-CONTROL-BOX-RULE.
063500 9100-EXIT.
063600         EXIT.
