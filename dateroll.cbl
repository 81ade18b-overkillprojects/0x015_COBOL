000900*                INSTEAD OF THE CALENDAR DATE - A 00:30 RERUN OF
001000*                THE 22:00 WINDOW MUST BALANCE, SKIP AND AUDIT
001100*                AS THE SAME NIGHT. THE DATE ROLLS FORWARD TO
001200*                TODAY'S DATE ONLY WHEN THE NIGHT IT
001300*                NAMES HAS CLOSED (NIGHTBAL'S COMPLETION RECORD
001400*                IS ON RUNCTL FOR IT) - AN UNFINISHED NIGHT
001500*                KEEPS ITS DATE SO THE RERUN FINDS ITS
001600*                COMPLETION RECORDS. AN OPERATOR DATE= CARD ON
001700*                DRCNTL FORCES THE DATE FOR BACKDATED
001800*                REPROCESSING OF A FAILED PRIOR NIGHT. ONLY A
001801*                BUSINESS DAY ON THE CALENDAR (BUSCAL, READ
001802*                THROUGH CALIO) BECOMES A BUSINESS DATE: WHEN THE
001803*                NIGHT HAS CLOSED AND TODAY IS A WEEKEND DAY OR A
001804*                HOLIDAY THERE IS NO NIGHT TO RUN - THE DATE IS
001805*                LEFT ALONE AND THE STEP ENDS RC 4, WHICH BYPASSES
001806*                THE REST OF THE NIGHTLY STREAM.
001900*----------------------------------------------------------------
002000* CONTROL CARDS (DRCNTL, OPTIONAL):
002100*   DATE=YYYYMMDD   FORCE THE BUSINESS DATE - OPERATOR OVERRIDE
002200*                   FOR BACKDATED REPROCESSING. THE ROLL RULE IS
002300*                   NOT CONSULTED, BUT A DATE THAT IS NOT A
002301*                   BUSINESS DAY IS REFUSED (RC 16) UNLESS THE
002302*                   FORCE CARD IS ALSO GIVEN.
002303*   FORCE           ACCEPT THE DATE= CARD EVEN THOUGH THE
002304*                   CALENDAR SAYS IT IS NOT A BUSINESS DAY. GIVEN
002305*                   ONLY WITH A DATE= CARD.
002400*----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*----------------------------------------------------------------
002820*                  AND RETURN CODE) TO RUNCTL UNDER THE DECIDED
002830*                  BUSINESS DATE, SO THE NIGHTSTA MORNING PAGE
002840*                  SHOWS WHEN THE WINDOW OPENED.
002845* 10/15/2026 WJ    ROLLS ONLY TO A BUSINESS DAY ON THE BUSCAL
002850*                  CALENDAR - A CLOSED NIGHT FOLLOWED BY A WEEKEND
002855*                  DAY OR HOLIDAY ENDS RC 4 WITH THE DATE HELD. A
002860*                  DATE= CARD FOR A NON-BUSINESS DAY NEEDS A FORCE
002865*                  CARD. A FIRST-EVER RUN SEEDS FROM THE LAST
002870*                  BUSINESS DAY ON OR BEFORE TODAY.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. DATEROLL.
005600 COPY RUNCTL.
005700 WORKING-STORAGE SECTION.
005800 COPY DATESTMP.
005850 COPY CALREQ.
005900 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
006000 01  WS-OVERRIDE-DATE            PIC 9(08) VALUE ZERO.
006100 01  WS-EDIT-DATE                PIC 9(08).
006600 01  WS-SWITCHES.
006700     05  WS-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
006800         88  WS-OVERRIDE-GIVEN   VALUE "Y".
006810     05  WS-FORCE-SWITCH         PIC X(01) VALUE "N".
006820         88  WS-FORCE-GIVEN      VALUE "Y".
006830     05  WS-CALENDAR-SWITCH      PIC X(01) VALUE "Y".
006840         88  WS-CALENDAR-ON-FILE VALUE "Y".
006850         88  WS-CALENDAR-MISSING VALUE "N".
006860     05  WS-NO-NIGHT-SWITCH      PIC X(01) VALUE "N".
006870         88  WS-NO-NIGHT-TODAY   VALUE "Y".
006900     05  WS-DATE-ON-FILE-SWITCH  PIC X(01) VALUE "N".
007000         88  WS-DATE-ON-FILE     VALUE "Y".
007100     05  WS-NIGHT-CLOSED-SWITCH  PIC X(01) VALUE "N".
009200     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
009300     PERFORM 2000-READ-BUSINESS-DATE THRU 2000-EXIT.
009400     PERFORM 3000-DECIDE-DATE THRU 3000-EXIT.
009410     IF NOT WS-NO-NIGHT-TODAY
009500         PERFORM 4000-WRITE-BUSINESS-DATE THRU 4000-EXIT
009510         PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT
009600         DISPLAY "BUSINESS DATE FOR THIS WINDOW: "
009601             WS-BUSINESS-DATE
009602     END-IF.
009603     SET CAL-FN-CLOSE TO TRUE.
009604     CALL "CALIO" USING CAL-REQUEST.
009605     IF WS-NO-NIGHT-TODAY
009606         MOVE 4 TO RETURN-CODE
009607     END-IF.
009700     STOP RUN.
009800 0000-EXIT.
009900     EXIT.
010000*----------------------------------------------------------------
010100* 1100-READ-CONTROL - PICK UP AN OPERATOR DATE= OVERRIDE CARD AND
010200* ITS FORCE CARD. A MISSING DRCNTL MEANS THE NORMAL ROLL RULE. A
010300* MISPUNCHED CARD FAILS THE STEP - THE WHOLE STREAM RUNS UNDER
010400* THIS DATE, SO A GUESS IS WORSE THAN A STOP.
010500*----------------------------------------------------------------
010600 1100-READ-CONTROL.
010700     OPEN INPUT ROLL-CONTROL-FILE.
011800             STOP RUN
011900         END-IF
012000     END-IF.
012010     IF WS-FORCE-GIVEN
012020     AND NOT WS-OVERRIDE-GIVEN
012030         DISPLAY "DRCNTL FORCE CARD GIVEN WITHOUT A DATE= CARD"
012040         MOVE 16 TO RETURN-CODE
012050         STOP RUN
012060     END-IF.
012100 1100-EXIT.
012200     EXIT.
012300 1150-READ-CONTROL-CARD.
013000                  AND RC-DATE IS NUMERIC
013100                     MOVE RC-DATE-NUM TO WS-OVERRIDE-DATE
013200                     SET WS-OVERRIDE-GIVEN TO TRUE
013210                 WHEN RC-KEYWORD = "FORCE"
013220                     SET WS-FORCE-GIVEN TO TRUE
013300                 WHEN ROLL-CONTROL-RECORD = SPACES
013400                     CONTINUE
013500                 WHEN OTHER
017300     EXIT.
017400*----------------------------------------------------------------
017500* 3000-DECIDE-DATE - THE ROLL RULE. AN OPERATOR OVERRIDE WINS
017501* OUTRIGHT, PROVIDED IT NAMES A BUSINESS DAY OR IS FORCED.
017600* OTHERWISE THE DATE ROLLS FORWARD TO TODAY'S DATE ONLY WHEN THE
017700* NIGHT ON FILE HAS CLOSED - NIGHTBAL'S COMPLETION RECORD ON
017800* RUNCTL IS THE SIGN THE WHOLE WINDOW BALANCED - AND TODAY IS A
017900* BUSINESS DAY. AN UNFINISHED NIGHT KEEPS ITS DATE, SO A RERUN
017901* THAT SLIPPED PAST MIDNIGHT (EVEN INTO A SATURDAY) STILL FINDS
018100* ITS COMPLETION RECORDS AND AUDITS UNDER THE SAME BUSINESS DAY.
018101* A CLOSED NIGHT FOLLOWED BY A WEEKEND DAY OR HOLIDAY LEAVES
018102* BUSDATE AND RUNCTL UNTOUCHED AND ENDS RC 4 - THE NIGHTLY STEPS
018103* ARE CONDITIONED ON THIS STEP ENDING RC 0, SO THE HOLIDAY NIGHT
018104* IS BYPASSED RATHER THAN RUN UNDER A BUSINESS DATE OF ITS OWN.
018200*----------------------------------------------------------------
018300 3000-DECIDE-DATE.
018400     IF WS-OVERRIDE-GIVEN
018500         MOVE WS-OVERRIDE-DATE TO WS-EDIT-DATE
018600         PERFORM 3100-EDIT-DATE THRU 3100-EXIT
018610         MOVE WS-OVERRIDE-DATE TO CAL-DATE
018620         PERFORM 3300-CHECK-BUSINESS-DAY THRU 3300-EXIT
018630         IF NOT CAL-BUSINESS-DAY
018640             PERFORM 3400-NON-BUSINESS-OVERRIDE THRU 3400-EXIT
018650         END-IF
018700         MOVE WS-OVERRIDE-DATE TO WS-BUSINESS-DATE
018800         DISPLAY "BUSINESS DATE SET BY OPERATOR OVERRIDE: "
018900             WS-BUSINESS-DATE
019000         GO TO 3000-EXIT
019100     END-IF.
019200     IF NOT WS-DATE-ON-FILE
019300         MOVE WS-CURRENT-DATE-NUM TO CAL-DATE
019301         PERFORM 3500-LAST-BUSINESS-DAY THRU 3500-EXIT
019350         MOVE CAL-RESULT-DATE TO WS-BUSINESS-DATE
019400         DISPLAY "BUSDATE EMPTY - BUSINESS DATE SEEDED FROM"
019500             " THE CALENDAR: " WS-BUSINESS-DATE
019600         GO TO 3000-EXIT
019700     END-IF.
019800     PERFORM 3200-CHECK-NIGHT-CLOSED THRU 3200-EXIT.
019810     IF WS-NIGHT-CLOSED
019820         MOVE WS-CURRENT-DATE-NUM TO CAL-DATE
019830         PERFORM 3300-CHECK-BUSINESS-DAY THRU 3300-EXIT
019840     END-IF.
019850     IF WS-NIGHT-CLOSED
019860     AND NOT CAL-BUSINESS-DAY
019870         SET WS-NO-NIGHT-TODAY TO TRUE
019880         DISPLAY "NIGHT " WS-BUSINESS-DATE " CLOSED - TODAY "
019890             WS-CURRENT-DATE-NUM " IS NOT A BUSINESS DAY - "
019891             CAL-DAY-NAME
019892         DISPLAY "NO NIGHT TO RUN - BUSINESS DATE LEFT AT "
019893             WS-BUSINESS-DATE ", STREAM BYPASSED"
019894         GO TO 3000-EXIT
019895     END-IF.
019900     IF WS-NIGHT-CLOSED
020000         MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE
020100         DISPLAY "NIGHT CLOSED - BUSINESS DATE ROLLED TO: "
025100     END-READ.
025200 3250-EXIT.
025300     EXIT.
025301*----------------------------------------------------------------
025302* 3300-CHECK-BUSINESS-DAY - ASK THE CALENDAR WHETHER CAL-DATE IS
025303* A BUSINESS DAY. WITH NO BUSCAL AT ALL EVERY DAY IS TREATED AS
025304* ONE - THE ROLL RULE BEFORE THE CALENDAR EXISTED - WITH A
025305* WARNING, SO A MISSING CALENDAR NEVER STOPS THE NIGHT. A BAD
025306* CALENDAR DOES: THE DATE CANNOT BE DECIDED FROM HALF OF ONE.
025307*----------------------------------------------------------------
025308 3300-CHECK-BUSINESS-DAY.
025309     SET CAL-FN-CHECK-DAY TO TRUE.
025310     CALL "CALIO" USING CAL-REQUEST.
025311     EVALUATE TRUE
025312         WHEN CAL-IO-OK
025313             CONTINUE
025314         WHEN CAL-IO-FILE-MISSING
025315             IF WS-CALENDAR-ON-FILE
025316                 DISPLAY "BUSCAL NOT FOUND - EVERY DAY TREATED AS"
025317                     " A BUSINESS DAY"
025318                 SET WS-CALENDAR-MISSING TO TRUE
025319             END-IF
025320             MOVE "Y" TO CAL-DAY-SWITCH
025321             MOVE SPACES TO CAL-DAY-NAME
025322         WHEN OTHER
025323             DISPLAY "CALIO CHECK OF " CAL-DATE " FAILED, STATUS="
025324                 CAL-STATUS-CODE
025325             MOVE 16 TO RETURN-CODE
025326             STOP RUN
025327     END-EVALUATE.
025328 3300-EXIT.
025329     EXIT.
025330*----------------------------------------------------------------
025331* 3400-NON-BUSINESS-OVERRIDE - A DATE= CARD FOR A WEEKEND DAY OR
025332* HOLIDAY IS USUALLY A MISPUNCH; IT STANDS ONLY WITH A FORCE CARD.
025333*----------------------------------------------------------------
025334 3400-NON-BUSINESS-OVERRIDE.
025335     IF WS-FORCE-GIVEN
025336         DISPLAY "DRCNTL DATE= VALUE " WS-OVERRIDE-DATE
025337             " ACCEPTED ON THE FORCE CARD - NOT A BUSINESS DAY - "
025338             CAL-DAY-NAME
025339         GO TO 3400-EXIT
025340     END-IF.
025341     DISPLAY "DRCNTL DATE= VALUE " WS-OVERRIDE-DATE
025342         " IS NOT A BUSINESS DAY - " CAL-DAY-NAME.
025343     DISPLAY "ADD A FORCE CARD TO DRCNTL TO RUN UNDER IT ANYWAY".
025344     MOVE 16 TO RETURN-CODE.
025345     STOP RUN.
025346 3400-EXIT.
025347     EXIT.
025348*----------------------------------------------------------------
025349* 3500-LAST-BUSINESS-DAY - THE LAST BUSINESS DAY ON OR BEFORE
025350* CAL-DATE, IN CAL-RESULT-DATE. NO BUSCAL MEANS CAL-DATE ITSELF.
025351*----------------------------------------------------------------
025352 3500-LAST-BUSINESS-DAY.
025353     SET CAL-FN-PRIOR-DAY TO TRUE.
025354     CALL "CALIO" USING CAL-REQUEST.
025355     EVALUATE TRUE
025356         WHEN CAL-IO-OK
025357             CONTINUE
025358         WHEN CAL-IO-FILE-MISSING
025359             DISPLAY "BUSCAL NOT FOUND - EVERY DAY TREATED AS"
025360                 " A BUSINESS DAY"
025361             SET WS-CALENDAR-MISSING TO TRUE
025362             MOVE CAL-DATE TO CAL-RESULT-DATE
025363         WHEN OTHER
025364             DISPLAY "CALIO PRIOR-DAY OF " CAL-DATE
025365                 " FAILED, STATUS=" CAL-STATUS-CODE
025366             MOVE 16 TO RETURN-CODE
025367             STOP RUN
025368     END-EVALUATE.
025369 3500-EXIT.
025370     EXIT.
025400*----------------------------------------------------------------
025500* 4000-WRITE-BUSINESS-DATE - REWRITE THE CONTROL FILE WITH THE
025600* DECIDED DATE AND THE CALENDAR MOMENT IT WAS SET.
