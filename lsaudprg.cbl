002100*   KEEP=NNN        ONLINE RETENTION IN DAYS, MEASURED FROM THE
002200*                   RUN DATE. REQUIRED - A PURGE WITHOUT AN
002300*                   EXPLICIT RETENTION IS REFUSED (RC 16).
002301*   DAYS=B          COUNT THE KEEP= RETENTION IN BUSINESS DAYS OFF
002302*                   THE BUSCAL CALENDAR INSTEAD OF CALENDAR DAYS.
002303*                   WITH NO CALENDAR FILE THE PURGE IS REFUSED
002304*                   (RC 16) - CALENDAR DAYS WOULD PURGE MORE THAN
002305*                   WAS ASKED. DAYS=C (THE DEFAULT) IS CALENDAR
002306*                   DAYS.
002400*----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*----------------------------------------------------------------
002700* DATE       INIT  DESCRIPTION
002800* 09/03/2026 WJ    ORIGINAL VERSION.
002810* 10/15/2026 WJ    NEW DAYS=B CARD MEASURES THE KEEP= RETENTION IN
002820*                  BUSINESS DAYS (CALIO FUNCTION K); THE CONTROL
002830*                  REPORT SAYS WHICH DAYS THE CUTOFF COUNTED (THE
002840*                  RETENTION LINE WIDENS ONLY FOR DAYS=B).
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. LSAUDPRG.
005000     05  PC-KEEP-DAYS-NUM REDEFINES PC-KEEP-DAYS
005100                                 PIC 9(03).
005200     05  FILLER                  PIC X(72).
005210 01  PURGE-DAYS-CARD.
005220     05  FILLER                  PIC X(05).
005230     05  PC-DAYS-CODE            PIC X(01).
005240     05  FILLER                  PIC X(74).
005300 FD  PURGE-ARCHIVE-FILE.
005400*    THE ARCHIVE RECORD IS THE AUDITREC LAYOUT FIELD FOR FIELD -
005500*    LSHIST READS IT BACK WITH THE SAME SLICES IT USES AGAINST
007500 COPY DATESTMP.
007600 COPY AUDIOREQ.
007700 COPY AUDITREC.
007750 COPY CALREQ.
007800 01  WS-KEEP-DAYS                PIC 9(03) VALUE ZERO.
007810 01  WS-KEEP-COUNT-CODE          PIC X(01) VALUE "C".
007820     88  WS-KEEP-BUSINESS-DAYS   VALUE "B".
007830     88  WS-KEEP-COUNT-VALID     VALUE "B" "C".
007900 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
008000 01  WS-DATE-INTEGER             PIC 9(08).
008100 01  WS-UNLOAD-COUNT             PIC 9(09) VALUE ZERO.
012600     05  FILLER                  PIC X(22)
012700                     VALUE " DAYS - CUTOFF DATE   ".
012800     05  PC1-CUTOFF              PIC 9999/99/99.
012810*    THE SAME LINE WHEN KEEP= COUNTS BUSINESS DAYS (DAYS=B).
012820 01  WS-REPORT-CUTOFF-LINE-B.
012830     05  FILLER                  PIC X(11) VALUE "RETENTION  ".
012840     05  PCB-KEEP                PIC ZZ9.
012850     05  FILLER                  PIC X(31)
012860                     VALUE " BUSINESS DAYS - CUTOFF DATE   ".
012870     05  PCB-CUTOFF              PIC 9999/99/99.
012900 01  WS-REPORT-COUNT-LINE.
013000     05  PR-LABEL                PIC X(24).
013100     05  PR-COUNT                PIC ZZZZZZZZ9.
015100* 1000-INITIALIZE - READ THE RETENTION CARD, FIX THE CUTOFF DATE
015200* AND OPEN THE ARCHIVE AND THE CONTROL REPORT. A RUN WITHOUT AN
015300* EXPLICIT KEEP= CARD IS REFUSED - NOBODY PURGES AN AUDIT TRAIL
015301* ON A DEFAULT. UNDER DAYS=B THE CUTOFF IS THE DATE KEEP=
015350* BUSINESS DAYS BEFORE THE RUN DATE.
015500*----------------------------------------------------------------
015600 1000-INITIALIZE.
015700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
016100         MOVE 16 TO RETURN-CODE
016200         STOP RUN
016300     END-IF.
016310     IF NOT WS-KEEP-COUNT-VALID
016320         DISPLAY "PRGCNTL DAYS CODE '" WS-KEEP-COUNT-CODE
016330             "' INVALID - MUST BE B OR C"
016340         MOVE 16 TO RETURN-CODE
016350         STOP RUN
016360     END-IF.
016600     IF WS-KEEP-BUSINESS-DAYS
016601         PERFORM 1200-BUSINESS-CUTOFF THRU 1200-EXIT
016602     ELSE
016700         COMPUTE WS-DATE-INTEGER =
016800             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
016801             - WS-KEEP-DAYS
016802         COMPUTE WS-CUTOFF-DATE =
016803             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
016804     END-IF.
016900     OPEN OUTPUT PURGE-ARCHIVE-FILE.
017000     IF NOT LSARCH-OK
017100         DISPLAY "LSARCH OPEN FAILED, STATUS=" WS-LSARCH-STATUS
018700     MOVE WS-KEEP-DAYS TO PC1-KEEP.
018800     MOVE WS-CUTOFF-DATE TO PC1-CUTOFF.
018900     MOVE WS-REPORT-CUTOFF-LINE TO PURGE-REPORT-RECORD.
018910     IF WS-KEEP-BUSINESS-DAYS
018920         MOVE WS-KEEP-DAYS TO PCB-KEEP
018930         MOVE WS-CUTOFF-DATE TO PCB-CUTOFF
018940         MOVE WS-REPORT-CUTOFF-LINE-B TO PURGE-REPORT-RECORD
018950     END-IF.
019000     WRITE PURGE-REPORT-RECORD.
019100 1000-EXIT.
019200     EXIT.
021700                  AND PC-KEEP-DAYS IS NUMERIC
021800                     MOVE PC-KEEP-DAYS-NUM TO WS-KEEP-DAYS
021900                     SET WS-KEEP-CARD-SEEN TO TRUE
021910                 WHEN PC-KEYWORD = "DAYS="
021920                     MOVE PC-DAYS-CODE TO WS-KEEP-COUNT-CODE
022000                 WHEN PURGE-CONTROL-RECORD = SPACES
022100                     CONTINUE
022200                 WHEN OTHER
022900     END-READ.
023000 1150-EXIT.
023100     EXIT.
023101*----------------------------------------------------------------
023102* 1200-BUSINESS-CUTOFF - THE CUTOFF KEEP= BUSINESS DAYS BACK FROM
023103* THE RUN DATE. THE CALENDAR IS CLOSED AGAIN AT ONCE - IT IS
023104* NEEDED FOR NOTHING ELSE. NO CALENDAR, OR A BAD ONE, REFUSES
023105* THE PURGE BEFORE THE ARCHIVE IS OPENED.
023106*----------------------------------------------------------------
023107 1200-BUSINESS-CUTOFF.
023108     SET CAL-FN-BACK-DAYS TO TRUE.
023109     MOVE WS-CURRENT-DATE-NUM TO CAL-DATE.
023110     MOVE WS-KEEP-DAYS TO CAL-DAYS.
023111     CALL "CALIO" USING CAL-REQUEST.
023112     MOVE CAL-RESULT-DATE TO WS-CUTOFF-DATE.
023113     IF NOT CAL-IO-OK
023114         DISPLAY "CALIO BUSINESS-DAY CUTOFF FAILED, STATUS="
023115             CAL-STATUS-CODE " - PURGE REFUSED"
023116         MOVE 16 TO RETURN-CODE
023117         STOP RUN
023118     END-IF.
023119     SET CAL-FN-CLOSE TO TRUE.
023120     CALL "CALIO" USING CAL-REQUEST.
023121 1200-EXIT.
023122     EXIT.
023200*----------------------------------------------------------------
023300* 2000-UNLOAD-PASS - ONE SCAN OF THE MASTER IN KEY ORDER. EVERY
023400* RECORD DATED BEFORE THE CUTOFF IS WRITTEN TO THE ARCHIVE AND
