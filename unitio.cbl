002300*----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 09/03/2026 WJ    ORIGINAL VERSION.
002510* 10/15/2026 WJ    THE MASTER CARRIES THE HELLOIN DESK CODE AS AN
002520*                  ALTERNATE KEY (WITH DUPLICATES - A UNIT WITH NO
002530*                  DESK LEAVES IT BLANK). NEW FUNCTION K READS A
002540*                  UNIT BY ITS DESK CODE.
002550* 10/15/2026 WJ    NEW FUNCTION A READS A UNIT AS OF A DATE - THE
002560*                  MASTER RECORD, UNLESS THE UNITHIST CHANGE
002570*                  HISTORY (THROUGH UHISTIO) HOLDS A CHANGE DATED
002580*                  LATER, WHOSE BEFORE IMAGE IS THEN THE ANSWER. A
002590*                  UNIT ADDED LATER THAN THE DATE IS NOT FOUND.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. UNITIO.
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS UMF-UNIT-NAME
003501         ALTERNATE RECORD KEY IS UMF-DESK-CODE WITH DUPLICATES
003600         FILE STATUS IS WS-UNITMST-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
004400     05  UMF-DESCRIPTION         PIC X(30).
004500     05  UMF-MIN-VALUES          PIC 9(06).
004600     05  UMF-MAX-VALUES          PIC 9(06).
004650     05  UMF-DESK-CODE           PIC X(04).
004700 WORKING-STORAGE SECTION.
004800 01  WS-UNITMST-STATUS           PIC X(02).
004900     88  UNITMST-OK              VALUE "00".
005200     88  WS-FILE-CLOSED          VALUE "N".
005300     88  WS-OPEN-FOR-UPDATE      VALUE "U".
005400     88  WS-OPEN-FOR-INPUT       VALUE "I".
005410 COPY UHISTREQ.
005420 COPY UHISTREC.
005500 LINKAGE SECTION.
005600 COPY UNITREQ.
005700 COPY UNITREC.
006000     EVALUATE TRUE
006100         WHEN UNIT-FN-READ
006200             PERFORM 1000-READ-BY-KEY THRU 1000-EXIT
006210         WHEN UNIT-FN-READ-DESK
006220             PERFORM 1500-READ-BY-DESK THRU 1500-EXIT
006230         WHEN UNIT-FN-READ-AS-OF
006240             PERFORM 1600-READ-AS-OF THRU 1600-EXIT
006300         WHEN UNIT-FN-WRITE
006400             PERFORM 2000-WRITE-RECORD THRU 2000-EXIT
006500         WHEN UNIT-FN-REWRITE
010400 1000-EXIT.
010500     EXIT.
010600*----------------------------------------------------------------
010601* 1500-READ-BY-DESK - HAND BACK THE UNIT REGISTERED UNDER THE DESK
010602* CODE IN THE CALLER'S RECORD AREA, BY THE ALTERNATE KEY. SAME
010603* STATUS CONVENTIONS AS 1000-READ-BY-KEY. THE BLANK CODE IS NEVER
010604* A LOOKUP - EVERY NO-DESK UNIT SHARES IT.
010605*----------------------------------------------------------------
010606 1500-READ-BY-DESK.
010607     IF WS-FILE-CLOSED
010608         OPEN INPUT UNIT-MASTER-FILE
010609         IF NOT UNITMST-OK
010610             MOVE WS-UNITMST-STATUS TO UNIT-STATUS-CODE
010611             GO TO 1500-EXIT
010612         END-IF
010613         SET WS-OPEN-FOR-INPUT TO TRUE
010614     END-IF.
010615     IF UM-DESK-CODE = SPACES
010616         MOVE "23" TO UNIT-STATUS-CODE
010617         GO TO 1500-EXIT
010618     END-IF.
010619     MOVE UM-DESK-CODE TO UMF-DESK-CODE.
010620     READ UNIT-MASTER-FILE
010621         KEY IS UMF-DESK-CODE
010622         INVALID KEY
010623             CONTINUE
010624     END-READ.
010625     IF UNITMST-OK
010626         MOVE UMF-RECORD TO UNIT-MASTER-RECORD
010627     END-IF.
010628     MOVE WS-UNITMST-STATUS TO UNIT-STATUS-CODE.
010629 1500-EXIT.
010630     EXIT.
010631*----------------------------------------------------------------
010632* 1600-READ-AS-OF - HAND BACK THE UNIT NAMED IN THE CALLER'S
010633* RECORD AREA AS IT STOOD ON UNIT-ASOF-DATE. THE MASTER HOLDS THE
010634* LATEST VALUES; THE FIRST HISTORY RECORD FOR THE UNIT DATED AFTER
010635* THE AS-OF DATE CARRIES THE VALUES IN FORCE UNTIL THEN AS ITS
010636* BEFORE IMAGE. A CHANGE APPLIED ON THE AS-OF DATE ITSELF IS IN
010637* FORCE THAT DAY. NO LATER CHANGE (OR NO HISTORY AT ALL) LEAVES
010638* THE MASTER'S ANSWER. A LATER ADD MEANS THE UNIT DID NOT EXIST
010639* YET - STATUS 23. A MISSING MASTER IS STILL STATUS 35.
010640* A UNITHIST READ ERROR COMES BACK AS THE UNITHIST STATUS.
010641*----------------------------------------------------------------
010642 1600-READ-AS-OF.
010643     PERFORM 1000-READ-BY-KEY THRU 1000-EXIT.
010644     IF NOT UNIT-IO-OK
010645     AND NOT UNIT-IO-NOT-FOUND
010646         GO TO 1600-EXIT
010647     END-IF.
010648     MOVE UM-UNIT-NAME TO UH-UNIT-NAME.
010649     MOVE UNIT-ASOF-DATE TO UH-BUS-DATE.
010650     MOVE 99999999 TO UH-APPLY-TIME.
010651     MOVE 9999 TO UH-APPLY-SEQ.
010652     SET UHIST-FN-START-AFTER TO TRUE.
010653     CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD.
010654     PERFORM 1610-CHECK-HISTORY-STATUS THRU 1610-EXIT.
010655     IF NOT UHIST-IO-OK
010656         GO TO 1600-EXIT
010657     END-IF.
010658     SET UHIST-FN-READ-NEXT TO TRUE.
010659     CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD.
010660     PERFORM 1610-CHECK-HISTORY-STATUS THRU 1610-EXIT.
010661     IF NOT UHIST-IO-OK
010662     OR UH-UNIT-NAME NOT = UM-UNIT-NAME
010663         GO TO 1600-EXIT
010664     END-IF.
010665     IF UH-BEFORE-ABSENT
010666         MOVE "23" TO UNIT-STATUS-CODE
010667         GO TO 1600-EXIT
010668     END-IF.
010669     MOVE UH-BEFORE-STATUS TO UM-STATUS.
010670     MOVE UH-BEFORE-DEPARTMENT TO UM-DEPARTMENT.
010671     MOVE UH-BEFORE-DESCRIPTION TO UM-DESCRIPTION.
010672     MOVE UH-BEFORE-MIN-VALUES TO UM-MIN-VALUES.
010673     MOVE UH-BEFORE-MAX-VALUES TO UM-MAX-VALUES.
010674     MOVE UH-BEFORE-DESK-CODE TO UM-DESK-CODE.
010675     MOVE "00" TO UNIT-STATUS-CODE.
010676 1600-EXIT.
010677     EXIT.
010678*----------------------------------------------------------------
010679* 1610-CHECK-HISTORY-STATUS - NO HISTORY AFTER THE DATE (23 OR 10)
010680* OR NO HISTORY FILE YET (35) LEAVES THE MASTER'S ANSWER. ANY
010681* OTHER UNITHIST STATUS IS PASSED BACK AS THE STATUS OF THE AS-OF
010682* READ, SO THE CALLER NEVER TAKES TODAY'S MASTER FOR A DATE IT
010683* COULD NOT CHECK.
010684*----------------------------------------------------------------
010685 1610-CHECK-HISTORY-STATUS.
010686     IF UHIST-IO-OK
010687     OR UHIST-IO-NOT-FOUND
010688     OR UHIST-IO-EOF
010689     OR UHIST-IO-FILE-MISSING
010690         GO TO 1610-EXIT
010691     END-IF.
010692     MOVE UHIST-STATUS-CODE TO UNIT-STATUS-CODE.
010693 1610-EXIT.
010694     EXIT.
010695*----------------------------------------------------------------
010700* 2000-WRITE-RECORD - ADD THE CALLER'S RECORD TO THE MASTER. THE
010800* FIRST WRITE OF A BRAND-NEW MASTER CREATES IT. A DUPLICATE KEY
010900* COMES BACK AS STATUS 22 FOR THE CALLER TO REJECT THE ADD.
021100         SET WS-FILE-CLOSED TO TRUE
021200     END-IF.
021300     IF UNIT-FN-CLOSE
021301         SET UHIST-FN-CLOSE TO TRUE
021350         CALL "UHISTIO" USING UHIST-REQUEST UNIT-HISTORY-RECORD
021400         MOVE "00" TO UNIT-STATUS-CODE
021500     END-IF.
021600 9000-EXIT.
