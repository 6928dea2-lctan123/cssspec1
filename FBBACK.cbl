001800*                     RECORDS, WRITES A REVERSING FBAUDIT       *
001900*                     ENTRY CARRYING THE REMOVED COUNTS, AND    *
002000*                     FLIPS THE REGISTRY RECORD TO REVERSED.    *
002005*    2026-09-02 JMT   REMOVED ROWS ARE NOW BUCKETED WITH THE    *
002010*                     RULE CODES OF THE SET NAMED ON THE ROW    *
002015*                     ITSELF (EACH REFERENCED SET LOADED ONCE   *
002020*                     VIA FBRLOAD), THE WAY FBRECON BUCKETS,    *
002025*                     SO THE REVERSING ENTRY MIRRORS THE        *
002030*                     ORIGINAL EXECUTION'S CLASS SPLIT AND A    *
002035*                     BACKED-OUT NAMED-SET RUN STILL NETS TO    *
002040*                     ZERO PER CLASS.                           *
002045*    2026-10-15 JMT   THE RULE-SET CODE CACHE IS KEYED BY SET   *
002050*                     AND VERSION, EACH VERSION LOADED AS IN    *
002055*                     FORCE ON THE EXTRACT ROW'S RUN DATE.  THE *
002060*                     AUDIT RECORD IS NOW 150 BYTES.            *
002065*    2026-10-15 JMT   FBMAST IS DECLARED WITH ITS NEW           *
002070*                     X/RULE-SET ALTERNATE KEY SO MASTER        *
002075*                     DELETES KEEP THE CROSS-REFERENCE PATH     *
002080*                     CURRENT.                                  *
002084*    2026-10-15 JMT   A COMPLETED RUN WHOSE ACCOUNTING PERIOD   *
002088*                     IS CLOSED ON FBPERSUM IS SKIPPED AS       *
002092*                     *PERIOD CLOSED* UNTIL FBPCLOSE REOPENS    *
002096*                     THE PERIOD.                               *
002097*    2026-10-15 JMT   FBPERSUM IS OPENED FIRST AND CHECKED; ONE *
002098*                     THAT WILL NOT OPEN ENDS RC=16 WITH        *
002099*                     NOTHING TOUCHED.                          *
002100*****************************************************************
002200*    PURPOSE - JCL-INVOKED BACKOUT STEP.  FOR EACH RUN-ID ON    *
002300*    THE FBBKREQ REQUEST FILE, VERIFIES THE RUN IS COMPLETED    *
003000*    REMOVED SO FBRECON NETS THE RUN TO ZERO, AND MARKS THE     *
003100*    REGISTRY RECORD REVERSED.  A RUN-ID NOT ON THE REGISTRY    *
003200*    OR NOT IN COMPLETED STATUS IS REPORTED AND SKIPPED.        *
003210*    A RUN WHOSE ACCOUNTING PERIOD FBPCLOSE HAS CLOSED IS       *
003220*    SKIPPED THE SAME WAY UNTIL THE PERIOD IS REOPENED.         *
003300*    THE FBBAKRPT REPORT SHOWS EVERY REQUEST AND ITS OUTCOME.   *
003400*    ENDS RC=8 WHEN ANY REQUEST COULD NOT BE APPLIED, RC=4      *
003500*    WHEN THE REQUEST FILE IS EMPTY (NOTHING TOUCHED).          *
005700                                ORGANIZATION INDEXED
005800                                ACCESS MODE DYNAMIC
005900                                RECORD KEY FB-MST-KEY
005910                                ALTERNATE KEY FB-MST-XREF-KEY
005920                                    WITH DUPLICATES
006000                                FILE STATUS FB-MAST-STATUS.
006100*
006200     SELECT FB-CKPT-FILE        ASSIGN TO "FBCKPT"
007100*
007200     SELECT FB-BACKOUT-REPORT   ASSIGN TO "FBBAKRPT"
007300                                ORGANIZATION LINE SEQUENTIAL.
007305*
007310     SELECT FB-PERSUM-FILE      ASSIGN TO "FBPERSUM"
007320                                ORGANIZATION INDEXED
007330                                ACCESS MODE DYNAMIC
007340                                RECORD KEY FB-PSM-KEY
007350                                FILE STATUS FB-PERSUM-STATUS.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
009600     COPY FBCKPT.
009700*
009800 FD  FB-AUDIT-FILE
009900     RECORD CONTAINS 150 CHARACTERS.
010000 01  FB-AUDIT-LINE              PIC X(150).
010100*
010200 FD  FB-BACKOUT-REPORT
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  FB-BACKOUT-LINE            PIC X(80).
010410*
010420 FD  FB-PERSUM-FILE.
010430     COPY FBPSUM.
010500*
010600 WORKING-STORAGE SECTION.
010700     COPY FBBKREQ.
011700 77  FB-MAST-STATUS             PIC X(02) VALUE SPACES.
011800 77  FB-CKPT-STATUS             PIC X(02) VALUE SPACES.
011900 77  FB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
011910 77  FB-PERSUM-STATUS           PIC X(02) VALUE SPACES.
012000 77  FB-REQ-EOF-SWITCH          PIC X(01) VALUE 'N'.
012100     88  FB-END-OF-REQUEST-FILE     VALUE 'Y'.
012200 77  FB-EXT-EOF-SWITCH          PIC X(01) VALUE 'N'.
012300     88  FB-END-OF-EXTRACT-FILE     VALUE 'Y'.
012400 77  FB-MST-EOF-SWITCH          PIC X(01) VALUE 'N'.
012500     88  FB-END-OF-MASTER-RUN       VALUE 'Y'.
012510 77  FB-PERSUM-SWITCH           PIC X(01) VALUE 'Y'.
012520     88  FB-NO-PERIODS-CLOSED       VALUE 'N'.
012530 77  FB-PERIOD-CLOSED-SWITCH    PIC X(01) VALUE 'N'.
012540     88  FB-RUN-PERIOD-CLOSED       VALUE 'Y'.
012600 77  FB-BKO-COUNT               PIC 9(02) COMP VALUE ZERO.
012700 77  FB-BKO-MAX                 PIC 9(02) COMP VALUE 50.
012800 77  FB-BKO-IX                  PIC 9(02) COMP VALUE ZERO.
013420 77  FB-SET-MAX                 PIC 9(02) COMP VALUE 20.
013430 77  FB-SET-IX                  PIC 9(02) COMP VALUE ZERO.
013440 77  FB-SET-SUB                 PIC 9(02) COMP VALUE ZERO.
013450 77  FB-SET-VERSION-REQ         PIC 9(04) VALUE ZERO.
013455*
013460 01  FB-SET-TABLE.
013470     05  FB-SET-ENTRY           OCCURS 20 TIMES.
013480         10  FB-SET-TBL-ID          PIC X(04).
013485         10  FB-SET-TBL-VERSION     PIC 9(04).
013490         10  FB-SET-CODE-1          PIC X(01).
013491         10  FB-SET-CODE-2          PIC X(01).
013500*
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017110     IF RETURN-CODE = 16
017120         STOP RUN
017130     END-IF
017200*
017300     PERFORM 1500-LOAD-ONE-REQUEST THRU 1500-EXIT
017400         UNTIL FB-END-OF-REQUEST-FILE
020900     ACCEPT FB-BACKOUT-DATE FROM DATE YYYYMMDD
021500*
021600     OPEN INPUT FB-REQUEST-FILE
021610*
021620     OPEN INPUT FB-PERSUM-FILE
021630     IF FB-PERSUM-STATUS = "35"
021640         SET FB-NO-PERIODS-CLOSED TO TRUE
021650     END-IF
021660     IF NOT FB-NO-PERIODS-CLOSED
021670        AND FB-PERSUM-STATUS NOT = "00"
021680         DISPLAY "FBBACK - FBPERSUM WILL NOT OPEN - STATUS "
021690             FB-PERSUM-STATUS " - JOB ENDING WITH NOTHING TOUCHED"
021692         MOVE 16 TO RETURN-CODE
021694         GO TO 1000-EXIT
021696     END-IF
021700*
021800     OPEN I-O FB-RREG-FILE
021900     IF FB-RREG-STATUS = "35"
029800         GO TO 1500-EXIT
029900     END-IF
030000*
030005     IF FB-REG-COMPLETED
030010         PERFORM 1600-CHECK-RUN-PERIOD THRU 1600-EXIT
030015         IF FB-RUN-PERIOD-CLOSED
030020             MOVE "*PERIOD CLOSED*     "
030025                 TO FB-BKO-REASON (FB-BKO-IX)
030030             ADD 1 TO FB-SKIPPED-COUNT
030035             GO TO 1500-EXIT
030040         END-IF
030045     END-IF
030050*
030100     EVALUATE TRUE
030200         WHEN FB-REG-COMPLETED
030300             MOVE 'Y' TO FB-BKO-ELIG-SWITCH (FB-BKO-IX)
032000 1500-EXIT.
032100     EXIT.
032200*
032202*****************************************************************
032204*    1600-CHECK-RUN-PERIOD - A RUN WHOSE ACCOUNTING PERIOD      *
032206*    FBPCLOSE HAS CLOSED CANNOT BE REVERSED UNTIL THE PERIOD    *
032208*    IS REOPENED.  THE PERIOD IS THE MONTH OF THE RUN'S         *
032210*    REGISTRY COMPLETION DATE, THE DAY ITS AUDIT ENTRY WAS      *
032212*    WRITTEN.  A REOPENED PERIOD DOES NOT BLOCK.                *
032214*****************************************************************
032216 1600-CHECK-RUN-PERIOD.
032218     MOVE 'N' TO FB-PERIOD-CLOSED-SWITCH
032220     IF FB-NO-PERIODS-CLOSED
032222         GO TO 1600-EXIT
032224     END-IF
032226     DIVIDE FB-REG-DATE BY 100 GIVING FB-PSM-PERIOD
032228     SET FB-PSM-IS-CONTROL TO TRUE
032230     MOVE SPACES TO FB-PSM-RULE-SET
032232     READ FB-PERSUM-FILE
032234         INVALID KEY
032236             GO TO 1600-EXIT
032238     END-READ
032240     IF FB-PSC-CLOSED
032242         SET FB-RUN-PERIOD-CLOSED TO TRUE
032244     END-IF.
032246 1600-EXIT.
032248     EXIT.
032250*
032300*****************************************************************
032400*    2000-REWRITE-EXTRACT - SINGLE PASS OF THE LIVE EXTRACT.    *
032500*    A ROW BELONGING TO AN ELIGIBLE BACKOUT RUN IS TALLIED BY   *
039300     END-IF.
039400 2300-EXIT.
039500     EXIT.
039501*
039502*****************************************************************
039503*    2400-FIND-SET-CODES - LEAVE THE RULE-1 AND RULE-2 CLASS    *
039504*    CODES OF THE SET NAMED ON THE EXTRACT ROW IN               *
039505*    FB-RULE-1-CODE/FB-RULE-2-CODE, LOADING EACH REFERENCED     *
039506*    SET THROUGH FBRLOAD ONLY THE FIRST TIME IT IS SEEN, SO     *
039507*    THE REVERSING AUDIT ENTRY SPLITS ITS COUNTS THE SAME       *
039508*    WAY THE ORIGINAL EXECUTION DID AND FBRECON NETS THE        *
039509*    BACKED-OUT RUN TO ZERO PER CLASS.  EACH VERSION OF A SET   *
039510*    IS CACHED SEPARATELY AND LOADED AS IN FORCE ON THE ROW'S   *
039511*    RUN DATE; A ROW WRITTEN BEFORE VERSIONING IS VERSION 0.    *
039512*****************************************************************
039513 2400-FIND-SET-CODES.
039514     MOVE ZERO TO FB-SET-IX
039515     MOVE ZERO TO FB-SET-VERSION-REQ
039516     IF FB-EXT-RULE-VERSION NUMERIC
039517         MOVE FB-EXT-RULE-VERSION TO FB-SET-VERSION-REQ
039518     END-IF
039519     PERFORM 2410-SCAN-ONE-SET THRU 2410-EXIT
039520         VARYING FB-SET-SUB FROM 1 BY 1
039521         UNTIL FB-SET-SUB > FB-SET-COUNT
039522            OR FB-SET-IX > ZERO
039523     IF FB-SET-IX > ZERO
039524         MOVE FB-SET-CODE-1 (FB-SET-IX) TO FB-RULE-1-CODE
039525         MOVE FB-SET-CODE-2 (FB-SET-IX) TO FB-RULE-2-CODE
039526         GO TO 2400-EXIT
039527     END-IF
039528*
039529     CALL "FBRLOAD" USING FB-RULES-TABLE FB-EXT-RULE-SET
039530                          FB-EXT-RUN-DATE
039531     MOVE FB-RULE-CODE (1) TO FB-RULE-1-CODE
039532     MOVE SPACE            TO FB-RULE-2-CODE
039533     IF FB-RULE-COUNT > 1
039534         MOVE FB-RULE-CODE (2) TO FB-RULE-2-CODE
039535     END-IF
039536     IF FB-SET-COUNT = FB-SET-MAX
039537         DISPLAY "FBBACK - MORE THAN " FB-SET-MAX
039538             " RULE SETS ON FBEXTR - SET '" FB-EXT-RULE-SET
039539             "' NOT CACHED"
039540         GO TO 2400-EXIT
039541     END-IF
039542     ADD 1 TO FB-SET-COUNT
039543     MOVE FB-EXT-RULE-SET TO FB-SET-TBL-ID (FB-SET-COUNT)
039544     MOVE FB-SET-VERSION-REQ
039545                          TO FB-SET-TBL-VERSION (FB-SET-COUNT)
039546     MOVE FB-RULE-1-CODE  TO FB-SET-CODE-1 (FB-SET-COUNT)
039547     MOVE FB-RULE-2-CODE  TO FB-SET-CODE-2 (FB-SET-COUNT).
039548 2400-EXIT.
039549     EXIT.
039550*
039551 2410-SCAN-ONE-SET.
039552     IF FB-SET-TBL-ID (FB-SET-SUB) = FB-EXT-RULE-SET
039553        AND FB-SET-TBL-VERSION (FB-SET-SUB) = FB-SET-VERSION-REQ
039554         MOVE FB-SET-SUB TO FB-SET-IX
039555     END-IF.
039556 2410-EXIT.
039557     EXIT.
039600*
039700*****************************************************************
039800*    3000-REVERSE-ONE-RUN - APPLY THE BACKOUT FOR ONE ELIGIBLE  *
054500     CLOSE FB-MASTER-FILE
054600     CLOSE FB-CKPT-FILE
054700     CLOSE FB-AUDIT-FILE
054800     CLOSE FB-BACKOUT-REPORT
054810     IF NOT FB-NO-PERIODS-CLOSED
054820         CLOSE FB-PERSUM-FILE
054830     END-IF.
054900 9000-EXIT.
055000     EXIT.
