001560*                     REQUEST LOADS THE UNNAMED (BLANK-SET)     *
001570*                     RECORDS, WHICH IS EXACTLY WHAT AN         *
001580*                     EXISTING SINGLE-SET FILE CONTAINS.        *
001590*    2026-10-15 JMT   EFFECTIVE-DATED RULES.  THE CALLER NOW    *
001591*                     PASSES THE RUN DATE (ZERO FOR TODAY) AND  *
001592*                     EACH RULE POSITION IN THE SET LOADS THE   *
001593*                     HIGHEST VERSION KEYED FOR IT THAT IS IN   *
001594*                     FORCE ON THAT DATE - A FUTURE-DATED       *
001595*                     VERSION IS PASSED OVER AND A RETIRED      *
001596*                     ONE DROPS THE RULE.  THE TABLE IS LOADED  *
001597*                     IN RULE-POSITION ORDER AND CARRIES BACK   *
001598*                     THE SET VERSION IN FORCE.                 *
001600*****************************************************************
001700*    PURPOSE - READS THE FBCTLIN RULE RECORDS OF THE REQUESTED  *
001710*    SET INTO THE CALLER'S FB-RULES-TABLE IN RULE-POSITION      *
001711*    ORDER.  A RECORD OF ANOTHER SET IS PASSED OVER SILENTLY.   *
001712*    FBRMAINT APPENDS ONE RECORD PER RULE VERSION; FOR EACH     *
001713*    RULE POSITION THE HIGHEST VERSION WHOSE EFFECTIVE DATE IS  *
001714*    ON OR BEFORE THE CALLER'S RUN DATE IS THE ONE IN FORCE,    *
001715*    AND A RETIRED VERSION TAKES THE RULE OUT.  PRE-VERSIONING  *
001716*    RECORDS (POSITION, VERSION AND DATE BLANK) ARE VERSION 0,  *
001717*    IN FORCE FROM THE START, POSITIONED IN FILE ORDER.  THE    *
001718*    HIGHEST VERSION IN FORCE IS RETURNED AS FB-RULE-VERSION.   *
001800*    A RECORD WITH A NON-NUMERIC                                *
001900*    OR ZERO DIVISOR OR A BLANK WORD IS LOGGED AND SKIPPED; A   *
002000*    BLANK CLASS CODE DEFAULTS TO THE FIRST LETTER OF THE WORD. *
005100 77  FB-RULE-SUB                PIC 9(02) COMP VALUE ZERO.
005200 77  FB-DUP-CODE-SWITCH         PIC X(01) VALUE 'N'.
005300     88  FB-DUP-CODE                VALUE 'Y'.
005310 77  FB-IN-FORCE-DATE           PIC 9(08) VALUE ZERO.
005320 77  FB-LEGACY-SEQ              PIC 9(02) VALUE ZERO.
005330 77  FB-REC-SEQ                 PIC 9(02) VALUE ZERO.
005340 77  FB-REC-VERSION             PIC 9(04) VALUE ZERO.
005350 77  FB-REC-EFF-DATE            PIC 9(08) VALUE ZERO.
005360 77  FB-SLOT-MAX                PIC 9(02) COMP VALUE 20.
005370 77  FB-SLOT-SUB                PIC 9(02) COMP VALUE ZERO.
005380*
005390 01  FB-SLOT-TABLE.
005391     05  FB-SLOT-ENTRY          OCCURS 20 TIMES.
005392         10  FB-SLOT-USED           PIC X(01).
005393             88  FB-SLOT-IS-USED        VALUE 'Y'.
005394         10  FB-SLOT-VERSION        PIC 9(04).
005395         10  FB-SLOT-STATUS         PIC X(01).
005396             88  FB-SLOT-RETIRED        VALUE 'R'.
005397         10  FB-SLOT-DIVISOR        PIC X(02).
005398         10  FB-SLOT-WORD           PIC X(08).
005399         10  FB-SLOT-CODE           PIC X(01).
005400*
005500 LINKAGE SECTION.
005600     COPY FBRULES.
005650*
005660 01  FB-RLD-SET-REQ             PIC X(04).
005670 01  FB-RLD-RUN-DATE            PIC 9(08).
005700*
005800 PROCEDURE DIVISION USING FB-RULES-TABLE
005810                          FB-RLD-SET-REQ
005820                          FB-RLD-RUN-DATE.
005900*
006000 0000-MAINLINE.
006050     MOVE FB-RLD-SET-REQ TO FB-RULE-SET-ID
006100     MOVE ZERO TO FB-RULE-COUNT
006110     MOVE ZERO TO FB-RULE-VERSION
006120     MOVE ZERO TO FB-LEGACY-SEQ
006130     MOVE SPACES TO FB-SLOT-TABLE
006200     MOVE 'N'  TO FB-CTL-EOF-SWITCH
006210     IF FB-RLD-RUN-DATE = ZERO
006220         ACCEPT FB-IN-FORCE-DATE FROM DATE YYYYMMDD
006230     ELSE
006240         MOVE FB-RLD-RUN-DATE TO FB-IN-FORCE-DATE
006250     END-IF
006300*
006400     OPEN INPUT FB-CTL-FILE
006500     IF FB-CTL-STATUS = "35"
006800         GO TO 0000-DEFAULT
006900     END-IF
007000*
007100     PERFORM 1000-SELECT-ONE-VERSION THRU 1000-EXIT
007200         UNTIL FB-END-OF-CTL-FILE
007300     CLOSE FB-CTL-FILE
007310*
007320     PERFORM 2000-LOAD-ONE-SLOT THRU 2000-EXIT
007330         VARYING FB-SLOT-SUB FROM 1 BY 1
007340         UNTIL FB-SLOT-SUB > FB-SLOT-MAX
007400*
007500     IF FB-RULE-COUNT = ZERO
007600         DISPLAY "FBRLOAD - NO USABLE RULE ON FBCTLIN FOR SET '"
008100*
008200 0000-DEFAULT.
008300     MOVE 2          TO FB-RULE-COUNT
008310     MOVE ZERO       TO FB-RULE-VERSION
008400     MOVE 03         TO FB-RULE-DIVISOR (1)
008500     MOVE "FIZZ"     TO FB-RULE-WORD (1)
008600     MOVE "F"        TO FB-RULE-CODE (1)
009100     EXIT PROGRAM.
009200*
009300*****************************************************************
009350*    1000-SELECT-ONE-VERSION - READ ONE FBCTLIN RECORD OF THE   *
009400*    REQUESTED SET AND, WHEN IT IS IN FORCE ON THE RUN DATE     *
009450*    AND AT LEAST AS NEW AS WHAT ITS RULE POSITION ALREADY      *
009500*    HOLDS, MAKE IT THAT POSITION'S CURRENT VERSION.  A         *
009550*    PRE-VERSIONING RECORD TAKES THE NEXT POSITION IN FILE      *
009600*    ORDER AS VERSION 0, EFFECTIVE FROM THE START.              *
009800*****************************************************************
009900 1000-SELECT-ONE-VERSION.
010000     READ FB-CTL-FILE INTO FB-CONTROL-RECORD
010100         AT END
010200             SET FB-END-OF-CTL-FILE TO TRUE
010430         GO TO 1000-EXIT
010440     END-IF
010500*
010501     IF FB-CTL-RULE-SEQ NUMERIC
010502         MOVE FB-CTL-RULE-SEQ TO FB-REC-SEQ
010503     ELSE
010504         ADD 1 TO FB-LEGACY-SEQ
010505         MOVE FB-LEGACY-SEQ TO FB-REC-SEQ
010506     END-IF
010507     IF FB-CTL-VERSION NUMERIC
010508         MOVE FB-CTL-VERSION TO FB-REC-VERSION
010509     ELSE
010510         MOVE ZERO TO FB-REC-VERSION
010511     END-IF
010512     IF FB-CTL-EFF-DATE NUMERIC
010513         MOVE FB-CTL-EFF-DATE TO FB-REC-EFF-DATE
010514     ELSE
010515         MOVE ZERO TO FB-REC-EFF-DATE
010516     END-IF
010517*
010518     IF FB-REC-EFF-DATE > FB-IN-FORCE-DATE
010519         GO TO 1000-EXIT
010520     END-IF
010521*
010522     IF FB-REC-SEQ = ZERO OR FB-REC-SEQ > FB-SLOT-MAX
010523         DISPLAY "FBRLOAD - RULE POSITION " FB-REC-SEQ
010524             " OUT OF RANGE ON FBCTLIN - RULE SKIPPED: "
010525             FB-CTL-WORD
010526         GO TO 1000-EXIT
010527     END-IF
010528*
010529     IF FB-SLOT-IS-USED (FB-REC-SEQ)
010530        AND FB-SLOT-VERSION (FB-REC-SEQ) > FB-REC-VERSION
010531         GO TO 1000-EXIT
010532     END-IF
010533*
010534     MOVE 'Y'                TO FB-SLOT-USED (FB-REC-SEQ)
010535     MOVE FB-REC-VERSION     TO FB-SLOT-VERSION (FB-REC-SEQ)
010536     MOVE FB-CTL-RULE-STATUS TO FB-SLOT-STATUS (FB-REC-SEQ)
010537     MOVE FB-CTL-DIVISOR     TO FB-SLOT-DIVISOR (FB-REC-SEQ)
010538     MOVE FB-CTL-WORD        TO FB-SLOT-WORD (FB-REC-SEQ)
010539     MOVE FB-CTL-CLASS-CODE  TO FB-SLOT-CODE (FB-REC-SEQ)
010540     IF FB-REC-VERSION > FB-RULE-VERSION
010541         MOVE FB-REC-VERSION TO FB-RULE-VERSION
010542     END-IF.
010543 1000-EXIT.
010544     EXIT.
010545*
010546*****************************************************************
010547*    2000-LOAD-ONE-SLOT - HAND ONE RULE POSITION'S VERSION IN   *
010548*    FORCE TO THE RULE EDITS.  AN EMPTY OR RETIRED POSITION     *
010549*    CONTRIBUTES NOTHING.                                       *
010550*****************************************************************
010551 2000-LOAD-ONE-SLOT.
010552     IF NOT FB-SLOT-IS-USED (FB-SLOT-SUB)
010553        OR FB-SLOT-RETIRED (FB-SLOT-SUB)
010554         GO TO 2000-EXIT
010555     END-IF
010556     MOVE FB-SLOT-DIVISOR (FB-SLOT-SUB) TO FB-CTL-DIVISOR
010557     MOVE FB-SLOT-WORD (FB-SLOT-SUB)    TO FB-CTL-WORD
010558     MOVE FB-SLOT-CODE (FB-SLOT-SUB)    TO FB-CTL-CLASS-CODE
010559     PERFORM 3000-LOAD-ONE-RULE THRU 3000-EXIT.
010560 2000-EXIT.
010561     EXIT.
010562*
010563*****************************************************************
010564*    3000-LOAD-ONE-RULE - VALIDATE ONE RULE IN FORCE,           *
010565*    APPENDING IT TO THE CALLER'S TABLE.  A BAD RULE            *
010566*    IS LOGGED AND SKIPPED SO ONE MISKEYED RULE DOES NOT TAKE   *
010567*    DOWN THE WHOLE RULE SET.                                   *
010568*****************************************************************
010569 3000-LOAD-ONE-RULE.
010600     IF FB-CTL-DIVISOR NOT NUMERIC
010700        OR FB-CTL-DIVISOR = "00"
010800         DISPLAY "FBRLOAD - BAD DIVISOR ON FBCTLIN RECORD - "
010900             "RULE SKIPPED: " FB-CTL-DIVISOR " " FB-CTL-WORD
011000         GO TO 3000-EXIT
011100     END-IF
011200*
011300     IF FB-CTL-WORD = SPACES
011400         DISPLAY "FBRLOAD - BLANK WORD ON FBCTLIN RECORD - "
011500             "RULE SKIPPED"
011600         GO TO 3000-EXIT
011700     END-IF
011800*
011900     IF FB-CTL-CLASS-CODE = SPACE
012500     IF FB-NEW-CODE = 'Z' OR FB-NEW-CODE = 'P'
012600         DISPLAY "FBRLOAD - CLASS CODE " FB-NEW-CODE
012700             " IS RESERVED - RULE SKIPPED: " FB-CTL-WORD
012800         GO TO 3000-EXIT
012900     END-IF
013000*
013100     MOVE 'N' TO FB-DUP-CODE-SWITCH
013200     PERFORM 3100-CHECK-ONE-CODE THRU 3100-EXIT
013300         VARYING FB-RULE-SUB FROM 1 BY 1
013400         UNTIL FB-RULE-SUB > FB-RULE-COUNT
013500     IF FB-DUP-CODE
013600         DISPLAY "FBRLOAD - CLASS CODE " FB-NEW-CODE
013700             " ALREADY TAKEN BY AN EARLIER RULE - "
013800             "RULE SKIPPED: " FB-CTL-WORD
013900         GO TO 3000-EXIT
014000     END-IF
014100*
014200     IF FB-RULE-COUNT = FB-RULE-MAX
014300         DISPLAY "FBRLOAD - MORE THAN " FB-RULE-MAX
014400             " RULES ON FBCTLIN - EXTRA RULE IGNORED: "
014500             FB-CTL-WORD
014600         GO TO 3000-EXIT
014700     END-IF
014800*
014900     ADD 1 TO FB-RULE-COUNT
015000     MOVE FB-CTL-DIVISOR TO FB-RULE-DIVISOR (FB-RULE-COUNT)
015100     MOVE FB-CTL-WORD    TO FB-RULE-WORD (FB-RULE-COUNT)
015200     MOVE FB-NEW-CODE    TO FB-RULE-CODE (FB-RULE-COUNT).
015300 3000-EXIT.
015400     EXIT.
015500*
015600*****************************************************************
015700*    3100-CHECK-ONE-CODE - FLAG THE CANDIDATE CLASS CODE WHEN   *
015800*    AN EARLIER RULE ALREADY CARRIES IT.                        *
015900*****************************************************************
016000 3100-CHECK-ONE-CODE.
016100     IF FB-RULE-CODE (FB-RULE-SUB) = FB-NEW-CODE
016200         SET FB-DUP-CODE TO TRUE
016300     END-IF.
016400 3100-EXIT.
016500     EXIT.
