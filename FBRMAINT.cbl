000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBRMAINT.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                      *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ---------------------------------------- *
001100*    2026-10-15 JMT   ORIGINAL - ON-LINE ADD/CHANGE/RETIRE/     *
001200*                     INQUIRE FOR THE FBCTLIN RULE SETS, SO A   *
001300*                     RULE CHANGE IS KEYED AHEAD OF TIME WITH   *
001400*                     AN EFFECTIVE DATE AND A LOGGED OPERATOR   *
001500*                     INSTEAD OF BY EDITING THE FILE ON THE     *
001600*                     NIGHT IT IS WANTED.                       *
001610*    2026-10-15 JMT   A NEW VERSION MAY NOT TAKE EFFECT BEFORE  *
001620*                     THE SET'S LATEST ONE, AND AN FBCTLIN THAT *
001630*                     WILL NOT OPEN OR TAKE THE NEW RECORD      *
001640*                     REFUSES THE CALL INSTEAD OF LOOPING OR    *
001650*                     REPORTING THE RULE KEYED.  THE CHANGE LOG *
001660*                     LAYOUT NOW FILLS ITS 80-BYTE LINE.        *
001700*****************************************************************
001800*    PURPOSE - MAINTAINS THE FBCTLIN RULE SETS THROUGH A        *
001900*    DFHCOMMAREA-STYLE COMMUNICATION AREA (FBRMC), THE SAME     *
002000*    CALLING STYLE AS FBENTRY.  FUNCTIONS: A ADD A RULE AT A    *
002100*    FREE (OR RETIRED) POSITION IN THE SET, C CHANGE AN ACTIVE  *
002200*    RULE'S DIVISOR, WORD OR CLASS CODE, R RETIRE AN ACTIVE     *
002300*    RULE, I INQUIRE ON THE LATEST VERSION KEYED FOR A RULE.    *
002400*    NOTHING ON FBCTLIN IS EVER OVERWRITTEN: EVERY ADD, CHANGE  *
002500*    OR RETIREMENT APPENDS ONE NEW RULE RECORD CARRYING THE     *
002600*    NEXT VERSION NUMBER OF THE SET AND THE DATE IT TAKES       *
002700*    EFFECT, AND FBRLOAD PICKS THE VERSION IN FORCE ON EACH     *
002800*    RUN DATE.  THE EFFECTIVE DATE MUST BE AFTER TODAY SO A     *
002900*    DAY THAT MAY ALREADY HAVE RUN NEVER CHANGES UNDERNEATH     *
003000*    ITS OUTPUT.  A BLANK POSITION ON ADD TAKES THE NEXT ONE    *
003100*    ABOVE THE HIGHEST IN USE; BLANK VALUES ON CHANGE CARRY THE *
003200*    CURRENT ONES FORWARD.  THE VALUES ARE HELD TO THE SAME     *
003300*    EDITS FBRLOAD APPLIES, SO A RULE THAT KEYS CLEAN WILL LOAD *
003400*    CLEAN.  EVERY ADD/CHANGE/RETIRE CALL, REFUSALS INCLUDED,   *
003500*    IS LOGGED TO FBRMLOG WITH THE OPERATOR AND THE RULE'S      *
003600*    BEFORE AND AFTER VALUES.  LIKE FBENTRY, THIS IS A PLAIN    *
003700*    CALLABLE SUBPROGRAM IN CICS SHAPE.                         *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FB-CTL-FILE         ASSIGN TO "FBCTLIN"
004300                                ORGANIZATION LINE SEQUENTIAL
004400                                FILE STATUS FB-CTL-STATUS.
004500*
004600     SELECT FB-CHANGE-LOG       ASSIGN TO "FBRMLOG"
004700                                ORGANIZATION LINE SEQUENTIAL
004800                                FILE STATUS FB-LOG-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  FB-CTL-FILE
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  FB-CTL-LINE                PIC X(80).
005500*
005600 FD  FB-CHANGE-LOG
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  FB-CHANGE-LINE             PIC X(80).
005900*
006000 WORKING-STORAGE SECTION.
006100     COPY FBCTL.
006200*
006300 77  FB-CTL-STATUS              PIC X(02) VALUE SPACES.
006400 77  FB-LOG-STATUS              PIC X(02) VALUE SPACES.
006500 77  FB-CTL-EOF-SWITCH          PIC X(01) VALUE 'N'.
006600     88  FB-END-OF-CTL-FILE         VALUE 'Y'.
006700 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
006800 77  FB-LEGACY-SEQ              PIC 9(02) VALUE ZERO.
006900 77  FB-REC-SEQ                 PIC 9(02) VALUE ZERO.
007000 77  FB-REC-VERSION             PIC 9(04) VALUE ZERO.
007100 77  FB-SET-HIGH-VERSION        PIC 9(04) VALUE ZERO.
007150 77  FB-SET-HIGH-EFF-DATE       PIC X(08) VALUE SPACES.
007200 77  FB-RULE-SEQ                PIC 9(02) VALUE ZERO.
007300 77  FB-RULE-MAX                PIC 9(02) VALUE 10.
007400 77  FB-ACTIVE-COUNT            PIC 9(02) VALUE ZERO.
007500 77  FB-SLOT-MAX                PIC 9(02) COMP VALUE 20.
007600 77  FB-SLOT-SUB                PIC 9(02) COMP VALUE ZERO.
007700 77  FB-DATE-INTEGER            PIC 9(07) VALUE ZERO.
007800 77  FB-DATE-CHECK              PIC 9(08) VALUE ZERO.
007900*
008000 01  FB-EFF-DATE-WORK           PIC 9(08) VALUE ZERO.
008100 01  FB-EFF-DATE-PARTS REDEFINES FB-EFF-DATE-WORK.
008200     05  FB-EFF-YYYY            PIC 9(04).
008300     05  FB-EFF-MM              PIC 9(02).
008400     05  FB-EFF-DD              PIC 9(02).
008500*
008600 01  FB-SLOT-TABLE.
008700     05  FB-SLOT-ENTRY          OCCURS 20 TIMES.
008800         10  FB-SLOT-USED           PIC X(01).
008900             88  FB-SLOT-IS-USED        VALUE 'Y'.
009000         10  FB-SLOT-VERSION        PIC 9(04).
009100         10  FB-SLOT-STATUS         PIC X(01).
009200             88  FB-SLOT-RETIRED        VALUE 'R'.
009300         10  FB-SLOT-DIVISOR        PIC X(02).
009400         10  FB-SLOT-WORD           PIC X(08).
009500         10  FB-SLOT-CODE           PIC X(01).
009600         10  FB-SLOT-EFF-DATE       PIC X(08).
009700*
009800 01  FB-NEW-RULE.
009900     05  FB-NEW-DIVISOR         PIC X(02).
010000     05  FB-NEW-WORD            PIC X(08).
010100     05  FB-NEW-CODE            PIC X(01).
010200     05  FB-NEW-STATUS          PIC X(01).
010300*
010400 01  FB-CHANGE-RECORD.
010500     05  FB-CHG-DATE            PIC 9(08).
010600     05  FB-CHG-TIME            PIC 9(08).
010700     05  FB-CHG-OPERATOR        PIC X(08).
010800     05  FB-CHG-FUNCTION        PIC X(01).
010900     05  FB-CHG-SET-ID          PIC X(04).
011000     05  FB-CHG-RULE-SEQ        PIC X(02).
011100     05  FB-CHG-VERSION         PIC 9(04).
011200     05  FB-CHG-EFF-DATE        PIC X(08).
011300     05  FB-CHG-BEFORE.
011400         10  FB-CHG-BEF-DIVISOR     PIC X(02).
011500         10  FB-CHG-BEF-WORD        PIC X(08).
011600         10  FB-CHG-BEF-CODE        PIC X(01).
011700         10  FB-CHG-BEF-STATUS      PIC X(01).
011800     05  FB-CHG-AFTER.
011900         10  FB-CHG-AFT-DIVISOR     PIC X(02).
012000         10  FB-CHG-AFT-WORD        PIC X(08).
012100         10  FB-CHG-AFT-CODE        PIC X(01).
012200         10  FB-CHG-AFT-STATUS      PIC X(01).
012300     05  FB-CHG-RETURN-CODE     PIC 9(02).
012400     05  FILLER                 PIC X(11).
012500*
012600 LINKAGE SECTION.
012700     COPY FBRMC.
012800*
012900 PROCEDURE DIVISION USING FB-RULE-MAINT-COMM-AREA.
013000*
013100 0000-MAINLINE.
013200     SET FB-RMC-OK TO TRUE
013300     MOVE SPACES TO FB-RMC-MESSAGE
013400     MOVE ZERO   TO FB-RMC-VERSION
013500     MOVE SPACES TO FB-CHANGE-RECORD
013600     ACCEPT FB-TODAY FROM DATE YYYYMMDD
013700     PERFORM 1000-OPEN-CHANGE-LOG THRU 1000-EXIT
013800*
013900     IF FB-RMC-OPERATOR = SPACES
014000        AND (FB-RMC-FUNC-ADD OR FB-RMC-FUNC-CHANGE
014100             OR FB-RMC-FUNC-RETIRE)
014200         SET FB-RMC-NO-OPERATOR TO TRUE
014300         MOVE "OPERATOR ID REQUIRED FOR THIS FUNCTION"
014400             TO FB-RMC-MESSAGE
014500         PERFORM 9100-WRITE-CHANGE-LOG THRU 9100-EXIT
014600         GO TO 0000-WRAP-UP
014700     END-IF
014800*
014900     EVALUATE TRUE
015000         WHEN FB-RMC-FUNC-ADD
015100             PERFORM 1500-SCAN-RULE-FILE THRU 1500-EXIT
015110             IF FB-RMC-OK
015200                 PERFORM 2000-ADD-RULE THRU 2000-EXIT
015210             END-IF
015300             PERFORM 9100-WRITE-CHANGE-LOG THRU 9100-EXIT
015400         WHEN FB-RMC-FUNC-CHANGE
015500             PERFORM 1500-SCAN-RULE-FILE THRU 1500-EXIT
015510             IF FB-RMC-OK
015600                 PERFORM 3000-CHANGE-RULE THRU 3000-EXIT
015610             END-IF
015700             PERFORM 9100-WRITE-CHANGE-LOG THRU 9100-EXIT
015800         WHEN FB-RMC-FUNC-RETIRE
015900             PERFORM 1500-SCAN-RULE-FILE THRU 1500-EXIT
015910             IF FB-RMC-OK
016000                 PERFORM 4000-RETIRE-RULE THRU 4000-EXIT
016010             END-IF
016100             PERFORM 9100-WRITE-CHANGE-LOG THRU 9100-EXIT
016200         WHEN FB-RMC-FUNC-INQUIRE
016300             PERFORM 1500-SCAN-RULE-FILE THRU 1500-EXIT
016310             IF FB-RMC-OK
016400                 PERFORM 5000-INQUIRE-RULE THRU 5000-EXIT
016410             END-IF
016500         WHEN OTHER
016600             SET FB-RMC-BAD-FUNCTION TO TRUE
016700             MOVE "FUNCTION MUST BE A C R OR I"
016800                 TO FB-RMC-MESSAGE
016900     END-EVALUATE.
017000 0000-WRAP-UP.
017100*
017200     CLOSE FB-CHANGE-LOG
017300     EXIT PROGRAM.
017400*
017500*****************************************************************
017600*    1000-OPEN-CHANGE-LOG - OPEN THE RULE CHANGE LOG, WHICH IS  *
017700*    ONLY EVER APPENDED, CREATING IT THE FIRST TIME.            *
017800*****************************************************************
017900 1000-OPEN-CHANGE-LOG.
018000     OPEN EXTEND FB-CHANGE-LOG
018100     IF FB-LOG-STATUS = "35"
018200         OPEN OUTPUT FB-CHANGE-LOG
018300     END-IF.
018400 1000-EXIT.
018500     EXIT.
018600*
018700*****************************************************************
018800*    1500-SCAN-RULE-FILE - READ THE WHOLE OF FBCTLIN AND LEAVE  *
018900*    THE LATEST VERSION KEYED FOR EACH RULE POSITION OF THE     *
019000*    REQUESTED SET IN THE SLOT TABLE, FUTURE-DATED OR NOT, AND  *
019100*    THE HIGHEST VERSION NUMBER AND THE LATEST EFFECTIVE DATE   *
019200*    THE SET HAS USED.  RULE POSITIONS ARE ASSIGNED EXACTLY     *
019300*    AS FBRLOAD ASSIGNS THEM.  A MISSING FBCTLIN IS AN EMPTY    *
019310*    FILE; ONE THAT WILL NOT OPEN REFUSES THE CALL.             *
019400*****************************************************************
019500 1500-SCAN-RULE-FILE.
019600     MOVE SPACES TO FB-SLOT-TABLE
019700     MOVE ZERO   TO FB-SET-HIGH-VERSION
019750     MOVE SPACES TO FB-SET-HIGH-EFF-DATE
019800     MOVE ZERO   TO FB-LEGACY-SEQ
019900     MOVE 'N'    TO FB-CTL-EOF-SWITCH
020000*
020100     OPEN INPUT FB-CTL-FILE
020200     IF FB-CTL-STATUS = "35"
020300         GO TO 1500-EXIT
020400     END-IF
020410     IF FB-CTL-STATUS NOT = "00"
020420         SET FB-RMC-EDIT-FAILED TO TRUE
020430         MOVE "FBCTLIN WILL NOT OPEN - STATUS " TO FB-RMC-MESSAGE
020440         MOVE FB-CTL-STATUS TO FB-RMC-MESSAGE (32:2)
020450         GO TO 1500-EXIT
020460     END-IF
020500     PERFORM 1600-SCAN-ONE-RECORD THRU 1600-EXIT
020600         UNTIL FB-END-OF-CTL-FILE
020700     CLOSE FB-CTL-FILE.
020800 1500-EXIT.
020900     EXIT.
021000*
021100 1600-SCAN-ONE-RECORD.
021200     READ FB-CTL-FILE INTO FB-CONTROL-RECORD
021300         AT END
021400             SET FB-END-OF-CTL-FILE TO TRUE
021500             GO TO 1600-EXIT
021600     END-READ
021700*
021800     IF FB-CTL-SET-ID NOT = FB-RMC-SET-ID
021900         GO TO 1600-EXIT
022000     END-IF
022100*
022200     IF FB-CTL-RULE-SEQ NUMERIC
022300         MOVE FB-CTL-RULE-SEQ TO FB-REC-SEQ
022400     ELSE
022500         ADD 1 TO FB-LEGACY-SEQ
022600         MOVE FB-LEGACY-SEQ TO FB-REC-SEQ
022700     END-IF
022800     IF FB-CTL-VERSION NUMERIC
022900         MOVE FB-CTL-VERSION TO FB-REC-VERSION
023000     ELSE
023100         MOVE ZERO TO FB-REC-VERSION
023200     END-IF
023300     IF FB-REC-VERSION > FB-SET-HIGH-VERSION
023400         MOVE FB-REC-VERSION TO FB-SET-HIGH-VERSION
023500     END-IF
023510     IF FB-CTL-EFF-DATE NUMERIC
023520        AND FB-CTL-EFF-DATE > FB-SET-HIGH-EFF-DATE
023530         MOVE FB-CTL-EFF-DATE TO FB-SET-HIGH-EFF-DATE
023540     END-IF
023600*
023700     IF FB-REC-SEQ = ZERO OR FB-REC-SEQ > FB-SLOT-MAX
023800         GO TO 1600-EXIT
023900     END-IF
024000     IF FB-SLOT-IS-USED (FB-REC-SEQ)
024100        AND FB-SLOT-VERSION (FB-REC-SEQ) > FB-REC-VERSION
024200         GO TO 1600-EXIT
024300     END-IF
024400*
024500     MOVE 'Y'                TO FB-SLOT-USED (FB-REC-SEQ)
024600     MOVE FB-REC-VERSION     TO FB-SLOT-VERSION (FB-REC-SEQ)
024700     MOVE FB-CTL-RULE-STATUS TO FB-SLOT-STATUS (FB-REC-SEQ)
024800     MOVE FB-CTL-DIVISOR     TO FB-SLOT-DIVISOR (FB-REC-SEQ)
024900     MOVE FB-CTL-WORD        TO FB-SLOT-WORD (FB-REC-SEQ)
025000     MOVE FB-CTL-CLASS-CODE  TO FB-SLOT-CODE (FB-REC-SEQ)
025100     MOVE FB-CTL-EFF-DATE    TO FB-SLOT-EFF-DATE (FB-REC-SEQ).
025200 1600-EXIT.
025300     EXIT.
025400*
025500*****************************************************************
025600*    2000-ADD-RULE - KEY A NEW RULE AT A POSITION THAT IS FREE  *
025700*    OR WHOSE RULE HAS BEEN RETIRED.  A POSITION WITH AN        *
025800*    ACTIVE RULE IS REFUSED - USE C TO CHANGE IT.               *
025900*****************************************************************
026000 2000-ADD-RULE.
026100     PERFORM 6000-EDIT-RULE-SEQ THRU 6000-EXIT
026200     IF NOT FB-RMC-OK
026300         GO TO 2000-EXIT
026400     END-IF
026500*
026600     IF FB-SLOT-IS-USED (FB-RULE-SEQ)
026700         PERFORM 8100-SAVE-BEFORE THRU 8100-EXIT
026800         IF NOT FB-SLOT-RETIRED (FB-RULE-SEQ)
026900             SET FB-RMC-DUPLICATE TO TRUE
027000             MOVE "RULE ALREADY ACTIVE - USE C TO CHANGE"
027100                 TO FB-RMC-MESSAGE
027200             GO TO 2000-EXIT
027300         END-IF
027400     END-IF
027500*
027600     MOVE FB-RMC-DIVISOR    TO FB-NEW-DIVISOR
027700     MOVE FB-RMC-WORD       TO FB-NEW-WORD
027800     MOVE FB-RMC-CLASS-CODE TO FB-NEW-CODE
027900     MOVE 'A'               TO FB-NEW-STATUS
028000     PERFORM 6100-EDIT-RULE-VALUES THRU 6100-EXIT
028100     IF NOT FB-RMC-OK
028200         GO TO 2000-EXIT
028300     END-IF
028400     IF FB-ACTIVE-COUNT NOT < FB-RULE-MAX
028500         SET FB-RMC-EDIT-FAILED TO TRUE
028600         MOVE "SET ALREADY HAS THE MAXIMUM ACTIVE RULES"
028700             TO FB-RMC-MESSAGE
028800         GO TO 2000-EXIT
028900     END-IF
029000     PERFORM 6500-EDIT-EFFECTIVE-DATE THRU 6500-EXIT
029100     IF NOT FB-RMC-OK
029200         GO TO 2000-EXIT
029300     END-IF
029400*
029500     PERFORM 7000-WRITE-RULE-VERSION THRU 7000-EXIT
029510     IF NOT FB-RMC-OK
029520         GO TO 2000-EXIT
029530     END-IF
029600     MOVE "RULE ADDED - IN FORCE FROM EFF DATE"
029700         TO FB-RMC-MESSAGE.
029800 2000-EXIT.
029900     EXIT.
030000*
030100*****************************************************************
030200*    3000-CHANGE-RULE - KEY A NEW VERSION OF AN ACTIVE RULE.    *
030300*    A VALUE LEFT BLANK ON THE COMMAREA CARRIES THE CURRENT     *
030400*    ONE FORWARD.                                               *
030500*****************************************************************
030600 3000-CHANGE-RULE.
030700     PERFORM 6000-EDIT-RULE-SEQ THRU 6000-EXIT
030800     IF NOT FB-RMC-OK
030900         GO TO 3000-EXIT
031000     END-IF
031100*
031200     IF NOT FB-SLOT-IS-USED (FB-RULE-SEQ)
031300        OR FB-SLOT-RETIRED (FB-RULE-SEQ)
031400         SET FB-RMC-NOT-FOUND TO TRUE
031500         MOVE "NO ACTIVE RULE AT THIS POSITION IN SET"
031600             TO FB-RMC-MESSAGE
031700         GO TO 3000-EXIT
031800     END-IF
031900     PERFORM 8100-SAVE-BEFORE THRU 8100-EXIT
032000*
032100     MOVE FB-SLOT-DIVISOR (FB-RULE-SEQ) TO FB-NEW-DIVISOR
032200     MOVE FB-SLOT-WORD (FB-RULE-SEQ)    TO FB-NEW-WORD
032300     MOVE FB-SLOT-CODE (FB-RULE-SEQ)    TO FB-NEW-CODE
032400     MOVE 'A'                           TO FB-NEW-STATUS
032500     IF FB-RMC-DIVISOR NOT = SPACES
032600         MOVE FB-RMC-DIVISOR TO FB-NEW-DIVISOR
032700     END-IF
032800     IF FB-RMC-WORD NOT = SPACES
032900         MOVE FB-RMC-WORD TO FB-NEW-WORD
033000     END-IF
033100     IF FB-RMC-CLASS-CODE NOT = SPACE
033200         MOVE FB-RMC-CLASS-CODE TO FB-NEW-CODE
033300     END-IF
033400     PERFORM 6100-EDIT-RULE-VALUES THRU 6100-EXIT
033500     IF NOT FB-RMC-OK
033600         GO TO 3000-EXIT
033700     END-IF
033800     PERFORM 6500-EDIT-EFFECTIVE-DATE THRU 6500-EXIT
033900     IF NOT FB-RMC-OK
034000         GO TO 3000-EXIT
034100     END-IF
034200*
034300     PERFORM 7000-WRITE-RULE-VERSION THRU 7000-EXIT
034310     IF NOT FB-RMC-OK
034320         GO TO 3000-EXIT
034330     END-IF
034400     MOVE "RULE CHANGED - IN FORCE FROM EFF DATE"
034500         TO FB-RMC-MESSAGE.
034600 3000-EXIT.
034700     EXIT.
034800*
034900*****************************************************************
035000*    4000-RETIRE-RULE - KEY A RETIRED VERSION OF AN ACTIVE      *
035100*    RULE.  FROM ITS EFFECTIVE DATE FBRLOAD DROPS THE RULE      *
035200*    FROM THE SET; EARLIER RUN DATES STILL LOAD IT.             *
035300*****************************************************************
035400 4000-RETIRE-RULE.
035500     PERFORM 6000-EDIT-RULE-SEQ THRU 6000-EXIT
035600     IF NOT FB-RMC-OK
035700         GO TO 4000-EXIT
035800     END-IF
035900*
036000     IF NOT FB-SLOT-IS-USED (FB-RULE-SEQ)
036100        OR FB-SLOT-RETIRED (FB-RULE-SEQ)
036200         SET FB-RMC-NOT-FOUND TO TRUE
036300         MOVE "NO ACTIVE RULE AT THIS POSITION IN SET"
036400             TO FB-RMC-MESSAGE
036500         GO TO 4000-EXIT
036600     END-IF
036700     PERFORM 8100-SAVE-BEFORE THRU 8100-EXIT
036800*
036900     MOVE FB-SLOT-DIVISOR (FB-RULE-SEQ) TO FB-NEW-DIVISOR
037000     MOVE FB-SLOT-WORD (FB-RULE-SEQ)    TO FB-NEW-WORD
037100     MOVE FB-SLOT-CODE (FB-RULE-SEQ)    TO FB-NEW-CODE
037200     MOVE 'R'                           TO FB-NEW-STATUS
037300     PERFORM 6500-EDIT-EFFECTIVE-DATE THRU 6500-EXIT
037400     IF NOT FB-RMC-OK
037500         GO TO 4000-EXIT
037600     END-IF
037700*
037800     PERFORM 7000-WRITE-RULE-VERSION THRU 7000-EXIT
037810     IF NOT FB-RMC-OK
037820         GO TO 4000-EXIT
037830     END-IF
037900     MOVE "RULE RETIRED - OUT OF FORCE FROM EFF DATE"
038000         TO FB-RMC-MESSAGE.
038100 4000-EXIT.
038200     EXIT.
038300*
038400*****************************************************************
038500*    5000-INQUIRE-RULE - RETURN THE LATEST VERSION KEYED FOR    *
038600*    THE RULE POSITION, FUTURE-DATED OR NOT.                    *
038700*****************************************************************
038800 5000-INQUIRE-RULE.
038900     PERFORM 6000-EDIT-RULE-SEQ THRU 6000-EXIT
039000     IF NOT FB-RMC-OK
039100         GO TO 5000-EXIT
039200     END-IF
039300*
039400     IF NOT FB-SLOT-IS-USED (FB-RULE-SEQ)
039500         SET FB-RMC-NOT-FOUND TO TRUE
039600         MOVE "NO RULE KEYED AT THIS POSITION IN SET"
039700             TO FB-RMC-MESSAGE
039800         GO TO 5000-EXIT
039900     END-IF
040000     PERFORM 8000-RETURN-RULE THRU 8000-EXIT.
040100 5000-EXIT.
040200     EXIT.
040300*
040400*****************************************************************
040500*    6000-EDIT-RULE-SEQ - THE RULE POSITION MUST BE 01 TO 20.   *
040600*    A BLANK POSITION ON ADD TAKES THE NEXT ONE ABOVE THE       *
040700*    HIGHEST POSITION THE SET HAS EVER USED.                    *
040800*****************************************************************
040900 6000-EDIT-RULE-SEQ.
041000     IF FB-RMC-RULE-SEQ = SPACES
041100        AND FB-RMC-FUNC-ADD
041200         MOVE ZERO TO FB-RULE-SEQ
041300         PERFORM 6050-FIND-HIGH-SEQ THRU 6050-EXIT
041400             VARYING FB-SLOT-SUB FROM 1 BY 1
041500             UNTIL FB-SLOT-SUB > FB-SLOT-MAX
041600         IF FB-RULE-SEQ NOT < FB-SLOT-MAX
041700             SET FB-RMC-EDIT-FAILED TO TRUE
041800             MOVE "NO FREE RULE POSITION LEFT IN SET"
041900                 TO FB-RMC-MESSAGE
042000             GO TO 6000-EXIT
042100         END-IF
042200         ADD 1 TO FB-RULE-SEQ
042300         MOVE FB-RULE-SEQ TO FB-RMC-RULE-SEQ
042400         GO TO 6000-EXIT
042500     END-IF
042600*
042700     IF FB-RMC-RULE-SEQ NOT NUMERIC
042800         SET FB-RMC-EDIT-FAILED TO TRUE
042900         MOVE "RULE POSITION MUST BE 01 TO 20"
043000             TO FB-RMC-MESSAGE
043100         GO TO 6000-EXIT
043200     END-IF
043300     MOVE FB-RMC-RULE-SEQ TO FB-RULE-SEQ
043400     IF FB-RULE-SEQ = ZERO OR FB-RULE-SEQ > FB-SLOT-MAX
043500         SET FB-RMC-EDIT-FAILED TO TRUE
043600         MOVE "RULE POSITION MUST BE 01 TO 20"
043700             TO FB-RMC-MESSAGE
043800     END-IF.
043900 6000-EXIT.
044000     EXIT.
044100*
044200 6050-FIND-HIGH-SEQ.
044300     IF FB-SLOT-IS-USED (FB-SLOT-SUB)
044400         MOVE FB-SLOT-SUB TO FB-RULE-SEQ
044500     END-IF.
044600 6050-EXIT.
044700     EXIT.
044800*
044900*****************************************************************
045000*    6100-EDIT-RULE-VALUES - HOLD THE NEW VALUES TO THE SAME    *
045100*    EDITS FBRLOAD APPLIES: A NON-ZERO NUMERIC DIVISOR, A       *
045200*    NON-BLANK WORD, A CLASS CODE (DEFAULTED FROM THE WORD)     *
045300*    THAT IS NOT RESERVED AND NOT CARRIED BY ANY OTHER ACTIVE   *
045400*    RULE IN THE SET.  ALSO COUNTS THE SET'S OTHER ACTIVE       *
045500*    RULES FOR THE ADD LIMIT.                                   *
045600*****************************************************************
045700 6100-EDIT-RULE-VALUES.
045800     IF FB-NEW-DIVISOR NOT NUMERIC
045900        OR FB-NEW-DIVISOR = "00"
046000         SET FB-RMC-EDIT-FAILED TO TRUE
046100         MOVE "DIVISOR MUST BE NUMERIC 01 TO 99"
046200             TO FB-RMC-MESSAGE
046300         GO TO 6100-EXIT
046400     END-IF
046500*
046600     IF FB-NEW-WORD = SPACES
046700         SET FB-RMC-EDIT-FAILED TO TRUE
046800         MOVE "WORD MAY NOT BE BLANK" TO FB-RMC-MESSAGE
046900         GO TO 6100-EXIT
047000     END-IF
047100*
047200     IF FB-NEW-CODE = SPACE
047300         MOVE FB-NEW-WORD (1:1) TO FB-NEW-CODE
047400     END-IF
047500     IF FB-NEW-CODE = 'Z' OR FB-NEW-CODE = 'P'
047600         SET FB-RMC-EDIT-FAILED TO TRUE
047700         MOVE "CLASS CODES Z AND P ARE RESERVED"
047800             TO FB-RMC-MESSAGE
047900         GO TO 6100-EXIT
048000     END-IF
048100*
048200     MOVE ZERO TO FB-ACTIVE-COUNT
048300     PERFORM 6150-CHECK-ONE-SLOT THRU 6150-EXIT
048400         VARYING FB-SLOT-SUB FROM 1 BY 1
048500         UNTIL FB-SLOT-SUB > FB-SLOT-MAX.
048600 6100-EXIT.
048700     EXIT.
048800*
048900 6150-CHECK-ONE-SLOT.
049000     IF NOT FB-SLOT-IS-USED (FB-SLOT-SUB)
049100        OR FB-SLOT-RETIRED (FB-SLOT-SUB)
049200        OR FB-SLOT-SUB = FB-RULE-SEQ
049300         GO TO 6150-EXIT
049400     END-IF
049500     ADD 1 TO FB-ACTIVE-COUNT
049600     IF FB-SLOT-CODE (FB-SLOT-SUB) = FB-NEW-CODE
049700        OR (FB-SLOT-CODE (FB-SLOT-SUB) = SPACE
049800            AND FB-SLOT-WORD (FB-SLOT-SUB) (1:1) = FB-NEW-CODE)
049900         SET FB-RMC-EDIT-FAILED TO TRUE
050000         MOVE "CLASS CODE ALREADY USED IN THIS SET"
050100             TO FB-RMC-MESSAGE
050200     END-IF.
050300 6150-EXIT.
050400     EXIT.
050500*
050600*****************************************************************
050700*    6500-EDIT-EFFECTIVE-DATE - THE EFFECTIVE DATE MUST BE A    *
050800*    REAL CCYYMMDD DATE AND LATER THAN TODAY, SO NO RUN DATE    *
050900*    THAT MAY ALREADY HAVE BEEN PROCESSED CAN CHANGE ITS        *
050910*    RULES, AND NOT BEFORE THE LATEST VERSION ALREADY KEYED     *
050920*    FOR THE SET, SO ONE VERSION NUMBER NEVER STANDS FOR TWO    *
050930*    DIFFERENT RULE SETS ON DIFFERENT RUN DATES.                *
051000*****************************************************************
051100 6500-EDIT-EFFECTIVE-DATE.
051200     IF FB-RMC-EFF-DATE NOT NUMERIC
051300         SET FB-RMC-EDIT-FAILED TO TRUE
051400         MOVE "EFFECTIVE DATE MUST BE CCYYMMDD"
051500             TO FB-RMC-MESSAGE
051600         GO TO 6500-EXIT
051700     END-IF
051800     MOVE FB-RMC-EFF-DATE TO FB-EFF-DATE-WORK
051900     IF FB-EFF-YYYY < 1601
052000        OR FB-EFF-MM < 01 OR FB-EFF-MM > 12
052100        OR FB-EFF-DD < 01 OR FB-EFF-DD > 31
052200         SET FB-RMC-EDIT-FAILED TO TRUE
052300         MOVE "EFFECTIVE DATE MUST BE CCYYMMDD"
052400             TO FB-RMC-MESSAGE
052500         GO TO 6500-EXIT
052600     END-IF
052700     COMPUTE FB-DATE-INTEGER =
052800         FUNCTION INTEGER-OF-DATE (FB-EFF-DATE-WORK)
052900     COMPUTE FB-DATE-CHECK =
053000         FUNCTION DATE-OF-INTEGER (FB-DATE-INTEGER)
053100     IF FB-DATE-CHECK NOT = FB-EFF-DATE-WORK
053200         SET FB-RMC-EDIT-FAILED TO TRUE
053300         MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
053400             TO FB-RMC-MESSAGE
053500         GO TO 6500-EXIT
053600     END-IF
053700*
053800     IF FB-EFF-DATE-WORK NOT > FB-TODAY
053900         SET FB-RMC-EDIT-FAILED TO TRUE
054000         MOVE "EFFECTIVE DATE MUST BE AFTER TODAY"
054100             TO FB-RMC-MESSAGE
054110         GO TO 6500-EXIT
054200     END-IF
054210*
054220     IF FB-RMC-EFF-DATE < FB-SET-HIGH-EFF-DATE
054230         SET FB-RMC-EDIT-FAILED TO TRUE
054240         MOVE "EFF DATE MUST NOT PRECEDE LATEST VERSION"
054250             TO FB-RMC-MESSAGE
054260     END-IF.
054300 6500-EXIT.
054400     EXIT.
054500*
054600*****************************************************************
054700*    7000-WRITE-RULE-VERSION - APPEND THE NEW RULE RECORD TO    *
054800*    FBCTLIN UNDER THE SET'S NEXT VERSION NUMBER, STAMPED WITH  *
054900*    THE OPERATOR AND TODAY'S DATE, AND RETURN IT.  AN          *
055000*    FBCTLIN THAT WILL NOT OPEN OR TAKE THE RECORD REFUSES      *
055010*    THE CALL AND LEAVES THE RULE POSITION AS IT WAS.           *
055020*****************************************************************
055100 7000-WRITE-RULE-VERSION.
055200     ADD 1 TO FB-SET-HIGH-VERSION
055300     MOVE SPACES              TO FB-CONTROL-RECORD
055400     MOVE FB-NEW-DIVISOR      TO FB-CTL-DIVISOR
055500     MOVE FB-NEW-WORD         TO FB-CTL-WORD
055600     MOVE FB-NEW-CODE         TO FB-CTL-CLASS-CODE
055700     MOVE FB-RMC-SET-ID       TO FB-CTL-SET-ID
055800     MOVE FB-RULE-SEQ         TO FB-CTL-RULE-SEQ
055900     MOVE FB-SET-HIGH-VERSION TO FB-CTL-VERSION
056000     MOVE FB-RMC-EFF-DATE     TO FB-CTL-EFF-DATE
056100     MOVE FB-NEW-STATUS       TO FB-CTL-RULE-STATUS
056200     MOVE FB-RMC-OPERATOR     TO FB-CTL-ENTERED-BY
056300     MOVE FB-TODAY            TO FB-CTL-ENTERED-DATE
056400*
056500     OPEN EXTEND FB-CTL-FILE
056600     IF FB-CTL-STATUS = "35"
056700         OPEN OUTPUT FB-CTL-FILE
056800     END-IF
056810     IF FB-CTL-STATUS NOT = "00"
056820         SET FB-RMC-EDIT-FAILED TO TRUE
056830         MOVE "FBCTLIN WILL NOT OPEN - STATUS " TO FB-RMC-MESSAGE
056840         MOVE FB-CTL-STATUS TO FB-RMC-MESSAGE (32:2)
056850         GO TO 7000-EXIT
056860     END-IF
056900     WRITE FB-CTL-LINE FROM FB-CONTROL-RECORD
056910     IF FB-CTL-STATUS NOT = "00"
056920         SET FB-RMC-EDIT-FAILED TO TRUE
056930         MOVE "FBCTLIN WRITE FAILED - STATUS " TO FB-RMC-MESSAGE
056940         MOVE FB-CTL-STATUS TO FB-RMC-MESSAGE (31:2)
056950         CLOSE FB-CTL-FILE
056960         GO TO 7000-EXIT
056970     END-IF
057000     CLOSE FB-CTL-FILE
057100*
057200     MOVE 'Y'                 TO FB-SLOT-USED (FB-RULE-SEQ)
057300     MOVE FB-SET-HIGH-VERSION TO FB-SLOT-VERSION (FB-RULE-SEQ)
057400     MOVE FB-NEW-STATUS       TO FB-SLOT-STATUS (FB-RULE-SEQ)
057500     MOVE FB-NEW-DIVISOR      TO FB-SLOT-DIVISOR (FB-RULE-SEQ)
057600     MOVE FB-NEW-WORD         TO FB-SLOT-WORD (FB-RULE-SEQ)
057700     MOVE FB-NEW-CODE         TO FB-SLOT-CODE (FB-RULE-SEQ)
057800     MOVE FB-RMC-EFF-DATE     TO FB-SLOT-EFF-DATE (FB-RULE-SEQ)
057900     PERFORM 8000-RETURN-RULE THRU 8000-EXIT.
058000 7000-EXIT.
058100     EXIT.
058200*
058300*****************************************************************
058400*    8000-RETURN-RULE - LOAD THE RULE POSITION'S LATEST VERSION *
058500*    BACK INTO THE COMMUNICATION AREA FOR THE CALLER TO         *
058600*    DISPLAY, AND INTO THE AFTER IMAGE OF THE CHANGE LOG.       *
058700*****************************************************************
058800 8000-RETURN-RULE.
058900     MOVE FB-RULE-SEQ                     TO FB-RMC-RULE-SEQ
059000     MOVE FB-SLOT-DIVISOR (FB-RULE-SEQ)   TO FB-RMC-DIVISOR
059100     MOVE FB-SLOT-WORD (FB-RULE-SEQ)      TO FB-RMC-WORD
059200     MOVE FB-SLOT-CODE (FB-RULE-SEQ)      TO FB-RMC-CLASS-CODE
059300     MOVE FB-SLOT-EFF-DATE (FB-RULE-SEQ)  TO FB-RMC-EFF-DATE
059400     MOVE FB-SLOT-VERSION (FB-RULE-SEQ)   TO FB-RMC-VERSION
059500     MOVE FB-SLOT-STATUS (FB-RULE-SEQ)    TO FB-RMC-RULE-STATUS
059600     MOVE FB-SLOT-DIVISOR (FB-RULE-SEQ)   TO FB-CHG-AFT-DIVISOR
059700     MOVE FB-SLOT-WORD (FB-RULE-SEQ)      TO FB-CHG-AFT-WORD
059800     MOVE FB-SLOT-CODE (FB-RULE-SEQ)      TO FB-CHG-AFT-CODE
059900     MOVE FB-SLOT-STATUS (FB-RULE-SEQ)    TO FB-CHG-AFT-STATUS.
060000 8000-EXIT.
060100     EXIT.
060200*
060300*****************************************************************
060400*    8100-SAVE-BEFORE - KEEP THE RULE POSITION'S CURRENT VALUES *
060500*    AS THE BEFORE IMAGE OF THE CHANGE LOG.                     *
060600*****************************************************************
060700 8100-SAVE-BEFORE.
060800     MOVE FB-SLOT-DIVISOR (FB-RULE-SEQ)   TO FB-CHG-BEF-DIVISOR
060900     MOVE FB-SLOT-WORD (FB-RULE-SEQ)      TO FB-CHG-BEF-WORD
061000     MOVE FB-SLOT-CODE (FB-RULE-SEQ)      TO FB-CHG-BEF-CODE
061100     MOVE FB-SLOT-STATUS (FB-RULE-SEQ)    TO FB-CHG-BEF-STATUS.
061200 8100-EXIT.
061300     EXIT.
061400*
061500*****************************************************************
061600*    9100-WRITE-CHANGE-LOG - APPEND ONE LINE TO FBRMLOG FOR     *
061700*    EVERY ADD/CHANGE/RETIRE CALL - OPERATOR, TIMESTAMP,        *
061800*    FUNCTION, SET, POSITION, VERSION WRITTEN, EFFECTIVE DATE,  *
061900*    THE RULE'S VALUES BEFORE AND AFTER, AND THE OUTCOME.  A    *
062000*    REFUSED CALL IS LOGGED WITH VERSION ZERO AND NO AFTER      *
062100*    IMAGE.                                                     *
062200*****************************************************************
062300 9100-WRITE-CHANGE-LOG.
062400     ACCEPT FB-CHG-DATE FROM DATE YYYYMMDD
062500     ACCEPT FB-CHG-TIME FROM TIME
062600     MOVE FB-RMC-OPERATOR    TO FB-CHG-OPERATOR
062700     MOVE FB-RMC-FUNCTION    TO FB-CHG-FUNCTION
062800     MOVE FB-RMC-SET-ID      TO FB-CHG-SET-ID
062900     MOVE FB-RMC-RULE-SEQ    TO FB-CHG-RULE-SEQ
063000     MOVE FB-RMC-VERSION     TO FB-CHG-VERSION
063100     MOVE FB-RMC-EFF-DATE    TO FB-CHG-EFF-DATE
063200     MOVE FB-RMC-RETURN-CODE TO FB-CHG-RETURN-CODE
063300     WRITE FB-CHANGE-LINE FROM FB-CHANGE-RECORD.
063400 9100-EXIT.
063500     EXIT.
