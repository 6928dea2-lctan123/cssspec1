000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBSTEP.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - COMMON NIGHTLY CYCLE           *
001200*                     STEP-CONTROL CHECK, CALLED ON ENTRY AND   *
001300*                     EXIT BY EVERY STEP OF THE NIGHT.  A STEP  *
001400*                     RESUBMITTED OUT OF ORDER, OR AFTER ITS    *
001500*                     PREDECESSOR HAD FAILED, USED TO RUN       *
001600*                     AGAINST HALF-BUILT FILES, AND A STEP      *
001700*                     RESUBMITTED AFTER IT HAD ALREADY FINISHED *
001800*                     RAN TWICE.                                *
001810*    2026-10-15 JMT   ADDED FBDMERGE TO THE NIGHTLY ORDER       *
001820*                     BETWEEN FBDRIVER AND FBHAND, AND FUNCTION *
001830*                     C - A PREREQUISITE CHECK FOR THE PARALLEL *
001840*                     PARTITION STEPS OF A PARTITIONED FBDRIVER *
001850*                     RUN THAT REFUSES LIKE B BUT NEITHER SKIPS *
001860*                     NOR UPDATES THE LEDGER.                   *
001865*    2026-10-15 JMT   A PREREQUISITE CHECK NOW OPENS FBCYCTL    *
001870*                     FOR INPUT ONLY, SO THE PARALLEL PARTITION *
001875*                     STEPS NO LONGER CONTEND FOR UPDATE ACCESS *
001880*                     AND REFUSE ONE ANOTHER.                   *
001882*    2026-10-15 JMT   FBHAND, FORCED OR NOT, IS REFUSED RC=12   *
001884*                     WHILE FBRECON HAS THE CYCLE STARTED OR    *
001886*                     OUT OF BALANCE SINCE FBDMERGE LAST ENDED, *
001888*                     AND A LEDGER RECORD THAT CANNOT BE        *
001890*                     WRITTEN NOW REFUSES THE STEP RC=16        *
001892*                     INSTEAD OF LETTING IT RUN UNRECORDED.     *
001900*****************************************************************
001970*    PURPOSE - CALLED BY FBSCHGEN, FBSTGPUL, FBDRIVER,          *
002040*    FBDMERGE, FBHAND, FBDELTA, FBRECON AND FBHOUSE WITH THE    *
002110*    FBSTPC PARAMETER AREA.  THE CYCLE DATE IS TAKEN FROM THE   *
002180*    FB-CYCLE-DATE ENVIRONMENT VARIABLE SET BY THE SCHEDULER,   *
002250*    OR TODAY WHEN IT IS NOT SET, AND IS HANDED BACK ON THE     *
002320*    ENTRY CALL SO THE EXIT CALL POSTS TO THE SAME CYCLE EVEN   *
002390*    AFTER MIDNIGHT.  ON ENTRY (FUNCTION B) THE FBCYCTL LEDGER  *
002460*    RECORD FOR THE CYCLE IS READ - CREATED THE FIRST TIME -    *
002530*    AND THE STEP IS: SKIPPED, RC=0, WHEN IT HAS ALREADY ENDED  *
002600*    CLEANLY (RC 0 OR 4) FOR THE CYCLE, UNLESS FB-STEP-FORCE=Y  *
002670*    ASKS FOR A FORCED RERUN; REFUSED, RC=12, WHEN THE STEP     *
002740*    BEFORE IT IN THE NIGHTLY ORDER HAS NOT ENDED CLEANLY;      *
002810*    OTHERWISE MARKED STARTED AND ALLOWED TO PROCEED.  ON EXIT  *
002880*    (FUNCTION E) THE STEP IS MARKED ENDED WITH ITS RETURN      *
002950*    CODE.  A PREREQUISITE CHECK (FUNCTION C), MADE BY THE      *
003020*    PARTITION STEPS OF A PARTITIONED FBDRIVER RUN, REFUSES     *
003090*    RC=12 THE SAME WAY BUT NEVER SKIPS AND NEVER TOUCHES THE   *
003160*    LEDGER - THE PARTITIONS RUN IN PARALLEL, AND FBDMERGE      *
003230*    POSTS THEIR OUTCOME.  EVERY DECISION EXCEPT A CLEAN        *
003300*    PREREQUISITE CHECK IS APPENDED TO THE FBCYCHST             *
003370*    STEP-HISTORY LOG.  A STEP NOT IN THE NIGHTLY ORDER, A BAD  *
003440*    FUNCTION OR AN UNUSABLE LEDGER IS REFUSED RC=16.           *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT FB-LEDGER-FILE      ASSIGN TO "FBCYCTL"
004200                                ORGANIZATION INDEXED
004300                                ACCESS MODE DYNAMIC
004400                                RECORD KEY FB-CCL-CYCLE-DATE
004500                                FILE STATUS FB-LEDGER-STATUS.
004600*
004700     SELECT FB-HISTORY-FILE     ASSIGN TO "FBCYCHST"
004800                                ORGANIZATION LINE SEQUENTIAL
004900                                FILE STATUS FB-HISTORY-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  FB-LEDGER-FILE.
005400     COPY FBCCL.
005500*
005600 FD  FB-HISTORY-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  FB-HISTORY-LINE            PIC X(80).
005900*
006000 WORKING-STORAGE SECTION.
006100     COPY FBCCH.
006200*
006300 77  FB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
006400 77  FB-HISTORY-STATUS          PIC X(02) VALUE SPACES.
006500 77  FB-LEDGER-FOUND-SWITCH     PIC X(01) VALUE 'N'.
006600     88  FB-LEDGER-WAS-FOUND        VALUE 'Y'.
006610 77  FB-LEDGER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
006620     88  FB-LEDGER-IS-OPEN          VALUE 'Y'.
006700 77  FB-FORCE-SWITCH            PIC X(01) VALUE 'N'.
006800     88  FB-FORCED-RERUN            VALUE 'Y'.
006900 77  FB-CYCLE-ENV               PIC X(08) VALUE SPACES.
007000 77  FB-FORCE-ENV               PIC X(01) VALUE SPACE.
007100 77  FB-JOB-ID                  PIC X(08) VALUE SPACES.
007200 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
007300 77  FB-NOW                     PIC 9(08) VALUE ZERO.
007400 77  FB-STEP-IX                 PIC 9(02) COMP VALUE ZERO.
007500 77  FB-STEP-SUB                PIC 9(02) COMP VALUE ZERO.
007600 77  FB-PRIOR-IX                PIC 9(02) COMP VALUE ZERO.
007650 77  FB-RECON-IX                PIC 9(02) COMP VALUE ZERO.
007700 77  FB-STEP-MAX                PIC 9(02) COMP VALUE 8.
007800*
007900*    THE NIGHTLY ORDER.  EACH STEP'S PREREQUISITE IS THE ONE
008000*    BEFORE IT; THE LEDGER SLOTS FOLLOW THE SAME ORDER.
008100 01  FB-STEP-ORDER-VALUES.
008200     05  FILLER                 PIC X(08) VALUE "FBSCHGEN".
008300     05  FILLER                 PIC X(08) VALUE "FBSTGPUL".
008400     05  FILLER                 PIC X(08) VALUE "FBDRIVER".
008450     05  FILLER                 PIC X(08) VALUE "FBDMERGE".
008500     05  FILLER                 PIC X(08) VALUE "FBHAND  ".
008600     05  FILLER                 PIC X(08) VALUE "FBDELTA ".
008700     05  FILLER                 PIC X(08) VALUE "FBRECON ".
008800     05  FILLER                 PIC X(08) VALUE "FBHOUSE ".
008900 01  FB-STEP-ORDER-TABLE REDEFINES FB-STEP-ORDER-VALUES.
009000     05  FB-STEP-ORDER-NAME     PIC X(08) OCCURS 8 TIMES.
009100*
009200 LINKAGE SECTION.
009300     COPY FBSTPC.
009400*
009500 PROCEDURE DIVISION USING FB-STEP-CONTROL-AREA.
009600 0000-MAINLINE.
009700     MOVE SPACES TO FB-STP-MESSAGE
009800     SET FB-STP-PROCEED TO TRUE
009900     ACCEPT FB-TODAY FROM DATE YYYYMMDD
010000     ACCEPT FB-NOW FROM TIME
010100     ACCEPT FB-JOB-ID FROM ENVIRONMENT "FB-JOB-ID"
010200     IF FB-JOB-ID = SPACES
010300         MOVE "BATCH   " TO FB-JOB-ID
010400     END-IF
010500*
010600     IF NOT FB-STP-FUNC-BEGIN
010650        AND NOT FB-STP-FUNC-CHECK
010700        AND NOT FB-STP-FUNC-END
010800         SET FB-STP-REFUSED TO TRUE
010900         MOVE 16 TO FB-STP-STEP-RC
011000         MOVE "FBSTEP FUNCTION NOT B, C OR E" TO FB-STP-MESSAGE
011100         GO TO 0000-EXIT
011200     END-IF
011300*
011400     PERFORM 1000-ESTABLISH-CYCLE THRU 1000-EXIT
011500*
011600     MOVE ZERO TO FB-STEP-IX
011700     PERFORM 1100-FIND-ONE-STEP THRU 1100-EXIT
011800         VARYING FB-STEP-SUB FROM 1 BY 1
011900         UNTIL FB-STEP-SUB > FB-STEP-MAX
012000            OR FB-STEP-IX > ZERO
012100     IF FB-STEP-IX = ZERO
012200         SET FB-STP-REFUSED TO TRUE
012300         MOVE 16 TO FB-STP-STEP-RC
012400         MOVE "STEP IS NOT IN THE NIGHTLY ORDER" TO FB-STP-MESSAGE
012500         GO TO 0000-EXIT
012600     END-IF
012700*
012800     PERFORM 1200-OPEN-LEDGER THRU 1200-EXIT
012900     IF FB-STP-REFUSED
013000         GO TO 0000-EXIT
013100     END-IF
013200     PERFORM 1300-READ-LEDGER THRU 1300-EXIT
013300*
013400     IF FB-STP-FUNC-END
013500         PERFORM 3000-END-STEP THRU 3000-EXIT
013600     ELSE
013700         PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
013800     END-IF
013900     IF FB-LEDGER-IS-OPEN
013910         CLOSE FB-LEDGER-FILE
013920     END-IF.
014000 0000-EXIT.
014100     EXIT PROGRAM.
014200*
014300*****************************************************************
014400*    1000-ESTABLISH-CYCLE - THE ENTRY CALL TAKES THE CYCLE DATE *
014500*    FROM THE SCHEDULER'S FB-CYCLE-DATE, OR TODAY, AND THE      *
014600*    FORCED-RERUN SWITCH FROM FB-STEP-FORCE.  THE EXIT CALL     *
014700*    KEEPS THE DATE THE ENTRY CALL HANDED BACK.                 *
014800*****************************************************************
014900 1000-ESTABLISH-CYCLE.
015000     IF FB-STP-FUNC-END
015100        AND FB-STP-CYCLE-DATE NUMERIC
015200        AND FB-STP-CYCLE-DATE NOT = ZERO
015300         GO TO 1000-EXIT
015400     END-IF
015500*
015600     MOVE FB-TODAY TO FB-STP-CYCLE-DATE
015700     MOVE SPACES TO FB-CYCLE-ENV
015800     ACCEPT FB-CYCLE-ENV FROM ENVIRONMENT "FB-CYCLE-DATE"
015900     IF FB-CYCLE-ENV NUMERIC
016000        AND FB-CYCLE-ENV NOT = "00000000"
016100         MOVE FB-CYCLE-ENV TO FB-STP-CYCLE-DATE
016200     END-IF
016300*
016400     MOVE 'N' TO FB-FORCE-SWITCH
016500     MOVE SPACE TO FB-FORCE-ENV
016600     ACCEPT FB-FORCE-ENV FROM ENVIRONMENT "FB-STEP-FORCE"
016700     IF FB-FORCE-ENV = "Y"
016800         SET FB-FORCED-RERUN TO TRUE
016900     END-IF.
017000 1000-EXIT.
017100     EXIT.
017200*
017300 1100-FIND-ONE-STEP.
017400     IF FB-STEP-ORDER-NAME (FB-STEP-SUB) = FB-STP-STEP-NAME
017500         MOVE FB-STEP-SUB TO FB-STEP-IX
017600     END-IF.
017700 1100-EXIT.
017800     EXIT.
017900*
018000*****************************************************************
018100*    1200-OPEN-LEDGER - OPEN THE LEDGER, CREATING IT THE FIRST  *
018200*    TIME.  A LEDGER THAT WILL NOT OPEN REFUSES THE STEP -      *
018300*    RUNNING THE NIGHT BLIND IS WHAT THE LEDGER IS THERE TO     *
018400*    STOP.  A PREREQUISITE CHECK ONLY READS THE LEDGER, SO THE  *
018410*    PARALLEL PARTITION STEPS OPEN IT FOR INPUT SIDE BY SIDE;   *
018420*    FOR THEM A LEDGER NOT YET CREATED HOLDS NO CYCLE RECORD.   *
018500*****************************************************************
018600 1200-OPEN-LEDGER.
018610     MOVE 'N' TO FB-LEDGER-OPEN-SWITCH
018620     IF FB-STP-FUNC-CHECK
018630         OPEN INPUT FB-LEDGER-FILE
018640         IF FB-LEDGER-STATUS = "35"
018650             GO TO 1200-EXIT
018660         END-IF
018670     ELSE
018700         OPEN I-O FB-LEDGER-FILE
018800         IF FB-LEDGER-STATUS = "35"
018900             OPEN OUTPUT FB-LEDGER-FILE
019000             CLOSE       FB-LEDGER-FILE
019100             OPEN I-O    FB-LEDGER-FILE
019200         END-IF
019250     END-IF
019300     IF FB-LEDGER-STATUS NOT = "00"
019400         SET FB-STP-REFUSED TO TRUE
019500         MOVE 16 TO FB-STP-STEP-RC
019600         MOVE "FBCYCTL WILL NOT OPEN - STATUS " TO FB-STP-MESSAGE
019700         MOVE FB-LEDGER-STATUS TO FB-STP-MESSAGE (32:2)
019750         GO TO 1200-EXIT
019800     END-IF
019850     SET FB-LEDGER-IS-OPEN TO TRUE.
019900 1200-EXIT.
020000     EXIT.
020100*
020200*****************************************************************
020300*    1300-READ-LEDGER - READ THE CYCLE'S LEDGER RECORD.  A      *
020400*    CYCLE NOT YET ON THE LEDGER STARTS WITH EVERY STEP NOT     *
020500*    RUN.                                                       *
020600*****************************************************************
020700 1300-READ-LEDGER.
020800     MOVE FB-STP-CYCLE-DATE TO FB-CCL-CYCLE-DATE
020810     IF FB-LEDGER-IS-OPEN
020900         READ FB-LEDGER-FILE
021000             INVALID KEY
021100                 CONTINUE
021200         END-READ
021300         IF FB-LEDGER-STATUS = "00"
021400             SET FB-LEDGER-WAS-FOUND TO TRUE
021500             GO TO 1300-EXIT
021550         END-IF
021600     END-IF
021700*
021800     MOVE 'N' TO FB-LEDGER-FOUND-SWITCH
021900     MOVE SPACES TO FB-CYCLE-LEDGER-RECORD
022000     MOVE FB-STP-CYCLE-DATE TO FB-CCL-CYCLE-DATE
022100     PERFORM 1400-CLEAR-ONE-SLOT THRU 1400-EXIT
022200         VARYING FB-STEP-SUB FROM 1 BY 1
022300         UNTIL FB-STEP-SUB > FB-STEP-MAX.
022400 1300-EXIT.
022500     EXIT.
022600*
022700 1400-CLEAR-ONE-SLOT.
022800     MOVE FB-STEP-ORDER-NAME (FB-STEP-SUB)
022900                               TO FB-CCL-STEP-NAME (FB-STEP-SUB)
023000     MOVE SPACE               TO FB-CCL-STEP-STATUS (FB-STEP-SUB)
023100     MOVE ZERO                TO FB-CCL-START-DATE (FB-STEP-SUB)
023200     MOVE ZERO                TO FB-CCL-START-TIME (FB-STEP-SUB)
023300     MOVE ZERO                TO FB-CCL-END-DATE (FB-STEP-SUB)
023400     MOVE ZERO                TO FB-CCL-END-TIME (FB-STEP-SUB)
023500     MOVE ZERO                TO FB-CCL-STEP-RC (FB-STEP-SUB)
023600     MOVE ZERO                TO FB-CCL-RUN-COUNT (FB-STEP-SUB)
023700     MOVE SPACES              TO FB-CCL-JOB-ID (FB-STEP-SUB).
023800 1400-EXIT.
023900     EXIT.
024000*
024100*****************************************************************
024200*    2000-BEGIN-STEP - SKIP A STEP ALREADY ENDED CLEANLY FOR    *
024300*    THE CYCLE (UNLESS FORCED), REFUSE ONE WHOSE PREDECESSOR    *
024400*    HAS NOT ENDED CLEANLY, OTHERWISE MARK IT STARTED.  A STEP  *
024500*    LEFT STARTED BY AN ABEND, OR ENDED BADLY, MAY SIMPLY BE    *
024600*    RESUBMITTED.  A PREREQUISITE CHECK ONLY MAKES THE REFUSAL  *
024610*    TEST - THE LEDGER IS LEFT AS IT WAS.                       *
024620*    FBHAND IS ALSO HELD BACK BY AN FBRECON OUTCOME THAT        *
024630*    STILL STANDS - SEE 2100.                                   *
024700*****************************************************************
024800 2000-BEGIN-STEP.
024900     IF FB-STP-FUNC-BEGIN
024910        AND FB-CCL-ENDED (FB-STEP-IX)
025000        AND FB-CCL-STEP-RC (FB-STEP-IX) NOT > 4
025100        AND NOT FB-FORCED-RERUN
025200         SET FB-STP-SKIP TO TRUE
025300         MOVE ZERO TO FB-STP-STEP-RC
025400         MOVE "ALREADY COMPLETE FOR THE CYCLE - SKIPPED"
025500             TO FB-STP-MESSAGE
025600         MOVE "SKIPPED " TO FB-CCH-EVENT
025700         PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT
025800         GO TO 2000-EXIT
025900     END-IF
026000*
026100     IF FB-STEP-IX > 1
026200         COMPUTE FB-PRIOR-IX = FB-STEP-IX - 1
026300         IF NOT FB-CCL-ENDED (FB-PRIOR-IX)
026400            OR FB-CCL-STEP-RC (FB-PRIOR-IX) > 4
026500             SET FB-STP-REFUSED TO TRUE
026600             MOVE 12 TO FB-STP-STEP-RC
026700             MOVE SPACES TO FB-STP-MESSAGE
026800             STRING "PREREQUISITE "
026900                    FB-CCL-STEP-NAME (FB-PRIOR-IX)
027000                    " NOT ENDED CLEANLY"
027100                 DELIMITED BY SIZE INTO FB-STP-MESSAGE
027200             MOVE "REFUSED " TO FB-CCH-EVENT
027300             PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT
027400             GO TO 2000-EXIT
027500         END-IF
027600     END-IF
027610     IF FB-STP-STEP-NAME = "FBHAND  "
027620         PERFORM 2100-CHECK-RECONCILIATION THRU 2100-EXIT
027630         IF FB-STP-REFUSED
027640             GO TO 2000-EXIT
027650         END-IF
027660     END-IF
027700*
027710     IF FB-STP-FUNC-CHECK
027720         SET FB-STP-PROCEED TO TRUE
027730         MOVE ZERO TO FB-STP-STEP-RC
027740         GO TO 2000-EXIT
027750     END-IF
027760*
027800     IF FB-CCL-ENDED (FB-STEP-IX)
027900        AND FB-CCL-STEP-RC (FB-STEP-IX) NOT > 4
028000         MOVE "FORCED  " TO FB-CCH-EVENT
028100         MOVE "FORCED RERUN OF A COMPLETED STEP" TO FB-STP-MESSAGE
028200     ELSE
028300         MOVE "BEGIN   " TO FB-CCH-EVENT
028400     END-IF
028500     SET FB-CCL-STARTED (FB-STEP-IX) TO TRUE
028600     MOVE FB-TODAY  TO FB-CCL-START-DATE (FB-STEP-IX)
028700     MOVE FB-NOW    TO FB-CCL-START-TIME (FB-STEP-IX)
028800     MOVE ZERO      TO FB-CCL-END-DATE (FB-STEP-IX)
028900     MOVE ZERO      TO FB-CCL-END-TIME (FB-STEP-IX)
029000     MOVE ZERO      TO FB-CCL-STEP-RC (FB-STEP-IX)
029100     MOVE FB-JOB-ID TO FB-CCL-JOB-ID (FB-STEP-IX)
029200     IF FB-CCL-RUN-COUNT (FB-STEP-IX) < 99
029300         ADD 1 TO FB-CCL-RUN-COUNT (FB-STEP-IX)
029400     END-IF
029500     PERFORM 8000-SAVE-LEDGER THRU 8000-EXIT
029510     IF FB-STP-REFUSED
029520         MOVE "REFUSED " TO FB-CCH-EVENT
029530         PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT
029540         GO TO 2000-EXIT
029550     END-IF
029600*
029700     SET FB-STP-PROCEED TO TRUE
029800     MOVE ZERO TO FB-STP-STEP-RC
029900     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
030000 2000-EXIT.
030100     EXIT.
030200*
030210*****************************************************************
030220*    2100-CHECK-RECONCILIATION - THE HANDOFF IS NOT CUT, OR     *
030230*    RE-CUT, WHILE FBRECON HAS THE CYCLE STARTED OR HAS FOUND   *
030240*    IT OUT OF BALANCE.  A RECONCILIATION BEGUN BEFORE THE      *
030250*    HANDOFF'S PREREQUISITE LAST ENDED WAS MADE AGAINST DATA    *
030260*    SINCE REBUILT, AND NO LONGER HOLDS THE HANDOFF BACK.       *
030270*****************************************************************
030280 2100-CHECK-RECONCILIATION.
030290     MOVE ZERO TO FB-RECON-IX
030300     PERFORM 2150-FIND-RECON-SLOT THRU 2150-EXIT
030310         VARYING FB-STEP-SUB FROM 1 BY 1
030320         UNTIL FB-STEP-SUB > FB-STEP-MAX
030330            OR FB-RECON-IX > ZERO
030340     IF FB-RECON-IX = ZERO
030350         GO TO 2100-EXIT
030360     END-IF
030370     IF FB-CCL-NOT-RUN (FB-RECON-IX)
030380         GO TO 2100-EXIT
030390     END-IF
030400     IF FB-CCL-ENDED (FB-RECON-IX)
030410        AND FB-CCL-STEP-RC (FB-RECON-IX) NOT > 4
030420         GO TO 2100-EXIT
030430     END-IF
030440     IF FB-CCL-START-DATE (FB-RECON-IX)
030450                            < FB-CCL-END-DATE (FB-PRIOR-IX)
030460        OR (FB-CCL-START-DATE (FB-RECON-IX)
030470                            = FB-CCL-END-DATE (FB-PRIOR-IX)
030480        AND FB-CCL-START-TIME (FB-RECON-IX)
030490                            < FB-CCL-END-TIME (FB-PRIOR-IX))
030500         GO TO 2100-EXIT
030510     END-IF
030520*
030530     SET FB-STP-REFUSED TO TRUE
030540     MOVE 12 TO FB-STP-STEP-RC
030550     MOVE SPACES TO FB-STP-MESSAGE
030560     STRING "PREREQUISITE "
030570            FB-CCL-STEP-NAME (FB-RECON-IX)
030580            " NOT ENDED CLEANLY"
030590         DELIMITED BY SIZE INTO FB-STP-MESSAGE
030600     MOVE "REFUSED " TO FB-CCH-EVENT
030610     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
030620 2100-EXIT.
030630     EXIT.
030640*
030650 2150-FIND-RECON-SLOT.
030660     IF FB-STEP-ORDER-NAME (FB-STEP-SUB) = "FBRECON "
030670         MOVE FB-STEP-SUB TO FB-RECON-IX
030680     END-IF.
030690 2150-EXIT.
030700     EXIT.
030710*
030720*****************************************************************
030730*    3000-END-STEP - MARK THE STEP ENDED WITH THE RETURN CODE   *
030740*    THE CALLER IS ENDING WITH.                                 *
030750*****************************************************************
030760 3000-END-STEP.
030800     SET FB-CCL-ENDED (FB-STEP-IX) TO TRUE
030900     MOVE FB-TODAY        TO FB-CCL-END-DATE (FB-STEP-IX)
031000     MOVE FB-NOW          TO FB-CCL-END-TIME (FB-STEP-IX)
031100     MOVE FB-STP-STEP-RC  TO FB-CCL-STEP-RC (FB-STEP-IX)
031200     MOVE FB-JOB-ID       TO FB-CCL-JOB-ID (FB-STEP-IX)
031300     PERFORM 8000-SAVE-LEDGER THRU 8000-EXIT
031400     MOVE "END     " TO FB-CCH-EVENT
031500     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
031600 3000-EXIT.
031700     EXIT.
031800*
031810*****************************************************************
031820*    8000-SAVE-LEDGER - A LEDGER THAT CANNOT BE UPDATED         *
031830*    REFUSES THE STEP RC=16.  THE LEDGER WOULD OTHERWISE        *
031840*    DISAGREE WITH WHAT RAN, AND THE NEXT STEP'S PREREQUISITE   *
031850*    CHECK WOULD BE MADE AGAINST THE WRONG OUTCOME.             *
031860*****************************************************************
031900 8000-SAVE-LEDGER.
032000     IF FB-LEDGER-WAS-FOUND
032100         REWRITE FB-CYCLE-LEDGER-RECORD
032200     ELSE
032300         WRITE FB-CYCLE-LEDGER-RECORD
032400         SET FB-LEDGER-WAS-FOUND TO TRUE
032500     END-IF
032600     IF FB-LEDGER-STATUS NOT = "00"
032700         DISPLAY "FBSTEP - FBCYCTL UPDATE FAILED FOR CYCLE "
032800             FB-CCL-CYCLE-DATE " STEP " FB-STP-STEP-NAME
032900             " - STATUS " FB-LEDGER-STATUS
032910         SET FB-STP-REFUSED TO TRUE
032920         MOVE 16 TO FB-STP-STEP-RC
032930         MOVE "FBCYCTL UPDATE FAILED - STATUS " TO FB-STP-MESSAGE
032940         MOVE FB-LEDGER-STATUS TO FB-STP-MESSAGE (32:2)
033000     END-IF.
033100 8000-EXIT.
033200     EXIT.
033300*
033400*****************************************************************
033500*    9000-WRITE-HISTORY - APPEND THE DECISION TO THE FBCYCHST   *
033600*    STEP-HISTORY LOG, CREATING IT THE FIRST TIME, AND SHOW IT  *
033700*    ON THE JOB LOG.                                            *
033800*****************************************************************
033900 9000-WRITE-HISTORY.
034000     MOVE FB-STP-CYCLE-DATE  TO FB-CCH-CYCLE-DATE
034100     MOVE FB-STP-STEP-NAME   TO FB-CCH-STEP-NAME
034200     MOVE FB-TODAY           TO FB-CCH-EVENT-DATE
034300     MOVE FB-NOW             TO FB-CCH-EVENT-TIME
034400     MOVE FB-STP-STEP-RC     TO FB-CCH-STEP-RC
034500     MOVE FB-JOB-ID          TO FB-CCH-JOB-ID
034600     MOVE FB-STP-MESSAGE     TO FB-CCH-TEXT
034700     OPEN EXTEND FB-HISTORY-FILE
034800     IF FB-HISTORY-STATUS = "35"
034900         OPEN OUTPUT FB-HISTORY-FILE
035000     END-IF
035100     WRITE FB-HISTORY-LINE FROM FB-CYCLE-HISTORY-RECORD
035200     CLOSE FB-HISTORY-FILE
035300     DISPLAY "FBSTEP - CYCLE " FB-STP-CYCLE-DATE " "
035400         FB-STP-STEP-NAME " " FB-CCH-EVENT " RC="
035500         FB-STP-STEP-RC " " FB-STP-MESSAGE.
035600 9000-EXIT.
035700     EXIT.
