001600*                     CYCLE'S RECORDS, PRINTS WHAT CHANGED      *
001700*                     AND KEEPS THE SUPERSEDED ANSWER ON THE    *
001800*                     FBMHIST HISTORY FILE.                     *
001802*    2026-10-15 JMT   THE RULE-SET VERSION ON THE HANDOFF ROW   *
001804*                     IS CARRIED TO THE MASTER AND TO THE       *
001806*                     FBMHIST RECORD OF A SUPERSEDED ANSWER,    *
001808*                     AND A ROW UNDER A NEW VERSION IS NO       *
001810*                     LONGER COUNTED UNCHANGED.                 *
001812*    2026-10-15 JMT   THE HANDOFF MAY NOW CARRY RE-CUT CYCLES   *
001814*                     AHEAD OF THE NIGHT'S, ONE HDR/TRL GROUP   *
001816*                     EACH. EVERY GROUP IS VERIFIED AGAINST ITS *
001818*                     OWN TRAILER BEFORE ANYTHING IS APPLIED,   *
001820*                     AND THE REPORT HEADING SHOWS THE NIGHT'S  *
001822*                     CYCLE.                                    *
001824*    2026-10-15 JMT   CHECKS THE NIGHTLY STEP-CONTROL LEDGER    *
001826*                     THROUGH FBSTEP ON ENTRY - SKIPPED RC=0    *
001828*                     WHEN ALREADY COMPLETE FOR THE CYCLE,      *
001830*                     REFUSED RC=12 WHEN ITS PREREQUISITE HAS   *
001832*                     NOT ENDED CLEANLY - AND POSTS ITS RETURN  *
001834*                     CODE ON EXIT.                             *
001836*    2026-10-15 JMT   THE RULE SET ON THE HANDOFF ROW IS        *
001838*                     CARRIED TO THE MASTER, WITH THE           *
001840*                     X/RULE-SET CROSS-REFERENCE KEY, AND TO    *
001842*                     THE FBMHIST RECORD OF A SUPERSEDED        *
001844*                     ANSWER; A ROW UNDER ANOTHER SET IS NO     *
001846*                     LONGER COUNTED UNCHANGED.                 *
001848*    2026-10-15 JMT   A HANDOFF GROUP WITH NO TRAILER, OR WHOSE *
001850*                     COUNT OR HASH DOES NOT MATCH ITS TRAILER, *
001852*                     IS ALSO RAISED AS A CRITICAL ALERT FOR    *
001854*                     ITS CYCLE THROUGH FBALERT ON THE SHARED   *
001856*                     OPERATIONS ALERT FEED.                    *
001858*    2026-10-15 JMT   THE GROUP'S COUNT AND HASH ARE COMPARED   *
001860*                     WITH ITS TRAILER AT GROUP END AGAIN, SO A *
001862*                     DETAIL ROW FOLLOWING THE TRL FAILS        *
001864*                     VERIFICATION INSTEAD OF BEING APPLIED.    *
001900*****************************************************************
002000*    PURPOSE - JCL-INVOKED DELTA APPLY, RUN AFTER FBHAND.       *
002100*    READS THE FBHNDOFF CYCLE HANDOFF FILE AND FIRST VERIFIES   *
003000*    MASTER IS COUNTED UNCHANGED AND LEFT ALONE.  ENDS RC=16    *
003100*    WHEN THE HANDOFF IS MISSING OR HAS NO HEADER, RC=8 WHEN    *
003200*    THE TRAILER TOTALS DO NOT VERIFY - NOTHING APPLIED IN      *
003300*    EITHER CASE.  A HANDOFF CARRYING RE-CUT CYCLES HAS ONE     *
003310*    HDR/TRL GROUP PER CYCLE, OLDEST FIRST; EVERY GROUP MUST    *
003320*    VERIFY BEFORE ANY IS APPLIED, AND THEY ARE APPLIED IN      *
003330*    FILE ORDER SO THE NIGHT'S OWN CYCLE IS APPLIED LAST.  A    *
003340*    GROUP THAT FAILS ITS TRAILER CHECK IS ALSO RAISED AS A     *
003350*    CRITICAL ALERT ON FBALERTS.                                *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004300                                ORGANIZATION INDEXED
004400                                ACCESS MODE DYNAMIC
004500                                RECORD KEY FB-MST-KEY
004510                                ALTERNATE KEY FB-MST-XREF-KEY
004520                                    WITH DUPLICATES
004600                                FILE STATUS FB-MAST-STATUS.
004700*
004800     SELECT FB-HISTORY-FILE     ASSIGN TO "FBMHIST"
007000 01  FB-DELTA-LINE              PIC X(80).
007100*
007200 WORKING-STORAGE SECTION.
007210     COPY FBSTPC.
007220*
007300     COPY FBEXTR.
007400*
007500     COPY FBHND.
007600*
007700     COPY FBMHIST.
007710*
007720     COPY FBALR.
007800*
007900 77  FB-HANDOFF-STATUS          PIC X(02) VALUE SPACES.
008000 77  FB-MAST-STATUS             PIC X(02) VALUE SPACES.
008300     88  FB-END-OF-HANDOFF-FILE     VALUE 'Y'.
008400 77  FB-TRAILER-SWITCH          PIC X(01) VALUE 'N'.
008500     88  FB-TRAILER-WAS-FOUND       VALUE 'Y'.
008510 77  FB-VERIFY-FAIL-SWITCH      PIC X(01) VALUE 'N'.
008520     88  FB-HANDOFF-FAILED-VERIFY   VALUE 'Y'.
008530 77  FB-GROUP-COUNT             PIC 9(03) VALUE ZERO.
008600 77  FB-VERIFY-COUNT            PIC 9(09) VALUE ZERO.
008700 77  FB-VERIFY-HASH             PIC 9(12) VALUE ZERO.
008800 77  FB-CYCLE-DATE              PIC 9(08) VALUE ZERO.
009200 77  FB-REPLACE-COUNT           PIC 9(09) VALUE ZERO.
009300 77  FB-UNCHANGED-COUNT         PIC 9(09) VALUE ZERO.
009400 77  FB-OLD-CLASS-CODE          PIC X(01) VALUE SPACE.
009410 77  FB-ALERT-HOLD-RC           PIC S9(04) COMP VALUE ZERO.
009500*
009600 01  FB-DELTA-HEADER.
009700     05  FILLER                 PIC X(09) VALUE "FBDELTA  ".
012200*
012300 PROCEDURE DIVISION.
012400 0000-MAINLINE.
012410     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT
012420     IF NOT FB-STP-PROCEED
012430         STOP RUN
012440     END-IF
012450*
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012600     IF RETURN-CODE NOT = ZERO
012700         GO TO 0000-STOP
013700     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013900 0000-STOP.
013910     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT
014000     STOP RUN.
014005*
014010*****************************************************************
014015*    0500-BEGIN-CYCLE-STEP - CHECK THE NIGHTLY STEP-CONTROL     *
014020*    LEDGER BEFORE ANYTHING IS TOUCHED.  A STEP ALREADY         *
014025*    COMPLETE FOR THE CYCLE ENDS RC=0 WITHOUT RUNNING; ONE      *
014030*    WHOSE PREREQUISITE HAS NOT ENDED CLEANLY ENDS RC=12.       *
014035*****************************************************************
014040 0500-BEGIN-CYCLE-STEP.
014045     MOVE SPACES     TO FB-STEP-CONTROL-AREA
014050     MOVE "FBDELTA " TO FB-STP-STEP-NAME
014055     SET FB-STP-FUNC-BEGIN TO TRUE
014060     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
014065     MOVE FB-STP-STEP-RC TO RETURN-CODE.
014070 0500-EXIT.
014075     EXIT.
014100*
014200*****************************************************************
014300*    1000-INITIALIZE - OPEN THE HANDOFF AND CONFIRM IT OPENS    *
018600     END-IF
018700*
018800     OPEN OUTPUT FB-DELTA-REPORT
018900     MOVE 1 TO FB-GROUP-COUNT.
019400 1000-EXIT.
019500     EXIT.
019600*
020400 2000-VERIFY-HANDOFF.
020500     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
020600         UNTIL FB-END-OF-HANDOFF-FILE
020650     PERFORM 2200-CHECK-GROUP-TRAILER THRU 2200-EXIT
020700*
020720     MOVE FB-APPLY-DATE TO FB-DH-DATE
020730     MOVE FB-CYCLE-DATE TO FB-DH-CYCLE
020740     WRITE FB-DELTA-LINE FROM FB-DELTA-HEADER
020750     MOVE SPACES TO FB-DELTA-LINE
020760     WRITE FB-DELTA-LINE
020800*
021000     IF FB-HANDOFF-FAILED-VERIFY
022000         MOVE 8 TO RETURN-CODE
022100         GO TO 2000-EXIT
022200     END-IF
023700             SET FB-END-OF-HANDOFF-FILE TO TRUE
023800             GO TO 2100-EXIT
023900     END-READ
023905     IF FB-EXTRACT-RECORD (1:3) = "HDR"
023910         PERFORM 2200-CHECK-GROUP-TRAILER THRU 2200-EXIT
023915         MOVE FB-EXTRACT-RECORD TO FB-HANDOFF-HEADER
023920         MOVE FB-HND-HDR-CYCLE-DATE TO FB-CYCLE-DATE
023925         MOVE 'N'  TO FB-TRAILER-SWITCH
023930         MOVE ZERO TO FB-VERIFY-COUNT
023935         MOVE ZERO TO FB-VERIFY-HASH
023940         ADD 1 TO FB-GROUP-COUNT
023945         GO TO 2100-EXIT
023950     END-IF
024000     IF FB-EXTRACT-RECORD (1:3) = "TRL"
024100         MOVE FB-EXTRACT-RECORD TO FB-HANDOFF-TRAILER
024200         SET FB-TRAILER-WAS-FOUND TO TRUE
024800             CONTINUE
024900     END-ADD.
025000 2100-EXIT.
025001     EXIT.
025002*
025003*****************************************************************
025004*    2200-CHECK-GROUP-TRAILER - A GROUP THAT ENDS (AT THE       *
025005*    NEXT HDR OR AT END OF FILE) WITHOUT ITS TRL WAS            *
025006*    TRUNCATED; ONE WITH ITS TRL MUST THEN MATCH IT.  THE       *
025007*    TOTALS ARE TAKEN AT GROUP END, SO A DETAIL ROW AFTER       *
025008*    THE TRL STILL COUNTS AGAINST IT.                           *
025009*****************************************************************
025010 2200-CHECK-GROUP-TRAILER.
025011     IF NOT FB-TRAILER-WAS-FOUND
025012         DISPLAY "FBDELTA - CYCLE " FB-CYCLE-DATE
025013             " HAS NO TRL RECORD - TRUNCATED HANDOFF - "
025014             "NOTHING APPLIED"
025015         SET FB-HANDOFF-FAILED-VERIFY TO TRUE
025016         MOVE SPACES TO FB-ALERT-RECORD
025017         MOVE "NOTRAILR" TO FB-ALR-CODE
025018         MOVE "HANDOFF HAS NO TRL RECORD - TRUNCATED"
025019                         TO FB-ALR-TEXT
025020         PERFORM 2400-RAISE-HANDOFF-ALERT THRU 2400-EXIT
025021         GO TO 2200-EXIT
025022     END-IF
025023     PERFORM 2300-CHECK-GROUP-TOTALS THRU 2300-EXIT.
025024 2200-EXIT.
025025     EXIT.
025026*
025027*****************************************************************
025028*    2300-CHECK-GROUP-TOTALS - THE GROUP'S COUNT AND HASH       *
025029*    MUST MATCH ITS TRAILER.                                    *
025030*****************************************************************
025031 2300-CHECK-GROUP-TOTALS.
025032     IF FB-VERIFY-COUNT NOT = FB-HND-TRL-COUNT
025033      OR FB-VERIFY-HASH NOT = FB-HND-TRL-HASH
025034         DISPLAY "FBDELTA - CYCLE " FB-CYCLE-DATE
025035             " DOES NOT VERIFY - "
025036             "COUNT " FB-VERIFY-COUNT "/" FB-HND-TRL-COUNT
025037             " HASH " FB-VERIFY-HASH "/" FB-HND-TRL-HASH
025038             " - NOTHING APPLIED"
025039         SET FB-HANDOFF-FAILED-VERIFY TO TRUE
025040         MOVE SPACES TO FB-ALERT-RECORD
025041         MOVE "TRLMISMT" TO FB-ALR-CODE
025042         MOVE "HANDOFF COUNT OR HASH DOES NOT MATCH TRL"
025043                         TO FB-ALR-TEXT
025044         PERFORM 2400-RAISE-HANDOFF-ALERT THRU 2400-EXIT
025045     END-IF.
025046 2300-EXIT.
025047     EXIT.
025048*
025049*****************************************************************
025050*    2400-RAISE-HANDOFF-ALERT - RAISE THE FAILED GROUP, WITH    *
025051*    THE ALERT CODE AND TEXT ALREADY SET, ON THE SHARED         *
025052*    OPERATIONS ALERT FILE.  THE GROUP IS NAMED BY ITS CYCLE    *
025053*    DATE; A HANDOFF GROUP HAS NO SINGLE RUN-ID.  THE RETURN    *
025054*    CODE IS HELD ACROSS THE CALL.                              *
025055*****************************************************************
025056 2400-RAISE-HANDOFF-ALERT.
025057     MOVE RETURN-CODE TO FB-ALERT-HOLD-RC
025058     MOVE "FBDELTA "                 TO FB-ALR-SOURCE
025059     SET FB-ALR-CRITICAL             TO TRUE
025060     MOVE SPACES                     TO FB-ALR-RUN-ID
025061     MOVE FB-CYCLE-DATE              TO FB-ALR-CYCLE-DATE
025062     CALL "FBALERT" USING FB-ALERT-RECORD
025063     MOVE FB-ALERT-HOLD-RC TO RETURN-CODE.
025064 2400-EXIT.
025100     EXIT.
025200*
025300*****************************************************************
027400             GO TO 3100-EXIT
027500     END-READ
027600     IF FB-EXTRACT-RECORD (1:3) = "TRL"
027650        OR FB-EXTRACT-RECORD (1:3) = "HDR"
027700         GO TO 3100-EXIT
027800     END-IF
027900*
029200     IF FB-MST-RUN-DATE = FB-EXT-RUN-DATE
029300      AND FB-MST-CLASS-CODE = FB-EXT-CLASS-CODE
029400      AND FB-MST-CLASS-TEXT = FB-EXT-CLASS-TEXT
029450      AND FB-MST-RULE-VERSION = FB-EXT-RULE-VERSION
029460      AND FB-MST-RULE-SET = FB-EXT-RULE-SET
029500         ADD 1 TO FB-UNCHANGED-COUNT
029600         GO TO 3100-EXIT
029700     END-IF
030700     MOVE FB-EXT-RUN-DATE   TO FB-MST-RUN-DATE
030800     MOVE FB-EXT-CLASS-CODE TO FB-MST-CLASS-CODE
030900     MOVE FB-EXT-CLASS-TEXT TO FB-MST-CLASS-TEXT
030950     MOVE FB-EXT-RULE-VERSION TO FB-MST-RULE-VERSION
030960     MOVE FB-EXT-X          TO FB-MST-XREF-X
030970     MOVE FB-EXT-RULE-SET   TO FB-MST-RULE-SET
031000     WRITE FB-MASTER-RECORD
031100     ADD 1 TO FB-ADD-COUNT
031200     MOVE SPACES            TO FB-DELTA-DETAIL
032600     MOVE FB-EXT-RUN-DATE   TO FB-MST-RUN-DATE
032700     MOVE FB-EXT-CLASS-CODE TO FB-MST-CLASS-CODE
032800     MOVE FB-EXT-CLASS-TEXT TO FB-MST-CLASS-TEXT
032850     MOVE FB-EXT-RULE-VERSION TO FB-MST-RULE-VERSION
032860     MOVE FB-EXT-X          TO FB-MST-XREF-X
032870     MOVE FB-EXT-RULE-SET   TO FB-MST-RULE-SET
032900     REWRITE FB-MASTER-RECORD
033000     ADD 1 TO FB-REPLACE-COUNT
033100*
035200     MOVE FB-MST-RUN-DATE   TO FB-MHS-RUN-DATE
035300     MOVE FB-MST-CLASS-CODE TO FB-MHS-CLASS-CODE
035400     MOVE FB-MST-CLASS-TEXT TO FB-MHS-CLASS-TEXT
035450     MOVE FB-MST-RULE-VERSION TO FB-MHS-RULE-VERSION
035460     MOVE FB-MST-RULE-SET   TO FB-MHS-RULE-SET
035500     MOVE FB-APPLY-DATE     TO FB-MHS-SUPERSEDED-DATE
035600     MOVE FB-APPLY-TIME     TO FB-MHS-SUPERSEDED-TIME
035700     WRITE FB-HISTORY-LINE FROM FB-MASTER-HISTORY-RECORD.
038200*****************************************************************
038300 9000-TERMINATE.
038400     DISPLAY "FBDELTA - CYCLE " FB-CYCLE-DATE
038450         " GROUPS=" FB-GROUP-COUNT
038500         " ADDED=" FB-ADD-COUNT
038600         " REPLACED=" FB-REPLACE-COUNT
038700         " UNCHANGED=" FB-UNCHANGED-COUNT
039100     CLOSE FB-DELTA-REPORT.
039200 9000-EXIT.
039300     EXIT.
039350*
039400*****************************************************************
039450*    9500-END-CYCLE-STEP - POST THE RETURN CODE THE STEP IS     *
039500*    ENDING WITH TO THE STEP-CONTROL LEDGER.                    *
039550*****************************************************************
039600 9500-END-CYCLE-STEP.
039650     MOVE RETURN-CODE TO FB-STP-STEP-RC
039700     SET FB-STP-FUNC-END TO TRUE
039750     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
039800     MOVE FB-STP-STEP-RC TO RETURN-CODE.
039850 9500-EXIT.
039900     EXIT.
