000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBDMERGE.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - MERGE STEP FOR A PARTITIONED   *
001200*                     FBDRIVER RUN.  THE MONTH-END FULL SWEEP   *
001300*                     HAD BECOME THE LONGEST STEP OF THE NIGHT  *
001400*                     AS ONE FBCLASS CALL; ITS RANGE NOW RUNS   *
001500*                     AS PARALLEL PARTITION STEPS AND IS PUT    *
001600*                     BACK TOGETHER HERE AS ONE LOGICAL RUN.    *
001610*    2026-10-15 JMT   THE MERGED RUN'S AUDIT RECORD CARRIES ITS *
001620*                     TIMING - BEGUN WHEN THE FIRST PARTITION   *
001630*                     BEGAN, ELAPSED TO THE END OF THE LAST,    *
001640*                     THE NUMBERS THE PARTITIONS CLASSIFIED AND *
001650*                     THEIR RATE, THE RUN MODE AND WHETHER ANY  *
001660*                     PARTITION RESUMED FROM FBCKPT.            *
001670*    2026-10-15 JMT   THE COMPLETION REWRITE OF FBRREG IS       *
001675*                     CHECKED; ONE THAT FAILS ENDS THE STEP     *
001680*                     RC=16 INSTEAD OF REPORTING THE RUN        *
001685*                     MERGED.                                   *
001700*****************************************************************
001800*    PURPOSE - PUTS A PARTITIONED FBDRIVER RUN BACK TOGETHER.   *
001900*    THE FBPARTCT CARD NAMES THE RUN-ID AND ITS PARTITION       *
002000*    COUNT; THE RUN'S TRANSACTION IS FOUND ON FBTRANS AND ITS   *
002100*    RANGE CUT INTO THE SAME SLICES FBDRIVER CUT.  EACH         *
002200*    PARTITION STEP WROTE ITS OWN CHECKPOINT, EXTRACT, AUDIT,   *
002300*    REPORT AND REJECT WORK FILES; THIS STEP READS THE          *
002400*    PARTITIONS' AUDIT WORK FILES AS FBPAUDIT AND THEIR EXTRACT *
002500*    WORK FILES AS FBPEXTR, EACH CONCATENATED IN PARTITION      *
002600*    ORDER.                                                     *
002700*    BEFORE ANYTHING IS WRITTEN EVERY PARTITION MUST HAVE AN    *
002800*    AUDIT RECORD FOR EXACTLY ITS SLICE, ALL UNDER THE SAME     *
002900*    RULE SET, VERSION AND DIVISOR SIGNATURE, WITH ITS CLASS    *
003000*    COUNTS AND ITS EXTRACT ROWS BOTH ADDING UP TO THE SIZE OF  *
003100*    THE SLICE, AND THE RUN MUST BE IN-FLIGHT ON FBRREG.  IF    *
003200*    ANY OF THAT FAILS THE MERGE IS REFUSED RC=8, NOTHING IS    *
003300*    WRITTEN AND THE RUN STAYS IN-FLIGHT; THE FAILED PARTITION  *
003400*    IS RERUN (IT RESUMES FROM ITS OWN CHECKPOINT) AND THE      *
003500*    MERGE RESUBMITTED.                                         *
003600*    A CLEAN MERGE APPENDS THE RUN'S ROWS TO FBEXTR IN X ORDER  *
003700*    - ROWS REPEATED BY A RESTARTED PARTITION ARE DROPPED AND   *
003800*    EVERY ROW CARRIES THE FIRST PARTITION'S RUN DATE - WRITES  *
003900*    THE RUN'S PAGES AND CONTROL TOTALS TO FBRPT AS ONE FBCLASS *
004000*    CALL WOULD HAVE, WRITES ONE FBAUDIT RECORD WITH THE        *
004100*    COMBINED COUNTS AND RULE SIGNATURE, AND MARKS THE RUN      *
004200*    COMPLETED ON FBRREG, SO FBRECON, FBHAND AND FBRPRT SEE AN  *
004300*    ORDINARY RUN.                                              *
004400*    RUNS EVERY NIGHT AS ITS OWN STEP OF THE CYCLE LEDGER,      *
004500*    BETWEEN FBDRIVER AND FBHAND; WITH NO FBPARTCT CARD THERE   *
004600*    IS NOTHING TO MERGE AND IT ENDS RC=0.                      *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT FB-PART-CARD-FILE   ASSIGN TO "FBPARTCT"
005200                                ORGANIZATION LINE SEQUENTIAL
005300                                FILE STATUS FB-PART-CARD-STATUS.
005400*
005500     SELECT FB-TRANS-FILE       ASSIGN TO "FBTRANS"
005600                                ORGANIZATION LINE SEQUENTIAL
005700                                FILE STATUS FB-TRANS-STATUS.
005800*
005900     SELECT FB-PART-AUDIT-FILE  ASSIGN TO "FBPAUDIT"
006000                                ORGANIZATION LINE SEQUENTIAL
006100                                FILE STATUS FB-PART-AUDIT-STATUS.
006200*
006300     SELECT FB-PART-EXTR-FILE   ASSIGN TO "FBPEXTR"
006400                                ORGANIZATION LINE SEQUENTIAL
006500                                FILE STATUS FB-PART-EXTR-STATUS.
006600*
006700     SELECT FB-EXTRACT-FILE     ASSIGN TO "FBEXTR"
006800                                ORGANIZATION LINE SEQUENTIAL
006900                                FILE STATUS FB-EXTRACT-STATUS.
007000*
007100     SELECT FB-AUDIT-FILE       ASSIGN TO "FBAUDIT"
007200                                ORGANIZATION LINE SEQUENTIAL
007300                                FILE STATUS FB-AUDIT-STATUS.
007400*
007500     SELECT FB-REPORT-FILE      ASSIGN TO "FBRPT"
007600                                ORGANIZATION LINE SEQUENTIAL
007700                                FILE STATUS FB-REPORT-STATUS.
007800*
007900     SELECT FB-RREG-FILE        ASSIGN TO "FBRREG"
008000                                ORGANIZATION INDEXED
008100                                ACCESS MODE DYNAMIC
008200                                RECORD KEY FB-REG-RUN-ID
008300                                FILE STATUS FB-RREG-STATUS.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  FB-PART-CARD-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  FB-PART-CARD-LINE          PIC X(80).
009000*
009100 FD  FB-TRANS-FILE
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  FB-TRANS-LINE              PIC X(80).
009400*
009500 FD  FB-PART-AUDIT-FILE
009600     RECORD CONTAINS 150 CHARACTERS.
009700 01  FB-PART-AUDIT-LINE         PIC X(150).
009800*
009900 FD  FB-PART-EXTR-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  FB-PART-EXTR-LINE          PIC X(80).
010200*
010300 FD  FB-EXTRACT-FILE
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  FB-EXTRACT-LINE            PIC X(80).
010600*
010700 FD  FB-AUDIT-FILE
010800     RECORD CONTAINS 150 CHARACTERS.
010900 01  FB-AUDIT-LINE              PIC X(150).
011000*
011100 FD  FB-REPORT-FILE
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  FB-REPORT-LINE             PIC X(80).
011400*
011500 FD  FB-RREG-FILE.
011600     COPY FBRREG.
011700*
011800 WORKING-STORAGE SECTION.
011900     COPY FBSTPC.
012000*
012100     COPY FBPTNC.
012200*
012300     COPY FBTRANS.
012400*
012500     COPY FBAUDIT.
012600*
012700     COPY FBEXTR.
012800*
012900     COPY FBRULES.
013000*
013100 77  FB-PART-CARD-STATUS        PIC X(02) VALUE SPACES.
013200 77  FB-TRANS-STATUS            PIC X(02) VALUE SPACES.
013300 77  FB-PART-AUDIT-STATUS       PIC X(02) VALUE SPACES.
013400 77  FB-PART-EXTR-STATUS        PIC X(02) VALUE SPACES.
013500 77  FB-EXTRACT-STATUS          PIC X(02) VALUE SPACES.
013600 77  FB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
013700 77  FB-REPORT-STATUS           PIC X(02) VALUE SPACES.
013800 77  FB-RREG-STATUS             PIC X(02) VALUE SPACES.
013900 77  FB-CARD-SWITCH             PIC X(01) VALUE 'N'.
014000     88  FB-PARTITIONED-RUN         VALUE 'Y'.
014100 77  FB-REFUSE-SWITCH           PIC X(01) VALUE 'N'.
014200     88  FB-MERGE-REFUSED           VALUE 'Y'.
014300 77  FB-TRANS-EOF-SWITCH        PIC X(01) VALUE 'N'.
014400     88  FB-END-OF-TRANS-FILE       VALUE 'Y'.
014500 77  FB-TRANS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
014600     88  FB-TRANS-WAS-FOUND         VALUE 'Y'.
014700 77  FB-AUDIT-EOF-SWITCH        PIC X(01) VALUE 'N'.
014800     88  FB-END-OF-PART-AUDIT       VALUE 'Y'.
014900 77  FB-EXTR-EOF-SWITCH         PIC X(01) VALUE 'N'.
015000     88  FB-END-OF-PART-EXTR        VALUE 'Y'.
015100 77  FB-EDIT-SWITCH             PIC X(01) VALUE SPACE.
015200 77  FB-EDIT-MSG                PIC X(40) VALUE SPACES.
015300 77  FB-PART-COUNT              PIC 9(02) VALUE ZERO.
015400 77  FB-PART-MAX                PIC 9(02) VALUE 20.
015500 77  FB-PART-SUB                PIC 9(04) COMP VALUE ZERO.
015600 77  FB-PART-IX                 PIC 9(04) COMP VALUE ZERO.
015700 77  FB-PART-SHOW               PIC 9(02) VALUE ZERO.
015800 77  FB-RANGE-START             PIC 9(06) VALUE ZERO.
015900 77  FB-RANGE-END               PIC 9(06) VALUE ZERO.
016000 77  FB-PART-SIZE               PIC 9(07) VALUE ZERO.
016100 77  FB-PART-CHUNK              PIC 9(06) VALUE ZERO.
016200 77  FB-PART-TOTAL              PIC 9(07) VALUE ZERO.
016300 77  FB-HIGH-X                  PIC S9(07) VALUE ZERO.
016400 77  FB-REPEAT-COUNT            PIC 9(07) VALUE ZERO.
016500 77  FB-ROWS-WRITTEN            PIC 9(07) VALUE ZERO.
016600 77  FB-RUN-DATE                PIC 9(08) VALUE ZERO.
016700 77  FB-RULE-SUB                PIC 9(02) COMP VALUE ZERO.
016800 77  FB-MATCH-SUB               PIC 9(02) COMP VALUE ZERO.
016900 77  FB-LINE-COUNT              PIC 9(03) VALUE ZERO.
017000 77  FB-PAGE-COUNT              PIC 9(05) VALUE ZERO.
017100 77  FB-MAX-LINES-PER-PAGE      PIC 9(03) VALUE 055.
017200 77  FB-SUM-COMBINED-COUNT      PIC 9(06) VALUE ZERO.
017300 77  FB-SUM-PLAIN-COUNT         PIC 9(06) VALUE ZERO.
017400 77  FB-SUM-GRAND-TOTAL         PIC 9(06) VALUE ZERO.
017500 77  FB-AUD-OPERATOR            PIC X(08) VALUE SPACES.
017600*
017700*    ONE ENTRY PER PARTITION - ITS SLICE OF THE RANGE, WHAT ITS
017800*    AUDIT RECORD SAYS, AND HOW MANY EXTRACT ROWS IT LEFT.  THE
017810*    BEGIN AND END STAMPS ARE CCYYMMDDHHMMSSCC, ZERO WHEN THE
017820*    AUDIT RECORD CARRIES NO TIMING.
017900 01  FB-PARTITION-TABLE.
018000     05  FB-PT-ENTRY            OCCURS 20 TIMES.
018100         10  FB-PT-START            PIC 9(06).
018200         10  FB-PT-END              PIC 9(06).
018300         10  FB-PT-AUDIT-SWITCH     PIC X(01).
018400             88  FB-PT-AUDITED          VALUE 'Y'.
018500         10  FB-PT-FIZZ-COUNT       PIC 9(06).
018600         10  FB-PT-BUZZ-COUNT       PIC 9(06).
018700         10  FB-PT-FIZZBUZZ-COUNT   PIC 9(06).
018800         10  FB-PT-PLAIN-COUNT      PIC 9(06).
018900         10  FB-PT-OTHER-COUNT      PIC 9(06).
019000         10  FB-PT-RULE-SIG         PIC X(20).
019100         10  FB-PT-RULE-SET         PIC X(04).
019200         10  FB-PT-RULE-VERSION     PIC 9(04).
019300         10  FB-PT-ROWS             PIC 9(07).
019310         10  FB-PT-BEGIN-STAMP      PIC 9(16).
019320         10  FB-PT-END-STAMP        PIC 9(16).
019330         10  FB-PT-EXEC-COUNT       PIC 9(06).
019340         10  FB-PT-RESUMED-IND      PIC X(01).
019400*
019500 01  FB-MERGED-COUNTS.
019600     05  FB-MRG-FIZZ-COUNT      PIC 9(06).
019700     05  FB-MRG-BUZZ-COUNT      PIC 9(06).
019800     05  FB-MRG-FIZZBUZZ-COUNT  PIC 9(06).
019900     05  FB-MRG-PLAIN-COUNT     PIC 9(06).
020000     05  FB-MRG-OTHER-COUNT     PIC 9(06).
020002*
020004*    THE MERGED RUN IS TIMED FROM THE FIRST PARTITION TO BEGIN TO
020006*    THE LAST ONE TO END - THE WALL-CLOCK TIME OF THE PARALLEL
020008*    STEPS.
020010 01  FB-MERGE-TIMING.
020012     05  FB-MRG-EXEC-COUNT      PIC 9(07).
020014     05  FB-MRG-ELAPSED-SECS    PIC S9(09).
020016     05  FB-MRG-TIMED-SWITCH    PIC X(01).
020018         88  FB-MRG-IS-TIMED        VALUE 'Y'.
020020     05  FB-MRG-RESUMED-SWITCH  PIC X(01).
020022         88  FB-MRG-WAS-RESUMED     VALUE 'Y'.
020024 01  FB-FIRST-BEGIN.
020026     05  FB-FB-DATE             PIC 9(08).
020028     05  FB-FB-HH               PIC 9(02).
020030     05  FB-FB-MM               PIC 9(02).
020032     05  FB-FB-SS               PIC 9(02).
020034     05  FB-FB-CC               PIC 9(02).
020036 01  FB-FIRST-BEGIN-STAMP REDEFINES FB-FIRST-BEGIN
020038                                PIC 9(16).
020040 01  FB-LAST-END.
020042     05  FB-LE-DATE             PIC 9(08).
020044     05  FB-LE-HH               PIC 9(02).
020046     05  FB-LE-MM               PIC 9(02).
020048     05  FB-LE-SS               PIC 9(02).
020050     05  FB-LE-CC               PIC 9(02).
020052 01  FB-LAST-END-STAMP REDEFINES FB-LAST-END
020054                                PIC 9(16).
020100*
020200 01  FB-LOADED-SIG.
020300     05  FB-LOADED-DIV          OCCURS 10 TIMES
020400                                PIC 9(02).
020500*
020600 01  FB-RULE-WORK.
020700     05  FB-RULE-SINGLE-COUNT   OCCURS 10 TIMES
020800                                PIC 9(06).
020900*
021000 01  FB-DETAIL-LINE.
021100     05  FILLER                 PIC X(04) VALUE "X = ".
021200     05  FB-DL-X                PIC ZZZZZ9.
021300     05  FILLER                 PIC X(04) VALUE SPACES.
021400     05  FILLER                 PIC X(16) VALUE "CLASSIFICATION:".
021500     05  FILLER                 PIC X(01) VALUE SPACE.
021600     05  FB-DL-CLASS            PIC X(16).
021700     05  FILLER                 PIC X(28) VALUE SPACES.
021800*
021900 01  FB-HEADER-LINE.
022000     05  FILLER                 PIC X(10) VALUE "FIZZBUZZ  ".
022100     05  FILLER                 PIC X(06) VALUE "RUN:  ".
022200     05  FB-HL-RUN-ID           PIC X(08).
022300     05  FILLER                 PIC X(02) VALUE SPACES.
022400     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
022500     05  FB-HL-RUN-DATE         PIC 9(08).
022600     05  FILLER                 PIC X(04) VALUE SPACES.
022700     05  FILLER                 PIC X(06) VALUE "PAGE: ".
022800     05  FB-HL-PAGE             PIC ZZZZ9.
022900     05  FILLER                 PIC X(21) VALUE SPACES.
023000*
023100 01  FB-SUMMARY-LINE.
023200     05  FILLER                 PIC X(20) VALUE SPACES.
023300     05  FB-SL-LABEL            PIC X(14).
023400     05  FB-SL-COUNT            PIC ZZZZZ9.
023500     05  FILLER                 PIC X(40) VALUE SPACES.
023600*
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT
024000     IF NOT FB-STP-PROCEED
024100         STOP RUN
024200     END-IF
024300*
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024500     IF FB-MERGE-REFUSED
024600         GO TO 0000-REFUSED
024700     END-IF
024800     IF NOT FB-PARTITIONED-RUN
024900         GO TO 0000-STOP
025000     END-IF
025100*
025200     PERFORM 2000-FIND-TRANSACTION THRU 2000-EXIT
025300     IF FB-MERGE-REFUSED
025400         GO TO 0000-REFUSED
025500     END-IF
025600     PERFORM 3000-CHECK-PARTITION-AUDITS THRU 3000-EXIT
025700     IF FB-MERGE-REFUSED
025800         GO TO 0000-REFUSED
025900     END-IF
026000     PERFORM 4000-CHECK-PARTITION-EXTRACTS THRU 4000-EXIT
026100     IF FB-MERGE-REFUSED
026200         GO TO 0000-REFUSED
026300     END-IF
026400     PERFORM 4500-LOAD-RULES THRU 4500-EXIT
026500     IF FB-MERGE-REFUSED
026600         GO TO 0000-REFUSED
026700     END-IF
026800     PERFORM 5000-CHECK-RUN-REGISTRY THRU 5000-EXIT
026900     IF FB-MERGE-REFUSED
027000         GO TO 0000-REFUSED
027100     END-IF
027200*
027300     PERFORM 6000-WRITE-MERGED-EXTRACT THRU 6000-EXIT
027400     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
027500     PERFORM 7500-WRITE-AUDIT-RECORD THRU 7500-EXIT
027600     PERFORM 8000-MARK-RUN-COMPLETED THRU 8000-EXIT
027610     IF RETURN-CODE = 16
027620         GO TO 0000-STOP
027630     END-IF
027700     PERFORM 9000-TERMINATE THRU 9000-EXIT
027800     GO TO 0000-STOP.
027900 0000-REFUSED.
028000     DISPLAY "FBDMERGE - RUN " FB-PTN-RUN-ID
028100         " NOT MERGED - IT STAYS IN-FLIGHT"
028200     MOVE 8 TO RETURN-CODE.
028300 0000-STOP.
028400     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT
028500     STOP RUN.
028600*
028700*****************************************************************
028800*    0500-BEGIN-CYCLE-STEP - CHECK THE NIGHTLY STEP-CONTROL     *
028900*    LEDGER BEFORE ANYTHING IS TOUCHED.  A STEP ALREADY         *
029000*    COMPLETE FOR THE CYCLE ENDS RC=0 WITHOUT RUNNING; ONE      *
029100*    WHOSE PREREQUISITE HAS NOT ENDED CLEANLY ENDS RC=12.       *
029200*****************************************************************
029300 0500-BEGIN-CYCLE-STEP.
029400     MOVE SPACES     TO FB-STEP-CONTROL-AREA
029500     MOVE "FBDMERGE" TO FB-STP-STEP-NAME
029600     SET FB-STP-FUNC-BEGIN TO TRUE
029700     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
029800     MOVE FB-STP-STEP-RC TO RETURN-CODE.
029900 0500-EXIT.
030000     EXIT.
030100*
030200*****************************************************************
030300*    1000-INITIALIZE - READ THE FBPARTCT CARD.  NO CARD, OR A   *
030400*    BLANK RUN-ID, MEANS NO RUN WAS PARTITIONED THIS CYCLE AND  *
030500*    THERE IS NOTHING TO MERGE.                                 *
030600*****************************************************************
030700 1000-INITIALIZE.
030800     MOVE ZERO TO RETURN-CODE
030900     OPEN INPUT FB-PART-CARD-FILE
031000     IF FB-PART-CARD-STATUS NOT = "00"
031100         DISPLAY "FBDMERGE - NO FBPARTCT CARD - NOTHING TO MERGE"
031200         GO TO 1000-EXIT
031300     END-IF
031400     READ FB-PART-CARD-FILE INTO FB-PARTITION-CARD
031500         AT END
031600             MOVE SPACES TO FB-PARTITION-CARD
031700     END-READ
031800     CLOSE FB-PART-CARD-FILE
031900     IF FB-PTN-RUN-ID = SPACES
032000         DISPLAY "FBDMERGE - NO RUN-ID ON FBPARTCT - NOTHING TO "
032100             "MERGE"
032200         GO TO 1000-EXIT
032300     END-IF
032400*
032500     SET FB-PARTITIONED-RUN TO TRUE
032600     IF FB-PTN-COUNT NOT NUMERIC
032700        OR FB-PTN-COUNT < "02"
032800        OR FB-PTN-COUNT > FB-PART-MAX
032900         DISPLAY "FBDMERGE - FBPARTCT PARTITION COUNT '"
033000             FB-PTN-COUNT "' IS NOT 02 THROUGH " FB-PART-MAX
033100         SET FB-MERGE-REFUSED TO TRUE
033200         GO TO 1000-EXIT
033300     END-IF
033400     MOVE FB-PTN-COUNT TO FB-PART-COUNT
033500     DISPLAY "FBDMERGE - MERGING RUN " FB-PTN-RUN-ID " FROM "
033600         FB-PART-COUNT " PARTITIONS".
033700 1000-EXIT.
033800     EXIT.
033900*
034000*****************************************************************
034100*    2000-FIND-TRANSACTION - FIND THE RUN'S TRANSACTION ON      *
034200*    FBTRANS, EDIT ITS RANGE AS FBDRIVER DID, AND CUT THE RANGE *
034300*    INTO THE SAME SLICES - EQUAL SLICES, THE LAST ONE TAKING   *
034400*    THE REMAINDER.                                             *
034500*****************************************************************
034600 2000-FIND-TRANSACTION.
034700     OPEN INPUT FB-TRANS-FILE
034800     IF FB-TRANS-STATUS NOT = "00"
034900         DISPLAY "FBDMERGE - FBTRANS WILL NOT OPEN - STATUS "
035000             FB-TRANS-STATUS
035100         SET FB-MERGE-REFUSED TO TRUE
035200         GO TO 2000-EXIT
035300     END-IF
035400     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT
035500         UNTIL FB-END-OF-TRANS-FILE
035600            OR FB-TRANS-WAS-FOUND
035700     CLOSE FB-TRANS-FILE
035800     IF NOT FB-TRANS-WAS-FOUND
035900         DISPLAY "FBDMERGE - RUN " FB-PTN-RUN-ID
036000             " IS NOT ON FBTRANS"
036100         SET FB-MERGE-REFUSED TO TRUE
036200         GO TO 2000-EXIT
036300     END-IF
036400*
036500     CALL "FBEDIT" USING FB-TRN-START
036600                         FB-TRN-END
036700                         FB-EDIT-SWITCH
036800                         FB-EDIT-MSG
036900     IF FB-EDIT-SWITCH NOT = 'Y'
037000         DISPLAY "FBDMERGE - " FB-TRN-RUN-ID " - " FB-EDIT-MSG
037100         SET FB-MERGE-REFUSED TO TRUE
037200         GO TO 2000-EXIT
037300     END-IF
037400     MOVE FB-TRN-START TO FB-RANGE-START
037500     MOVE FB-TRN-END   TO FB-RANGE-END
037600     COMPUTE FB-PART-SIZE = FB-RANGE-END - FB-RANGE-START + 1
037700     DIVIDE FB-PART-SIZE BY FB-PART-COUNT GIVING FB-PART-CHUNK
037800     IF FB-PART-CHUNK = ZERO
037900         DISPLAY "FBDMERGE - RANGE OF " FB-PART-SIZE
038000             " IS TOO SMALL FOR " FB-PART-COUNT " PARTITIONS"
038100         SET FB-MERGE-REFUSED TO TRUE
038200         GO TO 2000-EXIT
038300     END-IF
038400*
038500     MOVE ZEROS TO FB-MERGED-COUNTS
038600     PERFORM 2200-CUT-ONE-PARTITION THRU 2200-EXIT
038700         VARYING FB-PART-SUB FROM 1 BY 1
038800         UNTIL FB-PART-SUB > FB-PART-COUNT.
038900 2000-EXIT.
039000     EXIT.
039100*
039200 2100-READ-ONE-TRANS.
039300     READ FB-TRANS-FILE INTO FB-TRANS-RECORD
039400         AT END
039500             SET FB-END-OF-TRANS-FILE TO TRUE
039600             GO TO 2100-EXIT
039700     END-READ
039800     IF FB-TRN-RUN-ID = FB-PTN-RUN-ID
039900         SET FB-TRANS-WAS-FOUND TO TRUE
040000     END-IF.
040100 2100-EXIT.
040200     EXIT.
040300*
040400 2200-CUT-ONE-PARTITION.
040500     COMPUTE FB-PT-START (FB-PART-SUB) = FB-RANGE-START
040600                          + (FB-PART-SUB - 1) * FB-PART-CHUNK
040700     IF FB-PART-SUB < FB-PART-COUNT
040800         COMPUTE FB-PT-END (FB-PART-SUB) =
040900                 FB-PT-START (FB-PART-SUB) + FB-PART-CHUNK - 1
041000     ELSE
041100         MOVE FB-RANGE-END TO FB-PT-END (FB-PART-SUB)
041200     END-IF
041300     MOVE 'N'    TO FB-PT-AUDIT-SWITCH (FB-PART-SUB)
041400     MOVE ZERO   TO FB-PT-FIZZ-COUNT (FB-PART-SUB)
041500     MOVE ZERO   TO FB-PT-BUZZ-COUNT (FB-PART-SUB)
041600     MOVE ZERO   TO FB-PT-FIZZBUZZ-COUNT (FB-PART-SUB)
041700     MOVE ZERO   TO FB-PT-PLAIN-COUNT (FB-PART-SUB)
041800     MOVE ZERO   TO FB-PT-OTHER-COUNT (FB-PART-SUB)
041900     MOVE SPACES TO FB-PT-RULE-SIG (FB-PART-SUB)
042000     MOVE SPACES TO FB-PT-RULE-SET (FB-PART-SUB)
042100     MOVE ZERO   TO FB-PT-RULE-VERSION (FB-PART-SUB)
042200     MOVE ZERO   TO FB-PT-ROWS (FB-PART-SUB).
042300 2200-EXIT.
042400     EXIT.
042500*
042600*****************************************************************
042700*    3000-CHECK-PARTITION-AUDITS - A PARTITION HAS COMPLETED    *
042800*    ONLY IF FBCLASS WROTE ITS AUDIT RECORD, SO EVERY SLICE     *
042900*    MUST HAVE ONE.  A SLICE AUDITED MORE THAN ONCE (A          *
043000*    PARTITION RERUN AFTER IT HAD FINISHED) KEEPS THE LATEST.   *
043100*    THE PARTITIONS MUST AGREE ON THE RULES, AND EACH ONE'S     *
043200*    COUNTS MUST ADD UP TO ITS SLICE.                           *
043300*****************************************************************
043400 3000-CHECK-PARTITION-AUDITS.
043500     OPEN INPUT FB-PART-AUDIT-FILE
043600     IF FB-PART-AUDIT-STATUS NOT = "00"
043700         DISPLAY "FBDMERGE - FBPAUDIT WILL NOT OPEN - STATUS "
043800             FB-PART-AUDIT-STATUS " - NO PARTITION HAS COMPLETED"
043900         SET FB-MERGE-REFUSED TO TRUE
044000         GO TO 3000-EXIT
044100     END-IF
044200     PERFORM 3100-READ-ONE-AUDIT THRU 3100-EXIT
044300         UNTIL FB-END-OF-PART-AUDIT
044400     CLOSE FB-PART-AUDIT-FILE
044500*
044600     PERFORM 3200-CHECK-ONE-PARTITION THRU 3200-EXIT
044700         VARYING FB-PART-SUB FROM 1 BY 1
044800         UNTIL FB-PART-SUB > FB-PART-COUNT.
044900 3000-EXIT.
045000     EXIT.
045100*
045200 3100-READ-ONE-AUDIT.
045300     READ FB-PART-AUDIT-FILE INTO FB-AUDIT-RECORD
045400         AT END
045500             SET FB-END-OF-PART-AUDIT TO TRUE
045600             GO TO 3100-EXIT
045700     END-READ
045800     IF FB-AUD-RUN-ID NOT = FB-PTN-RUN-ID
045900        OR FB-AUD-IS-REVERSAL
046000         GO TO 3100-EXIT
046100     END-IF
046200*
046300     MOVE ZERO TO FB-PART-IX
046400     PERFORM 3150-MATCH-ONE-PARTITION THRU 3150-EXIT
046500         VARYING FB-PART-SUB FROM 1 BY 1
046600         UNTIL FB-PART-SUB > FB-PART-COUNT
046700            OR FB-PART-IX > ZERO
046800     IF FB-PART-IX = ZERO
046900         DISPLAY "FBDMERGE - AUDIT RECORD FOR " FB-AUD-START
047000             " THROUGH " FB-AUD-END " IS NOT A PARTITION OF "
047100             "THIS RUN - IGNORED"
047200         GO TO 3100-EXIT
047300     END-IF
047400*
047500     SET FB-PT-AUDITED (FB-PART-IX) TO TRUE
047600     MOVE FB-AUD-FIZZ-COUNT     TO FB-PT-FIZZ-COUNT (FB-PART-IX)
047700     MOVE FB-AUD-BUZZ-COUNT     TO FB-PT-BUZZ-COUNT (FB-PART-IX)
047800     MOVE FB-AUD-FIZZBUZZ-COUNT
047900                            TO FB-PT-FIZZBUZZ-COUNT (FB-PART-IX)
048000     MOVE FB-AUD-PLAIN-COUNT    TO FB-PT-PLAIN-COUNT (FB-PART-IX)
048100     MOVE FB-AUD-OTHER-COUNT    TO FB-PT-OTHER-COUNT (FB-PART-IX)
048200     MOVE FB-AUD-RULE-SIG       TO FB-PT-RULE-SIG (FB-PART-IX)
048300     MOVE FB-AUD-RULE-SET       TO FB-PT-RULE-SET (FB-PART-IX)
048400     MOVE FB-AUD-RULE-VERSION
048500                            TO FB-PT-RULE-VERSION (FB-PART-IX)
048510     IF FB-AUD-BEGIN-DATE NUMERIC
048520        AND FB-AUD-BEGIN-TIME NUMERIC
048530        AND FB-AUD-EXEC-COUNT NUMERIC
048540         COMPUTE FB-PT-BEGIN-STAMP (FB-PART-IX) =
048550             FB-AUD-BEGIN-DATE * 100000000 + FB-AUD-BEGIN-TIME
048560         COMPUTE FB-PT-END-STAMP (FB-PART-IX) =
048570             FB-AUD-DATE * 100000000 + FB-AUD-TIME
048580         MOVE FB-AUD-EXEC-COUNT TO FB-PT-EXEC-COUNT (FB-PART-IX)
048585         MOVE FB-AUD-RESUMED-IND
048590                            TO FB-PT-RESUMED-IND (FB-PART-IX)
048592     ELSE
048594         MOVE ZERO TO FB-PT-BEGIN-STAMP (FB-PART-IX)
048596         MOVE ZERO TO FB-PT-END-STAMP (FB-PART-IX)
048598     END-IF.
048600 3100-EXIT.
048700     EXIT.
048800*
048900 3150-MATCH-ONE-PARTITION.
049000     IF FB-PT-START (FB-PART-SUB) = FB-AUD-START
049100        AND FB-PT-END (FB-PART-SUB) = FB-AUD-END
049200         MOVE FB-PART-SUB TO FB-PART-IX
049300     END-IF.
049400 3150-EXIT.
049500     EXIT.
049600*
049700 3200-CHECK-ONE-PARTITION.
049800     MOVE FB-PART-SUB TO FB-PART-SHOW
049900     IF NOT FB-PT-AUDITED (FB-PART-SUB)
050000         DISPLAY "FBDMERGE - PARTITION " FB-PART-SHOW " ("
050100             FB-PT-START (FB-PART-SUB) " THROUGH "
050200             FB-PT-END (FB-PART-SUB) ") HAS NOT COMPLETED"
050300         SET FB-MERGE-REFUSED TO TRUE
050400         GO TO 3200-EXIT
050500     END-IF
050600*
050700     IF FB-PT-RULE-SIG (FB-PART-SUB) NOT = FB-PT-RULE-SIG (1)
050800        OR FB-PT-RULE-SET (FB-PART-SUB) NOT = FB-PT-RULE-SET (1)
050900        OR FB-PT-RULE-VERSION (FB-PART-SUB)
051000               NOT = FB-PT-RULE-VERSION (1)
051100         DISPLAY "FBDMERGE - PARTITION " FB-PART-SHOW
051200             " RAN UNDER DIFFERENT RULES FROM PARTITION 01"
051300         SET FB-MERGE-REFUSED TO TRUE
051400         GO TO 3200-EXIT
051500     END-IF
051600*
051700     COMPUTE FB-PART-TOTAL = FB-PT-FIZZ-COUNT (FB-PART-SUB)
051800                           + FB-PT-BUZZ-COUNT (FB-PART-SUB)
051900                           + FB-PT-FIZZBUZZ-COUNT (FB-PART-SUB)
052000                           + FB-PT-PLAIN-COUNT (FB-PART-SUB)
052100                           + FB-PT-OTHER-COUNT (FB-PART-SUB)
052200     COMPUTE FB-PART-SIZE = FB-PT-END (FB-PART-SUB)
052300                          - FB-PT-START (FB-PART-SUB) + 1
052400     IF FB-PART-TOTAL NOT = FB-PART-SIZE
052500         DISPLAY "FBDMERGE - PARTITION " FB-PART-SHOW
052600             " AUDIT COUNTS TOTAL " FB-PART-TOTAL
052700             " FOR A SLICE OF " FB-PART-SIZE
052800         SET FB-MERGE-REFUSED TO TRUE
052900         GO TO 3200-EXIT
053000     END-IF
053100*
053200     ADD FB-PT-FIZZ-COUNT (FB-PART-SUB)     TO FB-MRG-FIZZ-COUNT
053300     ADD FB-PT-BUZZ-COUNT (FB-PART-SUB)     TO FB-MRG-BUZZ-COUNT
053400     ADD FB-PT-FIZZBUZZ-COUNT (FB-PART-SUB)
053500                                    TO FB-MRG-FIZZBUZZ-COUNT
053600     ADD FB-PT-PLAIN-COUNT (FB-PART-SUB)    TO FB-MRG-PLAIN-COUNT
053700     ADD FB-PT-OTHER-COUNT (FB-PART-SUB)    TO FB-MRG-OTHER-COUNT.
053800 3200-EXIT.
053900     EXIT.
054000*
054100*****************************************************************
054200*    4000-CHECK-PARTITION-EXTRACTS - COUNT EACH PARTITION'S     *
054300*    EXTRACT ROWS WITHOUT WRITING ANYTHING.  EVERY SLICE MUST   *
054400*    HAVE EXACTLY ONE ROW PER X; A WORK FILE CONCATENATED OUT   *
054500*    OF PARTITION ORDER SHOWS UP HERE AS A SHORT PARTITION.     *
054600*****************************************************************
054700 4000-CHECK-PARTITION-EXTRACTS.
054800     OPEN INPUT FB-PART-EXTR-FILE
054900     IF FB-PART-EXTR-STATUS NOT = "00"
055000         DISPLAY "FBDMERGE - FBPEXTR WILL NOT OPEN - STATUS "
055100             FB-PART-EXTR-STATUS
055200         SET FB-MERGE-REFUSED TO TRUE
055300         GO TO 4000-EXIT
055400     END-IF
055500     MOVE 'N'  TO FB-EXTR-EOF-SWITCH
055600     MOVE ZERO TO FB-RUN-DATE
055700     MOVE ZERO TO FB-REPEAT-COUNT
055800     COMPUTE FB-HIGH-X = FB-RANGE-START - 1
055900     PERFORM 4050-COUNT-ONE-ROW THRU 4050-EXIT
056000         UNTIL FB-END-OF-PART-EXTR
056100     CLOSE FB-PART-EXTR-FILE
056200*
056300     IF FB-REPEAT-COUNT > ZERO
056400         DISPLAY "FBDMERGE - " FB-REPEAT-COUNT
056500             " ROWS REPEATED BY A RESTARTED PARTITION WILL BE "
056600             "DROPPED"
056700     END-IF
056800     PERFORM 4200-CHECK-ONE-PARTITION-ROWS THRU 4200-EXIT
056900         VARYING FB-PART-SUB FROM 1 BY 1
057000         UNTIL FB-PART-SUB > FB-PART-COUNT.
057100 4000-EXIT.
057200     EXIT.
057300*
057400 4050-COUNT-ONE-ROW.
057500     PERFORM 4100-READ-NEXT-ROW THRU 4100-EXIT
057600     IF FB-END-OF-PART-EXTR
057700         GO TO 4050-EXIT
057800     END-IF
057900     ADD 1 TO FB-PT-ROWS (FB-PART-IX)
058000     IF FB-RUN-DATE = ZERO
058100         MOVE FB-EXT-RUN-DATE TO FB-RUN-DATE
058200     END-IF.
058300 4050-EXIT.
058400     EXIT.
058500*
058600*****************************************************************
058700*    4100-READ-NEXT-ROW - RETURN THE RUN'S NEXT NEW EXTRACT ROW *
058800*    AND THE PARTITION IT BELONGS TO.  ROWS FOR OTHER RUN-IDS   *
058900*    OR OUTSIDE THE RANGE ARE PASSED OVER, AND SO IS ANY ROW AT *
059000*    OR BELOW THE HIGHEST X ALREADY RETURNED - A PARTITION      *
059100*    RESTARTED FROM ITS CHECKPOINT REWRITES THE ROWS SINCE THAT *
059200*    CHECKPOINT.  SHARED BY THE COUNTING AND WRITING PASSES.    *
059300*****************************************************************
059400 4100-READ-NEXT-ROW.
059500     READ FB-PART-EXTR-FILE INTO FB-EXTRACT-RECORD
059600         AT END
059700             SET FB-END-OF-PART-EXTR TO TRUE
059800             GO TO 4100-EXIT
059900     END-READ
060000     IF FB-EXT-RUN-ID NOT = FB-PTN-RUN-ID
060100        OR FB-EXT-X < FB-RANGE-START
060200        OR FB-EXT-X > FB-RANGE-END
060300         GO TO 4100-READ-NEXT-ROW
060400     END-IF
060500     IF FB-EXT-X NOT > FB-HIGH-X
060600         ADD 1 TO FB-REPEAT-COUNT
060700         GO TO 4100-READ-NEXT-ROW
060800     END-IF
060900*
061000     MOVE FB-EXT-X TO FB-HIGH-X
061100     COMPUTE FB-PART-IX =
061200             (FB-EXT-X - FB-RANGE-START) / FB-PART-CHUNK + 1
061300     IF FB-PART-IX > FB-PART-COUNT
061400         MOVE FB-PART-COUNT TO FB-PART-IX
061500     END-IF.
061600 4100-EXIT.
061700     EXIT.
061800*
061900 4200-CHECK-ONE-PARTITION-ROWS.
062000     MOVE FB-PART-SUB TO FB-PART-SHOW
062100     COMPUTE FB-PART-SIZE = FB-PT-END (FB-PART-SUB)
062200                          - FB-PT-START (FB-PART-SUB) + 1
062300     IF FB-PT-ROWS (FB-PART-SUB) NOT = FB-PART-SIZE
062400         DISPLAY "FBDMERGE - PARTITION " FB-PART-SHOW
062500             " EXTRACT HAS " FB-PT-ROWS (FB-PART-SUB)
062600             " ROWS FOR A SLICE OF " FB-PART-SIZE
062700         SET FB-MERGE-REFUSED TO TRUE
062800     END-IF.
062900 4200-EXIT.
063000     EXIT.
063100*
063200*****************************************************************
063300*    4500-LOAD-RULES - LOAD THE RULE SET IN FORCE ON THE RUN    *
063400*    DATE, FOR THE RULE WORDS ON THE CONTROL TOTALS.  IT MUST   *
063500*    BE THE VERSION AND DIVISORS THE PARTITIONS RAN UNDER.      *
063600*****************************************************************
063700 4500-LOAD-RULES.
063800     CALL "FBRLOAD" USING FB-RULES-TABLE
063900                          FB-PT-RULE-SET (1)
064000                          FB-RUN-DATE
064100     MOVE ZEROS TO FB-LOADED-SIG
064200     PERFORM 4510-SIGN-ONE-RULE THRU 4510-EXIT
064300         VARYING FB-RULE-SUB FROM 1 BY 1
064400         UNTIL FB-RULE-SUB > FB-RULE-COUNT
064500     IF FB-RULE-VERSION NOT = FB-PT-RULE-VERSION (1)
064600        OR FB-LOADED-SIG NOT = FB-PT-RULE-SIG (1)
064700         DISPLAY "FBDMERGE - RULE SET '" FB-PT-RULE-SET (1)
064800             "' IN FORCE ON " FB-RUN-DATE " IS NOT THE VERSION "
064900             FB-PT-RULE-VERSION (1) " THE PARTITIONS RAN UNDER"
065000         SET FB-MERGE-REFUSED TO TRUE
065100     END-IF.
065200 4500-EXIT.
065300     EXIT.
065400*
065500 4510-SIGN-ONE-RULE.
065600     MOVE FB-RULE-DIVISOR (FB-RULE-SUB)
065700         TO FB-LOADED-DIV (FB-RULE-SUB).
065800 4510-EXIT.
065900     EXIT.
066000*
066100*****************************************************************
066200*    5000-CHECK-RUN-REGISTRY - THE PARTITIONS LEFT THE RUN      *
066300*    IN-FLIGHT.  ANY OTHER STATUS MEANS IT HAS ALREADY BEEN     *
066400*    MERGED, OR REVERSED SINCE, AND MUST NOT BE MERGED AGAIN.   *
066500*    THE REGISTRY STAYS OPEN FOR 8000-MARK-RUN-COMPLETED.       *
066600*****************************************************************
066700 5000-CHECK-RUN-REGISTRY.
066800     OPEN I-O FB-RREG-FILE
066900     IF FB-RREG-STATUS NOT = "00"
067000         DISPLAY "FBDMERGE - FBRREG WILL NOT OPEN - STATUS "
067100             FB-RREG-STATUS
067200         SET FB-MERGE-REFUSED TO TRUE
067300         GO TO 5000-EXIT
067400     END-IF
067500     MOVE FB-PTN-RUN-ID TO FB-REG-RUN-ID
067600     READ FB-RREG-FILE
067700         INVALID KEY
067800             CONTINUE
067900     END-READ
068000     IF FB-RREG-STATUS NOT = "00"
068100         DISPLAY "FBDMERGE - RUN " FB-PTN-RUN-ID
068200             " IS NOT ON FBRREG"
068300         SET FB-MERGE-REFUSED TO TRUE
068400     ELSE
068500         IF NOT FB-REG-IN-FLIGHT
068600             DISPLAY "FBDMERGE - RUN " FB-PTN-RUN-ID
068700                 " IS NOT IN-FLIGHT ON FBRREG (STATUS "
068800                 FB-REG-STATUS ") - ALREADY MERGED OR REVERSED"
068900             SET FB-MERGE-REFUSED TO TRUE
069000         END-IF
069100     END-IF
069200     IF FB-MERGE-REFUSED
069300         CLOSE FB-RREG-FILE
069400     END-IF.
069500 5000-EXIT.
069600     EXIT.
069700*
069800*****************************************************************
069900*    6000-WRITE-MERGED-EXTRACT - SECOND PASS OVER THE WORK      *
070000*    FILES: APPEND EACH NEW ROW TO FBEXTR UNDER ONE RUN DATE    *
070100*    AND, FOR A FULL-DETAIL RUN, PRINT ITS DETAIL LINE.         *
070200*****************************************************************
070300 6000-WRITE-MERGED-EXTRACT.
070400     OPEN EXTEND FB-EXTRACT-FILE
070500     IF FB-EXTRACT-STATUS = "35"
070600         OPEN OUTPUT FB-EXTRACT-FILE
070700     END-IF
070800     OPEN EXTEND FB-REPORT-FILE
070900     IF FB-REPORT-STATUS = "35"
071000         OPEN OUTPUT FB-REPORT-FILE
071100     END-IF
071200     OPEN INPUT FB-PART-EXTR-FILE
071300*
071400     MOVE 'N'  TO FB-EXTR-EOF-SWITCH
071500     MOVE ZERO TO FB-ROWS-WRITTEN
071600     MOVE ZERO TO FB-SUM-COMBINED-COUNT
071700     MOVE ZERO TO FB-SUM-PLAIN-COUNT
071800     MOVE ZEROS TO FB-RULE-WORK
071900     COMPUTE FB-HIGH-X = FB-RANGE-START - 1
072000     PERFORM 6500-WRITE-PAGE-HEADER THRU 6500-EXIT
072100     PERFORM 6200-WRITE-ONE-ROW THRU 6200-EXIT
072200         UNTIL FB-END-OF-PART-EXTR
072300     CLOSE FB-PART-EXTR-FILE
072400     CLOSE FB-EXTRACT-FILE.
072500 6000-EXIT.
072600     EXIT.
072700*
072800 6200-WRITE-ONE-ROW.
072900     PERFORM 4100-READ-NEXT-ROW THRU 4100-EXIT
073000     IF FB-END-OF-PART-EXTR
073100         GO TO 6200-EXIT
073200     END-IF
073300     MOVE FB-RUN-DATE TO FB-EXT-RUN-DATE
073400     WRITE FB-EXTRACT-LINE FROM FB-EXTRACT-RECORD
073500     ADD 1 TO FB-ROWS-WRITTEN
073600     PERFORM 6300-TALLY-ONE-ROW THRU 6300-EXIT
073700     IF NOT FB-TRN-SUMMARY-ONLY
073800         PERFORM 6400-WRITE-DETAIL-LINE THRU 6400-EXIT
073900     END-IF.
074000 6200-EXIT.
074100     EXIT.
074200*
074300*****************************************************************
074400*    6300-TALLY-ONE-ROW - COUNT THE ROW AGAINST ITS RULE, THE   *
074500*    SAME BUCKETS FBCLASS PRINTS - ONE PER RULE FOR A SINGLE    *
074600*    MATCH, COMBINED ('Z') AND PLAIN ('P').                     *
074700*****************************************************************
074800 6300-TALLY-ONE-ROW.
074900     EVALUATE FB-EXT-CLASS-CODE
075000         WHEN "P"
075100             ADD 1 TO FB-SUM-PLAIN-COUNT
075200         WHEN "Z"
075300             ADD 1 TO FB-SUM-COMBINED-COUNT
075400         WHEN OTHER
075500             MOVE ZERO TO FB-MATCH-SUB
075600             PERFORM 6310-MATCH-ONE-RULE THRU 6310-EXIT
075700                 VARYING FB-RULE-SUB FROM 1 BY 1
075800                 UNTIL FB-RULE-SUB > FB-RULE-COUNT
075900                    OR FB-MATCH-SUB > ZERO
076000             IF FB-MATCH-SUB > ZERO
076100                 ADD 1 TO FB-RULE-SINGLE-COUNT (FB-MATCH-SUB)
076200             ELSE
076300                 DISPLAY "FBDMERGE - X = " FB-EXT-X
076400                     " CLASS CODE " FB-EXT-CLASS-CODE
076500                     " IS NOT IN THE RULE SET"
076600             END-IF
076700     END-EVALUATE.
076800 6300-EXIT.
076900     EXIT.
077000*
077100 6310-MATCH-ONE-RULE.
077200     IF FB-RULE-CODE (FB-RULE-SUB) = FB-EXT-CLASS-CODE
077300         MOVE FB-RULE-SUB TO FB-MATCH-SUB
077400     END-IF.
077500 6310-EXIT.
077600     EXIT.
077700*
077800 6400-WRITE-DETAIL-LINE.
077900     IF FB-LINE-COUNT NOT < FB-MAX-LINES-PER-PAGE
078000         PERFORM 6500-WRITE-PAGE-HEADER THRU 6500-EXIT
078100     END-IF
078200     MOVE FB-EXT-X          TO FB-DL-X
078300     MOVE FB-EXT-CLASS-TEXT TO FB-DL-CLASS
078400     WRITE FB-REPORT-LINE FROM FB-DETAIL-LINE
078500     ADD 1 TO FB-LINE-COUNT.
078600 6400-EXIT.
078700     EXIT.
078800*
078900 6500-WRITE-PAGE-HEADER.
079000     ADD 1 TO FB-PAGE-COUNT
079100     MOVE FB-PTN-RUN-ID TO FB-HL-RUN-ID
079200     MOVE FB-RUN-DATE   TO FB-HL-RUN-DATE
079300     MOVE FB-PAGE-COUNT TO FB-HL-PAGE
079400     IF FB-PAGE-COUNT > 1
079500         MOVE SPACES TO FB-REPORT-LINE
079600         WRITE FB-REPORT-LINE
079700             AFTER ADVANCING PAGE
079800     END-IF
079900     WRITE FB-REPORT-LINE FROM FB-HEADER-LINE
080000     MOVE SPACES TO FB-REPORT-LINE
080100     WRITE FB-REPORT-LINE
080200     MOVE ZERO TO FB-LINE-COUNT.
080300 6500-EXIT.
080400     EXIT.
080500*
080600*****************************************************************
080700*    7000-WRITE-SUMMARY - THE RUN'S CONTROL-TOTAL LINES, LAID   *
080800*    OUT AS FBCLASS LAYS THEM OUT FOR AN UNPARTITIONED RUN.     *
080900*****************************************************************
081000 7000-WRITE-SUMMARY.
081100     MOVE ZERO TO FB-SUM-GRAND-TOTAL
081200     MOVE SPACES TO FB-REPORT-LINE
081300     WRITE FB-REPORT-LINE
081400*
081500     PERFORM 7100-WRITE-ONE-RULE-COUNT THRU 7100-EXIT
081600         VARYING FB-RULE-SUB FROM 1 BY 1
081700         UNTIL FB-RULE-SUB > FB-RULE-COUNT
081800*
081900     MOVE "COMBINED COUNT" TO FB-SL-LABEL
082000     MOVE FB-SUM-COMBINED-COUNT TO FB-SL-COUNT
082100     ADD FB-SUM-COMBINED-COUNT TO FB-SUM-GRAND-TOTAL
082200     WRITE FB-REPORT-LINE FROM FB-SUMMARY-LINE
082300*
082400     MOVE "PLAIN COUNT   " TO FB-SL-LABEL
082500     MOVE FB-SUM-PLAIN-COUNT TO FB-SL-COUNT
082600     ADD FB-SUM-PLAIN-COUNT TO FB-SUM-GRAND-TOTAL
082700     WRITE FB-REPORT-LINE FROM FB-SUMMARY-LINE
082800*
082900     MOVE "GRAND TOTAL   " TO FB-SL-LABEL
083000     MOVE FB-SUM-GRAND-TOTAL TO FB-SL-COUNT
083100     WRITE FB-REPORT-LINE FROM FB-SUMMARY-LINE
083200     CLOSE FB-REPORT-FILE
083300*
083400     DISPLAY "FBDMERGE - " FB-PTN-RUN-ID
083500         " COMBINED=" FB-SUM-COMBINED-COUNT
083600         " PLAIN=" FB-SUM-PLAIN-COUNT
083700         " TOTAL=" FB-SUM-GRAND-TOTAL.
083800 7000-EXIT.
083900     EXIT.
084000*
084100 7100-WRITE-ONE-RULE-COUNT.
084200     MOVE SPACES TO FB-SL-LABEL
084300     STRING FB-RULE-WORD (FB-RULE-SUB)
084400         DELIMITED BY SPACE
084500         " COUNT" DELIMITED BY SIZE
084600         INTO FB-SL-LABEL
084700     MOVE FB-RULE-SINGLE-COUNT (FB-RULE-SUB) TO FB-SL-COUNT
084800     ADD FB-RULE-SINGLE-COUNT (FB-RULE-SUB)
084900         TO FB-SUM-GRAND-TOTAL
085000     WRITE FB-REPORT-LINE FROM FB-SUMMARY-LINE.
085100 7100-EXIT.
085200     EXIT.
085300*
085400*****************************************************************
085500*    7500-WRITE-AUDIT-RECORD - ONE FBAUDIT RECORD FOR THE       *
085600*    WHOLE RUN: THE FULL RANGE, THE PARTITIONS' COUNTS ADDED    *
085700*    TOGETHER, AND THE RULE SET, VERSION AND SIGNATURE THEY     *
085800*    SHARED.  THE TIMING COVERS THE PARALLEL PARTITION STEPS,   *
085810*    AND IS LEFT BLANK IF ANY PARTITION'S AUDIT RECORD HAS      *
085820*    NONE.                                                      *
085900*****************************************************************
086000 7500-WRITE-AUDIT-RECORD.
086100     OPEN EXTEND FB-AUDIT-FILE
086200     IF FB-AUDIT-STATUS = "35"
086300         OPEN OUTPUT FB-AUDIT-FILE
086400     END-IF
086500     MOVE SPACES TO FB-AUDIT-RECORD
086600     ACCEPT FB-AUD-DATE FROM DATE YYYYMMDD
086700     ACCEPT FB-AUD-TIME FROM TIME
086800     ACCEPT FB-AUD-OPERATOR FROM ENVIRONMENT "FB-JOB-ID"
086900     IF FB-AUD-OPERATOR = SPACES
087000         MOVE "BATCH   " TO FB-AUD-OPERATOR
087100     END-IF
087200     MOVE FB-AUD-OPERATOR       TO FB-AUD-JOB-ID
087300     MOVE FB-PTN-RUN-ID         TO FB-AUD-RUN-ID
087400     MOVE FB-RANGE-START        TO FB-AUD-START
087500     MOVE FB-RANGE-END          TO FB-AUD-END
087600     MOVE FB-MRG-FIZZ-COUNT     TO FB-AUD-FIZZ-COUNT
087700     MOVE FB-MRG-BUZZ-COUNT     TO FB-AUD-BUZZ-COUNT
087800     MOVE FB-MRG-FIZZBUZZ-COUNT TO FB-AUD-FIZZBUZZ-COUNT
087900     MOVE FB-MRG-PLAIN-COUNT    TO FB-AUD-PLAIN-COUNT
088000     MOVE FB-MRG-OTHER-COUNT    TO FB-AUD-OTHER-COUNT
088100     MOVE FB-PT-RULE-SIG (1)    TO FB-AUD-RULE-SIG
088200     MOVE FB-PT-RULE-SET (1)    TO FB-AUD-RULE-SET
088300     MOVE FB-PT-RULE-VERSION (1) TO FB-AUD-RULE-VERSION
088310     PERFORM 7550-TIME-THE-MERGE THRU 7550-EXIT
088400     WRITE FB-AUDIT-LINE FROM FB-AUDIT-RECORD
088500     CLOSE FB-AUDIT-FILE.
088600 7500-EXIT.
088700     EXIT.
088800*
088801 7550-TIME-THE-MERGE.
088802     MOVE 'Y'  TO FB-MRG-TIMED-SWITCH
088803     MOVE 'N'  TO FB-MRG-RESUMED-SWITCH
088804     MOVE ZERO TO FB-MRG-EXEC-COUNT
088805     MOVE ZERO TO FB-LAST-END-STAMP
088806     MOVE FB-PT-BEGIN-STAMP (1) TO FB-FIRST-BEGIN-STAMP
088807     PERFORM 7560-TIME-ONE-PARTITION THRU 7560-EXIT
088808         VARYING FB-PART-SUB FROM 1 BY 1
088809         UNTIL FB-PART-SUB > FB-PART-COUNT
088810     MOVE FB-TRN-MODE-IND TO FB-AUD-MODE-IND
088811     IF NOT FB-MRG-IS-TIMED
088812         GO TO 7550-EXIT
088813     END-IF
088814*
088815     COMPUTE FB-MRG-ELAPSED-SECS =
088816         (FUNCTION INTEGER-OF-DATE (FB-LE-DATE)
088817          - FUNCTION INTEGER-OF-DATE (FB-FB-DATE)) * 86400
088818         + FB-LE-HH * 3600 + FB-LE-MM * 60 + FB-LE-SS
088819         - FB-FB-HH * 3600 - FB-FB-MM * 60 - FB-FB-SS
088820     IF FB-MRG-ELAPSED-SECS < ZERO
088821         MOVE ZERO TO FB-MRG-ELAPSED-SECS
088822     END-IF
088823     MOVE FB-FB-DATE TO FB-AUD-BEGIN-DATE
088824     COMPUTE FB-AUD-BEGIN-TIME = FB-FB-HH * 1000000
088825         + FB-FB-MM * 10000 + FB-FB-SS * 100 + FB-FB-CC
088826     MOVE FB-MRG-ELAPSED-SECS TO FB-AUD-ELAPSED-SECS
088827     MOVE FB-MRG-EXEC-COUNT   TO FB-AUD-EXEC-COUNT
088828     IF FB-MRG-ELAPSED-SECS = ZERO
088829         MOVE FB-MRG-EXEC-COUNT TO FB-AUD-RATE-PER-SEC
088830     ELSE
088831         DIVIDE FB-MRG-EXEC-COUNT BY FB-MRG-ELAPSED-SECS
088832             GIVING FB-AUD-RATE-PER-SEC
088833     END-IF
088834     IF FB-MRG-WAS-RESUMED
088835         MOVE 'Y' TO FB-AUD-RESUMED-IND
088836     ELSE
088837         MOVE 'N' TO FB-AUD-RESUMED-IND
088838     END-IF.
088839 7550-EXIT.
088840     EXIT.
088841*
088842 7560-TIME-ONE-PARTITION.
088843     IF FB-PT-BEGIN-STAMP (FB-PART-SUB) = ZERO
088844         MOVE 'N' TO FB-MRG-TIMED-SWITCH
088845         GO TO 7560-EXIT
088846     END-IF
088847     IF FB-PT-BEGIN-STAMP (FB-PART-SUB) < FB-FIRST-BEGIN-STAMP
088848         MOVE FB-PT-BEGIN-STAMP (FB-PART-SUB)
088849             TO FB-FIRST-BEGIN-STAMP
088850     END-IF
088851     IF FB-PT-END-STAMP (FB-PART-SUB) > FB-LAST-END-STAMP
088852         MOVE FB-PT-END-STAMP (FB-PART-SUB) TO FB-LAST-END-STAMP
088853     END-IF
088854     ADD FB-PT-EXEC-COUNT (FB-PART-SUB) TO FB-MRG-EXEC-COUNT
088855     IF FB-PT-RESUMED-IND (FB-PART-SUB) = 'Y'
088856         MOVE 'Y' TO FB-MRG-RESUMED-SWITCH
088857     END-IF.
088858 7560-EXIT.
088859     EXIT.
088860*
088900*****************************************************************
089000*    8000-MARK-RUN-COMPLETED - THE MERGED RUN IS NOW ON FBEXTR  *
089100*    AND FBAUDIT, SO ITS REGISTRY RECORD FLIPS TO COMPLETED.    *
089110*    A REGISTRY THAT CANNOT BE UPDATED ENDS THE STEP RC=16      *
089120*    AND THE RUN IS NOT REPORTED MERGED.                        *
089200*****************************************************************
089300 8000-MARK-RUN-COMPLETED.
089400     MOVE FB-PTN-RUN-ID TO FB-REG-RUN-ID
089500     SET FB-REG-COMPLETED TO TRUE
089600     ACCEPT FB-REG-DATE FROM DATE YYYYMMDD
089700     ACCEPT FB-REG-TIME FROM TIME
089800     REWRITE FB-REGISTRY-RECORD
089810     IF FB-RREG-STATUS NOT = "00"
089820         DISPLAY "FBDMERGE - RUN " FB-PTN-RUN-ID
089830             " NOT MARKED COMPLETED ON FBRREG - STATUS "
089840             FB-RREG-STATUS " - MERGED ROWS ARE WRITTEN BUT "
089850             "THE RUN STAYS IN-FLIGHT"
089860         MOVE 16 TO RETURN-CODE
089870     END-IF
089900     CLOSE FB-RREG-FILE.
090000 8000-EXIT.
090100     EXIT.
090200*
090300 9000-TERMINATE.
090400     DISPLAY "FBDMERGE - RUN " FB-PTN-RUN-ID " MERGED FROM "
090500         FB-PART-COUNT " PARTITIONS - ROWS=" FB-ROWS-WRITTEN.
090600 9000-EXIT.
090700     EXIT.
090800*
090900*****************************************************************
091000*    9500-END-CYCLE-STEP - POST THE RETURN CODE THE STEP IS     *
091100*    ENDING WITH TO THE STEP-CONTROL LEDGER.                    *
091200*****************************************************************
091300 9500-END-CYCLE-STEP.
091400     MOVE RETURN-CODE TO FB-STP-STEP-RC
091500     SET FB-STP-FUNC-END TO TRUE
091600     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
091700     MOVE FB-STP-STEP-RC TO RETURN-CODE.
091800 9500-EXIT.
091900     EXIT.
