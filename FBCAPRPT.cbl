000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBCAPRPT.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - BATCH WINDOW CAPACITY REPORT.  *
001200*                     THE FBAUDIT TRAIL NOW CARRIES EACH        *
001300*                     EXECUTION'S ELAPSED TIME, SO HOW LONG THE *
001400*                     CLASSIFICATION TAKES, AND WHETHER         *
001500*                     TOMORROW NIGHT WILL FIT, NO LONGER HAS TO *
001600*                     BE GUESSED FROM JOB LOGS.                 *
001700*****************************************************************
001800*    PURPOSE - JCL-INVOKED REPORT STEP, RUN DURING THE DAY      *
001900*    OUTSIDE THE NIGHTLY CYCLE.  THE OPTIONAL FBCAPCTL CARD     *
002000*    CARRIES THE FROM AND TO DATES (CCYYMMDD) AND THE BATCH     *
002100*    WINDOW START AND END (HHMM).  A MISSING CARD OR BLANK DATE *
002200*    MEANS THE TWO WEEKS THROUGH TODAY.                         *
002300*    READS FBAUDARC THEN FBAUDIT AND TOTALS EVERY TIMED         *
002400*    EXECUTION DATED IN THE RANGE BY RUN-ID PREFIX, RULE SET    *
002500*    AND RUN MODE - RUNS, NUMBERS CLASSIFIED, ELAPSED SECONDS   *
002600*    AND THE RATE PER SECOND, WITH THE ELAPSED SECONDS OF THE   *
002700*    LAST SEVEN DAYS OF THE RANGE AGAINST THE SEVEN BEFORE AS   *
002800*    WEEK-OVER-WEEK GROWTH.  A RUN-ID ENDING IN FOUR DIGITS IS  *
002900*    TAKEN AS AN FBSCHGEN PREFIX AND ITS MMDD; ANY OTHER RUN-ID *
003000*    IS ITS OWN PREFIX.  REVERSAL AND REPAIR ENTRIES ARE        *
003100*    SKIPPED, AND EXECUTIONS WRITTEN BEFORE THE TIMING WAS      *
003200*    CAPTURED ARE COUNTED BUT NOT TOTALLED.                     *
003300*    THEN PROJECTS THE NEXT NIGHT.  THE NUMBERS WAITING ON      *
003400*    FBTRANS AND APPROVED ON FBSTAGE ARE PRICED AT EACH MODE'S  *
003500*    RATE OVER THE RANGE, AND THE CLASSIFICATION TIME, PLUS THE *
003600*    TIME THE STEPS AFTER FBDRIVER TOOK ON THE LAST CYCLE OF    *
003700*    THE RANGE ON FBCYCTL, IS ADDED TO THE WINDOW START - FROM  *
003800*    THE CARD, ELSE THE TIME FBDRIVER STARTED ON THAT CYCLE.    *
003900*    THE FINISH IS JUDGED AGAINST THE WINDOW END ON THE CARD,   *
004000*    ONCE FOR THE APPROVED WORK AND AGAIN AS IF EVERY RECORD    *
004100*    STILL AWAITING APPROVAL WERE APPROVED TOO.                 *
004200*    ENDS RC=4 WHEN A PROJECTION OVERRUNS THE WINDOW OR CANNOT  *
004300*    BE JUDGED; AN INVALID CARD ENDS RC=16.  A MISSING FILE IS  *
004400*    TREATED AS EMPTY.                                          *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT FB-CAP-CTL-FILE     ASSIGN TO "FBCAPCTL"
005000                                ORGANIZATION LINE SEQUENTIAL
005100                                FILE STATUS FB-CAP-CTL-STATUS.
005200*
005300     SELECT FB-AUDIT-FILE       ASSIGN TO "FBAUDIT"
005400                                ORGANIZATION LINE SEQUENTIAL
005500                                FILE STATUS FB-AUDIT-STATUS.
005600*
005700     SELECT FB-AUDIT-ARC-FILE   ASSIGN TO "FBAUDARC"
005800                                ORGANIZATION LINE SEQUENTIAL
005900                                FILE STATUS FB-AUD-ARC-STATUS.
006000*
006100     SELECT FB-LEDGER-FILE      ASSIGN TO "FBCYCTL"
006200                                ORGANIZATION INDEXED
006300                                ACCESS MODE DYNAMIC
006400                                RECORD KEY FB-CCL-CYCLE-DATE
006500                                FILE STATUS FB-LEDGER-STATUS.
006600*
006700     SELECT FB-TRANS-FILE       ASSIGN TO "FBTRANS"
006800                                ORGANIZATION LINE SEQUENTIAL
006900                                FILE STATUS FB-TRANS-STATUS.
007000*
007100     SELECT FB-STAGE-FILE       ASSIGN TO "FBSTAGE"
007200                                ORGANIZATION INDEXED
007300                                ACCESS MODE DYNAMIC
007400                                RECORD KEY FB-STG-RUN-ID
007500                                FILE STATUS FB-STAGE-STATUS.
007600*
007700     SELECT FB-CAP-REPORT       ASSIGN TO "FBCAPRPT"
007800                                ORGANIZATION LINE SEQUENTIAL.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  FB-CAP-CTL-FILE
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  FB-CAP-CTL-LINE            PIC X(80).
008500*
008600 FD  FB-AUDIT-FILE
008700     RECORD CONTAINS 150 CHARACTERS.
008800 01  FB-AUDIT-LINE              PIC X(150).
008900*
009000 FD  FB-AUDIT-ARC-FILE
009100     RECORD CONTAINS 150 CHARACTERS.
009200 01  FB-AUDIT-ARC-LINE          PIC X(150).
009300*
009400 FD  FB-LEDGER-FILE.
009500     COPY FBCCL.
009600*
009700 FD  FB-TRANS-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  FB-TRANS-LINE              PIC X(80).
010000*
010100 FD  FB-STAGE-FILE.
010200     COPY FBSTG.
010300*
010400 FD  FB-CAP-REPORT
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  FB-CAP-RPT-LINE            PIC X(80).
010700*
010800 WORKING-STORAGE SECTION.
010900     COPY FBAUDIT.
011000*
011100     COPY FBTRANS.
011200*
011300 01  FB-CAP-CONTROL-RECORD.
011400     05  FB-CAP-CTL-FROM-DATE       PIC X(08).
011500     05  FB-CAP-CTL-TO-DATE         PIC X(08).
011600     05  FB-CAP-CTL-WINDOW-START    PIC X(04).
011700     05  FB-CAP-CTL-WINDOW-END      PIC X(04).
011800     05  FILLER                     PIC X(56).
011900*
012000 01  FB-WINDOW-HHMM.
012100     05  FB-WH-HH               PIC 9(02).
012200     05  FB-WH-MM               PIC 9(02).
012300*
012400*    A STEP OR EXECUTION CLOCK TIME, HHMMSSCC, AND ITS PARTS.
012500 01  FB-CLOCK-WORK.
012600     05  FB-CW-HH               PIC 9(02).
012700     05  FB-CW-MM               PIC 9(02).
012800     05  FB-CW-SS               PIC 9(02).
012900     05  FB-CW-CC               PIC 9(02).
013000 01  FB-CLOCK-TIME REDEFINES FB-CLOCK-WORK
013100                                PIC 9(08).
013200*
013300 77  FB-CAP-CTL-STATUS          PIC X(02) VALUE SPACES.
013400 77  FB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
013500 77  FB-AUD-ARC-STATUS          PIC X(02) VALUE SPACES.
013600 77  FB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
013700 77  FB-TRANS-STATUS            PIC X(02) VALUE SPACES.
013800 77  FB-STAGE-STATUS            PIC X(02) VALUE SPACES.
013900 77  FB-AUD-EOF-SWITCH          PIC X(01) VALUE 'N'.
014000     88  FB-END-OF-AUDIT-FILE       VALUE 'Y'.
014100 77  FB-ARC-EOF-SWITCH          PIC X(01) VALUE 'N'.
014200     88  FB-END-OF-ARCHIVE-FILE     VALUE 'Y'.
014300 77  FB-CCL-EOF-SWITCH          PIC X(01) VALUE 'N'.
014400     88  FB-END-OF-LEDGER           VALUE 'Y'.
014500 77  FB-TRN-EOF-SWITCH          PIC X(01) VALUE 'N'.
014600     88  FB-END-OF-TRANS-FILE       VALUE 'Y'.
014700 77  FB-STG-EOF-SWITCH          PIC X(01) VALUE 'N'.
014800     88  FB-END-OF-STAGE-FILE       VALUE 'Y'.
014900 77  FB-LENGTH-SWITCH           PIC X(01) VALUE 'N'.
015000     88  FB-LENGTH-FOUND            VALUE 'Y'.
015100 77  FB-START-SWITCH            PIC X(01) VALUE 'N'.
015200     88  FB-START-FROM-CARD         VALUE 'C'.
015300     88  FB-START-FROM-LEDGER       VALUE 'L'.
015400     88  FB-START-UNKNOWN           VALUE 'N'.
015500 77  FB-WINDOW-END-SWITCH       PIC X(01) VALUE 'N'.
015600     88  FB-HAVE-WINDOW-END         VALUE 'Y'.
015700 77  FB-RATE-SWITCH             PIC X(01) VALUE 'Y'.
015800     88  FB-RATE-KNOWN              VALUE 'Y'.
015900 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
016000 77  FB-FROM-DATE               PIC 9(08) VALUE ZERO.
016100 77  FB-TO-DATE                 PIC 9(08) VALUE ZERO.
016200 77  FB-FROM-INTEGER            PIC 9(08) VALUE ZERO.
016300 77  FB-TO-INTEGER              PIC 9(08) VALUE ZERO.
016400 77  FB-AUD-INTEGER             PIC 9(08) VALUE ZERO.
016500 77  FB-LEDGER-CYCLE            PIC 9(08) VALUE ZERO.
016600 77  FB-TIMED-COUNT             PIC 9(05) VALUE ZERO.
016700 77  FB-UNTIMED-COUNT           PIC 9(05) VALUE ZERO.
016800 77  FB-TRANS-COUNT             PIC 9(05) VALUE ZERO.
016900 77  FB-STAGED-COUNT            PIC 9(05) VALUE ZERO.
017000 77  FB-ATTENTION-COUNT         PIC 9(05) VALUE ZERO.
017100 77  FB-GROUP-COUNT             PIC 9(03) COMP VALUE ZERO.
017200 77  FB-GROUP-MAX               PIC 9(03) COMP VALUE 100.
017300 77  FB-GROUP-IX                PIC 9(03) COMP VALUE ZERO.
017400 77  FB-GROUP-SUB               PIC 9(03) COMP VALUE ZERO.
017500 77  FB-MODE-SUB                PIC 9(01) COMP VALUE ZERO.
017600 77  FB-STEP-SUB                PIC 9(02) COMP VALUE ZERO.
017700 77  FB-STEP-MAX                PIC 9(02) COMP VALUE 8.
017800 77  FB-RUN-LENGTH              PIC 9(02) COMP VALUE ZERO.
017900 77  FB-PREFIX                  PIC X(08) VALUE SPACES.
018000 77  FB-MODE-IND                PIC X(01) VALUE SPACE.
018100 77  FB-RANGE-START             PIC 9(06) VALUE ZERO.
018200 77  FB-RANGE-END               PIC 9(06) VALUE ZERO.
018300 77  FB-RANGE-SIZE              PIC 9(07) VALUE ZERO.
018400 77  FB-GROWTH-PCT              PIC S9(07) VALUE ZERO.
018500 77  FB-CLOCK-SECS              PIC S9(09) VALUE ZERO.
018600 77  FB-STEP-BEGIN-SECS         PIC S9(09) VALUE ZERO.
018700 77  FB-STEP-SECS               PIC S9(09) VALUE ZERO.
018800 77  FB-LEDGER-START-TIME       PIC 9(08) VALUE ZERO.
018900 77  FB-START-SECS              PIC S9(09) VALUE ZERO.
019000 77  FB-END-SECS                PIC S9(09) VALUE ZERO.
019100 77  FB-ALLOW-SECS              PIC S9(09) VALUE ZERO.
019200 77  FB-CLASS-SECS              PIC S9(09) VALUE ZERO.
019300 77  FB-MODE-SECS               PIC S9(09) VALUE ZERO.
019400 77  FB-FINISH-SECS             PIC S9(09) VALUE ZERO.
019500 77  FB-MARGIN-SECS             PIC S9(09) VALUE ZERO.
019600 77  FB-SECS-WORK               PIC S9(09) VALUE ZERO.
019700 77  FB-SECS-REM                PIC 9(05) VALUE ZERO.
019800 77  FB-DAYS-WORK               PIC 9(05) VALUE ZERO.
019900 77  FB-HOURS-WORK              PIC 9(05) VALUE ZERO.
020000 77  FB-PASS-SUFFIX             PIC X(20) VALUE SPACES.
020100*
020200*    ONE ENTRY PER RUN-ID PREFIX, RULE SET AND RUN MODE, IN THE
020300*    ORDER FIRST MET ON THE TRAIL.
020400 01  FB-GROUP-TABLE.
020500     05  FB-GROUP-ENTRY         OCCURS 100 TIMES.
020600         10  FB-GRP-PREFIX          PIC X(08).
020700         10  FB-GRP-RULE-SET        PIC X(04).
020800         10  FB-GRP-MODE            PIC X(01).
020900         10  FB-GRP-RUNS            PIC 9(07).
021000         10  FB-GRP-NUMBERS         PIC 9(11).
021100         10  FB-GRP-ELAPSED         PIC 9(11).
021200         10  FB-GRP-THIS-WEEK       PIC 9(09).
021300         10  FB-GRP-PRIOR-WEEK      PIC 9(09).
021400*
021500*    ONE ENTRY PER RUN MODE - 1 FULL DETAIL, 2 SUMMARY ONLY - FOR
021600*    THE RATE OVER THE RANGE AND THE VOLUME WAITING FOR TONIGHT.
021700 01  FB-MODE-TABLE.
021800     05  FB-MODE-ENTRY          OCCURS 2 TIMES.
021900         10  FB-MOD-NUMBERS         PIC 9(11).
022000         10  FB-MOD-ELAPSED         PIC 9(11).
022100         10  FB-MOD-RATE            PIC 9(07).
022200         10  FB-MOD-VOLUME          PIC 9(11).
022300         10  FB-MOD-AWAITING        PIC 9(11).
022400         10  FB-MOD-PROJECTED       PIC 9(11).
022500*
022600*    ONE PRINTED LINE'S WORTH OF TOTALS - A GROUP OR THE ALL LINE.
022700 01  FB-LINE-WORK.
022800     05  FB-LW-RUNS             PIC 9(07).
022900     05  FB-LW-NUMBERS          PIC 9(11).
023000     05  FB-LW-ELAPSED          PIC 9(11).
023100     05  FB-LW-THIS-WEEK        PIC 9(09).
023200     05  FB-LW-PRIOR-WEEK       PIC 9(09).
023300     05  FB-LW-RATE             PIC 9(07).
023400*
023500 01  FB-ALL-TOTALS.
023600     05  FB-ALL-RUNS            PIC 9(07) VALUE ZERO.
023700     05  FB-ALL-NUMBERS         PIC 9(11) VALUE ZERO.
023800     05  FB-ALL-ELAPSED         PIC 9(11) VALUE ZERO.
023900     05  FB-ALL-THIS-WEEK       PIC 9(09) VALUE ZERO.
024000     05  FB-ALL-PRIOR-WEEK      PIC 9(09) VALUE ZERO.
024100*
024200 01  FB-CAP-RPT-HEADER.
024300     05  FILLER                 PIC X(09) VALUE "FBCAPRPT ".
024400     05  FILLER                 PIC X(26) VALUE
024500         "BATCH WINDOW CAPACITY     ".
024600     05  FILLER                 PIC X(06) VALUE "DATE: ".
024700     05  FB-CH-DATE             PIC 9(08).
024800     05  FILLER                 PIC X(08) VALUE "  FROM: ".
024900     05  FB-CH-FROM             PIC 9(08).
025000     05  FILLER                 PIC X(06) VALUE "  TO: ".
025100     05  FB-CH-TO               PIC 9(08).
025200     05  FILLER                 PIC X(01) VALUE SPACES.
025300*
025400 01  FB-SECTION-LINE.
025500     05  FILLER                 PIC X(03) VALUE "** ".
025600     05  FB-SC-TITLE            PIC X(45).
025700     05  FB-SC-COUNT            PIC ZZZZ9.
025800     05  FILLER                 PIC X(27) VALUE SPACES.
025900*
026000 01  FB-GROUP-COLUMNS.
026100     05  FILLER                 PIC X(40) VALUE
026200         "   PREFIX   SET  MODE  RUNS   NUMBERS EL".
026300     05  FILLER                 PIC X(40) VALUE
026400         "APSED   RATE THIS WK PREV WK GROWTH     ".
026500*
026600 01  FB-GROUP-UNITS.
026700     05  FILLER                 PIC X(40) VALUE SPACES.
026800     05  FILLER                 PIC X(40) VALUE
026900         " SECS   /SEC    SECS    SECS            ".
027000*
027100 01  FB-GROUP-DETAIL.
027200     05  FILLER                 PIC X(03) VALUE SPACES.
027300     05  FB-GD-PREFIX           PIC X(08).
027400     05  FILLER                 PIC X(01) VALUE SPACE.
027500     05  FB-GD-RULE-SET         PIC X(04).
027600     05  FILLER                 PIC X(01) VALUE SPACE.
027700     05  FB-GD-MODE             PIC X(04).
027800     05  FILLER                 PIC X(01) VALUE SPACE.
027900     05  FB-GD-RUNS             PIC ZZZZ9.
028000     05  FILLER                 PIC X(01) VALUE SPACE.
028100     05  FB-GD-NUMBERS          PIC ZZZZZZZZ9.
028200     05  FILLER                 PIC X(01) VALUE SPACE.
028300     05  FB-GD-ELAPSED          PIC ZZZZZZ9.
028400     05  FILLER                 PIC X(01) VALUE SPACE.
028500     05  FB-GD-RATE             PIC ZZZZZ9.
028600     05  FILLER                 PIC X(01) VALUE SPACE.
028700     05  FB-GD-THIS-WEEK        PIC ZZZZZZ9.
028800     05  FILLER                 PIC X(01) VALUE SPACE.
028900     05  FB-GD-PRIOR-WEEK       PIC ZZZZZZ9.
029000     05  FILLER                 PIC X(01) VALUE SPACE.
029100     05  FB-GD-GROWTH           PIC X(06).
029200     05  FILLER                 PIC X(05) VALUE SPACES.
029300*
029400 77  FB-GROWTH-EDIT             PIC +ZZZ9.
029500*
029600 01  FB-PROJECTION-LINE.
029700     05  FILLER                 PIC X(03) VALUE SPACES.
029800     05  FB-PJ-LABEL            PIC X(42).
029900     05  FB-PJ-VALUE            PIC X(26).
030000     05  FILLER                 PIC X(09) VALUE SPACES.
030100*
030200 77  FB-COUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.
030300*
030400 01  FB-HMS-EDIT.
030500     05  FB-HE-HOURS            PIC ZZ9.
030600     05  FILLER                 PIC X(01) VALUE ":".
030700     05  FB-HE-MINUTES          PIC 9(02).
030800     05  FILLER                 PIC X(01) VALUE ":".
030900     05  FB-HE-SECONDS          PIC 9(02).
031000*
031100 PROCEDURE DIVISION.
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031400     IF RETURN-CODE = 16
031500         STOP RUN
031600     END-IF
031700*
031800     PERFORM 2000-TIME-ONE-ARCHIVED THRU 2000-EXIT
031900         UNTIL FB-END-OF-ARCHIVE-FILE
032000     PERFORM 2100-TIME-ONE-LIVE THRU 2100-EXIT
032100         UNTIL FB-END-OF-AUDIT-FILE
032200     PERFORM 3000-PRINT-GROUPS THRU 3000-EXIT
032300*
032400     PERFORM 4000-READ-LEDGER THRU 4000-EXIT
032500     PERFORM 5000-COUNT-VOLUME THRU 5000-EXIT
032600     PERFORM 6000-PROJECT-NEXT-NIGHT THRU 6000-EXIT
032700*
032800     PERFORM 9000-TERMINATE THRU 9000-EXIT
032900     STOP RUN.
033000*
033100*****************************************************************
033200*    1000-INITIALIZE - SET THE DATE RANGE AND THE WINDOW FROM   *
033300*    THE CONTROL CARD, DEFAULTING TO THE TWO WEEKS THROUGH      *
033400*    TODAY, OPEN THE AUDIT TRAIL AND WRITE THE REPORT HEADER.   *
033500*    A WINDOW TIME THAT IS NOT HHMM ENDS THE JOB RC=16 BEFORE   *
033600*    ANYTHING IS READ.                                          *
033700*****************************************************************
033800 1000-INITIALIZE.
033900     ACCEPT FB-TODAY FROM DATE YYYYMMDD
034000     MOVE ZERO TO RETURN-CODE
034100     MOVE FB-TODAY TO FB-TO-DATE
034200     MOVE ZERO TO FB-FROM-DATE
034300*
034400     MOVE SPACES TO FB-CAP-CONTROL-RECORD
034500     OPEN INPUT FB-CAP-CTL-FILE
034600     IF FB-CAP-CTL-STATUS NOT = "35"
034700         READ FB-CAP-CTL-FILE INTO FB-CAP-CONTROL-RECORD
034800             AT END
034900                 MOVE SPACES TO FB-CAP-CONTROL-RECORD
035000         END-READ
035100         CLOSE FB-CAP-CTL-FILE
035200     END-IF
035300     IF FB-CAP-CTL-TO-DATE NUMERIC
035400        AND FB-CAP-CTL-TO-DATE NOT = "00000000"
035500         MOVE FB-CAP-CTL-TO-DATE TO FB-TO-DATE
035600     END-IF
035700     IF FB-CAP-CTL-FROM-DATE NUMERIC
035800        AND FB-CAP-CTL-FROM-DATE NOT = "00000000"
035900         MOVE FB-CAP-CTL-FROM-DATE TO FB-FROM-DATE
036000     END-IF
036100     COMPUTE FB-TO-INTEGER = FUNCTION INTEGER-OF-DATE (FB-TO-DATE)
036200     IF FB-FROM-DATE = ZERO
036300         COMPUTE FB-FROM-INTEGER = FB-TO-INTEGER - 13
036400         COMPUTE FB-FROM-DATE =
036500             FUNCTION DATE-OF-INTEGER (FB-FROM-INTEGER)
036600     END-IF
036700*
036800     IF FB-CAP-CTL-WINDOW-START NOT = SPACES
036900         IF FB-CAP-CTL-WINDOW-START NOT NUMERIC
037000             DISPLAY "FBCAPRPT - WINDOW START '"
037100                 FB-CAP-CTL-WINDOW-START
037200                 "' IS NOT HHMM - JOB ENDING"
037300             MOVE 16 TO RETURN-CODE
037400             GO TO 1000-EXIT
037500         END-IF
037600         MOVE FB-CAP-CTL-WINDOW-START TO FB-WINDOW-HHMM
037700         IF FB-WH-HH > 23
037800            OR FB-WH-MM > 59
037900             DISPLAY "FBCAPRPT - WINDOW START "
038000                 FB-CAP-CTL-WINDOW-START
038100                 " IS NOT A TIME OF DAY - JOB ENDING"
038200             MOVE 16 TO RETURN-CODE
038300             GO TO 1000-EXIT
038400         END-IF
038500         COMPUTE FB-START-SECS = FB-WH-HH * 3600 + FB-WH-MM * 60
038600         SET FB-START-FROM-CARD TO TRUE
038700     END-IF
038800     IF FB-CAP-CTL-WINDOW-END NOT = SPACES
038900         IF FB-CAP-CTL-WINDOW-END NOT NUMERIC
039000             DISPLAY "FBCAPRPT - WINDOW END '"
039100                 FB-CAP-CTL-WINDOW-END
039200                 "' IS NOT HHMM - JOB ENDING"
039300             MOVE 16 TO RETURN-CODE
039400             GO TO 1000-EXIT
039500         END-IF
039600         MOVE FB-CAP-CTL-WINDOW-END TO FB-WINDOW-HHMM
039700         IF FB-WH-HH > 23
039800            OR FB-WH-MM > 59
039900             DISPLAY "FBCAPRPT - WINDOW END "
040000                 FB-CAP-CTL-WINDOW-END
040100                 " IS NOT A TIME OF DAY - JOB ENDING"
040200             MOVE 16 TO RETURN-CODE
040300             GO TO 1000-EXIT
040400         END-IF
040500         COMPUTE FB-END-SECS = FB-WH-HH * 3600 + FB-WH-MM * 60
040600         SET FB-HAVE-WINDOW-END TO TRUE
040700     END-IF
040800*
040900     INITIALIZE FB-MODE-TABLE
041000     OPEN INPUT FB-AUDIT-ARC-FILE
041100     IF FB-AUD-ARC-STATUS = "35"
041200         SET FB-END-OF-ARCHIVE-FILE TO TRUE
041300     END-IF
041400     OPEN INPUT FB-AUDIT-FILE
041500     IF FB-AUDIT-STATUS = "35"
041600         SET FB-END-OF-AUDIT-FILE TO TRUE
041700     END-IF
041800*
041900     OPEN OUTPUT FB-CAP-REPORT
042000     MOVE FB-TODAY     TO FB-CH-DATE
042100     MOVE FB-FROM-DATE TO FB-CH-FROM
042200     MOVE FB-TO-DATE   TO FB-CH-TO
042300     WRITE FB-CAP-RPT-LINE FROM FB-CAP-RPT-HEADER
042400     MOVE SPACES TO FB-CAP-RPT-LINE
042500     WRITE FB-CAP-RPT-LINE.
042600 1000-EXIT.
042700     EXIT.
042800*
042900*****************************************************************
043000*    2000-TIME-ONE-ARCHIVED - READ ONE ARCHIVED AUDIT ENTRY.    *
043100*    THE TOTALLING IS SHARED WITH THE LIVE READER.              *
043200*****************************************************************
043300 2000-TIME-ONE-ARCHIVED.
043400     READ FB-AUDIT-ARC-FILE INTO FB-AUDIT-RECORD
043500         AT END
043600             SET FB-END-OF-ARCHIVE-FILE TO TRUE
043700             GO TO 2000-EXIT
043800     END-READ
043900     PERFORM 2200-TIME-ONE-RECORD THRU 2200-EXIT.
044000 2000-EXIT.
044100     EXIT.
044200*
044300 2100-TIME-ONE-LIVE.
044400     READ FB-AUDIT-FILE INTO FB-AUDIT-RECORD
044500         AT END
044600             SET FB-END-OF-AUDIT-FILE TO TRUE
044700             GO TO 2100-EXIT
044800     END-READ
044900     PERFORM 2200-TIME-ONE-RECORD THRU 2200-EXIT.
045000 2100-EXIT.
045100     EXIT.
045200*
045300*****************************************************************
045400*    2200-TIME-ONE-RECORD - ADD ONE TIMED EXECUTION DATED IN    *
045500*    THE RANGE TO ITS GROUP AND ITS MODE.  THE LAST SEVEN DAYS  *
045600*    OF THE RANGE ARE THIS WEEK, THE SEVEN BEFORE THEM THE      *
045700*    PREVIOUS WEEK.                                             *
045800*****************************************************************
045900 2200-TIME-ONE-RECORD.
046000     IF FB-AUD-IS-REVERSAL
046100        OR FB-AUD-IS-REPAIR
046200         GO TO 2200-EXIT
046300     END-IF
046400     IF FB-AUD-DATE < FB-FROM-DATE
046500        OR FB-AUD-DATE > FB-TO-DATE
046600         GO TO 2200-EXIT
046700     END-IF
046800     IF FB-AUD-ELAPSED-SECS NOT NUMERIC
046900        OR FB-AUD-EXEC-COUNT NOT NUMERIC
047000         ADD 1 TO FB-UNTIMED-COUNT
047100         GO TO 2200-EXIT
047200     END-IF
047300     ADD 1 TO FB-TIMED-COUNT
047400*
047500     IF FB-AUD-SUMMARY-ONLY
047600         MOVE 2   TO FB-MODE-SUB
047700         MOVE 'S' TO FB-MODE-IND
047800     ELSE
047900         MOVE 1   TO FB-MODE-SUB
048000         MOVE 'F' TO FB-MODE-IND
048100     END-IF
048200     PERFORM 2300-DERIVE-PREFIX THRU 2300-EXIT
048300     PERFORM 2400-FIND-GROUP THRU 2400-EXIT
048400*
048500     ADD 1                   TO FB-GRP-RUNS (FB-GROUP-IX)
048600     ADD FB-AUD-EXEC-COUNT   TO FB-GRP-NUMBERS (FB-GROUP-IX)
048700     ADD FB-AUD-ELAPSED-SECS TO FB-GRP-ELAPSED (FB-GROUP-IX)
048800     ADD FB-AUD-EXEC-COUNT   TO FB-MOD-NUMBERS (FB-MODE-SUB)
048900     ADD FB-AUD-ELAPSED-SECS TO FB-MOD-ELAPSED (FB-MODE-SUB)
049000*
049100     COMPUTE FB-AUD-INTEGER =
049200         FUNCTION INTEGER-OF-DATE (FB-AUD-DATE)
049300     IF FB-AUD-INTEGER > FB-TO-INTEGER - 7
049400         ADD FB-AUD-ELAPSED-SECS
049500                             TO FB-GRP-THIS-WEEK (FB-GROUP-IX)
049600     ELSE
049700         IF FB-AUD-INTEGER > FB-TO-INTEGER - 14
049800             ADD FB-AUD-ELAPSED-SECS
049900                             TO FB-GRP-PRIOR-WEEK (FB-GROUP-IX)
050000         END-IF
050100     END-IF.
050200 2200-EXIT.
050300     EXIT.
050400*
050500*****************************************************************
050600*    2300-DERIVE-PREFIX - FBSCHGEN BUILDS A RUN-ID AS ITS       *
050700*    PREFIX FOLLOWED BY THE MMDD IT RAN, SO A RUN-ID ENDING IN  *
050800*    FOUR DIGITS LOSES THEM.  ANY OTHER RUN-ID IS ITS OWN       *
050900*    PREFIX.                                                    *
051000*****************************************************************
051100 2300-DERIVE-PREFIX.
051200     MOVE FB-AUD-RUN-ID TO FB-PREFIX
051300     MOVE 8   TO FB-RUN-LENGTH
051400     MOVE 'N' TO FB-LENGTH-SWITCH
051500     PERFORM 2310-TRIM-ONE-BYTE THRU 2310-EXIT
051600         UNTIL FB-LENGTH-FOUND
051700     IF FB-RUN-LENGTH > 4
051800         IF FB-AUD-RUN-ID (FB-RUN-LENGTH - 3:4) NUMERIC
051900             MOVE SPACES TO FB-PREFIX
052000             MOVE FB-AUD-RUN-ID (1:FB-RUN-LENGTH - 4) TO FB-PREFIX
052100         END-IF
052200     END-IF.
052300 2300-EXIT.
052400     EXIT.
052500*
052600 2310-TRIM-ONE-BYTE.
052700     IF FB-RUN-LENGTH = ZERO
052800         SET FB-LENGTH-FOUND TO TRUE
052900         GO TO 2310-EXIT
053000     END-IF
053100     IF FB-AUD-RUN-ID (FB-RUN-LENGTH:1) NOT = SPACE
053200         SET FB-LENGTH-FOUND TO TRUE
053300     ELSE
053400         SUBTRACT 1 FROM FB-RUN-LENGTH
053500     END-IF.
053600 2310-EXIT.
053700     EXIT.
053800*
053900*****************************************************************
054000*    2400-FIND-GROUP - LOCATE THE GROUP FOR THE PREFIX, RULE    *
054100*    SET AND MODE, ADDING A FRESH ONE WHEN IT HAS NOT BEEN SEEN *
054200*    YET.  LEAVES FB-GROUP-IX SET.                              *
054300*****************************************************************
054400 2400-FIND-GROUP.
054500     MOVE ZERO TO FB-GROUP-IX
054600     PERFORM 2410-SCAN-ONE-GROUP THRU 2410-EXIT
054700         VARYING FB-GROUP-SUB FROM 1 BY 1
054800         UNTIL FB-GROUP-SUB > FB-GROUP-COUNT
054900            OR FB-GROUP-IX > ZERO
055000     IF FB-GROUP-IX > ZERO
055100         GO TO 2400-EXIT
055200     END-IF
055300     IF FB-GROUP-COUNT = FB-GROUP-MAX
055400         DISPLAY "FBCAPRPT - GROUP TABLE FULL AT " FB-GROUP-MAX
055500             " GROUPS - INCREASE FB-GROUP-ENTRY OCCURS"
055600         MOVE 16 TO RETURN-CODE
055700         STOP RUN
055800     END-IF
055900     ADD 1 TO FB-GROUP-COUNT
056000     MOVE FB-GROUP-COUNT  TO FB-GROUP-IX
056100     MOVE FB-PREFIX       TO FB-GRP-PREFIX (FB-GROUP-IX)
056200     MOVE FB-AUD-RULE-SET TO FB-GRP-RULE-SET (FB-GROUP-IX)
056300     MOVE FB-MODE-IND     TO FB-GRP-MODE (FB-GROUP-IX)
056400     MOVE ZERO            TO FB-GRP-RUNS (FB-GROUP-IX)
056500     MOVE ZERO            TO FB-GRP-NUMBERS (FB-GROUP-IX)
056600     MOVE ZERO            TO FB-GRP-ELAPSED (FB-GROUP-IX)
056700     MOVE ZERO            TO FB-GRP-THIS-WEEK (FB-GROUP-IX)
056800     MOVE ZERO            TO FB-GRP-PRIOR-WEEK (FB-GROUP-IX).
056900 2400-EXIT.
057000     EXIT.
057100*
057200 2410-SCAN-ONE-GROUP.
057300     IF FB-GRP-PREFIX (FB-GROUP-SUB) = FB-PREFIX
057400        AND FB-GRP-RULE-SET (FB-GROUP-SUB) = FB-AUD-RULE-SET
057500        AND FB-GRP-MODE (FB-GROUP-SUB) = FB-MODE-IND
057600         MOVE FB-GROUP-SUB TO FB-GROUP-IX
057700     END-IF.
057800 2410-EXIT.
057900     EXIT.
058000*
058100*****************************************************************
058200*    3000-PRINT-GROUPS - ONE LINE PER GROUP IN THE ORDER FIRST  *
058300*    MET, THEN THE ALL LINE AND THE EXECUTION COUNTS.           *
058400*****************************************************************
058500 3000-PRINT-GROUPS.
058600     MOVE "ELAPSED TIME BY PREFIX, RULE SET AND MODE"
058700                                      TO FB-SC-TITLE
058800     MOVE FB-GROUP-COUNT              TO FB-SC-COUNT
058900     WRITE FB-CAP-RPT-LINE FROM FB-SECTION-LINE
059000     WRITE FB-CAP-RPT-LINE FROM FB-GROUP-COLUMNS
059100     WRITE FB-CAP-RPT-LINE FROM FB-GROUP-UNITS
059200     PERFORM 3100-PRINT-ONE-GROUP THRU 3100-EXIT
059300         VARYING FB-GROUP-SUB FROM 1 BY 1
059400         UNTIL FB-GROUP-SUB > FB-GROUP-COUNT
059500*
059600     MOVE FB-ALL-RUNS        TO FB-LW-RUNS
059700     MOVE FB-ALL-NUMBERS     TO FB-LW-NUMBERS
059800     MOVE FB-ALL-ELAPSED     TO FB-LW-ELAPSED
059900     MOVE FB-ALL-THIS-WEEK   TO FB-LW-THIS-WEEK
060000     MOVE FB-ALL-PRIOR-WEEK  TO FB-LW-PRIOR-WEEK
060100     MOVE "ALL"              TO FB-GD-PREFIX
060200     MOVE SPACES             TO FB-GD-RULE-SET
060300     MOVE SPACES             TO FB-GD-MODE
060400     PERFORM 3200-EDIT-GROUP-LINE THRU 3200-EXIT
060500     WRITE FB-CAP-RPT-LINE FROM FB-GROUP-DETAIL
060600     MOVE SPACES TO FB-CAP-RPT-LINE
060700     WRITE FB-CAP-RPT-LINE
060800*
060900     MOVE "EXECUTIONS TIMED IN THE RANGE" TO FB-SC-TITLE
061000     MOVE FB-TIMED-COUNT              TO FB-SC-COUNT
061100     WRITE FB-CAP-RPT-LINE FROM FB-SECTION-LINE
061200     MOVE "EXECUTIONS WITH NO TIMING - NOT TOTALLED"
061300                                      TO FB-SC-TITLE
061400     MOVE FB-UNTIMED-COUNT            TO FB-SC-COUNT
061500     WRITE FB-CAP-RPT-LINE FROM FB-SECTION-LINE
061600     MOVE SPACES TO FB-CAP-RPT-LINE
061700     WRITE FB-CAP-RPT-LINE.
061800 3000-EXIT.
061900     EXIT.
062000*
062100 3100-PRINT-ONE-GROUP.
062200     MOVE FB-GRP-RUNS (FB-GROUP-SUB)       TO FB-LW-RUNS
062300     MOVE FB-GRP-NUMBERS (FB-GROUP-SUB)    TO FB-LW-NUMBERS
062400     MOVE FB-GRP-ELAPSED (FB-GROUP-SUB)    TO FB-LW-ELAPSED
062500     MOVE FB-GRP-THIS-WEEK (FB-GROUP-SUB)  TO FB-LW-THIS-WEEK
062600     MOVE FB-GRP-PRIOR-WEEK (FB-GROUP-SUB) TO FB-LW-PRIOR-WEEK
062700     MOVE FB-GRP-PREFIX (FB-GROUP-SUB)     TO FB-GD-PREFIX
062800     MOVE FB-GRP-RULE-SET (FB-GROUP-SUB)   TO FB-GD-RULE-SET
062900     IF FB-GRP-MODE (FB-GROUP-SUB) = 'S'
063000         MOVE "SUMM" TO FB-GD-MODE
063100     ELSE
063200         MOVE "FULL" TO FB-GD-MODE
063300     END-IF
063400     PERFORM 3200-EDIT-GROUP-LINE THRU 3200-EXIT
063500     WRITE FB-CAP-RPT-LINE FROM FB-GROUP-DETAIL
063600*
063700     ADD FB-LW-RUNS       TO FB-ALL-RUNS
063800     ADD FB-LW-NUMBERS    TO FB-ALL-NUMBERS
063900     ADD FB-LW-ELAPSED    TO FB-ALL-ELAPSED
064000     ADD FB-LW-THIS-WEEK  TO FB-ALL-THIS-WEEK
064100     ADD FB-LW-PRIOR-WEEK TO FB-ALL-PRIOR-WEEK.
064200 3100-EXIT.
064300     EXIT.
064400*
064500*****************************************************************
064600*    3200-EDIT-GROUP-LINE - EDIT ONE LINE'S TOTALS.  THE RATE   *
064700*    IS NUMBERS OVER ELAPSED SECONDS; A RUN THAT FINISHED       *
064800*    INSIDE ONE SECOND COUNTS AS ONE.  GROWTH IS THIS WEEK'S    *
064900*    ELAPSED AGAINST THE PREVIOUS WEEK'S, NEW WHEN THE PREVIOUS *
065000*    WEEK HAD NONE.                                             *
065100*****************************************************************
065200 3200-EDIT-GROUP-LINE.
065300     IF FB-LW-ELAPSED = ZERO
065400         MOVE FB-LW-NUMBERS TO FB-LW-RATE
065500     ELSE
065600         DIVIDE FB-LW-NUMBERS BY FB-LW-ELAPSED
065700             GIVING FB-LW-RATE
065800     END-IF
065900     MOVE FB-LW-RUNS       TO FB-GD-RUNS
066000     MOVE FB-LW-NUMBERS    TO FB-GD-NUMBERS
066100     MOVE FB-LW-ELAPSED    TO FB-GD-ELAPSED
066200     MOVE FB-LW-RATE       TO FB-GD-RATE
066300     MOVE FB-LW-THIS-WEEK  TO FB-GD-THIS-WEEK
066400     MOVE FB-LW-PRIOR-WEEK TO FB-GD-PRIOR-WEEK
066500*
066600     MOVE SPACES TO FB-GD-GROWTH
066700     IF FB-LW-PRIOR-WEEK = ZERO
066800         IF FB-LW-THIS-WEEK > ZERO
066900             MOVE "   NEW" TO FB-GD-GROWTH
067000         END-IF
067100         GO TO 3200-EXIT
067200     END-IF
067300     COMPUTE FB-GROWTH-PCT ROUNDED =
067400         (FB-LW-THIS-WEEK - FB-LW-PRIOR-WEEK) * 100
067500         / FB-LW-PRIOR-WEEK
067600     IF FB-GROWTH-PCT > 9999
067700         MOVE 9999 TO FB-GROWTH-PCT
067800     END-IF
067900     MOVE FB-GROWTH-PCT  TO FB-GROWTH-EDIT
068000     MOVE FB-GROWTH-EDIT TO FB-GD-GROWTH (1:5)
068100     MOVE "%"            TO FB-GD-GROWTH (6:1).
068200 3200-EXIT.
068300     EXIT.
068400*
068500*****************************************************************
068600*    4000-READ-LEDGER - FIND THE LAST CYCLE IN THE RANGE ON     *
068700*    WHICH FBDRIVER ENDED.  ITS FBDRIVER START TIME IS THE      *
068800*    WINDOW START WHEN THE CARD GIVES NONE, AND THE TIME ITS    *
068900*    LATER STEPS TOOK IS THE ALLOWANCE ADDED AFTER THE          *
069000*    CLASSIFICATION.                                            *
069100*****************************************************************
069200 4000-READ-LEDGER.
069300     OPEN INPUT FB-LEDGER-FILE
069400     IF FB-LEDGER-STATUS = "35"
069500         GO TO 4000-EXIT
069600     END-IF
069700     MOVE FB-FROM-DATE TO FB-CCL-CYCLE-DATE
069800     START FB-LEDGER-FILE KEY NOT < FB-CCL-CYCLE-DATE
069900         INVALID KEY
070000             SET FB-END-OF-LEDGER TO TRUE
070100     END-START
070200     PERFORM 4100-READ-ONE-CYCLE THRU 4100-EXIT
070300         UNTIL FB-END-OF-LEDGER
070400     CLOSE FB-LEDGER-FILE
070500*
070600     IF FB-LEDGER-CYCLE > ZERO
070700        AND FB-START-UNKNOWN
070800         MOVE FB-LEDGER-START-TIME TO FB-CLOCK-TIME
070900         PERFORM 4300-CLOCK-TO-SECS THRU 4300-EXIT
071000         MOVE FB-CLOCK-SECS TO FB-START-SECS
071100         SET FB-START-FROM-LEDGER TO TRUE
071200     END-IF.
071300 4000-EXIT.
071400     EXIT.
071500*
071600 4100-READ-ONE-CYCLE.
071700     READ FB-LEDGER-FILE NEXT RECORD
071800         AT END
071900             SET FB-END-OF-LEDGER TO TRUE
072000             GO TO 4100-EXIT
072100     END-READ
072200     IF FB-CCL-CYCLE-DATE > FB-TO-DATE
072300         SET FB-END-OF-LEDGER TO TRUE
072400         GO TO 4100-EXIT
072500     END-IF
072600     IF NOT FB-CCL-ENDED (3)
072700         GO TO 4100-EXIT
072800     END-IF
072900     MOVE FB-CCL-CYCLE-DATE     TO FB-LEDGER-CYCLE
073000     MOVE FB-CCL-START-TIME (3) TO FB-LEDGER-START-TIME
073100     MOVE ZERO                  TO FB-ALLOW-SECS
073200     PERFORM 4200-TIME-ONE-STEP THRU 4200-EXIT
073300         VARYING FB-STEP-SUB FROM 4 BY 1
073400         UNTIL FB-STEP-SUB > FB-STEP-MAX.
073500 4100-EXIT.
073600     EXIT.
073700*
073800 4200-TIME-ONE-STEP.
073900     IF NOT FB-CCL-ENDED (FB-STEP-SUB)
074000         GO TO 4200-EXIT
074100     END-IF
074200     MOVE FB-CCL-START-TIME (FB-STEP-SUB) TO FB-CLOCK-TIME
074300     PERFORM 4300-CLOCK-TO-SECS THRU 4300-EXIT
074400     MOVE FB-CLOCK-SECS TO FB-STEP-BEGIN-SECS
074500     MOVE FB-CCL-END-TIME (FB-STEP-SUB) TO FB-CLOCK-TIME
074600     PERFORM 4300-CLOCK-TO-SECS THRU 4300-EXIT
074700     COMPUTE FB-STEP-SECS =
074800         (FUNCTION INTEGER-OF-DATE (FB-CCL-END-DATE (FB-STEP-SUB))
074900          - FUNCTION INTEGER-OF-DATE
075000                (FB-CCL-START-DATE (FB-STEP-SUB))) * 86400
075100         + FB-CLOCK-SECS - FB-STEP-BEGIN-SECS
075200     IF FB-STEP-SECS > ZERO
075300         ADD FB-STEP-SECS TO FB-ALLOW-SECS
075400     END-IF.
075500 4200-EXIT.
075600     EXIT.
075700*
075800 4300-CLOCK-TO-SECS.
075900     COMPUTE FB-CLOCK-SECS =
076000         FB-CW-HH * 3600 + FB-CW-MM * 60 + FB-CW-SS.
076100 4300-EXIT.
076200     EXIT.
076300*
076400*****************************************************************
076500*    5000-COUNT-VOLUME - THE NUMBERS WAITING FOR THE NEXT       *
076600*    NIGHT, BY MODE.  FBTRANS HOLDS THE CORRECTED REJECTS       *
076700*    ALREADY RECYCLED; AN FBSTAGE RECORD APPROVED AND SIGNED    *
076800*    WILL BE PULLED TONIGHT.  ONE STILL STAGED, OR APPROVED     *
076900*    WITH NO APPROVER, IS AWAITING APPROVAL.  EXTRACTED RECORDS *
077000*    HAVE ALREADY RUN.                                          *
077100*****************************************************************
077200 5000-COUNT-VOLUME.
077300     OPEN INPUT FB-TRANS-FILE
077400     IF FB-TRANS-STATUS = "35"
077500         SET FB-END-OF-TRANS-FILE TO TRUE
077600     END-IF
077700     PERFORM 5100-COUNT-ONE-TRANS THRU 5100-EXIT
077800         UNTIL FB-END-OF-TRANS-FILE
077900     IF FB-TRANS-STATUS NOT = "35"
078000         CLOSE FB-TRANS-FILE
078100     END-IF
078200*
078300     OPEN INPUT FB-STAGE-FILE
078400     IF FB-STAGE-STATUS = "35"
078500         SET FB-END-OF-STAGE-FILE TO TRUE
078600     END-IF
078700     PERFORM 5200-COUNT-ONE-STAGED THRU 5200-EXIT
078800         UNTIL FB-END-OF-STAGE-FILE
078900     IF FB-STAGE-STATUS NOT = "35"
079000         CLOSE FB-STAGE-FILE
079100     END-IF.
079200 5000-EXIT.
079300     EXIT.
079400*
079500 5100-COUNT-ONE-TRANS.
079600     READ FB-TRANS-FILE INTO FB-TRANS-RECORD
079700         AT END
079800             SET FB-END-OF-TRANS-FILE TO TRUE
079900             GO TO 5100-EXIT
080000     END-READ
080100     IF FB-TRN-START NOT NUMERIC
080200        OR FB-TRN-END NOT NUMERIC
080300         GO TO 5100-EXIT
080400     END-IF
080500     MOVE FB-TRN-START TO FB-RANGE-START
080600     MOVE FB-TRN-END   TO FB-RANGE-END
080700     IF FB-RANGE-END < FB-RANGE-START
080800         GO TO 5100-EXIT
080900     END-IF
081000     ADD 1 TO FB-TRANS-COUNT
081100     COMPUTE FB-RANGE-SIZE = FB-RANGE-END - FB-RANGE-START + 1
081200     IF FB-TRN-SUMMARY-ONLY
081300         ADD FB-RANGE-SIZE TO FB-MOD-VOLUME (2)
081400     ELSE
081500         ADD FB-RANGE-SIZE TO FB-MOD-VOLUME (1)
081600     END-IF.
081700 5100-EXIT.
081800     EXIT.
081900*
082000 5200-COUNT-ONE-STAGED.
082100     READ FB-STAGE-FILE NEXT RECORD
082200         AT END
082300             SET FB-END-OF-STAGE-FILE TO TRUE
082400             GO TO 5200-EXIT
082500     END-READ
082600     IF FB-STG-EXTRACTED
082700         GO TO 5200-EXIT
082800     END-IF
082900     IF FB-STG-START NOT NUMERIC
083000        OR FB-STG-END NOT NUMERIC
083100         GO TO 5200-EXIT
083200     END-IF
083300     MOVE FB-STG-START TO FB-RANGE-START
083400     MOVE FB-STG-END   TO FB-RANGE-END
083500     IF FB-RANGE-END < FB-RANGE-START
083600         GO TO 5200-EXIT
083700     END-IF
083800     ADD 1 TO FB-STAGED-COUNT
083900     COMPUTE FB-RANGE-SIZE = FB-RANGE-END - FB-RANGE-START + 1
084000     IF FB-STG-SUMMARY-ONLY
084100         MOVE 2 TO FB-MODE-SUB
084200     ELSE
084300         MOVE 1 TO FB-MODE-SUB
084400     END-IF
084500     IF FB-STG-APPROVED
084600        AND FB-STG-APPROVED-BY NOT = SPACES
084700         ADD FB-RANGE-SIZE TO FB-MOD-VOLUME (FB-MODE-SUB)
084800     ELSE
084900         ADD FB-RANGE-SIZE TO FB-MOD-AWAITING (FB-MODE-SUB)
085000     END-IF.
085100 5200-EXIT.
085200     EXIT.
085300*
085400*****************************************************************
085500*    6000-PROJECT-NEXT-NIGHT - PRINT EACH MODE'S RATE AND       *
085600*    VOLUME AND THE WINDOW, THEN JUDGE THE APPROVED WORK, AND   *
085700*    THE APPROVED WORK WITH EVERYTHING AWAITING APPROVAL ADDED. *
085800*    A MODE WITH NO TIMED HISTORY IN THE RANGE IS PRICED AT THE *
085900*    OTHER MODE'S RATE.                                         *
086000*****************************************************************
086100 6000-PROJECT-NEXT-NIGHT.
086200     MOVE "NEXT NIGHT'S PROJECTION - TRANSACTIONS"
086300                                      TO FB-SC-TITLE
086400     MOVE FB-TRANS-COUNT              TO FB-SC-COUNT
086500     WRITE FB-CAP-RPT-LINE FROM FB-SECTION-LINE
086600     MOVE "NEXT NIGHT'S PROJECTION - STAGED RECORDS"
086700                                      TO FB-SC-TITLE
086800     MOVE FB-STAGED-COUNT             TO FB-SC-COUNT
086900     WRITE FB-CAP-RPT-LINE FROM FB-SECTION-LINE
087000*
087100     PERFORM 6100-SET-MODE-RATE THRU 6100-EXIT
087200         VARYING FB-MODE-SUB FROM 1 BY 1
087300         UNTIL FB-MODE-SUB > 2
087400     IF FB-MOD-RATE (1) = ZERO
087500         MOVE FB-MOD-RATE (2) TO FB-MOD-RATE (1)
087600     END-IF
087700     IF FB-MOD-RATE (2) = ZERO
087800         MOVE FB-MOD-RATE (1) TO FB-MOD-RATE (2)
087900     END-IF
088000*
088100     MOVE "RATE - FULL DETAIL (NUMBERS PER SEC)" TO FB-PJ-LABEL
088200     MOVE FB-MOD-RATE (1) TO FB-COUNT-EDIT
088300     MOVE FB-COUNT-EDIT   TO FB-PJ-VALUE
088400     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
088500     MOVE "RATE - SUMMARY ONLY (NUMBERS PER SEC)" TO FB-PJ-LABEL
088600     MOVE FB-MOD-RATE (2) TO FB-COUNT-EDIT
088700     MOVE FB-COUNT-EDIT   TO FB-PJ-VALUE
088800     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
088900     MOVE "VOLUME APPROVED - FULL DETAIL" TO FB-PJ-LABEL
089000     MOVE FB-MOD-VOLUME (1) TO FB-COUNT-EDIT
089100     MOVE FB-COUNT-EDIT     TO FB-PJ-VALUE
089200     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
089300     MOVE "VOLUME APPROVED - SUMMARY ONLY" TO FB-PJ-LABEL
089400     MOVE FB-MOD-VOLUME (2) TO FB-COUNT-EDIT
089500     MOVE FB-COUNT-EDIT     TO FB-PJ-VALUE
089600     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
089700     MOVE "VOLUME AWAITING APPROVAL - FULL DETAIL" TO FB-PJ-LABEL
089800     MOVE FB-MOD-AWAITING (1) TO FB-COUNT-EDIT
089900     MOVE FB-COUNT-EDIT       TO FB-PJ-VALUE
090000     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
090100     MOVE "VOLUME AWAITING APPROVAL - SUMMARY ONLY"
090200                            TO FB-PJ-LABEL
090300     MOVE FB-MOD-AWAITING (2) TO FB-COUNT-EDIT
090400     MOVE FB-COUNT-EDIT       TO FB-PJ-VALUE
090500     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
090600*
090700     PERFORM 6200-PRINT-WINDOW THRU 6200-EXIT
090800*
090900     MOVE "- APPROVED" TO FB-PASS-SUFFIX
091000     MOVE FB-MOD-VOLUME (1) TO FB-MOD-PROJECTED (1)
091100     MOVE FB-MOD-VOLUME (2) TO FB-MOD-PROJECTED (2)
091200     PERFORM 6500-JUDGE-ONE-PASS THRU 6500-EXIT
091300*
091400     MOVE "- IF ALL APPROVED" TO FB-PASS-SUFFIX
091500     COMPUTE FB-MOD-PROJECTED (1) =
091600         FB-MOD-VOLUME (1) + FB-MOD-AWAITING (1)
091700     COMPUTE FB-MOD-PROJECTED (2) =
091800         FB-MOD-VOLUME (2) + FB-MOD-AWAITING (2)
091900     PERFORM 6500-JUDGE-ONE-PASS THRU 6500-EXIT.
092000 6000-EXIT.
092100     EXIT.
092200*
092300 6100-SET-MODE-RATE.
092400     IF FB-MOD-ELAPSED (FB-MODE-SUB) = ZERO
092500         MOVE FB-MOD-NUMBERS (FB-MODE-SUB)
092600                                TO FB-MOD-RATE (FB-MODE-SUB)
092700     ELSE
092800         DIVIDE FB-MOD-NUMBERS (FB-MODE-SUB)
092900             BY FB-MOD-ELAPSED (FB-MODE-SUB)
093000             GIVING FB-MOD-RATE (FB-MODE-SUB)
093100     END-IF.
093200 6100-EXIT.
093300     EXIT.
093400*
093500*****************************************************************
093600*    6200-PRINT-WINDOW - THE WINDOW START AND WHERE IT CAME     *
093700*    FROM, THE ALLOWANCE FOR THE STEPS AFTER FBDRIVER AND THE   *
093800*    WINDOW END.                                                *
093900*****************************************************************
094000 6200-PRINT-WINDOW.
094100     MOVE SPACES TO FB-PJ-LABEL
094200     EVALUATE TRUE
094300         WHEN FB-START-FROM-CARD
094400             MOVE "WINDOW START - FBCAPCTL CARD" TO FB-PJ-LABEL
094500         WHEN FB-START-FROM-LEDGER
094600             STRING "WINDOW START - FBDRIVER ON CYCLE "
094700                        DELIMITED BY SIZE
094800                    FB-LEDGER-CYCLE DELIMITED BY SIZE
094900                 INTO FB-PJ-LABEL
095000         WHEN OTHER
095100             MOVE "WINDOW START" TO FB-PJ-LABEL
095200     END-EVALUATE
095300     IF FB-START-UNKNOWN
095400         MOVE "NONE - NO CARD OR CYCLE" TO FB-PJ-VALUE
095500     ELSE
095600         MOVE FB-START-SECS TO FB-SECS-WORK
095700         PERFORM 7100-EDIT-CLOCK THRU 7100-EXIT
095800         MOVE FB-HMS-EDIT TO FB-PJ-VALUE
095900     END-IF
096000     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
096100*
096200     MOVE "ALLOWANCE FOR STEPS AFTER FBDRIVER" TO FB-PJ-LABEL
096300     IF FB-LEDGER-CYCLE = ZERO
096400         MOVE "NONE - NO CYCLE IN RANGE" TO FB-PJ-VALUE
096500     ELSE
096600         MOVE FB-ALLOW-SECS TO FB-SECS-WORK
096700         PERFORM 7000-EDIT-DURATION THRU 7000-EXIT
096800         MOVE FB-HMS-EDIT TO FB-PJ-VALUE
096900     END-IF
097000     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
097100*
097200     MOVE "WINDOW END - FBCAPCTL CARD" TO FB-PJ-LABEL
097300     IF FB-HAVE-WINDOW-END
097400         MOVE FB-END-SECS TO FB-SECS-WORK
097500         PERFORM 7100-EDIT-CLOCK THRU 7100-EXIT
097600         MOVE FB-HMS-EDIT TO FB-PJ-VALUE
097700     ELSE
097800         MOVE "NONE ON CARD" TO FB-PJ-VALUE
097900     END-IF
098000     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE.
098100 6200-EXIT.
098200     EXIT.
098300*
098400*****************************************************************
098500*    6500-JUDGE-ONE-PASS - PRICE THE PROJECTED VOLUME AT EACH   *
098600*    MODE'S RATE, ROUNDING EACH MODE UP TO THE NEXT WHOLE       *
098700*    SECOND, AND JUDGE THE FINISH AGAINST THE WINDOW END.  A    *
098800*    WINDOW END NOT LATER THAN THE START IS ON THE NEXT DAY.    *
098900*    AN OVERRUN, OR A PASS THAT CANNOT BE JUDGED, IS COUNTED    *
099000*    FOR RC=4.                                                  *
099100*****************************************************************
099200 6500-JUDGE-ONE-PASS.
099300     MOVE 'Y'  TO FB-RATE-SWITCH
099400     MOVE ZERO TO FB-CLASS-SECS
099500     PERFORM 6600-PRICE-ONE-MODE THRU 6600-EXIT
099600         VARYING FB-MODE-SUB FROM 1 BY 1
099700         UNTIL FB-MODE-SUB > 2
099800*
099900     MOVE SPACES TO FB-PJ-LABEL
100000     STRING "PROJECTED CLASSIFICATION " DELIMITED BY SIZE
100100            FB-PASS-SUFFIX DELIMITED BY SIZE
100200         INTO FB-PJ-LABEL
100300     IF FB-RATE-KNOWN
100400         MOVE FB-CLASS-SECS TO FB-SECS-WORK
100500         PERFORM 7000-EDIT-DURATION THRU 7000-EXIT
100600         MOVE FB-HMS-EDIT TO FB-PJ-VALUE
100700     ELSE
100800         MOVE "NONE - NO TIMED HISTORY" TO FB-PJ-VALUE
100900     END-IF
101000     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
101100*
101200     MOVE SPACES TO FB-PJ-LABEL
101300     STRING "RESULT " DELIMITED BY SIZE
101400            FB-PASS-SUFFIX DELIMITED BY SIZE
101500         INTO FB-PJ-LABEL
101600     EVALUATE TRUE
101700         WHEN NOT FB-RATE-KNOWN
101800             MOVE "NOT JUDGED - NO RATE" TO FB-PJ-VALUE
101900         WHEN FB-START-UNKNOWN
102000             MOVE "NOT JUDGED - NO START" TO FB-PJ-VALUE
102100         WHEN NOT FB-HAVE-WINDOW-END
102200             MOVE "NOT JUDGED - NO END" TO FB-PJ-VALUE
102300         WHEN OTHER
102400             PERFORM 6700-JUDGE-FINISH THRU 6700-EXIT
102500     END-EVALUATE
102600     IF FB-PJ-VALUE (1:10) = "NOT JUDGED"
102700         ADD 1 TO FB-ATTENTION-COUNT
102800     END-IF
102900     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE.
103000 6500-EXIT.
103100     EXIT.
103200*
103300 6600-PRICE-ONE-MODE.
103400     IF FB-MOD-PROJECTED (FB-MODE-SUB) = ZERO
103500         GO TO 6600-EXIT
103600     END-IF
103700     IF FB-MOD-RATE (FB-MODE-SUB) = ZERO
103800         MOVE 'N' TO FB-RATE-SWITCH
103900         GO TO 6600-EXIT
104000     END-IF
104100     DIVIDE FB-MOD-PROJECTED (FB-MODE-SUB)
104200         BY FB-MOD-RATE (FB-MODE-SUB)
104300         GIVING FB-MODE-SECS
104400     IF FB-MODE-SECS * FB-MOD-RATE (FB-MODE-SUB)
104500        < FB-MOD-PROJECTED (FB-MODE-SUB)
104600         ADD 1 TO FB-MODE-SECS
104700     END-IF
104800     ADD FB-MODE-SECS TO FB-CLASS-SECS.
104900 6600-EXIT.
105000     EXIT.
105100*
105200 6700-JUDGE-FINISH.
105300     COMPUTE FB-FINISH-SECS =
105400         FB-START-SECS + FB-CLASS-SECS + FB-ALLOW-SECS
105500     MOVE SPACES TO FB-PJ-LABEL
105600     STRING "PROJECTED FINISH " DELIMITED BY SIZE
105700            FB-PASS-SUFFIX DELIMITED BY SIZE
105800         INTO FB-PJ-LABEL
105900     MOVE FB-FINISH-SECS TO FB-SECS-WORK
106000     PERFORM 7100-EDIT-CLOCK THRU 7100-EXIT
106100     MOVE FB-HMS-EDIT TO FB-PJ-VALUE
106200     WRITE FB-CAP-RPT-LINE FROM FB-PROJECTION-LINE
106300*
106400     MOVE SPACES TO FB-PJ-LABEL
106500     STRING "RESULT " DELIMITED BY SIZE
106600            FB-PASS-SUFFIX DELIMITED BY SIZE
106700         INTO FB-PJ-LABEL
106800     MOVE FB-END-SECS TO FB-MARGIN-SECS
106900     IF FB-END-SECS NOT > FB-START-SECS
107000         ADD 86400 TO FB-MARGIN-SECS
107100     END-IF
107200     SUBTRACT FB-FINISH-SECS FROM FB-MARGIN-SECS
107300     MOVE SPACES TO FB-PJ-VALUE
107400     IF FB-MARGIN-SECS < ZERO
107500         COMPUTE FB-SECS-WORK = ZERO - FB-MARGIN-SECS
107600         PERFORM 7000-EDIT-DURATION THRU 7000-EXIT
107700         STRING "OVERRUNS BY " DELIMITED BY SIZE
107800                FB-HMS-EDIT DELIMITED BY SIZE
107900             INTO FB-PJ-VALUE
108000         ADD 1 TO FB-ATTENTION-COUNT
108100         DISPLAY "FBCAPRPT - PROJECTION " FB-PASS-SUFFIX
108200             " OVERRUNS THE WINDOW - SEE FBCAPRPT"
108300     ELSE
108400         MOVE FB-MARGIN-SECS TO FB-SECS-WORK
108500         PERFORM 7000-EDIT-DURATION THRU 7000-EXIT
108600         STRING "FITS BY " DELIMITED BY SIZE
108700                FB-HMS-EDIT DELIMITED BY SIZE
108800             INTO FB-PJ-VALUE
108900     END-IF.
109000 6700-EXIT.
109100     EXIT.
109200*
109300*****************************************************************
109400*    7000-EDIT-DURATION - EDIT FB-SECS-WORK AS HOURS, MINUTES   *
109500*    AND SECONDS.  7100-EDIT-CLOCK FIRST TAKES OFF WHOLE DAYS,  *
109600*    SO A TIME PAST MIDNIGHT SHOWS AS THE CLOCK WILL READ.      *
109700*****************************************************************
109800 7000-EDIT-DURATION.
109900     DIVIDE FB-SECS-WORK BY 3600 GIVING FB-HOURS-WORK
110000         REMAINDER FB-SECS-REM
110100     MOVE FB-HOURS-WORK TO FB-HE-HOURS
110200     DIVIDE FB-SECS-REM BY 60 GIVING FB-HE-MINUTES
110300         REMAINDER FB-HE-SECONDS.
110400 7000-EXIT.
110500     EXIT.
110600*
110700 7100-EDIT-CLOCK.
110800     DIVIDE FB-SECS-WORK BY 86400 GIVING FB-DAYS-WORK
110900         REMAINDER FB-SECS-REM
111000     MOVE FB-SECS-REM TO FB-SECS-WORK
111100     PERFORM 7000-EDIT-DURATION THRU 7000-EXIT.
111200 7100-EXIT.
111300     EXIT.
111400*
111500*****************************************************************
111600*    9000-TERMINATE - CLOSE THE FILES AND SET RC=4 WHEN A       *
111700*    PROJECTION OVERRAN THE WINDOW OR COULD NOT BE JUDGED.      *
111800*****************************************************************
111900 9000-TERMINATE.
112000     DISPLAY "FBCAPRPT - EXECUTIONS TIMED=" FB-TIMED-COUNT
112100         " UNTIMED=" FB-UNTIMED-COUNT
112200         " GROUPS=" FB-GROUP-COUNT
112300         " ATTENTION=" FB-ATTENTION-COUNT
112400     IF FB-AUDIT-STATUS NOT = "35"
112500         CLOSE FB-AUDIT-FILE
112600     END-IF
112700     IF FB-AUD-ARC-STATUS NOT = "35"
112800         CLOSE FB-AUDIT-ARC-FILE
112900     END-IF
113000     CLOSE FB-CAP-REPORT
113100     IF FB-ATTENTION-COUNT > ZERO
113200         MOVE 4 TO RETURN-CODE
113300     END-IF.
113400 9000-EXIT.
113500     EXIT.
