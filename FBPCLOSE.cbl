000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBPCLOSE.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - ACCOUNTING PERIOD CLOSE.       *
001200*                     MONTH-END TOTALS BY RULE SET AND CLASS    *
001300*                     WERE BUILT BY HAND FROM FBTREND OUTPUT    *
001400*                     AND THE FBAUDARC ARCHIVES; THIS JOB ROLLS *
001500*                     THEM UP INTO THE FBPERSUM PERIOD SUMMARY  *
001600*                     FILE AND LOCKS THE CLOSED PERIOD AGAINST  *
001700*                     FBBACK REVERSALS.                         *
001710*    2026-10-15 JMT   FBPERSUM IS NOW CHECKED ON OPEN, ENDING   *
001720*                     RC=16 WITH NOTHING TOUCHED WHEN IT WILL   *
001730*                     NOT OPEN, AND A REOPEN THAT FAILS TO      *
001740*                     REWRITE THE CONTROL RECORD ENDS RC=16     *
001750*                     INSTEAD OF BEING REPORTED AS DONE.        *
001800*****************************************************************
001900*    PURPOSE - JCL-INVOKED MONTH-END STEP, RUN OUTSIDE THE      *
002000*    NIGHTLY CYCLE.  THE OPTIONAL FBPCLCT CARD CARRIES THE      *
002100*    FUNCTION AND PERIOD; WITH NO CARD THE PREVIOUS CALENDAR    *
002200*    MONTH IS CLOSED.                                           *
002300*    CLOSE - READS FBAUDARC THEN FBAUDIT IN EXECUTION ORDER AND *
002400*    ROLLS EVERY EXECUTION DATED IN THE PERIOD INTO ITS RULE    *
002500*    SET'S TOTALS: RUNS, NUMBERS CLASSIFIED AND THE COUNT PER   *
002600*    CLASS.  A REVERSAL IS NETTED THE WAY FBRECON NETS IT, BY   *
002700*    RUN-ID - ITS COUNTS COME OFF THE RULE SET AND PERIOD OF    *
002800*    THE EXECUTION IT REVERSED (THE FBBACK ENTRY CARRIES NO     *
002900*    RULE SET OF ITS OWN), AND THE RUN NO LONGER COUNTS.  THE   *
003000*    TOTALS REPLACE ANY EARLIER 'S' RECORDS FOR THE PERIOD ON   *
003100*    FBPERSUM AND THE 'C' CONTROL RECORD IS MARKED CLOSED.      *
003200*    FBPCLRPT SHOWS EACH RULE SET'S PERIOD-TO-DATE AND          *
003300*    YEAR-TO-DATE COLUMNS, THE YEAR-TO-DATE TAKEN FROM THE      *
003400*    EARLIER CLOSED PERIODS OF THE SAME YEAR.                   *
003500*    ONLY A PERIOD THAT HAS ENDED CAN BE CLOSED.  A PERIOD      *
003600*    ALREADY CLOSED IS REFUSED RC=8 - IT MUST BE REOPENED       *
003700*    FIRST.  AN EARLIER PERIOD OF THE YEAR NOT YET CLOSED       *
003800*    LEAVES A GAP IN THE YEAR-TO-DATE, NOTED ON THE REPORT, AND *
003900*    ENDS RC=4.                                                 *
004000*    REOPEN - THE CONTROLLED REOPEN OF A CLOSED PERIOD, NAMING  *
004100*    THE REQUESTER, A DIFFERENT APPROVER AND THE REASON.  A     *
004200*    SELF-APPROVED OR UNSIGNED REOPEN IS REFUSED RC=8.  WHILE   *
004300*    REOPENED, FBBACK MAY REVERSE THE PERIOD'S RUNS; THE PERIOD *
004400*    IS THEN CLOSED AGAIN WITH A CLOSE CARD.  AN INVALID CARD,  *
004500*    OR AN FBPERSUM THAT WILL NOT OPEN, ENDS RC=16 WITH NOTHING *
004520*    TOUCHED.  A REOPEN THAT FBPERSUM WILL NOT RECORD ENDS RC=16*
004540*    WITHOUT BEING REPORTED AS REOPENED.                        *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT FB-PCLOSE-CTL-FILE  ASSIGN TO "FBPCLCT"
005100                                ORGANIZATION LINE SEQUENTIAL
005200                                FILE STATUS FB-PCLOSE-CTL-STATUS.
005300*
005400     SELECT FB-AUDIT-FILE       ASSIGN TO "FBAUDIT"
005500                                ORGANIZATION LINE SEQUENTIAL
005600                                FILE STATUS FB-AUDIT-STATUS.
005700*
005800     SELECT FB-AUDIT-ARC-FILE   ASSIGN TO "FBAUDARC"
005900                                ORGANIZATION LINE SEQUENTIAL
006000                                FILE STATUS FB-AUD-ARC-STATUS.
006100*
006200     SELECT FB-PERSUM-FILE      ASSIGN TO "FBPERSUM"
006300                                ORGANIZATION INDEXED
006400                                ACCESS MODE DYNAMIC
006500                                RECORD KEY FB-PSM-KEY
006600                                FILE STATUS FB-PERSUM-STATUS.
006700*
006800     SELECT FB-PCLOSE-REPORT    ASSIGN TO "FBPCLRPT"
006900                                ORGANIZATION LINE SEQUENTIAL.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  FB-PCLOSE-CTL-FILE
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  FB-PCLOSE-CTL-LINE         PIC X(80).
007600*
007700 FD  FB-AUDIT-FILE
007800     RECORD CONTAINS 150 CHARACTERS.
007900 01  FB-AUDIT-LINE              PIC X(150).
008000*
008100 FD  FB-AUDIT-ARC-FILE
008200     RECORD CONTAINS 150 CHARACTERS.
008300 01  FB-AUDIT-ARC-LINE          PIC X(150).
008400*
008500 FD  FB-PERSUM-FILE.
008600     COPY FBPSUM.
008700*
008800 FD  FB-PCLOSE-REPORT
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  FB-PCLOSE-LINE             PIC X(80).
009100*
009200 WORKING-STORAGE SECTION.
009300     COPY FBAUDIT.
009400*
009500 77  FB-PCLOSE-CTL-STATUS       PIC X(02) VALUE SPACES.
009600 77  FB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
009700 77  FB-AUD-ARC-STATUS          PIC X(02) VALUE SPACES.
009800 77  FB-PERSUM-STATUS           PIC X(02) VALUE SPACES.
009900 77  FB-AUD-EOF-SWITCH          PIC X(01) VALUE 'N'.
010000     88  FB-END-OF-AUDIT-FILE       VALUE 'Y'.
010100 77  FB-ARC-EOF-SWITCH          PIC X(01) VALUE 'N'.
010200     88  FB-END-OF-ARCHIVE-FILE     VALUE 'Y'.
010300 77  FB-PSM-EOF-SWITCH          PIC X(01) VALUE 'N'.
010400     88  FB-END-OF-PERIOD-ROWS      VALUE 'Y'.
010500 77  FB-RECLOSE-SWITCH          PIC X(01) VALUE 'N'.
010600     88  FB-PERIOD-WAS-REOPENED     VALUE 'Y'.
010700 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
010800 77  FB-NOW                     PIC 9(08) VALUE ZERO.
010900 77  FB-CURRENT-PERIOD          PIC 9(06) VALUE ZERO.
011000 77  FB-CLOSE-PERIOD            PIC 9(06) VALUE ZERO.
011100 77  FB-CLOSE-YEAR              PIC 9(04) VALUE ZERO.
011200 77  FB-CLOSE-MONTH             PIC 9(02) VALUE ZERO.
011300 77  FB-AUD-PERIOD              PIC 9(06) VALUE ZERO.
011400 77  FB-NEXT-PERIOD             PIC 9(06) VALUE ZERO.
011500 77  FB-CLOSED-BY               PIC X(08) VALUE SPACES.
011600 77  FB-NUMBERS                 PIC S9(09) VALUE ZERO.
011700 77  FB-SET-COUNT               PIC 9(02) COMP VALUE ZERO.
011800 77  FB-SET-MAX                 PIC 9(02) COMP VALUE 50.
011900 77  FB-SET-IX                  PIC 9(02) COMP VALUE ZERO.
012000 77  FB-SET-SUB                 PIC 9(02) COMP VALUE ZERO.
012100 77  FB-MSR-SUB                 PIC 9(02) COMP VALUE ZERO.
012200 77  FB-RUN-COUNT               PIC 9(04) COMP VALUE ZERO.
012300 77  FB-RUN-MAX                 PIC 9(04) COMP VALUE 3000.
012400 77  FB-RUN-IX                  PIC 9(04) COMP VALUE ZERO.
012500 77  FB-RUN-SUB                 PIC 9(04) COMP VALUE ZERO.
012600 77  FB-SEARCH-SET              PIC X(04) VALUE SPACES.
012700 77  FB-EXECUTION-COUNT         PIC 9(07) VALUE ZERO.
012800 77  FB-REVERSAL-COUNT          PIC 9(07) VALUE ZERO.
012900 77  FB-UNDATED-COUNT           PIC 9(07) VALUE ZERO.
013000 77  FB-REPLACED-COUNT          PIC 9(03) VALUE ZERO.
013100 77  FB-GAP-COUNT               PIC 9(02) VALUE ZERO.
013200*
013300 01  FB-PCLOSE-CONTROL-CARD.
013400     05  FB-PCC-FUNCTION            PIC X(06).
013500         88  FB-PCC-CLOSE               VALUE "CLOSE ".
013600         88  FB-PCC-REOPEN              VALUE "REOPEN".
013700     05  FILLER                     PIC X(01).
013800     05  FB-PCC-PERIOD              PIC X(06).
013900     05  FB-PCC-PERIOD-N REDEFINES FB-PCC-PERIOD
014000                                    PIC 9(06).
014100     05  FILLER                     PIC X(01).
014200     05  FB-PCC-REQUESTED-BY        PIC X(08).
014300     05  FILLER                     PIC X(01).
014400     05  FB-PCC-APPROVED-BY         PIC X(08).
014500     05  FILLER                     PIC X(01).
014600     05  FB-PCC-REASON              PIC X(30).
014700     05  FILLER                     PIC X(18).
014800*
014900*    MEASURES 1-7: RUNS, NUMBERS CLASSIFIED, THEN THE FIVE CLASS
015000*    COUNTS IN FBAUDIT ORDER.
015100 01  FB-MEASURE-VALUES.
015200     05  FILLER                 PIC X(20) VALUE "RUNS".
015300     05  FILLER                 PIC X(20)
015400                                VALUE "NUMBERS CLASSIFIED".
015500     05  FILLER                 PIC X(20) VALUE "FIZZ (RULE 1)".
015600     05  FILLER                 PIC X(20) VALUE "BUZZ (RULE 2)".
015700     05  FILLER                 PIC X(20)
015800                                VALUE "FIZZBUZZ (MULTI)".
015900     05  FILLER                 PIC X(20) VALUE "PLAIN".
016000     05  FILLER                 PIC X(20)
016100                                VALUE "OTHER (RULE 3 UP)".
016200 01  FB-MEASURE-TABLE REDEFINES FB-MEASURE-VALUES.
016300     05  FB-MSR-NAME            PIC X(20) OCCURS 7 TIMES.
016400*
016500 01  FB-SET-TABLE.
016600     05  FB-SET-ENTRY           OCCURS 50 TIMES.
016700         10  FB-SET-TBL-ID          PIC X(04).
016800         10  FB-SET-PTD             PIC S9(09) OCCURS 7 TIMES.
016900         10  FB-SET-YTD             PIC S9(09) OCCURS 7 TIMES.
017000*
017100 01  FB-ALL-SETS-TOTALS.
017200     05  FB-ALL-PTD             PIC S9(09) OCCURS 7 TIMES.
017300     05  FB-ALL-YTD             PIC S9(09) OCCURS 7 TIMES.
017400*
017500*    RUNS EXECUTED IN THE PERIOD.  THE SWITCH IS ON WHILE THE
017600*    RUN'S LATEST EXECUTION IS THE ONE COUNTED IN THE PERIOD, SO
017700*    ONLY A REVERSAL OF THAT EXECUTION IS NETTED HERE.
017800 01  FB-RUN-TABLE.
017900     05  FB-RUN-ENTRY           OCCURS 3000 TIMES.
018000         10  FB-RUN-TBL-ID          PIC X(08).
018100         10  FB-RUN-TBL-SET-IX      PIC 9(02).
018200         10  FB-RUN-TBL-PERIOD-SW   PIC X(01).
018300             88  FB-RUN-TBL-IN-PERIOD   VALUE 'Y'.
018400*
018500 01  FB-PCLOSE-HEADER.
018600     05  FILLER                 PIC X(09) VALUE "FBPCLOSE ".
018700     05  FILLER                 PIC X(22) VALUE
018800         "PERIOD CLOSE REPORT   ".
018900     05  FILLER                 PIC X(08) VALUE "PERIOD: ".
019000     05  FB-PH-PERIOD           PIC 9(06).
019100     05  FILLER                 PIC X(08) VALUE "  DATE: ".
019200     05  FB-PH-DATE             PIC 9(08).
019300     05  FILLER                 PIC X(19) VALUE SPACES.
019400*
019500 01  FB-PCLOSE-COLUMNS.
019600     05  FILLER                 PIC X(40) VALUE
019700         "RULE SET  MEASURE               PERIOD-T".
019800     05  FILLER                 PIC X(40) VALUE
019900         "O-DATE      YEAR-TO-DATE                ".
020000*
020100 01  FB-PCLOSE-DETAIL.
020200     05  FB-PD-SET              PIC X(08).
020300     05  FILLER                 PIC X(02) VALUE SPACES.
020400     05  FB-PD-MEASURE          PIC X(20).
020500     05  FILLER                 PIC X(04) VALUE SPACES.
020600     05  FB-PD-PTD              PIC -ZZZ,ZZZ,ZZ9.
020700     05  FILLER                 PIC X(06) VALUE SPACES.
020800     05  FB-PD-YTD              PIC -ZZZ,ZZZ,ZZ9.
020900     05  FILLER                 PIC X(16) VALUE SPACES.
021000*
021100 01  FB-PCLOSE-NOTE.
021200     05  FILLER                 PIC X(10) VALUE "** PERIOD ".
021300     05  FB-PN-PERIOD           PIC 9(06).
021400     05  FILLER                 PIC X(01) VALUE SPACE.
021500     05  FB-PN-TEXT             PIC X(63).
021600*
021700 01  FB-PCLOSE-STATUS-LINE.
021800     05  FILLER                 PIC X(07) VALUE "PERIOD ".
021900     05  FB-PS-PERIOD           PIC 9(06).
022000     05  FILLER                 PIC X(01) VALUE SPACE.
022100     05  FB-PS-ACTION           PIC X(08).
022200     05  FILLER                 PIC X(04) VALUE " BY ".
022300     05  FB-PS-BY               PIC X(08).
022400     05  FB-PS-TEXT             PIC X(46).
022500*
022600 PROCEDURE DIVISION.
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022900     IF RETURN-CODE = 16
023000         STOP RUN
023100     END-IF
023200*
023300     IF FB-PCC-REOPEN
023400         PERFORM 2000-REOPEN-PERIOD THRU 2000-EXIT
023500         GO TO 0000-WRAP-UP
023600     END-IF
023700*
023800     PERFORM 3000-CHECK-PERIOD-OPEN THRU 3000-EXIT
023900     IF RETURN-CODE = 8
024000         GO TO 0000-WRAP-UP
024100     END-IF
024200     PERFORM 4000-ROLL-ONE-ARCHIVED THRU 4000-EXIT
024300         UNTIL FB-END-OF-ARCHIVE-FILE
024400     PERFORM 4100-ROLL-ONE-LIVE THRU 4100-EXIT
024500         UNTIL FB-END-OF-AUDIT-FILE
024600     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
024700     PERFORM 6000-LOAD-YEAR-TO-DATE THRU 6000-EXIT
024800     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
024900 0000-WRAP-UP.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT
025100     STOP RUN.
025200*
025300*****************************************************************
025400*    1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, THEN     *
025500*    OPEN THE FILES.  NO CARD, OR A CLOSE CARD WITH NO PERIOD,  *
025600*    CLOSES THE PREVIOUS CALENDAR MONTH.  AN INVALID CARD ENDS  *
025700*    THE JOB RC=16 BEFORE ANY FILE IS OPENED.                   *
025800*****************************************************************
025900 1000-INITIALIZE.
026000     ACCEPT FB-TODAY FROM DATE YYYYMMDD
026100     ACCEPT FB-NOW FROM TIME
026200     MOVE ZERO TO RETURN-CODE
026300     DIVIDE FB-TODAY BY 100 GIVING FB-CURRENT-PERIOD
026400*
026500     MOVE SPACES TO FB-PCLOSE-CONTROL-CARD
026600     OPEN INPUT FB-PCLOSE-CTL-FILE
026700     IF FB-PCLOSE-CTL-STATUS NOT = "35"
026800         READ FB-PCLOSE-CTL-FILE INTO FB-PCLOSE-CONTROL-CARD
026900             AT END
027000                 MOVE SPACES TO FB-PCLOSE-CONTROL-CARD
027100         END-READ
027200         CLOSE FB-PCLOSE-CTL-FILE
027300     END-IF
027400     IF FB-PCC-FUNCTION = SPACES
027500         MOVE "CLOSE " TO FB-PCC-FUNCTION
027600     END-IF
027700     IF NOT FB-PCC-CLOSE
027800        AND NOT FB-PCC-REOPEN
027900         DISPLAY "FBPCLOSE - FUNCTION '" FB-PCC-FUNCTION
028000             "' IS NOT CLOSE OR REOPEN - JOB ENDING WITH NOTHING "
028100             "TOUCHED"
028200         MOVE 16 TO RETURN-CODE
028300         GO TO 1000-EXIT
028400     END-IF
028500*
028600     IF FB-PCC-PERIOD = SPACES
028700        AND FB-PCC-CLOSE
028800         DIVIDE FB-CURRENT-PERIOD BY 100 GIVING FB-CLOSE-YEAR
028900             REMAINDER FB-CLOSE-MONTH
029000         IF FB-CLOSE-MONTH = 1
029100             SUBTRACT 1 FROM FB-CLOSE-YEAR
029200             MOVE 12 TO FB-CLOSE-MONTH
029300         ELSE
029400             SUBTRACT 1 FROM FB-CLOSE-MONTH
029500         END-IF
029600         COMPUTE FB-CLOSE-PERIOD =
029700             FB-CLOSE-YEAR * 100 + FB-CLOSE-MONTH
029800     ELSE
029900         IF FB-PCC-PERIOD NOT NUMERIC
030000             DISPLAY "FBPCLOSE - PERIOD '" FB-PCC-PERIOD
030100                 "' IS NOT YYYYMM - JOB ENDING WITH NOTHING "
030200                 "TOUCHED"
030300             MOVE 16 TO RETURN-CODE
030400             GO TO 1000-EXIT
030500         END-IF
030600         MOVE FB-PCC-PERIOD-N TO FB-CLOSE-PERIOD
030700         DIVIDE FB-CLOSE-PERIOD BY 100 GIVING FB-CLOSE-YEAR
030800             REMAINDER FB-CLOSE-MONTH
030900     END-IF
031000     IF FB-CLOSE-MONTH < 1
031100        OR FB-CLOSE-MONTH > 12
031200         DISPLAY "FBPCLOSE - PERIOD " FB-CLOSE-PERIOD
031300             " HAS NO SUCH MONTH - JOB ENDING WITH NOTHING "
031400             "TOUCHED"
031500         MOVE 16 TO RETURN-CODE
031600         GO TO 1000-EXIT
031700     END-IF
031800     IF FB-PCC-CLOSE
031900        AND FB-CLOSE-PERIOD NOT < FB-CURRENT-PERIOD
032000         DISPLAY "FBPCLOSE - PERIOD " FB-CLOSE-PERIOD
032100             " HAS NOT ENDED - JOB ENDING WITH NOTHING TOUCHED"
032200         MOVE 16 TO RETURN-CODE
032300         GO TO 1000-EXIT
032400     END-IF
032500     MOVE FB-PCC-REQUESTED-BY TO FB-CLOSED-BY
032600     IF FB-CLOSED-BY = SPACES
032700         MOVE "BATCH   " TO FB-CLOSED-BY
032800     END-IF
032900*
033000     OPEN I-O FB-PERSUM-FILE
033100     IF FB-PERSUM-STATUS = "35"
033200         OPEN OUTPUT FB-PERSUM-FILE
033300         CLOSE       FB-PERSUM-FILE
033400         OPEN I-O    FB-PERSUM-FILE
033500     END-IF
033510     IF FB-PERSUM-STATUS NOT = "00"
033520         DISPLAY "FBPCLOSE - FBPERSUM WILL NOT OPEN - STATUS "
033530             FB-PERSUM-STATUS " - JOB ENDING WITH NOTHING TOUCHED"
033540         MOVE 16 TO RETURN-CODE
033550         GO TO 1000-EXIT
033560     END-IF
033600     OPEN INPUT FB-AUDIT-ARC-FILE
033700     IF FB-AUD-ARC-STATUS = "35"
033800         SET FB-END-OF-ARCHIVE-FILE TO TRUE
033900     END-IF
034000     OPEN INPUT FB-AUDIT-FILE
034100     IF FB-AUDIT-STATUS = "35"
034200         SET FB-END-OF-AUDIT-FILE TO TRUE
034300     END-IF
034400*
034500     OPEN OUTPUT FB-PCLOSE-REPORT
034600     MOVE FB-CLOSE-PERIOD TO FB-PH-PERIOD
034700     MOVE FB-TODAY        TO FB-PH-DATE
034800     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-HEADER
034900     MOVE SPACES TO FB-PCLOSE-LINE
035000     WRITE FB-PCLOSE-LINE.
035100 1000-EXIT.
035200     EXIT.
035300*
035400*****************************************************************
035500*    2000-REOPEN-PERIOD - THE CONTROLLED REOPEN.  THE PERIOD    *
035600*    MUST BE CLOSED, AND THE REOPEN MUST NAME A REQUESTER, AN   *
035700*    APPROVER WHO IS SOMEONE ELSE, AND A REASON - THE SAME      *
035800*    FOUR-EYES RULE FBENTRY APPLIES TO APPROVALS.               *
035900*****************************************************************
036000 2000-REOPEN-PERIOD.
036100     MOVE FB-CLOSE-PERIOD     TO FB-PS-PERIOD
036200     MOVE "REOPEN  "          TO FB-PS-ACTION
036300     MOVE FB-PCC-REQUESTED-BY TO FB-PS-BY
036400     IF FB-PCC-REQUESTED-BY = SPACES
036500        OR FB-PCC-APPROVED-BY = SPACES
036600        OR FB-PCC-REASON = SPACES
036700         MOVE " - REFUSED, REQUESTER/APPROVER/REASON MISSING"
036800             TO FB-PS-TEXT
036900         GO TO 2000-REFUSED
037000     END-IF
037100     IF FB-PCC-APPROVED-BY = FB-PCC-REQUESTED-BY
037200         MOVE " - REFUSED, APPROVER MATCHES REQUESTER"
037300             TO FB-PS-TEXT
037400         GO TO 2000-REFUSED
037500     END-IF
037600*
037700     MOVE FB-CLOSE-PERIOD TO FB-PSM-PERIOD
037800     SET FB-PSM-IS-CONTROL TO TRUE
037900     MOVE SPACES TO FB-PSM-RULE-SET
038000     READ FB-PERSUM-FILE
038100         INVALID KEY
038200             CONTINUE
038300     END-READ
038400     IF FB-PERSUM-STATUS NOT = "00"
038500         MOVE " - REFUSED, PERIOD HAS NEVER BEEN CLOSED"
038600             TO FB-PS-TEXT
038700         GO TO 2000-REFUSED
038800     END-IF
038900     IF NOT FB-PSC-CLOSED
039000         MOVE " - REFUSED, PERIOD IS ALREADY REOPENED"
039100             TO FB-PS-TEXT
039200         GO TO 2000-REFUSED
039300     END-IF
039400*
039500     SET FB-PSC-REOPENED TO TRUE
039600     ADD 1 TO FB-PSC-REOPEN-COUNT
039700     MOVE FB-TODAY            TO FB-PSC-REOPEN-DATE
039800     MOVE FB-PCC-REQUESTED-BY TO FB-PSC-REOPEN-BY
039900     MOVE FB-PCC-APPROVED-BY  TO FB-PSC-APPROVED-BY
040000     MOVE FB-PCC-REASON       TO FB-PSC-REOPEN-REASON
040100     REWRITE FB-PERIOD-SUMMARY-RECORD
040110     IF FB-PERSUM-STATUS NOT = "00"
040120         MOVE SPACES TO FB-PS-TEXT
040130         STRING " - FAILED, FBPERSUM STATUS " DELIMITED BY SIZE
040140                FB-PERSUM-STATUS DELIMITED BY SIZE
040150             INTO FB-PS-TEXT
040160         WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-STATUS-LINE
040170         DISPLAY "FBPCLOSE - " FB-PCLOSE-STATUS-LINE
040180         MOVE 16 TO RETURN-CODE
040190         GO TO 2000-EXIT
040195     END-IF
040200     MOVE SPACES TO FB-PS-TEXT
040300     STRING " - APPROVED BY " DELIMITED BY SIZE
040400            FB-PCC-APPROVED-BY DELIMITED BY SIZE
040500         INTO FB-PS-TEXT
040600     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-STATUS-LINE
040700     MOVE SPACES TO FB-PCLOSE-LINE
040800     STRING "       REASON: " DELIMITED BY SIZE
040900            FB-PCC-REASON DELIMITED BY SIZE
041000         INTO FB-PCLOSE-LINE
041100     WRITE FB-PCLOSE-LINE
041200     DISPLAY "FBPCLOSE - PERIOD " FB-CLOSE-PERIOD " REOPENED BY "
041300         FB-PCC-REQUESTED-BY " APPROVED BY " FB-PCC-APPROVED-BY
041400     GO TO 2000-EXIT.
041500 2000-REFUSED.
041600     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-STATUS-LINE
041700     DISPLAY "FBPCLOSE - " FB-PCLOSE-STATUS-LINE
041800     MOVE 8 TO RETURN-CODE.
041900 2000-EXIT.
042000     EXIT.
042100*
042200*****************************************************************
042300*    3000-CHECK-PERIOD-OPEN - A CLOSED PERIOD IS NOT CLOSED     *
042400*    AGAIN UNTIL IT HAS BEEN REOPENED.                          *
042500*****************************************************************
042600 3000-CHECK-PERIOD-OPEN.
042700     MOVE FB-CLOSE-PERIOD TO FB-PSM-PERIOD
042800     SET FB-PSM-IS-CONTROL TO TRUE
042900     MOVE SPACES TO FB-PSM-RULE-SET
043000     READ FB-PERSUM-FILE
043100         INVALID KEY
043200             CONTINUE
043300     END-READ
043400     IF FB-PERSUM-STATUS NOT = "00"
043500         GO TO 3000-EXIT
043600     END-IF
043700     IF FB-PSC-REOPENED
043800         SET FB-PERIOD-WAS-REOPENED TO TRUE
043900         GO TO 3000-EXIT
044000     END-IF
044100     MOVE FB-CLOSE-PERIOD TO FB-PS-PERIOD
044200     MOVE "CLOSE   "      TO FB-PS-ACTION
044300     MOVE FB-CLOSED-BY    TO FB-PS-BY
044400     MOVE " - REFUSED, ALREADY CLOSED - REOPEN IT FIRST"
044500         TO FB-PS-TEXT
044600     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-STATUS-LINE
044700     DISPLAY "FBPCLOSE - " FB-PCLOSE-STATUS-LINE
044800     MOVE 8 TO RETURN-CODE.
044900 3000-EXIT.
045000     EXIT.
045100*
045200*****************************************************************
045300*    4000-ROLL-ONE-ARCHIVED / 4100-ROLL-ONE-LIVE - THE ARCHIVE  *
045400*    HOLDS THE OLDER EXECUTIONS, SO READING IT FIRST KEEPS THE  *
045500*    TRAIL IN EXECUTION ORDER FOR THE NETTING IN 4200.          *
045600*****************************************************************
045700 4000-ROLL-ONE-ARCHIVED.
045800     READ FB-AUDIT-ARC-FILE INTO FB-AUDIT-RECORD
045900         AT END
046000             SET FB-END-OF-ARCHIVE-FILE TO TRUE
046100             GO TO 4000-EXIT
046200     END-READ
046300     PERFORM 4200-ROLL-ONE-RECORD THRU 4200-EXIT.
046400 4000-EXIT.
046500     EXIT.
046600*
046700 4100-ROLL-ONE-LIVE.
046800     READ FB-AUDIT-FILE INTO FB-AUDIT-RECORD
046900         AT END
047000             SET FB-END-OF-AUDIT-FILE TO TRUE
047100             GO TO 4100-EXIT
047200     END-READ
047300     PERFORM 4200-ROLL-ONE-RECORD THRU 4200-EXIT.
047400 4100-EXIT.
047500     EXIT.
047600*
047700*****************************************************************
047800*    4200-ROLL-ONE-RECORD - AN EXECUTION DATED IN THE PERIOD IS *
047900*    ADDED TO ITS RULE SET; ONE DATED OUTSIDE IT ENDS THE RUN'S *
048000*    STANDING IN THE PERIOD.  A REVERSAL COMES OFF THE RULE SET *
048100*    OF THE EXECUTION IT REVERSED, WHEN THAT EXECUTION WAS      *
048200*    COUNTED HERE.  REPAIR ENTRIES ARE NOT EXECUTIONS.          *
048300*****************************************************************
048400 4200-ROLL-ONE-RECORD.
048500     IF FB-AUD-IS-REPAIR
048600         GO TO 4200-EXIT
048700     END-IF
048800     PERFORM 4400-FIND-RUN THRU 4400-EXIT
048900*
049000     IF FB-AUD-IS-REVERSAL
049100         IF FB-RUN-IX = ZERO
049200             GO TO 4200-EXIT
049300         END-IF
049400         IF NOT FB-RUN-TBL-IN-PERIOD (FB-RUN-IX)
049500             GO TO 4200-EXIT
049600         END-IF
049700         MOVE FB-RUN-TBL-SET-IX (FB-RUN-IX) TO FB-SET-IX
049800         PERFORM 4300-SUM-NUMBERS THRU 4300-EXIT
049900         SUBTRACT 1 FROM FB-SET-PTD (FB-SET-IX 1)
050000         SUBTRACT FB-NUMBERS FROM FB-SET-PTD (FB-SET-IX 2)
050100         SUBTRACT FB-AUD-FIZZ-COUNT FROM FB-SET-PTD (FB-SET-IX 3)
050200         SUBTRACT FB-AUD-BUZZ-COUNT FROM FB-SET-PTD (FB-SET-IX 4)
050300         SUBTRACT FB-AUD-FIZZBUZZ-COUNT
050400             FROM FB-SET-PTD (FB-SET-IX 5)
050500         SUBTRACT FB-AUD-PLAIN-COUNT FROM FB-SET-PTD (FB-SET-IX 6)
050600         SUBTRACT FB-AUD-OTHER-COUNT FROM FB-SET-PTD (FB-SET-IX 7)
050700         MOVE 'N' TO FB-RUN-TBL-PERIOD-SW (FB-RUN-IX)
050800         ADD 1 TO FB-REVERSAL-COUNT
050900         GO TO 4200-EXIT
051000     END-IF
051100*
051200     IF FB-AUD-DATE NOT NUMERIC
051300         ADD 1 TO FB-UNDATED-COUNT
051400         GO TO 4200-EXIT
051500     END-IF
051600     DIVIDE FB-AUD-DATE BY 100 GIVING FB-AUD-PERIOD
051700     IF FB-AUD-PERIOD NOT = FB-CLOSE-PERIOD
051800         IF FB-RUN-IX > ZERO
051900             MOVE 'N' TO FB-RUN-TBL-PERIOD-SW (FB-RUN-IX)
052000         END-IF
052100         GO TO 4200-EXIT
052200     END-IF
052300*
052400     MOVE FB-AUD-RULE-SET TO FB-SEARCH-SET
052500     PERFORM 4500-FIND-SET THRU 4500-EXIT
052600     IF FB-RUN-IX = ZERO
052700         IF FB-RUN-COUNT = FB-RUN-MAX
052800             DISPLAY "FBPCLOSE - RUN TABLE FULL AT " FB-RUN-MAX
052900                 " RUN-IDS - INCREASE FB-RUN-ENTRY OCCURS"
053000             MOVE 16 TO RETURN-CODE
053100             STOP RUN
053200         END-IF
053300         ADD 1 TO FB-RUN-COUNT
053400         MOVE FB-RUN-COUNT  TO FB-RUN-IX
053500         MOVE FB-AUD-RUN-ID TO FB-RUN-TBL-ID (FB-RUN-IX)
053600     END-IF
053700     MOVE FB-SET-IX TO FB-RUN-TBL-SET-IX (FB-RUN-IX)
053800     MOVE 'Y'       TO FB-RUN-TBL-PERIOD-SW (FB-RUN-IX)
053900*
054000     PERFORM 4300-SUM-NUMBERS THRU 4300-EXIT
054100     ADD 1 TO FB-SET-PTD (FB-SET-IX 1)
054200     ADD FB-NUMBERS TO FB-SET-PTD (FB-SET-IX 2)
054300     ADD FB-AUD-FIZZ-COUNT     TO FB-SET-PTD (FB-SET-IX 3)
054400     ADD FB-AUD-BUZZ-COUNT     TO FB-SET-PTD (FB-SET-IX 4)
054500     ADD FB-AUD-FIZZBUZZ-COUNT TO FB-SET-PTD (FB-SET-IX 5)
054600     ADD FB-AUD-PLAIN-COUNT    TO FB-SET-PTD (FB-SET-IX 6)
054700     ADD FB-AUD-OTHER-COUNT    TO FB-SET-PTD (FB-SET-IX 7)
054800     ADD 1 TO FB-EXECUTION-COUNT.
054900 4200-EXIT.
055000     EXIT.
055100*
055200 4300-SUM-NUMBERS.
055300     COMPUTE FB-NUMBERS = FB-AUD-FIZZ-COUNT
055400                        + FB-AUD-BUZZ-COUNT
055500                        + FB-AUD-FIZZBUZZ-COUNT
055600                        + FB-AUD-PLAIN-COUNT
055700                        + FB-AUD-OTHER-COUNT.
055800 4300-EXIT.
055900     EXIT.
056000*
056100 4400-FIND-RUN.
056200     MOVE ZERO TO FB-RUN-IX
056300     PERFORM 4410-SCAN-ONE-RUN THRU 4410-EXIT
056400         VARYING FB-RUN-SUB FROM 1 BY 1
056500         UNTIL FB-RUN-SUB > FB-RUN-COUNT
056600            OR FB-RUN-IX > ZERO.
056700 4400-EXIT.
056800     EXIT.
056900*
057000 4410-SCAN-ONE-RUN.
057100     IF FB-RUN-TBL-ID (FB-RUN-SUB) = FB-AUD-RUN-ID
057200         MOVE FB-RUN-SUB TO FB-RUN-IX
057300     END-IF.
057400 4410-EXIT.
057500     EXIT.
057600*
057700*****************************************************************
057800*    4500-FIND-SET - LEAVE FB-SET-IX ON THE TABLE ENTRY FOR     *
057900*    FB-SEARCH-SET, ADDING A ZEROED ENTRY THE FIRST TIME.       *
058000*****************************************************************
058100 4500-FIND-SET.
058200     MOVE ZERO TO FB-SET-IX
058300     PERFORM 4510-SCAN-ONE-SET THRU 4510-EXIT
058400         VARYING FB-SET-SUB FROM 1 BY 1
058500         UNTIL FB-SET-SUB > FB-SET-COUNT
058600            OR FB-SET-IX > ZERO
058700     IF FB-SET-IX > ZERO
058800         GO TO 4500-EXIT
058900     END-IF
059000     IF FB-SET-COUNT = FB-SET-MAX
059100         DISPLAY "FBPCLOSE - RULE SET TABLE FULL AT " FB-SET-MAX
059200             " SETS - INCREASE FB-SET-ENTRY OCCURS"
059300         MOVE 16 TO RETURN-CODE
059400         STOP RUN
059500     END-IF
059600     ADD 1 TO FB-SET-COUNT
059700     MOVE FB-SET-COUNT  TO FB-SET-IX
059800     MOVE FB-SEARCH-SET TO FB-SET-TBL-ID (FB-SET-IX)
059900     PERFORM 4520-ZERO-ONE-MEASURE THRU 4520-EXIT
060000         VARYING FB-MSR-SUB FROM 1 BY 1
060100         UNTIL FB-MSR-SUB > 7.
060200 4500-EXIT.
060300     EXIT.
060400*
060500 4510-SCAN-ONE-SET.
060600     IF FB-SET-TBL-ID (FB-SET-SUB) = FB-SEARCH-SET
060700         MOVE FB-SET-SUB TO FB-SET-IX
060800     END-IF.
060900 4510-EXIT.
061000     EXIT.
061100*
061200 4520-ZERO-ONE-MEASURE.
061300     MOVE ZERO TO FB-SET-PTD (FB-SET-IX FB-MSR-SUB)
061400     MOVE ZERO TO FB-SET-YTD (FB-SET-IX FB-MSR-SUB).
061500 4520-EXIT.
061600     EXIT.
061700*
061800*****************************************************************
061900*    5000-WRITE-SUMMARY - REPLACE THE PERIOD'S 'S' RECORDS WITH *
062000*    THE NEW TOTALS, THEN MARK THE CONTROL RECORD CLOSED.  THE  *
062100*    REOPEN HISTORY ON THE CONTROL RECORD IS KEPT.              *
062200*****************************************************************
062300 5000-WRITE-SUMMARY.
062400     MOVE 'N' TO FB-PSM-EOF-SWITCH
062500     MOVE FB-CLOSE-PERIOD TO FB-PSM-PERIOD
062600     SET FB-PSM-IS-SET-TOTAL TO TRUE
062700     MOVE LOW-VALUES TO FB-PSM-RULE-SET
062800     START FB-PERSUM-FILE KEY NOT < FB-PSM-KEY
062900         INVALID KEY
063000             SET FB-END-OF-PERIOD-ROWS TO TRUE
063100     END-START
063200     PERFORM 5100-DELETE-ONE-OLD-ROW THRU 5100-EXIT
063300         UNTIL FB-END-OF-PERIOD-ROWS
063400*
063500     PERFORM 5200-WRITE-ONE-SET THRU 5200-EXIT
063600         VARYING FB-SET-SUB FROM 1 BY 1
063700         UNTIL FB-SET-SUB > FB-SET-COUNT
063800*
063900     MOVE FB-CLOSE-PERIOD TO FB-PSM-PERIOD
064000     SET FB-PSM-IS-CONTROL TO TRUE
064100     MOVE SPACES TO FB-PSM-RULE-SET
064200     READ FB-PERSUM-FILE
064300         INVALID KEY
064400             CONTINUE
064500     END-READ
064600     IF FB-PERSUM-STATUS = "00"
064700         SET FB-PSC-CLOSED TO TRUE
064800         MOVE FB-TODAY     TO FB-PSC-CLOSE-DATE
064900         MOVE FB-NOW       TO FB-PSC-CLOSE-TIME
065000         MOVE FB-CLOSED-BY TO FB-PSC-CLOSED-BY
065100         REWRITE FB-PERIOD-SUMMARY-RECORD
065200     ELSE
065300         MOVE SPACES TO FB-PERIOD-SUMMARY-RECORD
065400         MOVE FB-CLOSE-PERIOD TO FB-PSM-PERIOD
065500         SET FB-PSM-IS-CONTROL TO TRUE
065600         SET FB-PSC-CLOSED TO TRUE
065700         MOVE FB-TODAY     TO FB-PSC-CLOSE-DATE
065800         MOVE FB-NOW       TO FB-PSC-CLOSE-TIME
065900         MOVE FB-CLOSED-BY TO FB-PSC-CLOSED-BY
066000         MOVE ZERO         TO FB-PSC-REOPEN-COUNT
066100         MOVE ZERO         TO FB-PSC-REOPEN-DATE
066200         WRITE FB-PERIOD-SUMMARY-RECORD
066300     END-IF
066400     IF FB-PERSUM-STATUS NOT = "00"
066500         DISPLAY "FBPCLOSE - FBPERSUM CONTROL RECORD NOT WRITTEN "
066600             "STATUS=" FB-PERSUM-STATUS
066700         MOVE 16 TO RETURN-CODE
066800     END-IF.
066900 5000-EXIT.
067000     EXIT.
067100*
067200 5100-DELETE-ONE-OLD-ROW.
067300     READ FB-PERSUM-FILE NEXT RECORD
067400         AT END
067500             SET FB-END-OF-PERIOD-ROWS TO TRUE
067600             GO TO 5100-EXIT
067700     END-READ
067800     IF FB-PERSUM-STATUS NOT = "00"
067900        OR FB-PSM-PERIOD NOT = FB-CLOSE-PERIOD
068000        OR NOT FB-PSM-IS-SET-TOTAL
068100         SET FB-END-OF-PERIOD-ROWS TO TRUE
068200         GO TO 5100-EXIT
068300     END-IF
068400     DELETE FB-PERSUM-FILE
068500     ADD 1 TO FB-REPLACED-COUNT.
068600 5100-EXIT.
068700     EXIT.
068800*
068900 5200-WRITE-ONE-SET.
069000     MOVE SPACES TO FB-PERIOD-SUMMARY-RECORD
069100     MOVE FB-CLOSE-PERIOD TO FB-PSM-PERIOD
069200     SET FB-PSM-IS-SET-TOTAL TO TRUE
069300     MOVE FB-SET-TBL-ID (FB-SET-SUB)    TO FB-PSM-RULE-SET
069400     MOVE FB-SET-PTD (FB-SET-SUB 1)     TO FB-PSM-RUNS
069500     MOVE FB-SET-PTD (FB-SET-SUB 2)     TO FB-PSM-NUMBERS
069600     MOVE FB-SET-PTD (FB-SET-SUB 3)     TO FB-PSM-FIZZ-COUNT
069700     MOVE FB-SET-PTD (FB-SET-SUB 4)     TO FB-PSM-BUZZ-COUNT
069800     MOVE FB-SET-PTD (FB-SET-SUB 5)     TO FB-PSM-FIZZBUZZ-COUNT
069900     MOVE FB-SET-PTD (FB-SET-SUB 6)     TO FB-PSM-PLAIN-COUNT
070000     MOVE FB-SET-PTD (FB-SET-SUB 7)     TO FB-PSM-OTHER-COUNT
070100     WRITE FB-PERIOD-SUMMARY-RECORD
070200         INVALID KEY
070300             DISPLAY "FBPCLOSE - FBPERSUM SET '"
070400                 FB-SET-TBL-ID (FB-SET-SUB)
070500                 "' NOT WRITTEN STATUS="
070600                 FB-PERSUM-STATUS
070700             MOVE 16 TO RETURN-CODE
070800     END-WRITE.
070900 5200-EXIT.
071000     EXIT.
071100*
071200*****************************************************************
071300*    6000-LOAD-YEAR-TO-DATE - START EVERY SET'S YEAR-TO-DATE    *
071400*    AT ITS PERIOD-TO-DATE, THEN ADD THE 'S' RECORDS OF THE     *
071500*    EARLIER PERIODS OF THE SAME YEAR.  A MONTH WITH NO CONTROL *
071600*    RECORD HAS NEVER BEEN CLOSED AND IS NOTED AS A GAP.        *
071700*****************************************************************
071800 6000-LOAD-YEAR-TO-DATE.
071900     PERFORM 6100-SEED-ONE-SET THRU 6100-EXIT
072000         VARYING FB-SET-SUB FROM 1 BY 1
072100         UNTIL FB-SET-SUB > FB-SET-COUNT
072200*
072300     COMPUTE FB-NEXT-PERIOD = FB-CLOSE-YEAR * 100 + 1
072400     MOVE 'N' TO FB-PSM-EOF-SWITCH
072500     MOVE LOW-VALUES TO FB-PSM-KEY
072600     MOVE FB-NEXT-PERIOD TO FB-PSM-PERIOD
072700     START FB-PERSUM-FILE KEY NOT < FB-PSM-KEY
072800         INVALID KEY
072900             SET FB-END-OF-PERIOD-ROWS TO TRUE
073000     END-START
073100     PERFORM 6200-ADD-ONE-ROW THRU 6200-EXIT
073200         UNTIL FB-END-OF-PERIOD-ROWS
073300     PERFORM 6300-NOTE-ONE-GAP THRU 6300-EXIT
073400         UNTIL FB-NEXT-PERIOD NOT < FB-CLOSE-PERIOD
073500     IF FB-GAP-COUNT > ZERO
073600         MOVE SPACES TO FB-PCLOSE-LINE
073700         WRITE FB-PCLOSE-LINE
073800         IF RETURN-CODE < 4
073900             MOVE 4 TO RETURN-CODE
074000         END-IF
074100     END-IF.
074200 6000-EXIT.
074300     EXIT.
074400*
074500 6100-SEED-ONE-SET.
074600     PERFORM 6110-SEED-ONE-MEASURE THRU 6110-EXIT
074700         VARYING FB-MSR-SUB FROM 1 BY 1
074800         UNTIL FB-MSR-SUB > 7.
074900 6100-EXIT.
075000     EXIT.
075100*
075200 6110-SEED-ONE-MEASURE.
075300     MOVE FB-SET-PTD (FB-SET-SUB FB-MSR-SUB)
075400         TO FB-SET-YTD (FB-SET-SUB FB-MSR-SUB).
075500 6110-EXIT.
075600     EXIT.
075700*
075800 6200-ADD-ONE-ROW.
075900     READ FB-PERSUM-FILE NEXT RECORD
076000         AT END
076100             SET FB-END-OF-PERIOD-ROWS TO TRUE
076200             GO TO 6200-EXIT
076300     END-READ
076400     IF FB-PERSUM-STATUS NOT = "00"
076500        OR FB-PSM-PERIOD NOT < FB-CLOSE-PERIOD
076600         SET FB-END-OF-PERIOD-ROWS TO TRUE
076700         GO TO 6200-EXIT
076800     END-IF
076900*
077000     IF FB-PSM-IS-CONTROL
077100         PERFORM 6300-NOTE-ONE-GAP THRU 6300-EXIT
077200             UNTIL FB-NEXT-PERIOD NOT < FB-PSM-PERIOD
077300         COMPUTE FB-NEXT-PERIOD = FB-PSM-PERIOD + 1
077400         IF FB-PSC-REOPENED
077500             MOVE FB-PSM-PERIOD TO FB-PN-PERIOD
077600             MOVE "REOPENED - YEAR-TO-DATE USES ITS LAST CLOSE"
077700                 TO FB-PN-TEXT
077800             WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-NOTE
077900         END-IF
078000         GO TO 6200-EXIT
078100     END-IF
078200*
078300     MOVE FB-PSM-RULE-SET TO FB-SEARCH-SET
078400     PERFORM 4500-FIND-SET THRU 4500-EXIT
078500     ADD FB-PSM-RUNS            TO FB-SET-YTD (FB-SET-IX 1)
078600     ADD FB-PSM-NUMBERS         TO FB-SET-YTD (FB-SET-IX 2)
078700     ADD FB-PSM-FIZZ-COUNT      TO FB-SET-YTD (FB-SET-IX 3)
078800     ADD FB-PSM-BUZZ-COUNT      TO FB-SET-YTD (FB-SET-IX 4)
078900     ADD FB-PSM-FIZZBUZZ-COUNT  TO FB-SET-YTD (FB-SET-IX 5)
079000     ADD FB-PSM-PLAIN-COUNT     TO FB-SET-YTD (FB-SET-IX 6)
079100     ADD FB-PSM-OTHER-COUNT     TO FB-SET-YTD (FB-SET-IX 7).
079200 6200-EXIT.
079300     EXIT.
079400*
079500 6300-NOTE-ONE-GAP.
079600     MOVE FB-NEXT-PERIOD TO FB-PN-PERIOD
079700     MOVE "NOT CLOSED - NOT IN YEAR-TO-DATE" TO FB-PN-TEXT
079800     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-NOTE
079900     DISPLAY "FBPCLOSE - PERIOD " FB-NEXT-PERIOD
080000         " NOT CLOSED - NOT IN YEAR-TO-DATE"
080100     ADD 1 TO FB-GAP-COUNT
080200     ADD 1 TO FB-NEXT-PERIOD.
080300 6300-EXIT.
080400     EXIT.
080500*
080600*****************************************************************
080700*    7000-WRITE-REPORT - SEVEN LINES PER RULE SET, THEN THE     *
080800*    SAME FOR ALL SETS TOGETHER, THEN THE CLOSE LINE.           *
080900*****************************************************************
081000 7000-WRITE-REPORT.
081100     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-COLUMNS
081200     MOVE SPACES TO FB-PCLOSE-LINE
081300     WRITE FB-PCLOSE-LINE
081400     MOVE ZEROS TO FB-ALL-SETS-TOTALS
081500     PERFORM 7100-REPORT-ONE-SET THRU 7100-EXIT
081600         VARYING FB-SET-SUB FROM 1 BY 1
081700         UNTIL FB-SET-SUB > FB-SET-COUNT
081800*
081900     MOVE "ALL SETS" TO FB-PD-SET
082000     PERFORM 7300-REPORT-ONE-TOTAL THRU 7300-EXIT
082100         VARYING FB-MSR-SUB FROM 1 BY 1
082200         UNTIL FB-MSR-SUB > 7
082300     MOVE SPACES TO FB-PCLOSE-LINE
082400     WRITE FB-PCLOSE-LINE
082500*
082600     MOVE FB-CLOSE-PERIOD TO FB-PS-PERIOD
082700     MOVE "CLOSED  "      TO FB-PS-ACTION
082800     MOVE FB-CLOSED-BY    TO FB-PS-BY
082900     MOVE SPACES TO FB-PS-TEXT
083000     IF FB-PERIOD-WAS-REOPENED
083100         MOVE " - RE-CLOSED AFTER A CONTROLLED REOPEN"
083200             TO FB-PS-TEXT
083300     END-IF
083400     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-STATUS-LINE.
083500 7000-EXIT.
083600     EXIT.
083700*
083800 7100-REPORT-ONE-SET.
083900     IF FB-SET-TBL-ID (FB-SET-SUB) = SPACES
084000         MOVE "DEFAULT " TO FB-PD-SET
084100     ELSE
084200         MOVE FB-SET-TBL-ID (FB-SET-SUB) TO FB-PD-SET
084300     END-IF
084400     PERFORM 7200-REPORT-ONE-MEASURE THRU 7200-EXIT
084500         VARYING FB-MSR-SUB FROM 1 BY 1
084600         UNTIL FB-MSR-SUB > 7
084700     MOVE SPACES TO FB-PCLOSE-LINE
084800     WRITE FB-PCLOSE-LINE.
084900 7100-EXIT.
085000     EXIT.
085100*
085200 7200-REPORT-ONE-MEASURE.
085300     MOVE FB-MSR-NAME (FB-MSR-SUB) TO FB-PD-MEASURE
085400     MOVE FB-SET-PTD (FB-SET-SUB FB-MSR-SUB) TO FB-PD-PTD
085500     MOVE FB-SET-YTD (FB-SET-SUB FB-MSR-SUB) TO FB-PD-YTD
085600     ADD FB-SET-PTD (FB-SET-SUB FB-MSR-SUB)
085700         TO FB-ALL-PTD (FB-MSR-SUB)
085800     ADD FB-SET-YTD (FB-SET-SUB FB-MSR-SUB)
085900         TO FB-ALL-YTD (FB-MSR-SUB)
086000     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-DETAIL
086100     MOVE SPACES TO FB-PD-SET.
086200 7200-EXIT.
086300     EXIT.
086400*
086500 7300-REPORT-ONE-TOTAL.
086600     MOVE FB-MSR-NAME (FB-MSR-SUB) TO FB-PD-MEASURE
086700     MOVE FB-ALL-PTD (FB-MSR-SUB)  TO FB-PD-PTD
086800     MOVE FB-ALL-YTD (FB-MSR-SUB)  TO FB-PD-YTD
086900     WRITE FB-PCLOSE-LINE FROM FB-PCLOSE-DETAIL
087000     MOVE SPACES TO FB-PD-SET.
087100 7300-EXIT.
087200     EXIT.
087300*
087400*****************************************************************
087500*    9000-TERMINATE - CLOSE THE FILES.                          *
087600*****************************************************************
087700 9000-TERMINATE.
087800     DISPLAY "FBPCLOSE - PERIOD " FB-CLOSE-PERIOD
087900         " EXECUTIONS=" FB-EXECUTION-COUNT
088000         " REVERSALS NETTED=" FB-REVERSAL-COUNT
088100         " RULE SETS=" FB-SET-COUNT
088200     IF FB-UNDATED-COUNT > ZERO
088300         DISPLAY "FBPCLOSE - " FB-UNDATED-COUNT
088400             " AUDIT ENTRIES WITH AN UNREADABLE DATE SKIPPED"
088500     END-IF
088600     CLOSE FB-PERSUM-FILE
088700     CLOSE FB-AUDIT-ARC-FILE
088800     CLOSE FB-AUDIT-FILE
088900     CLOSE FB-PCLOSE-REPORT.
089000 9000-EXIT.
089100     EXIT.
