000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBBURST.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - REPORT BURST AND DISTRIBUTION. *
001200*                     EVERY RUN'S PAGES GO TO ONE CONSOLIDATED  *
001300*                     FBRPT THAT OPERATIONS USED TO CUT APART   *
001400*                     BY HAND FOR THE PRODUCT DESKS; THIS STEP  *
001500*                     SPLITS IT INTO ONE REPORT PER RECIPIENT   *
001600*                     OFF THE FBDSTTB DISTRIBUTION TABLE AND    *
001700*                     LOGS EVERY DELIVERY.                      *
001800*****************************************************************
001900*    PURPOSE - JCL-INVOKED BURST STEP, RUN AFTER THE NIGHTLY    *
002000*    CYCLE OR AFTER AN FBRPRT REPRINT.  THE OPTIONAL FBBRSTCT   *
002100*    CARD NAMES THE INPUT - 'R' IN COLUMN 1 BURSTS THE FBRPOUT  *
002200*    REPRINT OUTPUT, ANYTHING ELSE (OR NO CARD) THE             *
002300*    CONSOLIDATED FBRPT.  EVERY PAGE HEADER NAMES ITS RUN-ID,   *
002400*    SO EACH RUN'S PAGES AND CONTROL TOTALS ARE FOUND BY THEIR  *
002500*    HEADERS.                                                   *
002600*    EACH RUN GOES TO THE RECIPIENT WHOSE FBDSTTB ENTRY MATCHES *
002700*    ITS RUN-ID PREFIX OR, FAILING THAT, THE RULE SET THE RUN   *
002800*    WAS CLASSIFIED UNDER (FROM FBAUDIT, OR FBAUDARC FOR AN     *
002900*    OLDER REPRINTED RUN).  THE FIRST SIX RECIPIENTS ON THE     *
003000*    TABLE ARE WRITTEN TO REPORT DDS FBBRST01 THROUGH FBBRST06, *
003100*    WHICH THE JCL ROUTES TO EACH DEPARTMENT'S DELIVERY CLASS.  *
003200*    A RUN THAT MATCHES NO ENTRY IS NOT DROPPED - IT GOES TO    *
003300*    THE UNDISTRIBUTED REPORT ON FBBRSTUN AND THE STEP ENDS     *
003400*    RC=4.  EVERY REPORT STARTS WITH A COVER PAGE LISTING THE   *
003500*    RUNS ENCLOSED, AND EVERY RUN DELIVERED IS APPENDED TO THE  *
003600*    FBDSTLOG DISTRIBUTION LOG.  ONLY THE REPORT DDS THAT       *
003700*    RECEIVE A RUN ARE OPENED.                                  *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FB-BURST-CTL-FILE   ASSIGN TO "FBBRSTCT"
004300                                ORGANIZATION LINE SEQUENTIAL
004400                                FILE STATUS FB-BURST-CTL-STATUS.
004500*
004600     SELECT FB-DIST-TABLE-FILE  ASSIGN TO "FBDSTTB"
004700                                ORGANIZATION LINE SEQUENTIAL
004800                                FILE STATUS FB-DIST-TABLE-STATUS.
004900*
005000     SELECT FB-REPORT-FILE      ASSIGN TO "FBRPT"
005100                                ORGANIZATION LINE SEQUENTIAL
005200                                FILE STATUS FB-REPORT-STATUS.
005300*
005400     SELECT FB-REPRINT-FILE     ASSIGN TO "FBRPOUT"
005500                                ORGANIZATION LINE SEQUENTIAL
005600                                FILE STATUS FB-REPRINT-STATUS.
005700*
005800     SELECT FB-AUDIT-FILE       ASSIGN TO "FBAUDIT"
005900                                ORGANIZATION LINE SEQUENTIAL
006000                                FILE STATUS FB-AUDIT-STATUS.
006100*
006200     SELECT FB-AUDIT-ARC-FILE   ASSIGN TO "FBAUDARC"
006300                                ORGANIZATION LINE SEQUENTIAL
006400                                FILE STATUS FB-AUD-ARC-STATUS.
006500*
006600     SELECT FB-BURST-01-FILE    ASSIGN TO "FBBRST01"
006700                                ORGANIZATION LINE SEQUENTIAL.
006800*
006900     SELECT FB-BURST-02-FILE    ASSIGN TO "FBBRST02"
007000                                ORGANIZATION LINE SEQUENTIAL.
007100*
007200     SELECT FB-BURST-03-FILE    ASSIGN TO "FBBRST03"
007300                                ORGANIZATION LINE SEQUENTIAL.
007400*
007500     SELECT FB-BURST-04-FILE    ASSIGN TO "FBBRST04"
007600                                ORGANIZATION LINE SEQUENTIAL.
007700*
007800     SELECT FB-BURST-05-FILE    ASSIGN TO "FBBRST05"
007900                                ORGANIZATION LINE SEQUENTIAL.
008000*
008100     SELECT FB-BURST-06-FILE    ASSIGN TO "FBBRST06"
008200                                ORGANIZATION LINE SEQUENTIAL.
008300*
008400     SELECT FB-BURST-UN-FILE    ASSIGN TO "FBBRSTUN"
008500                                ORGANIZATION LINE SEQUENTIAL.
008600*
008700     SELECT FB-DIST-LOG-FILE    ASSIGN TO "FBDSTLOG"
008800                                ORGANIZATION LINE SEQUENTIAL
008900                                FILE STATUS FB-DIST-LOG-STATUS.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  FB-BURST-CTL-FILE
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  FB-BURST-CTL-LINE          PIC X(80).
009600*
009700 FD  FB-DIST-TABLE-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  FB-DIST-TABLE-LINE         PIC X(80).
010000*
010100 FD  FB-REPORT-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  FB-REPORT-LINE             PIC X(80).
010400*
010500 FD  FB-REPRINT-FILE
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  FB-REPRINT-LINE            PIC X(80).
010800*
010900 FD  FB-AUDIT-FILE
011000     RECORD CONTAINS 150 CHARACTERS.
011100 01  FB-AUDIT-LINE              PIC X(150).
011200*
011300 FD  FB-AUDIT-ARC-FILE
011400     RECORD CONTAINS 150 CHARACTERS.
011500 01  FB-AUDIT-ARC-LINE          PIC X(150).
011600*
011700 FD  FB-BURST-01-FILE
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  FB-BURST-01-LINE           PIC X(80).
012000*
012100 FD  FB-BURST-02-FILE
012200     RECORD CONTAINS 80 CHARACTERS.
012300 01  FB-BURST-02-LINE           PIC X(80).
012400*
012500 FD  FB-BURST-03-FILE
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  FB-BURST-03-LINE           PIC X(80).
012800*
012900 FD  FB-BURST-04-FILE
013000     RECORD CONTAINS 80 CHARACTERS.
013100 01  FB-BURST-04-LINE           PIC X(80).
013200*
013300 FD  FB-BURST-05-FILE
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  FB-BURST-05-LINE           PIC X(80).
013600*
013700 FD  FB-BURST-06-FILE
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  FB-BURST-06-LINE           PIC X(80).
014000*
014100 FD  FB-BURST-UN-FILE
014200     RECORD CONTAINS 80 CHARACTERS.
014300 01  FB-BURST-UN-LINE           PIC X(80).
014400*
014500 FD  FB-DIST-LOG-FILE
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  FB-DIST-LOG-LINE           PIC X(80).
014800*
014900 WORKING-STORAGE SECTION.
015000     COPY FBDST.
015100*
015200     COPY FBDLOG.
015300*
015400     COPY FBAUDIT.
015500*
015600 77  FB-BURST-CTL-STATUS        PIC X(02) VALUE SPACES.
015700 77  FB-DIST-TABLE-STATUS       PIC X(02) VALUE SPACES.
015800 77  FB-REPORT-STATUS           PIC X(02) VALUE SPACES.
015900 77  FB-REPRINT-STATUS          PIC X(02) VALUE SPACES.
016000 77  FB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
016100 77  FB-AUD-ARC-STATUS          PIC X(02) VALUE SPACES.
016200 77  FB-DIST-LOG-STATUS         PIC X(02) VALUE SPACES.
016300 77  FB-INPUT-SWITCH            PIC X(01) VALUE 'N'.
016400     88  FB-INPUT-IS-OPEN           VALUE 'Y'.
016500 77  FB-IN-EOF-SWITCH           PIC X(01) VALUE 'N'.
016600     88  FB-END-OF-INPUT            VALUE 'Y'.
016700 77  FB-DST-EOF-SWITCH          PIC X(01) VALUE 'N'.
016800     88  FB-END-OF-DIST-TABLE       VALUE 'Y'.
016900 77  FB-AUD-EOF-SWITCH          PIC X(01) VALUE 'N'.
017000     88  FB-END-OF-AUDIT-FILE       VALUE 'Y'.
017100 77  FB-ARC-EOF-SWITCH          PIC X(01) VALUE 'N'.
017200     88  FB-END-OF-ARCHIVE-FILE     VALUE 'Y'.
017300 77  FB-PENDING-SWITCH          PIC X(01) VALUE 'N'.
017400     88  FB-BLANK-IS-PENDING        VALUE 'Y'.
017500 77  FB-FORM-FEED               PIC X(01) VALUE X'0C'.
017600 77  FB-WORK-LINE               PIC X(80) VALUE SPACES.
017700 77  FB-OUT-LINE                PIC X(80) VALUE SPACES.
017800 77  FB-INPUT-DD                PIC X(08) VALUE SPACES.
017900 77  FB-BURST-DATE              PIC 9(08) VALUE ZERO.
018000 77  FB-BURST-TIME              PIC 9(08) VALUE ZERO.
018100 77  FB-DT-COUNT                PIC 9(02) COMP VALUE ZERO.
018200 77  FB-DT-MAX                  PIC 9(02) COMP VALUE 50.
018300 77  FB-DT-SUB                  PIC 9(02) COMP VALUE ZERO.
018400 77  FB-DT-IX                   PIC 9(02) COMP VALUE ZERO.
018500 77  FB-RCP-COUNT               PIC 9(02) COMP VALUE ZERO.
018600 77  FB-RCP-MAX                 PIC 9(02) COMP VALUE 6.
018700 77  FB-RCP-SUB                 PIC 9(02) COMP VALUE ZERO.
018800 77  FB-RCP-IX                  PIC 9(02) COMP VALUE ZERO.
018900 77  FB-UNDIST-SLOT             PIC 9(02) COMP VALUE 7.
019000 77  FB-CUR-SLOT                PIC 9(02) COMP VALUE ZERO.
019100 77  FB-RUN-COUNT               PIC 9(03) COMP VALUE ZERO.
019200 77  FB-RUN-MAX                 PIC 9(03) COMP VALUE 200.
019300 77  FB-RUN-SUB                 PIC 9(03) COMP VALUE ZERO.
019400 77  FB-RUN-IX                  PIC 9(03) COMP VALUE ZERO.
019500 77  FB-SEARCH-RUN-ID           PIC X(08) VALUE SPACES.
019600 77  FB-UNDIST-RUN-COUNT        PIC 9(03) VALUE ZERO.
019700 77  FB-BAD-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
019800 77  FB-ORPHAN-LINE-COUNT       PIC 9(07) VALUE ZERO.
019900 77  FB-REPORTS-WRITTEN         PIC 9(02) VALUE ZERO.
020000*
020100 01  FB-BURST-CONTROL-CARD.
020200     05  FB-BCC-SOURCE              PIC X(01).
020300         88  FB-BCC-REPRINT             VALUE 'R'.
020400     05  FILLER                     PIC X(79).
020500*
020600*    ONE LINE OF THE REPORT BEING BURST.  A PAGE HEADER CARRIES
020700*    THE RUN-ID OF EVERYTHING UP TO THE NEXT HEADER.
020800 01  FB-IN-REPORT-LINE.
020900     05  FB-IN-HDR-TAG              PIC X(16).
021000         88  FB-IN-IS-HEADER            VALUE "FIZZBUZZ  RUN:  ".
021100     05  FB-IN-HDR-RUN-ID           PIC X(08).
021200     05  FILLER                     PIC X(56).
021300*
021400 01  FB-DD-NAME-VALUES.
021500     05  FILLER                 PIC X(08) VALUE "FBBRST01".
021600     05  FILLER                 PIC X(08) VALUE "FBBRST02".
021700     05  FILLER                 PIC X(08) VALUE "FBBRST03".
021800     05  FILLER                 PIC X(08) VALUE "FBBRST04".
021900     05  FILLER                 PIC X(08) VALUE "FBBRST05".
022000     05  FILLER                 PIC X(08) VALUE "FBBRST06".
022100     05  FILLER                 PIC X(08) VALUE "FBBRSTUN".
022200 01  FB-DD-NAME-TABLE REDEFINES FB-DD-NAME-VALUES.
022300     05  FB-DD-NAME             PIC X(08) OCCURS 7 TIMES.
022400*
022500 01  FB-DIST-TABLE.
022600     05  FB-DT-ENTRY            OCCURS 50 TIMES.
022700         10  FB-DT-TYPE             PIC X(01).
022800         10  FB-DT-VALUE            PIC X(04).
022900         10  FB-DT-SLOT             PIC 9(02).
023000*
023100*    SLOTS 1-6 ARE THE RECIPIENTS IN TABLE ORDER; SLOT 7 IS THE
023200*    UNDISTRIBUTED REPORT.
023300 01  FB-RECIPIENT-TABLE.
023400     05  FB-RCP-ENTRY           OCCURS 7 TIMES.
023500         10  FB-RCP-ID              PIC X(08).
023600         10  FB-RCP-CLASS           PIC X(01).
023700         10  FB-RCP-NAME            PIC X(30).
023800         10  FB-RCP-RUNS            PIC 9(03).
023900         10  FB-RCP-PAGES           PIC 9(05).
024000*
024100 01  FB-RUN-TABLE.
024200     05  FB-RUN-ENTRY           OCCURS 200 TIMES.
024300         10  FB-RUN-TBL-ID          PIC X(08).
024400         10  FB-RUN-TBL-SET         PIC X(04).
024500         10  FB-RUN-TBL-AUDIT-SW    PIC X(01).
024600             88  FB-RUN-TBL-AUDITED     VALUE 'Y'.
024700         10  FB-RUN-TBL-SLOT        PIC 9(02).
024800         10  FB-RUN-TBL-PAGES       PIC 9(05).
024900*
025000 01  FB-COVER-TITLE.
025100     05  FILLER                 PIC X(10) VALUE "FBBURST   ".
025200     05  FILLER                 PIC X(30) VALUE
025300         "REPORT DISTRIBUTION COVER     ".
025400     05  FILLER                 PIC X(06) VALUE "DATE: ".
025500     05  FB-CT-DATE             PIC 9(08).
025600     05  FILLER                 PIC X(08) VALUE "  TIME: ".
025700     05  FB-CT-TIME             PIC 9(06).
025800     05  FILLER                 PIC X(12) VALUE SPACES.
025900*
026000 01  FB-COVER-FIELD.
026100     05  FB-CF-LABEL            PIC X(18).
026200     05  FB-CF-VALUE            PIC X(40).
026300     05  FILLER                 PIC X(22) VALUE SPACES.
026400*
026500 01  FB-COVER-RUN-HEAD.
026600     05  FILLER                 PIC X(40) VALUE
026700         "RUNS ENCLOSED     RULE SET       PAGES  ".
026800     05  FILLER                 PIC X(40) VALUE SPACES.
026900*
027000 01  FB-COVER-RUN-LINE.
027100     05  FILLER                 PIC X(04) VALUE SPACES.
027200     05  FB-CR-RUN-ID           PIC X(08).
027300     05  FILLER                 PIC X(08) VALUE SPACES.
027400     05  FB-CR-RULE-SET         PIC X(04).
027500     05  FILLER                 PIC X(09) VALUE SPACES.
027600     05  FB-CR-PAGES            PIC ZZZZ9.
027700     05  FILLER                 PIC X(42) VALUE SPACES.
027800*
027900 01  FB-COVER-TOTAL-LINE.
028000     05  FILLER                 PIC X(12) VALUE "TOTAL RUNS: ".
028100     05  FB-CX-RUNS             PIC ZZ9.
028200     05  FILLER                 PIC X(17) VALUE
028300         "   TOTAL PAGES:  ".
028400     05  FB-CX-PAGES            PIC ZZZZ9.
028500     05  FILLER                 PIC X(21) VALUE
028600         "  (INCLUDING COVER)  ".
028700     05  FILLER                 PIC X(22) VALUE SPACES.
028800*
028900 PROCEDURE DIVISION.
029000 0000-MAINLINE.
029100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029200     IF NOT FB-INPUT-IS-OPEN
029300         STOP RUN
029400     END-IF
029500*
029600     PERFORM 2000-LOAD-ONE-ENTRY THRU 2000-EXIT
029700         UNTIL FB-END-OF-DIST-TABLE
029800     PERFORM 3000-SCAN-ONE-LINE THRU 3000-EXIT
029900         UNTIL FB-END-OF-INPUT
030000     PERFORM 4000-FIND-ONE-ARCHIVE THRU 4000-EXIT
030100         UNTIL FB-END-OF-ARCHIVE-FILE
030200     PERFORM 4100-FIND-ONE-AUDIT THRU 4100-EXIT
030300         UNTIL FB-END-OF-AUDIT-FILE
030400     PERFORM 5000-ASSIGN-ONE-RUN THRU 5000-EXIT
030500         VARYING FB-RUN-SUB FROM 1 BY 1
030600         UNTIL FB-RUN-SUB > FB-RUN-COUNT
030700*
030800     PERFORM 6000-WRITE-ONE-COVER THRU 6000-EXIT
030900         VARYING FB-RCP-SUB FROM 1 BY 1
031000         UNTIL FB-RCP-SUB > FB-UNDIST-SLOT
031100     PERFORM 7000-REOPEN-INPUT THRU 7000-EXIT
031200     PERFORM 7100-BURST-ONE-LINE THRU 7100-EXIT
031300         UNTIL FB-END-OF-INPUT
031400*
031500     PERFORM 8000-LOG-ONE-RUN THRU 8000-EXIT
031600         VARYING FB-RUN-SUB FROM 1 BY 1
031700         UNTIL FB-RUN-SUB > FB-RUN-COUNT
031800     PERFORM 9000-TERMINATE THRU 9000-EXIT
031900     STOP RUN.
032000*
032100*****************************************************************
032200*    1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE REPORT   *
032300*    IT NAMES, THE DISTRIBUTION TABLE AND THE AUDIT FILES, AND  *
032400*    SET UP THE UNDISTRIBUTED SLOT.  NO REPORT TO BURST ENDS    *
032500*    THE STEP RC=0; A MISSING TABLE SENDS EVERY RUN TO THE      *
032600*    UNDISTRIBUTED REPORT.                                      *
032700*****************************************************************
032800 1000-INITIALIZE.
032900     ACCEPT FB-BURST-DATE FROM DATE YYYYMMDD
033000     ACCEPT FB-BURST-TIME FROM TIME
033100     MOVE ZERO TO RETURN-CODE
033200     MOVE SPACES TO FB-BURST-CONTROL-CARD
033300     OPEN INPUT FB-BURST-CTL-FILE
033400     IF FB-BURST-CTL-STATUS NOT = "35"
033500         READ FB-BURST-CTL-FILE INTO FB-BURST-CONTROL-CARD
033600             AT END
033700                 MOVE SPACES TO FB-BURST-CONTROL-CARD
033800         END-READ
033900         CLOSE FB-BURST-CTL-FILE
034000     END-IF
034100*
034200     IF FB-BCC-REPRINT
034300         MOVE "FBRPOUT " TO FB-INPUT-DD
034400         OPEN INPUT FB-REPRINT-FILE
034500         IF FB-REPRINT-STATUS = "00"
034600             SET FB-INPUT-IS-OPEN TO TRUE
034700         END-IF
034800     ELSE
034900         MOVE "FBRPT   " TO FB-INPUT-DD
035000         OPEN INPUT FB-REPORT-FILE
035100         IF FB-REPORT-STATUS = "00"
035200             SET FB-INPUT-IS-OPEN TO TRUE
035300         END-IF
035400     END-IF
035500     IF NOT FB-INPUT-IS-OPEN
035600         DISPLAY "FBBURST - NO " FB-INPUT-DD
035700             " REPORT - NOTHING TO BURST"
035800         GO TO 1000-EXIT
035900     END-IF
036000*
036100     OPEN INPUT FB-DIST-TABLE-FILE
036200     IF FB-DIST-TABLE-STATUS = "35"
036300         DISPLAY "FBBURST - NO FBDSTTB DISTRIBUTION TABLE - "
036400             "EVERY RUN IS UNDISTRIBUTED"
036500         SET FB-END-OF-DIST-TABLE TO TRUE
036600     END-IF
036700     OPEN INPUT FB-AUDIT-ARC-FILE
036800     IF FB-AUD-ARC-STATUS = "35"
036900         SET FB-END-OF-ARCHIVE-FILE TO TRUE
037000     END-IF
037100     OPEN INPUT FB-AUDIT-FILE
037200     IF FB-AUDIT-STATUS = "35"
037300         SET FB-END-OF-AUDIT-FILE TO TRUE
037400     END-IF
037500*
037600     MOVE ZEROS  TO FB-RECIPIENT-TABLE
037700     MOVE "*NONE*  " TO FB-RCP-ID (FB-UNDIST-SLOT)
037800     MOVE SPACE  TO FB-RCP-CLASS (FB-UNDIST-SLOT)
037900     MOVE "UNDISTRIBUTED - NO TABLE MATCH"
038000                 TO FB-RCP-NAME (FB-UNDIST-SLOT).
038100 1000-EXIT.
038200     EXIT.
038300*
038400*****************************************************************
038500*    2000-LOAD-ONE-ENTRY - READ ONE DISTRIBUTION TABLE ENTRY    *
038600*    AND GIVE ITS DEPARTMENT A REPORT SLOT, THE FIRST TIME      *
038700*    THE DEPARTMENT IS SEEN.  A BAD ENTRY IS LOGGED AND         *
038800*    SKIPPED.                                                   *
038900*****************************************************************
039000 2000-LOAD-ONE-ENTRY.
039100     READ FB-DIST-TABLE-FILE INTO FB-DISTRIBUTION-ENTRY
039200         AT END
039300             SET FB-END-OF-DIST-TABLE TO TRUE
039400             GO TO 2000-EXIT
039500     END-READ
039600     IF NOT FB-DST-BY-PREFIX
039700        AND NOT FB-DST-BY-RULE-SET
039800         DISPLAY "FBBURST - FBDSTTB MATCH TYPE '"
039900             FB-DST-MATCH-TYPE
040000             "' IS NOT P OR S - ENTRY SKIPPED"
040100         ADD 1 TO FB-BAD-ENTRY-COUNT
040200         GO TO 2000-EXIT
040300     END-IF
040400     IF FB-DST-RECIPIENT = SPACES
040500         DISPLAY "FBBURST - FBDSTTB ENTRY FOR '"
040600             FB-DST-MATCH-VALUE
040700             "' NAMES NO RECIPIENT - ENTRY SKIPPED"
040800         ADD 1 TO FB-BAD-ENTRY-COUNT
040900         GO TO 2000-EXIT
041000     END-IF
041100     IF FB-DT-COUNT = FB-DT-MAX
041200         DISPLAY "FBBURST - DISTRIBUTION TABLE FULL AT " FB-DT-MAX
041300             " ENTRIES - INCREASE FB-DT-ENTRY OCCURS"
041400         MOVE 16 TO RETURN-CODE
041500         STOP RUN
041600     END-IF
041700*
041800     MOVE ZERO TO FB-RCP-IX
041900     PERFORM 2100-SCAN-ONE-RECIPIENT THRU 2100-EXIT
042000         VARYING FB-RCP-SUB FROM 1 BY 1
042100         UNTIL FB-RCP-SUB > FB-RCP-COUNT
042200            OR FB-RCP-IX > ZERO
042300     IF FB-RCP-IX = ZERO
042400         IF FB-RCP-COUNT = FB-RCP-MAX
042500             DISPLAY "FBBURST - RECIPIENT TABLE FULL AT "
042600                 FB-RCP-MAX
042700                 " DEPARTMENTS - ADD A FBBRSTNN REPORT DD"
042800             MOVE 16 TO RETURN-CODE
042900             STOP RUN
043000         END-IF
043100         ADD 1 TO FB-RCP-COUNT
043200         MOVE FB-RCP-COUNT          TO FB-RCP-IX
043300         MOVE FB-DST-RECIPIENT      TO FB-RCP-ID (FB-RCP-IX)
043400         MOVE FB-DST-DELIVERY-CLASS TO FB-RCP-CLASS (FB-RCP-IX)
043500         MOVE FB-DST-RECIPIENT-NAME TO FB-RCP-NAME (FB-RCP-IX)
043600     END-IF
043700*
043800     ADD 1 TO FB-DT-COUNT
043900     MOVE FB-DST-MATCH-TYPE  TO FB-DT-TYPE (FB-DT-COUNT)
044000     MOVE FB-DST-MATCH-VALUE TO FB-DT-VALUE (FB-DT-COUNT)
044100     MOVE FB-RCP-IX          TO FB-DT-SLOT (FB-DT-COUNT).
044200 2000-EXIT.
044300     EXIT.
044400*
044500 2100-SCAN-ONE-RECIPIENT.
044600     IF FB-RCP-ID (FB-RCP-SUB) = FB-DST-RECIPIENT
044700         MOVE FB-RCP-SUB TO FB-RCP-IX
044800     END-IF.
044900 2100-EXIT.
045000     EXIT.
045100*
045200*****************************************************************
045300*    3000-SCAN-ONE-LINE - FIRST PASS.  LIST THE RUNS ON THE     *
045400*    REPORT IN THE ORDER THEY APPEAR AND COUNT EACH ONE'S PAGES *
045500*    BY ITS PAGE HEADERS.                                       *
045600*****************************************************************
045700 3000-SCAN-ONE-LINE.
045800     PERFORM 3900-READ-REPORT-LINE THRU 3900-EXIT
045900     IF FB-END-OF-INPUT
046000         GO TO 3000-EXIT
046100     END-IF
046200     IF NOT FB-IN-IS-HEADER
046300         GO TO 3000-EXIT
046400     END-IF
046500*
046600     MOVE FB-IN-HDR-RUN-ID TO FB-SEARCH-RUN-ID
046700     PERFORM 3800-FIND-RUN THRU 3800-EXIT
046800     IF FB-RUN-IX = ZERO
046900         IF FB-RUN-COUNT = FB-RUN-MAX
047000             DISPLAY "FBBURST - RUN TABLE FULL AT " FB-RUN-MAX
047100                 " RUN-IDS - INCREASE FB-RUN-ENTRY OCCURS"
047200             MOVE 16 TO RETURN-CODE
047300             STOP RUN
047400         END-IF
047500         ADD 1 TO FB-RUN-COUNT
047600         MOVE FB-RUN-COUNT     TO FB-RUN-IX
047700         MOVE FB-IN-HDR-RUN-ID TO FB-RUN-TBL-ID (FB-RUN-IX)
047800         MOVE SPACES           TO FB-RUN-TBL-SET (FB-RUN-IX)
047900         MOVE 'N'              TO FB-RUN-TBL-AUDIT-SW (FB-RUN-IX)
048000         MOVE ZERO             TO FB-RUN-TBL-SLOT (FB-RUN-IX)
048100         MOVE ZERO             TO FB-RUN-TBL-PAGES (FB-RUN-IX)
048200     END-IF
048300     ADD 1 TO FB-RUN-TBL-PAGES (FB-RUN-IX).
048400 3000-EXIT.
048500     EXIT.
048600*
048700 3800-FIND-RUN.
048800     MOVE ZERO TO FB-RUN-IX
048900     PERFORM 3810-SCAN-ONE-RUN THRU 3810-EXIT
049000         VARYING FB-RUN-SUB FROM 1 BY 1
049100         UNTIL FB-RUN-SUB > FB-RUN-COUNT
049200            OR FB-RUN-IX > ZERO.
049300 3800-EXIT.
049400     EXIT.
049500*
049600 3810-SCAN-ONE-RUN.
049700     IF FB-RUN-TBL-ID (FB-RUN-SUB) = FB-SEARCH-RUN-ID
049800         MOVE FB-RUN-SUB TO FB-RUN-IX
049900     END-IF.
050000 3810-EXIT.
050100     EXIT.
050200*
050300*****************************************************************
050400*    3900-READ-REPORT-LINE - READ THE NEXT LINE OF WHICHEVER    *
050500*    REPORT IS BEING BURST.  A PAGE EJECT CAN COME THROUGH AS A *
050600*    FORM-FEED CHARACTER AHEAD OF THE LINE; IT IS STRIPPED, AS  *
050700*    THE BURST REPORTS SET THEIR OWN PAGE EJECTS.               *
050800*****************************************************************
050900 3900-READ-REPORT-LINE.
051000     IF FB-BCC-REPRINT
051100         READ FB-REPRINT-FILE INTO FB-IN-REPORT-LINE
051200             AT END
051300                 SET FB-END-OF-INPUT TO TRUE
051400                 GO TO 3900-EXIT
051500         END-READ
051600     ELSE
051700         READ FB-REPORT-FILE INTO FB-IN-REPORT-LINE
051800             AT END
051900                 SET FB-END-OF-INPUT TO TRUE
052000                 GO TO 3900-EXIT
052100         END-READ
052200     END-IF
052300     IF FB-IN-REPORT-LINE (1:1) = FB-FORM-FEED
052400         MOVE FB-IN-REPORT-LINE (2:79) TO FB-WORK-LINE
052500         MOVE FB-WORK-LINE TO FB-IN-REPORT-LINE
052600     END-IF.
052700 3900-EXIT.
052800     EXIT.
052900*
053000*****************************************************************
053100*    4000-FIND-ONE-ARCHIVE / 4100-FIND-ONE-AUDIT - TAKE THE     *
053200*    RULE SET OF EACH RUN ON THE REPORT FROM ITS EXECUTION ON   *
053300*    THE AUDIT TRAIL, ARCHIVE FIRST SO A LATER RERUN WINS.      *
053400*****************************************************************
053500 4000-FIND-ONE-ARCHIVE.
053600     READ FB-AUDIT-ARC-FILE INTO FB-AUDIT-RECORD
053700         AT END
053800             SET FB-END-OF-ARCHIVE-FILE TO TRUE
053900             GO TO 4000-EXIT
054000     END-READ
054100     PERFORM 4200-NOTE-ONE-EXECUTION THRU 4200-EXIT.
054200 4000-EXIT.
054300     EXIT.
054400*
054500 4100-FIND-ONE-AUDIT.
054600     READ FB-AUDIT-FILE INTO FB-AUDIT-RECORD
054700         AT END
054800             SET FB-END-OF-AUDIT-FILE TO TRUE
054900             GO TO 4100-EXIT
055000     END-READ
055100     PERFORM 4200-NOTE-ONE-EXECUTION THRU 4200-EXIT.
055200 4100-EXIT.
055300     EXIT.
055400*
055500 4200-NOTE-ONE-EXECUTION.
055600     IF FB-AUD-IS-REVERSAL
055650        OR FB-AUD-IS-REPAIR
055700         GO TO 4200-EXIT
055800     END-IF
055900     MOVE FB-AUD-RUN-ID TO FB-SEARCH-RUN-ID
056000     PERFORM 3800-FIND-RUN THRU 3800-EXIT
056100     IF FB-RUN-IX > ZERO
056200         MOVE FB-AUD-RULE-SET TO FB-RUN-TBL-SET (FB-RUN-IX)
056300         SET FB-RUN-TBL-AUDITED (FB-RUN-IX) TO TRUE
056400     END-IF.
056500 4200-EXIT.
056600     EXIT.
056700*
056800*****************************************************************
056900*    5000-ASSIGN-ONE-RUN - PICK THE RUN'S RECIPIENT: A RUN-ID   *
057000*    PREFIX ENTRY FIRST, THEN A RULE-SET ENTRY (ONLY WHEN THE   *
057100*    RUN'S RULE SET IS KNOWN FROM THE AUDIT TRAIL), ELSE THE    *
057200*    UNDISTRIBUTED REPORT.                                      *
057300*****************************************************************
057400 5000-ASSIGN-ONE-RUN.
057500     MOVE ZERO TO FB-DT-IX
057600     PERFORM 5100-MATCH-PREFIX THRU 5100-EXIT
057700         VARYING FB-DT-SUB FROM 1 BY 1
057800         UNTIL FB-DT-SUB > FB-DT-COUNT
057900            OR FB-DT-IX > ZERO
058000     IF FB-DT-IX = ZERO
058100        AND FB-RUN-TBL-AUDITED (FB-RUN-SUB)
058200         PERFORM 5200-MATCH-RULE-SET THRU 5200-EXIT
058300             VARYING FB-DT-SUB FROM 1 BY 1
058400             UNTIL FB-DT-SUB > FB-DT-COUNT
058500                OR FB-DT-IX > ZERO
058600     END-IF
058700*
058800     IF FB-DT-IX = ZERO
058900         MOVE FB-UNDIST-SLOT TO FB-RUN-TBL-SLOT (FB-RUN-SUB)
059000         ADD 1 TO FB-UNDIST-RUN-COUNT
059100         DISPLAY "FBBURST - RUN " FB-RUN-TBL-ID (FB-RUN-SUB)
059200             " MATCHES NO FBDSTTB ENTRY - UNDISTRIBUTED"
059300     ELSE
059400         MOVE FB-DT-SLOT (FB-DT-IX)
059500                             TO FB-RUN-TBL-SLOT (FB-RUN-SUB)
059600     END-IF
059700     MOVE FB-RUN-TBL-SLOT (FB-RUN-SUB) TO FB-RCP-IX
059800     ADD 1 TO FB-RCP-RUNS (FB-RCP-IX)
059900     ADD FB-RUN-TBL-PAGES (FB-RUN-SUB)
060000                             TO FB-RCP-PAGES (FB-RCP-IX).
060100 5000-EXIT.
060200     EXIT.
060300*
060400 5100-MATCH-PREFIX.
060500     IF FB-DT-TYPE (FB-DT-SUB) = 'P'
060600        AND FB-DT-VALUE (FB-DT-SUB)
060700                = FB-RUN-TBL-ID (FB-RUN-SUB) (1:4)
060800         MOVE FB-DT-SUB TO FB-DT-IX
060900     END-IF.
061000 5100-EXIT.
061100     EXIT.
061200*
061300 5200-MATCH-RULE-SET.
061400     IF FB-DT-TYPE (FB-DT-SUB) = 'S'
061500        AND FB-DT-VALUE (FB-DT-SUB) = FB-RUN-TBL-SET (FB-RUN-SUB)
061600         MOVE FB-DT-SUB TO FB-DT-IX
061700     END-IF.
061800 5200-EXIT.
061900     EXIT.
062000*
062100*****************************************************************
062200*    6000-WRITE-ONE-COVER - OPEN THE REPORT DD OF A RECIPIENT   *
062300*    THAT HAS RUNS TONIGHT AND WRITE ITS COVER PAGE.            *
062400*****************************************************************
062500 6000-WRITE-ONE-COVER.
062600     IF FB-RCP-RUNS (FB-RCP-SUB) = ZERO
062700         GO TO 6000-EXIT
062800     END-IF
062900     MOVE FB-RCP-SUB TO FB-CUR-SLOT
063000     PERFORM 7500-OPEN-SLOT THRU 7500-EXIT
063100     ADD 1 TO FB-RCP-PAGES (FB-CUR-SLOT)
063200     ADD 1 TO FB-REPORTS-WRITTEN
063300*
063400     MOVE FB-BURST-DATE TO FB-CT-DATE
063500     MOVE FB-BURST-TIME (1:6) TO FB-CT-TIME
063600     MOVE FB-COVER-TITLE TO FB-OUT-LINE
063700     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
063800     MOVE SPACES TO FB-OUT-LINE
063900     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
064000*
064100     MOVE "RECIPIENT:" TO FB-CF-LABEL
064200     MOVE SPACES TO FB-CF-VALUE
064300     STRING FB-RCP-ID (FB-CUR-SLOT) DELIMITED BY SIZE
064400            "  " DELIMITED BY SIZE
064500            FB-RCP-NAME (FB-CUR-SLOT) DELIMITED BY SIZE
064600         INTO FB-CF-VALUE
064700     MOVE FB-COVER-FIELD TO FB-OUT-LINE
064800     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
064900     MOVE "DELIVERY CLASS:" TO FB-CF-LABEL
065000     MOVE FB-RCP-CLASS (FB-CUR-SLOT) TO FB-CF-VALUE
065100     MOVE FB-COVER-FIELD TO FB-OUT-LINE
065200     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
065300     MOVE "REPORT DD:" TO FB-CF-LABEL
065400     MOVE FB-DD-NAME (FB-CUR-SLOT) TO FB-CF-VALUE
065500     MOVE FB-COVER-FIELD TO FB-OUT-LINE
065600     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
065700     MOVE "BURST FROM:" TO FB-CF-LABEL
065800     IF FB-BCC-REPRINT
065900         MOVE "FBRPOUT - FBRPRT REPRINT OUTPUT" TO FB-CF-VALUE
066000     ELSE
066100         MOVE "FBRPT - CONSOLIDATED RUN REPORT" TO FB-CF-VALUE
066200     END-IF
066300     MOVE FB-COVER-FIELD TO FB-OUT-LINE
066400     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
066500     MOVE SPACES TO FB-OUT-LINE
066600     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
066700*
066800     MOVE FB-COVER-RUN-HEAD TO FB-OUT-LINE
066900     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
067000     PERFORM 6100-LIST-ONE-RUN THRU 6100-EXIT
067100         VARYING FB-RUN-SUB FROM 1 BY 1
067200         UNTIL FB-RUN-SUB > FB-RUN-COUNT
067300     MOVE SPACES TO FB-OUT-LINE
067400     PERFORM 7400-WRITE-LINE THRU 7400-EXIT
067500     MOVE FB-RCP-RUNS (FB-CUR-SLOT)  TO FB-CX-RUNS
067600     MOVE FB-RCP-PAGES (FB-CUR-SLOT) TO FB-CX-PAGES
067700     MOVE FB-COVER-TOTAL-LINE TO FB-OUT-LINE
067800     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
067900 6000-EXIT.
068000     EXIT.
068100*
068200 6100-LIST-ONE-RUN.
068300     IF FB-RUN-TBL-SLOT (FB-RUN-SUB) NOT = FB-CUR-SLOT
068400         GO TO 6100-EXIT
068500     END-IF
068600     MOVE FB-RUN-TBL-ID (FB-RUN-SUB)    TO FB-CR-RUN-ID
068700     IF FB-RUN-TBL-AUDITED (FB-RUN-SUB)
068800         MOVE FB-RUN-TBL-SET (FB-RUN-SUB) TO FB-CR-RULE-SET
068900     ELSE
069000         MOVE "????" TO FB-CR-RULE-SET
069100     END-IF
069200     MOVE FB-RUN-TBL-PAGES (FB-RUN-SUB) TO FB-CR-PAGES
069300     MOVE FB-COVER-RUN-LINE TO FB-OUT-LINE
069400     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
069500 6100-EXIT.
069600     EXIT.
069700*
069800*****************************************************************
069900*    7000-REOPEN-INPUT - REWIND THE REPORT FOR THE SECOND PASS. *
070000*****************************************************************
070100 7000-REOPEN-INPUT.
070200     MOVE 'N' TO FB-IN-EOF-SWITCH
070300     MOVE 'N' TO FB-PENDING-SWITCH
070400     MOVE ZERO TO FB-CUR-SLOT
070500     IF FB-BCC-REPRINT
070600         CLOSE FB-REPRINT-FILE
070700         OPEN INPUT FB-REPRINT-FILE
070800     ELSE
070900         CLOSE FB-REPORT-FILE
071000         OPEN INPUT FB-REPORT-FILE
071100     END-IF.
071200 7000-EXIT.
071300     EXIT.
071400*
071500*****************************************************************
071600*    7100-BURST-ONE-LINE - SECOND PASS.  A PAGE HEADER SWITCHES *
071700*    TO ITS RUN'S REPORT AND STARTS A NEW PAGE THERE; EVERY     *
071800*    OTHER LINE FOLLOWS THE LAST HEADER.  A BLANK LINE IS HELD  *
071900*    BACK ONE LINE, SO THE BLANK EJECT LINE WRITTEN AHEAD OF    *
072000*    EACH HEADER IS DROPPED INSTEAD OF TRAILING THE PREVIOUS    *
072100*    RUN'S PAGE.                                                *
072200*****************************************************************
072300 7100-BURST-ONE-LINE.
072400     PERFORM 3900-READ-REPORT-LINE THRU 3900-EXIT
072500     IF FB-END-OF-INPUT
072600         PERFORM 7200-RELEASE-BLANK THRU 7200-EXIT
072700         GO TO 7100-EXIT
072800     END-IF
072900*
073000     IF FB-IN-IS-HEADER
073100         MOVE 'N' TO FB-PENDING-SWITCH
073200         MOVE FB-IN-HDR-RUN-ID TO FB-SEARCH-RUN-ID
073300         PERFORM 3800-FIND-RUN THRU 3800-EXIT
073400         MOVE FB-RUN-TBL-SLOT (FB-RUN-IX) TO FB-CUR-SLOT
073500         PERFORM 7300-THROW-PAGE THRU 7300-EXIT
073600         MOVE FB-IN-REPORT-LINE TO FB-OUT-LINE
073700         PERFORM 7400-WRITE-LINE THRU 7400-EXIT
073800         GO TO 7100-EXIT
073900     END-IF
074000*
074100     IF FB-CUR-SLOT = ZERO
074200         ADD 1 TO FB-ORPHAN-LINE-COUNT
074300         GO TO 7100-EXIT
074400     END-IF
074500     IF FB-IN-REPORT-LINE = SPACES
074600         PERFORM 7200-RELEASE-BLANK THRU 7200-EXIT
074700         SET FB-BLANK-IS-PENDING TO TRUE
074800         GO TO 7100-EXIT
074900     END-IF
075000     PERFORM 7200-RELEASE-BLANK THRU 7200-EXIT
075100     MOVE FB-IN-REPORT-LINE TO FB-OUT-LINE
075200     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
075300 7100-EXIT.
075400     EXIT.
075500*
075600 7200-RELEASE-BLANK.
075700     IF FB-BLANK-IS-PENDING
075800        AND FB-CUR-SLOT > ZERO
075900         MOVE SPACES TO FB-OUT-LINE
076000         PERFORM 7400-WRITE-LINE THRU 7400-EXIT
076100     END-IF
076200     MOVE 'N' TO FB-PENDING-SWITCH.
076300 7200-EXIT.
076400     EXIT.
076500*
076600*****************************************************************
076700*    7300-THROW-PAGE / 7400-WRITE-LINE / 7500-OPEN-SLOT /       *
076800*    7600-CLOSE-SLOT - FB-CUR-SLOT SELECTS THE REPORT DD.  A    *
076900*    PAGE IS THROWN THE WAY FBCLASS THROWS ONE, WITH A BLANK    *
077000*    LINE WRITTEN AFTER ADVANCING PAGE.                         *
077100*****************************************************************
077200 7300-THROW-PAGE.
077300     MOVE SPACES TO FB-OUT-LINE
077400     EVALUATE FB-CUR-SLOT
077500         WHEN 1
077600             WRITE FB-BURST-01-LINE FROM FB-OUT-LINE
077700                 AFTER ADVANCING PAGE
077800         WHEN 2
077900             WRITE FB-BURST-02-LINE FROM FB-OUT-LINE
078000                 AFTER ADVANCING PAGE
078100         WHEN 3
078200             WRITE FB-BURST-03-LINE FROM FB-OUT-LINE
078300                 AFTER ADVANCING PAGE
078400         WHEN 4
078500             WRITE FB-BURST-04-LINE FROM FB-OUT-LINE
078600                 AFTER ADVANCING PAGE
078700         WHEN 5
078800             WRITE FB-BURST-05-LINE FROM FB-OUT-LINE
078900                 AFTER ADVANCING PAGE
079000         WHEN 6
079100             WRITE FB-BURST-06-LINE FROM FB-OUT-LINE
079200                 AFTER ADVANCING PAGE
079300         WHEN OTHER
079400             WRITE FB-BURST-UN-LINE FROM FB-OUT-LINE
079500                 AFTER ADVANCING PAGE
079600     END-EVALUATE.
079700 7300-EXIT.
079800     EXIT.
079900*
080000 7400-WRITE-LINE.
080100     EVALUATE FB-CUR-SLOT
080200         WHEN 1
080300             WRITE FB-BURST-01-LINE FROM FB-OUT-LINE
080400         WHEN 2
080500             WRITE FB-BURST-02-LINE FROM FB-OUT-LINE
080600         WHEN 3
080700             WRITE FB-BURST-03-LINE FROM FB-OUT-LINE
080800         WHEN 4
080900             WRITE FB-BURST-04-LINE FROM FB-OUT-LINE
081000         WHEN 5
081100             WRITE FB-BURST-05-LINE FROM FB-OUT-LINE
081200         WHEN 6
081300             WRITE FB-BURST-06-LINE FROM FB-OUT-LINE
081400         WHEN OTHER
081500             WRITE FB-BURST-UN-LINE FROM FB-OUT-LINE
081600     END-EVALUATE.
081700 7400-EXIT.
081800     EXIT.
081900*
082000 7500-OPEN-SLOT.
082100     EVALUATE FB-CUR-SLOT
082200         WHEN 1
082300             OPEN OUTPUT FB-BURST-01-FILE
082400         WHEN 2
082500             OPEN OUTPUT FB-BURST-02-FILE
082600         WHEN 3
082700             OPEN OUTPUT FB-BURST-03-FILE
082800         WHEN 4
082900             OPEN OUTPUT FB-BURST-04-FILE
083000         WHEN 5
083100             OPEN OUTPUT FB-BURST-05-FILE
083200         WHEN 6
083300             OPEN OUTPUT FB-BURST-06-FILE
083400         WHEN OTHER
083500             OPEN OUTPUT FB-BURST-UN-FILE
083600     END-EVALUATE.
083700 7500-EXIT.
083800     EXIT.
083900*
084000 7600-CLOSE-SLOT.
084100     IF FB-RCP-RUNS (FB-CUR-SLOT) = ZERO
084200         GO TO 7600-EXIT
084300     END-IF
084400     EVALUATE FB-CUR-SLOT
084500         WHEN 1
084600             CLOSE FB-BURST-01-FILE
084700         WHEN 2
084800             CLOSE FB-BURST-02-FILE
084900         WHEN 3
085000             CLOSE FB-BURST-03-FILE
085100         WHEN 4
085200             CLOSE FB-BURST-04-FILE
085300         WHEN 5
085400             CLOSE FB-BURST-05-FILE
085500         WHEN 6
085600             CLOSE FB-BURST-06-FILE
085700         WHEN OTHER
085800             CLOSE FB-BURST-UN-FILE
085900     END-EVALUATE.
086000 7600-EXIT.
086100     EXIT.
086200*
086300*****************************************************************
086400*    8000-LOG-ONE-RUN - APPEND ONE FBDSTLOG ENTRY FOR EACH RUN  *
086500*    DELIVERED, WITH ITS RECIPIENT'S REPORT TOTALS.             *
086600*****************************************************************
086700 8000-LOG-ONE-RUN.
086800     IF FB-RUN-SUB = 1
086900         OPEN EXTEND FB-DIST-LOG-FILE
087000         IF FB-DIST-LOG-STATUS = "35"
087100             OPEN OUTPUT FB-DIST-LOG-FILE
087200         END-IF
087300     END-IF
087400     MOVE FB-RUN-TBL-SLOT (FB-RUN-SUB) TO FB-RCP-IX
087500     MOVE SPACES TO FB-DISTRIBUTION-LOG-RECORD
087600     MOVE FB-BURST-DATE              TO FB-DLG-DATE
087700     MOVE FB-BURST-TIME              TO FB-DLG-TIME
087800     MOVE FB-RCP-ID (FB-RCP-IX)      TO FB-DLG-RECIPIENT
087900     MOVE FB-RCP-CLASS (FB-RCP-IX)   TO FB-DLG-DELIVERY-CLASS
088000     MOVE FB-DD-NAME (FB-RCP-IX)     TO FB-DLG-REPORT-DD
088100     IF FB-BCC-REPRINT
088200         SET FB-DLG-FROM-REPRINT TO TRUE
088300     ELSE
088400         SET FB-DLG-FROM-FBRPT TO TRUE
088500     END-IF
088600     MOVE FB-RUN-TBL-ID (FB-RUN-SUB)    TO FB-DLG-RUN-ID
088700     MOVE FB-RUN-TBL-SET (FB-RUN-SUB)   TO FB-DLG-RULE-SET
088800     MOVE FB-RUN-TBL-PAGES (FB-RUN-SUB) TO FB-DLG-RUN-PAGES
088900     MOVE FB-RCP-PAGES (FB-RCP-IX)      TO FB-DLG-REPORT-PAGES
089000     MOVE FB-RCP-RUNS (FB-RCP-IX)       TO FB-DLG-REPORT-RUNS
089100     WRITE FB-DIST-LOG-LINE FROM FB-DISTRIBUTION-LOG-RECORD
089200     IF FB-RUN-SUB = FB-RUN-COUNT
089300         CLOSE FB-DIST-LOG-FILE
089400     END-IF.
089500 8000-EXIT.
089600     EXIT.
089700*
089800*****************************************************************
089900*    9000-TERMINATE - CLOSE EVERYTHING AND SET THE RETURN       *
090000*    CODE - RC=4 WHEN ANY RUN WAS UNDISTRIBUTED OR ANY TABLE    *
090100*    ENTRY WAS SKIPPED.                                         *
090200*****************************************************************
090300 9000-TERMINATE.
090400     PERFORM 7600-CLOSE-SLOT THRU 7600-EXIT
090500         VARYING FB-CUR-SLOT FROM 1 BY 1
090600         UNTIL FB-CUR-SLOT > FB-UNDIST-SLOT
090700     IF FB-BCC-REPRINT
090800         CLOSE FB-REPRINT-FILE
090900     ELSE
091000         CLOSE FB-REPORT-FILE
091100     END-IF
091200     CLOSE FB-DIST-TABLE-FILE
091300     CLOSE FB-AUDIT-ARC-FILE
091400     CLOSE FB-AUDIT-FILE
091500*
091600     IF FB-ORPHAN-LINE-COUNT > ZERO
091700         DISPLAY "FBBURST - " FB-ORPHAN-LINE-COUNT
091800             " LINES AHEAD OF THE FIRST PAGE HEADER NOT DELIVERED"
091900     END-IF
092000     DISPLAY "FBBURST - " FB-INPUT-DD " RUNS=" FB-RUN-COUNT
092100         " REPORTS=" FB-REPORTS-WRITTEN
092200         " UNDISTRIBUTED RUNS=" FB-UNDIST-RUN-COUNT
092300     IF FB-UNDIST-RUN-COUNT > ZERO
092400        OR FB-BAD-ENTRY-COUNT > ZERO
092500         MOVE 4 TO RETURN-CODE
092600     END-IF.
092700 9000-EXIT.
092800     EXIT.
