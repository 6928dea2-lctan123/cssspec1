000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBALDGST.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - DAILY OPERATIONS ALERT DIGEST  *
001200*                     OFF THE SHARED FBALERTS FILE, WITH THE    *
001300*                     CONSOLE FEED THAT PAGES THE ON-CALL       *
001400*                     OPERATOR FOR CRITICAL ALERTS.             *
001500*****************************************************************
001600*    PURPOSE - JCL-INVOKED DAILY STEP, NOT PART OF THE NIGHTLY  *
001700*    STEP-CONTROL ORDER.  READS THE FBALERTS RECORDS WRITTEN    *
001800*    THROUGH FBALERT SINCE THE LAST DIGEST AND KEEPS ONE        *
001900*    FBALSTAT STATE RECORD PER CONDITION - SOURCE, ALERT CODE   *
002000*    AND RUN-ID, OR THE CYCLE DATE WHEN THE ALERT HAS NO        *
002100*    RUN-ID.  A CONDITION NOT SEEN BEFORE IS NEW; ONE RAISED    *
002200*    AGAIN WHILE OPEN IS A REPEAT AND IS NOT FED AGAIN, UNLESS  *
002300*    IT COMES BACK AT A HIGHER SEVERITY (ESCALATED); ONE RAISED *
002400*    AGAIN AFTER IT HAD CLEARED IS REOPENED WHEN IT CARRIES A   *
002500*    LATER CYCLE DATE, AND IS A REPEAT WHEN IT IS THE SAME      *
002600*    OCCURRENCE REPORTED AGAIN.  AN OPEN CONDITION NOT RAISED   *
002700*    FOR THE NUMBER OF QUIET DAYS ON THE FBALDCTL CONTROL CARD  *
002800*    (COLUMNS 1-3; A MISSING CARD OR BLANK FIELD MEANS 2) IS    *
002900*    CLEARED.  EVERY NEW, REOPENED OR ESCALATED CONDITION IS    *
003000*    WRITTEN TO THE FBALFEED CONSOLE FEED, FLAGGED TO PAGE THE  *
003100*    ON-CALL OPERATOR WHEN IT IS CRITICAL.  FBALDRPT LISTS THE  *
003200*    OPEN CONDITIONS BY SEVERITY - CRITICAL, WARNING,           *
003300*    INFORMATION - THEN THE ONES CLEARED TODAY.  ENDS RC=4      *
003400*    WHILE ANY CRITICAL CONDITION IS OPEN, RC=16 WHEN FBALSTAT  *
003500*    WILL NOT OPEN.  A MISSING FBALERTS IS TREATED AS EMPTY;    *
003600*    ONE THAT HAS BEEN REPLACED SINCE THE LAST DIGEST IS        *
003700*    DIGESTED FROM THE START.                                   *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FB-ALD-CTL-FILE     ASSIGN TO "FBALDCTL"
004300                                ORGANIZATION LINE SEQUENTIAL
004400                                FILE STATUS FB-ALD-CTL-STATUS.
004500*
004600     SELECT FB-ALERT-FILE       ASSIGN TO "FBALERTS"
004700                                ORGANIZATION LINE SEQUENTIAL
004800                                FILE STATUS FB-ALERT-STATUS.
004900*
005000     SELECT FB-STATE-FILE       ASSIGN TO "FBALSTAT"
005100                                ORGANIZATION INDEXED
005200                                ACCESS MODE DYNAMIC
005300                                RECORD KEY FB-ALS-KEY
005400                                FILE STATUS FB-STATE-STATUS.
005500*
005600     SELECT FB-FEED-FILE        ASSIGN TO "FBALFEED"
005700                                ORGANIZATION LINE SEQUENTIAL
005800                                FILE STATUS FB-FEED-STATUS.
005900*
006000     SELECT FB-DIGEST-REPORT    ASSIGN TO "FBALDRPT"
006100                                ORGANIZATION LINE SEQUENTIAL.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  FB-ALD-CTL-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  FB-ALD-CTL-LINE            PIC X(80).
006800*
006900 FD  FB-ALERT-FILE
007000     RECORD CONTAINS 100 CHARACTERS.
007100 01  FB-ALERT-LINE              PIC X(100).
007200*
007300 FD  FB-STATE-FILE.
007400     COPY FBALS.
007500*
007600 FD  FB-FEED-FILE
007700     RECORD CONTAINS 100 CHARACTERS.
007800 01  FB-FEED-LINE               PIC X(100).
007900*
008000 FD  FB-DIGEST-REPORT
008100     RECORD CONTAINS 132 CHARACTERS.
008200 01  FB-DIGEST-LINE             PIC X(132).
008300*
008400 WORKING-STORAGE SECTION.
008500     COPY FBALR.
008600*
008700     COPY FBAFD.
008800*
008900 01  FB-ALD-CONTROL-RECORD.
009000     05  FB-ALD-CTL-CLEAR-DAYS      PIC X(03).
009100     05  FILLER                     PIC X(77).
009200*
009300 77  FB-ALD-CTL-STATUS          PIC X(02) VALUE SPACES.
009400 77  FB-ALERT-STATUS            PIC X(02) VALUE SPACES.
009500 77  FB-STATE-STATUS            PIC X(02) VALUE SPACES.
009600 77  FB-FEED-STATUS             PIC X(02) VALUE SPACES.
009700 77  FB-ALERT-EOF-SWITCH        PIC X(01) VALUE 'N'.
009800     88  FB-END-OF-ALERT-FILE       VALUE 'Y'.
009900 77  FB-STATE-EOF-SWITCH        PIC X(01) VALUE 'N'.
010000     88  FB-END-OF-STATE-FILE       VALUE 'Y'.
010100 77  FB-CONTROL-FOUND-SWITCH    PIC X(01) VALUE 'N'.
010200     88  FB-CONTROL-WAS-FOUND       VALUE 'Y'.
010300 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
010400 77  FB-NOW                     PIC 9(08) VALUE ZERO.
010500 77  FB-TODAY-INTEGER           PIC 9(08) VALUE ZERO.
010600 77  FB-LAST-INTEGER            PIC 9(08) VALUE ZERO.
010700 77  FB-QUIET-DAYS              PIC S9(05) VALUE ZERO.
010800 77  FB-CLEAR-DAYS              PIC 9(03) VALUE 2.
010900 77  FB-CONDITION-KEY           PIC X(25) VALUE SPACES.
011000 77  FB-ALERT-SEQ               PIC 9(09) VALUE ZERO.
011100 77  FB-DIGESTED-COUNT          PIC 9(09) VALUE ZERO.
011200 77  FB-DIGESTED-DATE           PIC 9(08) VALUE ZERO.
011300 77  FB-DIGESTED-TIME           PIC 9(08) VALUE ZERO.
011400 77  FB-DIGESTED-SOURCE         PIC X(08) VALUE SPACES.
011500 77  FB-OLD-RANK                PIC 9(01) VALUE ZERO.
011600 77  FB-NEW-RANK                PIC 9(01) VALUE ZERO.
011700 77  FB-REPORT-SEVERITY         PIC X(01) VALUE SPACE.
011800 77  FB-SECTION-COUNT           PIC 9(05) VALUE ZERO.
011900 77  FB-DIGEST-COUNT            PIC 9(05) VALUE ZERO.
012000 77  FB-NEW-COUNT               PIC 9(05) VALUE ZERO.
012100 77  FB-REOPEN-COUNT            PIC 9(05) VALUE ZERO.
012200 77  FB-ESCALATE-COUNT          PIC 9(05) VALUE ZERO.
012300 77  FB-REPEAT-COUNT            PIC 9(05) VALUE ZERO.
012400 77  FB-CLEARED-COUNT           PIC 9(05) VALUE ZERO.
012500 77  FB-FEED-COUNT              PIC 9(05) VALUE ZERO.
012600 77  FB-PAGE-COUNT              PIC 9(05) VALUE ZERO.
012700 77  FB-OPEN-CRITICAL-COUNT     PIC 9(05) VALUE ZERO.
012800 77  FB-OPEN-WARNING-COUNT      PIC 9(05) VALUE ZERO.
012900 77  FB-OPEN-INFO-COUNT         PIC 9(05) VALUE ZERO.
013000*
013100 01  FB-DIGEST-HEADER.
013200     05  FILLER                 PIC X(09) VALUE "FBALDGST ".
013300     05  FILLER                 PIC X(26) VALUE
013400         "OPERATIONS ALERT DIGEST   ".
013500     05  FILLER                 PIC X(06) VALUE "DATE: ".
013600     05  FB-DH-DATE             PIC 9(08).
013700     05  FILLER                 PIC X(14) VALUE "  CLEAR AFTER ".
013800     05  FB-DH-CLEAR-DAYS       PIC ZZ9.
013900     05  FILLER                 PIC X(11) VALUE " QUIET DAYS".
014000     05  FILLER                 PIC X(55) VALUE SPACES.
014100*
014200 01  FB-SECTION-LINE.
014300     05  FILLER                 PIC X(03) VALUE "** ".
014400     05  FB-SC-TITLE            PIC X(45).
014500     05  FB-SC-COUNT            PIC ZZZZ9.
014600     05  FILLER                 PIC X(79) VALUE SPACES.
014700*
014800 01  FB-DIGEST-COLUMNS.
014900     05  FILLER                 PIC X(31) VALUE
015000         "  S SOURCE   CODE     RUN-ID   ".
015100     05  FILLER                 PIC X(27) VALUE
015200         "CYCLE    FIRST    LAST     ".
015300     05  FILLER                 PIC X(27) VALUE
015400         "NITE  RAISED DIGEST    TEXT".
015500     05  FILLER                 PIC X(47) VALUE SPACES.
015600*
015700 01  FB-DIGEST-DETAIL.
015800     05  FILLER                 PIC X(02) VALUE SPACES.
015900     05  FB-DD-SEVERITY         PIC X(01).
016000     05  FILLER                 PIC X(01) VALUE SPACE.
016100     05  FB-DD-SOURCE           PIC X(08).
016200     05  FILLER                 PIC X(01) VALUE SPACE.
016300     05  FB-DD-CODE             PIC X(08).
016400     05  FILLER                 PIC X(01) VALUE SPACE.
016500     05  FB-DD-RUN-ID           PIC X(08).
016600     05  FILLER                 PIC X(01) VALUE SPACE.
016700     05  FB-DD-CYCLE-DATE       PIC 9(08).
016800     05  FILLER                 PIC X(01) VALUE SPACE.
016900     05  FB-DD-FIRST-DATE       PIC 9(08).
017000     05  FILLER                 PIC X(01) VALUE SPACE.
017100     05  FB-DD-LAST-DATE        PIC 9(08).
017200     05  FILLER                 PIC X(01) VALUE SPACE.
017300     05  FB-DD-NIGHTS           PIC ZZZ9.
017400     05  FILLER                 PIC X(02) VALUE SPACES.
017500     05  FB-DD-RAISED           PIC ZZZZZ9.
017600     05  FILLER                 PIC X(01) VALUE SPACE.
017700     05  FB-DD-EVENT            PIC X(09).
017800     05  FILLER                 PIC X(01) VALUE SPACE.
017900     05  FB-DD-TEXT             PIC X(40).
018000     05  FILLER                 PIC X(10) VALUE SPACES.
018100*
018200 PROCEDURE DIVISION.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500     IF RETURN-CODE = 16
018600         STOP RUN
018700     END-IF
018800*
018900     PERFORM 2000-DIGEST-ALERTS THRU 2000-EXIT
019000     PERFORM 3000-CLEAR-QUIET-CONDITIONS THRU 3000-EXIT
019100     PERFORM 4000-REPORT-CONDITIONS THRU 4000-EXIT
019200*
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT
019400     STOP RUN.
019500*
019600*****************************************************************
019700*    1000-INITIALIZE - TAKE THE QUIET-DAYS LIMIT FROM THE       *
019800*    CONTROL CARD, OPEN THE STATE FILE (CREATING IT THE FIRST   *
019900*    TIME) AND FIND WHERE THE LAST DIGEST STOPPED, THEN OPEN    *
020000*    THE FEED AND THE REPORT.                                   *
020100*****************************************************************
020200 1000-INITIALIZE.
020300     ACCEPT FB-TODAY FROM DATE YYYYMMDD
020400     ACCEPT FB-NOW FROM TIME
020500     COMPUTE FB-TODAY-INTEGER =
020600         FUNCTION INTEGER-OF-DATE (FB-TODAY)
020700*
020800     OPEN INPUT FB-ALD-CTL-FILE
020900     IF FB-ALD-CTL-STATUS NOT = "35"
021000         MOVE SPACES TO FB-ALD-CONTROL-RECORD
021100         READ FB-ALD-CTL-FILE INTO FB-ALD-CONTROL-RECORD
021200             AT END
021300                 CONTINUE
021400         END-READ
021500         IF FB-ALD-CTL-CLEAR-DAYS NUMERIC
021600            AND FB-ALD-CTL-CLEAR-DAYS NOT = "000"
021700             MOVE FB-ALD-CTL-CLEAR-DAYS TO FB-CLEAR-DAYS
021800         END-IF
021900         CLOSE FB-ALD-CTL-FILE
022000     END-IF
022100*
022200     OPEN I-O FB-STATE-FILE
022300     IF FB-STATE-STATUS = "35"
022400         OPEN OUTPUT FB-STATE-FILE
022500         CLOSE       FB-STATE-FILE
022600         OPEN I-O    FB-STATE-FILE
022700     END-IF
022800     IF FB-STATE-STATUS NOT = "00"
022900         DISPLAY "FBALDGST - FBALSTAT WILL NOT OPEN - STATUS "
023000             FB-STATE-STATUS
023100         MOVE 16 TO RETURN-CODE
023200         GO TO 1000-EXIT
023300     END-IF
023400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
023500*
023600     OPEN OUTPUT FB-FEED-FILE
023700     OPEN OUTPUT FB-DIGEST-REPORT
023800     MOVE FB-TODAY      TO FB-DH-DATE
023900     MOVE FB-CLEAR-DAYS TO FB-DH-CLEAR-DAYS
024000     WRITE FB-DIGEST-LINE FROM FB-DIGEST-HEADER
024100     MOVE SPACES TO FB-DIGEST-LINE
024200     WRITE FB-DIGEST-LINE.
024300 1000-EXIT.
024400     EXIT.
024500*
024600*****************************************************************
024700*    1100-READ-CONTROL - HOW MANY FBALERTS RECORDS THE LAST     *
024800*    DIGEST READ, AND WHICH ONE IT READ LAST.  NO CONTROL       *
024900*    RECORD MEANS NOTHING HAS BEEN DIGESTED YET.                *
025000*****************************************************************
025100 1100-READ-CONTROL.
025200     MOVE SPACES TO FB-ALS-KEY
025300     SET FB-ALS-IS-CONTROL TO TRUE
025400     READ FB-STATE-FILE
025500         INVALID KEY
025600             CONTINUE
025700     END-READ
025800     IF FB-STATE-STATUS NOT = "00"
025900         GO TO 1100-EXIT
026000     END-IF
026100     SET FB-CONTROL-WAS-FOUND TO TRUE
026200     MOVE FB-ALC-RECORD-COUNT TO FB-DIGESTED-COUNT
026300     MOVE FB-ALC-LAST-DATE    TO FB-DIGESTED-DATE
026400     MOVE FB-ALC-LAST-TIME    TO FB-DIGESTED-TIME
026500     MOVE FB-ALC-LAST-SOURCE  TO FB-DIGESTED-SOURCE.
026600 1100-EXIT.
026700     EXIT.
026800*
026900*****************************************************************
027000*    2000-DIGEST-ALERTS - SKIP WHAT THE LAST DIGEST READ, THEN  *
027100*    DIGEST EVERY ALERT AFTER IT AND RECORD HOW FAR THIS RUN    *
027200*    GOT.  A MISSING FILE LEAVES THE CONTROL RECORD ALONE.      *
027300*****************************************************************
027400 2000-DIGEST-ALERTS.
027500     OPEN INPUT FB-ALERT-FILE
027600     IF FB-ALERT-STATUS = "35"
027700         GO TO 2000-EXIT
027800     END-IF
027900     PERFORM 2050-SKIP-DIGESTED THRU 2050-EXIT
028000     PERFORM 2100-DIGEST-ONE-ALERT THRU 2100-EXIT
028100         UNTIL FB-END-OF-ALERT-FILE
028200     CLOSE FB-ALERT-FILE
028300     PERFORM 2900-SAVE-CONTROL THRU 2900-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600*
028700*****************************************************************
028800*    2050-SKIP-DIGESTED - READ PAST THE RECORDS ALREADY         *
028900*    DIGESTED.  THE LAST OF THEM MUST BE THE ONE THE CONTROL    *
029000*    RECORD NAMES; WHEN IT IS NOT, OR THE FILE IS NOW SHORTER,  *
029100*    FBALERTS HAS BEEN REPLACED AND IS DIGESTED FROM THE START. *
029200*****************************************************************
029300 2050-SKIP-DIGESTED.
029400     IF FB-DIGESTED-COUNT = ZERO
029500         GO TO 2050-EXIT
029600     END-IF
029700     PERFORM 2060-SKIP-ONE-ALERT THRU 2060-EXIT
029800         UNTIL FB-ALERT-SEQ = FB-DIGESTED-COUNT
029900            OR FB-END-OF-ALERT-FILE
030000     IF NOT FB-END-OF-ALERT-FILE
030100        AND FB-ALR-DATE   = FB-DIGESTED-DATE
030200        AND FB-ALR-TIME   = FB-DIGESTED-TIME
030300        AND FB-ALR-SOURCE = FB-DIGESTED-SOURCE
030400         GO TO 2050-EXIT
030500     END-IF
030600*
030700     DISPLAY "FBALDGST - FBALERTS IS NOT THE FILE LAST DIGESTED"
030800         " - DIGESTING IT FROM THE START"
030900     CLOSE FB-ALERT-FILE
031000     OPEN INPUT FB-ALERT-FILE
031100     MOVE 'N'  TO FB-ALERT-EOF-SWITCH
031200     MOVE ZERO TO FB-ALERT-SEQ.
031300 2050-EXIT.
031400     EXIT.
031500*
031600 2060-SKIP-ONE-ALERT.
031700     READ FB-ALERT-FILE INTO FB-ALERT-RECORD
031800         AT END
031900             SET FB-END-OF-ALERT-FILE TO TRUE
032000             GO TO 2060-EXIT
032100     END-READ
032200     ADD 1 TO FB-ALERT-SEQ.
032300 2060-EXIT.
032400     EXIT.
032500*
032600*****************************************************************
032700*    2100-DIGEST-ONE-ALERT - FIND THE ALERT'S CONDITION ON      *
032800*    FBALSTAT AND DECIDE WHETHER IT IS NEW, REOPENED,           *
032900*    ESCALATED OR A REPEAT.                                     *
033000*****************************************************************
033100 2100-DIGEST-ONE-ALERT.
033200     READ FB-ALERT-FILE INTO FB-ALERT-RECORD
033300         AT END
033400             SET FB-END-OF-ALERT-FILE TO TRUE
033500             GO TO 2100-EXIT
033600     END-READ
033700     ADD 1 TO FB-ALERT-SEQ
033800     ADD 1 TO FB-DIGEST-COUNT
033900     MOVE FB-ALR-DATE   TO FB-DIGESTED-DATE
034000     MOVE FB-ALR-TIME   TO FB-DIGESTED-TIME
034100     MOVE FB-ALR-SOURCE TO FB-DIGESTED-SOURCE
034200     IF NOT FB-ALR-CRITICAL
034300        AND NOT FB-ALR-WARNING
034400        AND NOT FB-ALR-INFORMATION
034500         SET FB-ALR-CRITICAL TO TRUE
034600     END-IF
034700*
034800     MOVE SPACES TO FB-ALS-KEY
034900     SET FB-ALS-IS-CONDITION TO TRUE
035000     MOVE FB-ALR-SOURCE TO FB-ALS-SOURCE
035100     MOVE FB-ALR-CODE   TO FB-ALS-CODE
035200     IF FB-ALR-RUN-ID = SPACES
035300         MOVE FB-ALR-CYCLE-DATE TO FB-ALS-SUBJECT
035400     ELSE
035500         MOVE FB-ALR-RUN-ID     TO FB-ALS-SUBJECT
035600     END-IF
035700     MOVE FB-ALS-KEY TO FB-CONDITION-KEY
035800     READ FB-STATE-FILE
035900         INVALID KEY
036000             CONTINUE
036100     END-READ
036200     IF FB-STATE-STATUS NOT = "00"
036300         PERFORM 2200-NEW-CONDITION THRU 2200-EXIT
036400         GO TO 2100-EXIT
036500     END-IF
036600*
036700     IF FB-ALS-CLEARED
036800         PERFORM 2300-CLEARED-CONDITION THRU 2300-EXIT
036900     ELSE
037000         PERFORM 2400-OPEN-CONDITION THRU 2400-EXIT
037100     END-IF.
037200 2100-EXIT.
037300     EXIT.
037400*
037500*****************************************************************
037600*    2200-NEW-CONDITION - FIRST TIME THIS CONDITION HAS BEEN    *
037700*    RAISED.  IT IS RECORDED OPEN AND FED TO THE CONSOLE.       *
037800*****************************************************************
037900 2200-NEW-CONDITION.
038000     MOVE SPACES           TO FB-ALERT-STATE-RECORD
038100     MOVE FB-CONDITION-KEY TO FB-ALS-KEY
038200     SET FB-ALS-OPEN       TO TRUE
038300     MOVE FB-ALR-SEVERITY  TO FB-ALS-SEVERITY
038400     MOVE ZERO             TO FB-ALS-CYCLE-DATE
038500     MOVE FB-ALR-DATE      TO FB-ALS-FIRST-DATE
038600     MOVE ZERO             TO FB-ALS-LAST-DATE
038700     MOVE ZERO             TO FB-ALS-NIGHTS
038800     MOVE ZERO             TO FB-ALS-RAISED-COUNT
038900     MOVE ZERO             TO FB-ALS-CLEARED-DATE
039000     SET FB-ALS-EVENT-NEW  TO TRUE
039100     PERFORM 2500-POST-RAISE THRU 2500-EXIT
039200     WRITE FB-ALERT-STATE-RECORD
039300     PERFORM 2800-CHECK-STATE-WRITE THRU 2800-EXIT
039400     ADD 1 TO FB-NEW-COUNT
039500     PERFORM 2600-WRITE-FEED THRU 2600-EXIT.
039600 2200-EXIT.
039700     EXIT.
039800*
039900*****************************************************************
040000*    2300-CLEARED-CONDITION - RAISED AGAIN AFTER IT HAD         *
040100*    CLEARED.  A LATER CYCLE DATE MEANS IT HAS HAPPENED AGAIN - *
040200*    REOPENED AND FED AS IF NEW.  THE SAME OR AN EARLIER CYCLE  *
040300*    DATE IS THE OLD OCCURRENCE REPORTED AGAIN, AS A PERIOD-END *
040400*    TREND DOES WITH ITS WHOLE HISTORY - IT IS OPEN AGAIN BUT   *
040500*    ONLY AS A REPEAT.                                          *
040600*****************************************************************
040700 2300-CLEARED-CONDITION.
040800     SET FB-ALS-OPEN TO TRUE
040900     MOVE ZERO TO FB-ALS-CLEARED-DATE
041000     IF FB-ALR-CYCLE-DATE NOT > FB-ALS-CYCLE-DATE
041100         PERFORM 2400-OPEN-CONDITION THRU 2400-EXIT
041200         GO TO 2300-EXIT
041300     END-IF
041400*
041500     MOVE FB-ALR-SEVERITY      TO FB-ALS-SEVERITY
041600     MOVE FB-ALR-DATE          TO FB-ALS-FIRST-DATE
041700     MOVE ZERO                 TO FB-ALS-LAST-DATE
041800     MOVE ZERO                 TO FB-ALS-NIGHTS
041900     SET FB-ALS-EVENT-REOPENED TO TRUE
042000     PERFORM 2500-POST-RAISE THRU 2500-EXIT
042100     REWRITE FB-ALERT-STATE-RECORD
042200     PERFORM 2800-CHECK-STATE-WRITE THRU 2800-EXIT
042300     ADD 1 TO FB-REOPEN-COUNT
042400     PERFORM 2600-WRITE-FEED THRU 2600-EXIT.
042500 2300-EXIT.
042600     EXIT.
042700*
042800*****************************************************************
042900*    2400-OPEN-CONDITION - RAISED AGAIN WHILE OPEN.  AT A       *
043000*    HIGHER SEVERITY IT IS ESCALATED AND FED AGAIN; OTHERWISE   *
043100*    IT IS A REPEAT, COUNTED BUT NOT FED.  A REPEAT DOES NOT    *
043200*    OVERWRITE WHAT THIS SAME DIGEST ALREADY DID TO THE         *
043300*    CONDITION.                                                 *
043400*****************************************************************
043500 2400-OPEN-CONDITION.
043600     PERFORM 2700-RANK-SEVERITIES THRU 2700-EXIT
043700     IF FB-NEW-RANK > FB-OLD-RANK
043800         MOVE FB-ALR-SEVERITY       TO FB-ALS-SEVERITY
043900         SET FB-ALS-EVENT-ESCALATED TO TRUE
044000         PERFORM 2500-POST-RAISE THRU 2500-EXIT
044100         REWRITE FB-ALERT-STATE-RECORD
044200         PERFORM 2800-CHECK-STATE-WRITE THRU 2800-EXIT
044300         ADD 1 TO FB-ESCALATE-COUNT
044400         PERFORM 2600-WRITE-FEED THRU 2600-EXIT
044500         GO TO 2400-EXIT
044600     END-IF
044700*
044800     IF FB-ALS-EVENT-DATE NOT = FB-TODAY
044900        OR FB-ALS-EVENT-TIME NOT = FB-NOW
045000         SET FB-ALS-EVENT-REPEATED TO TRUE
045100     END-IF
045200     PERFORM 2500-POST-RAISE THRU 2500-EXIT
045300     REWRITE FB-ALERT-STATE-RECORD
045400     PERFORM 2800-CHECK-STATE-WRITE THRU 2800-EXIT
045500     ADD 1 TO FB-REPEAT-COUNT.
045600 2400-EXIT.
045700     EXIT.
045800*
045900*****************************************************************
046000*    2500-POST-RAISE - CARRY THE ALERT ONTO THE CONDITION - ONE *
046100*    MORE RAISE, ONE MORE NIGHT WHEN IT IS THE FIRST RAISE OF   *
046200*    ITS DAY, THE LATEST TEXT, RUN-ID AND CYCLE DATE - AND      *
046300*    STAMP THE CONDITION WITH THIS DIGEST RUN.                  *
046400*****************************************************************
046500 2500-POST-RAISE.
046600     IF FB-ALR-DATE > FB-ALS-LAST-DATE
046700        AND FB-ALS-NIGHTS < 9999
046800         ADD 1 TO FB-ALS-NIGHTS
046900     END-IF
047000     IF FB-ALS-RAISED-COUNT < 999999
047100         ADD 1 TO FB-ALS-RAISED-COUNT
047200     END-IF
047300     MOVE FB-ALR-DATE   TO FB-ALS-LAST-DATE
047400     MOVE FB-ALR-TIME   TO FB-ALS-LAST-TIME
047500     MOVE FB-ALR-RUN-ID TO FB-ALS-RUN-ID
047600     MOVE FB-ALR-TEXT   TO FB-ALS-TEXT
047700     IF FB-ALR-CYCLE-DATE > FB-ALS-CYCLE-DATE
047800         MOVE FB-ALR-CYCLE-DATE TO FB-ALS-CYCLE-DATE
047900     END-IF
048000     MOVE FB-TODAY TO FB-ALS-EVENT-DATE
048100     MOVE FB-NOW   TO FB-ALS-EVENT-TIME.
048200 2500-EXIT.
048300     EXIT.
048400*
048500*****************************************************************
048600*    2600-WRITE-FEED - ONE CONSOLE FEED RECORD FOR A NEW,       *
048700*    REOPENED OR ESCALATED CONDITION.  CRITICAL PAGES THE       *
048800*    ON-CALL OPERATOR.                                          *
048900*****************************************************************
049000 2600-WRITE-FEED.
049100     MOVE SPACES              TO FB-ALERT-FEED-RECORD
049200     MOVE "FBAL"              TO FB-AFD-RECORD-ID
049300     MOVE FB-ALR-DATE         TO FB-AFD-DATE
049400     MOVE FB-ALR-TIME (1:6)   TO FB-AFD-TIME
049500     MOVE FB-ALS-SEVERITY     TO FB-AFD-SEVERITY
049600     MOVE 'N'                 TO FB-AFD-PAGE-FLAG
049700     IF FB-ALS-CRITICAL
049800         SET FB-AFD-PAGE-ON-CALL TO TRUE
049900         ADD 1 TO FB-PAGE-COUNT
050000     END-IF
050100     MOVE FB-ALS-EVENT        TO FB-AFD-EVENT
050200     MOVE FB-ALS-SOURCE       TO FB-AFD-SOURCE
050300     MOVE FB-ALS-CODE         TO FB-AFD-CODE
050400     MOVE FB-ALS-RUN-ID       TO FB-AFD-RUN-ID
050500     MOVE FB-ALS-CYCLE-DATE   TO FB-AFD-CYCLE-DATE
050600     MOVE FB-ALS-TEXT         TO FB-AFD-TEXT
050700     WRITE FB-FEED-LINE FROM FB-ALERT-FEED-RECORD
050800     ADD 1 TO FB-FEED-COUNT.
050900 2600-EXIT.
051000     EXIT.
051100*
051200*****************************************************************
051300*    2700-RANK-SEVERITIES - CRITICAL 3, WARNING 2,              *
051400*    INFORMATION 1, FOR THE CONDITION AS RECORDED AND FOR THE   *
051500*    ALERT JUST READ.                                           *
051600*****************************************************************
051700 2700-RANK-SEVERITIES.
051800     EVALUATE TRUE
051900         WHEN FB-ALS-WARNING
052000             MOVE 2 TO FB-OLD-RANK
052100         WHEN FB-ALS-INFORMATION
052200             MOVE 1 TO FB-OLD-RANK
052300         WHEN OTHER
052400             MOVE 3 TO FB-OLD-RANK
052500     END-EVALUATE
052600     EVALUATE TRUE
052700         WHEN FB-ALR-WARNING
052800             MOVE 2 TO FB-NEW-RANK
052900         WHEN FB-ALR-INFORMATION
053000             MOVE 1 TO FB-NEW-RANK
053100         WHEN OTHER
053200             MOVE 3 TO FB-NEW-RANK
053300     END-EVALUATE.
053400 2700-EXIT.
053500     EXIT.
053600*
053700 2800-CHECK-STATE-WRITE.
053800     IF FB-STATE-STATUS NOT = "00"
053900         DISPLAY "FBALDGST - FBALSTAT UPDATE FAILED FOR "
054000             FB-ALS-SOURCE " " FB-ALS-CODE " " FB-ALS-SUBJECT
054100             " - STATUS " FB-STATE-STATUS
054200     END-IF.
054300 2800-EXIT.
054400     EXIT.
054500*
054600*****************************************************************
054700*    2900-SAVE-CONTROL - RECORD HOW MANY FBALERTS RECORDS HAVE  *
054800*    NOW BEEN DIGESTED AND WHICH ONE WAS LAST.                  *
054900*****************************************************************
055000 2900-SAVE-CONTROL.
055100     MOVE SPACES TO FB-ALERT-STATE-RECORD
055200     SET FB-ALS-IS-CONTROL TO TRUE
055300     MOVE FB-ALERT-SEQ       TO FB-ALC-RECORD-COUNT
055400     MOVE FB-DIGESTED-DATE   TO FB-ALC-LAST-DATE
055500     MOVE FB-DIGESTED-TIME   TO FB-ALC-LAST-TIME
055600     MOVE FB-DIGESTED-SOURCE TO FB-ALC-LAST-SOURCE
055700     MOVE FB-TODAY           TO FB-ALC-DIGEST-DATE
055800     MOVE FB-NOW             TO FB-ALC-DIGEST-TIME
055900     IF FB-CONTROL-WAS-FOUND
056000         REWRITE FB-ALERT-STATE-RECORD
056100     ELSE
056200         WRITE FB-ALERT-STATE-RECORD
056300     END-IF
056400     PERFORM 2800-CHECK-STATE-WRITE THRU 2800-EXIT.
056500 2900-EXIT.
056600     EXIT.
056700*
056800*****************************************************************
056900*    3000-CLEAR-QUIET-CONDITIONS - CLEAR EVERY OPEN CONDITION   *
057000*    NOT RAISED FOR THE QUIET-DAYS LIMIT, AND COUNT WHAT STAYS  *
057100*    OPEN BY SEVERITY.  A CONDITION THIS DIGEST HAS JUST POSTED *
057200*    IS NOT CLEARED, HOWEVER OLD THE ALERT.                     *
057300*****************************************************************
057400 3000-CLEAR-QUIET-CONDITIONS.
057500     PERFORM 3900-START-CONDITIONS THRU 3900-EXIT
057600     PERFORM 3100-CLEAR-ONE-CONDITION THRU 3100-EXIT
057700         UNTIL FB-END-OF-STATE-FILE.
057800 3000-EXIT.
057900     EXIT.
058000*
058100 3100-CLEAR-ONE-CONDITION.
058200     READ FB-STATE-FILE NEXT RECORD
058300         AT END
058400             SET FB-END-OF-STATE-FILE TO TRUE
058500             GO TO 3100-EXIT
058600     END-READ
058700     IF FB-STATE-STATUS NOT = "00"
058800        OR NOT FB-ALS-IS-CONDITION
058900         SET FB-END-OF-STATE-FILE TO TRUE
059000         GO TO 3100-EXIT
059100     END-IF
059200     IF NOT FB-ALS-OPEN
059300         GO TO 3100-EXIT
059400     END-IF
059500*
059600     IF FB-ALS-EVENT-DATE NOT = FB-TODAY
059700        OR FB-ALS-EVENT-TIME NOT = FB-NOW
059800         MOVE ZERO TO FB-QUIET-DAYS
059900         IF FB-ALS-LAST-DATE NUMERIC AND FB-ALS-LAST-DATE > ZERO
060000             COMPUTE FB-LAST-INTEGER =
060100                 FUNCTION INTEGER-OF-DATE (FB-ALS-LAST-DATE)
060200             COMPUTE FB-QUIET-DAYS =
060300                 FB-TODAY-INTEGER - FB-LAST-INTEGER
060400         END-IF
060500         IF FB-QUIET-DAYS NOT < FB-CLEAR-DAYS
060600             SET FB-ALS-CLEARED       TO TRUE
060700             MOVE FB-TODAY            TO FB-ALS-CLEARED-DATE
060800             SET FB-ALS-EVENT-CLEARED TO TRUE
060900             MOVE FB-TODAY            TO FB-ALS-EVENT-DATE
061000             MOVE FB-NOW              TO FB-ALS-EVENT-TIME
061100             REWRITE FB-ALERT-STATE-RECORD
061200             PERFORM 2800-CHECK-STATE-WRITE THRU 2800-EXIT
061300             ADD 1 TO FB-CLEARED-COUNT
061400             GO TO 3100-EXIT
061500         END-IF
061600     END-IF
061700*
061800     EVALUATE TRUE
061900         WHEN FB-ALS-WARNING
062000             ADD 1 TO FB-OPEN-WARNING-COUNT
062100         WHEN FB-ALS-INFORMATION
062200             ADD 1 TO FB-OPEN-INFO-COUNT
062300         WHEN OTHER
062400             ADD 1 TO FB-OPEN-CRITICAL-COUNT
062500     END-EVALUATE.
062600 3100-EXIT.
062700     EXIT.
062800*
062900*****************************************************************
063000*    3900-START-CONDITIONS - POSITION AT THE FIRST CONDITION    *
063100*    RECORD; THE CONTROL RECORD SORTS AFTER THEM ALL.           *
063200*****************************************************************
063300 3900-START-CONDITIONS.
063400     MOVE 'N' TO FB-STATE-EOF-SWITCH
063500     MOVE SPACES TO FB-ALS-KEY
063600     SET FB-ALS-IS-CONDITION TO TRUE
063700     START FB-STATE-FILE KEY NOT < FB-ALS-KEY
063800         INVALID KEY
063900             SET FB-END-OF-STATE-FILE TO TRUE
064000     END-START.
064100 3900-EXIT.
064200     EXIT.
064300*
064400*****************************************************************
064500*    4000-REPORT-CONDITIONS - THE OPEN CONDITIONS, MOST SEVERE  *
064600*    FIRST, THEN THE ONES THIS DIGEST CLEARED.                  *
064700*****************************************************************
064800 4000-REPORT-CONDITIONS.
064900     MOVE "C"                          TO FB-REPORT-SEVERITY
065000     MOVE "CRITICAL - OPEN"            TO FB-SC-TITLE
065100     MOVE FB-OPEN-CRITICAL-COUNT   TO FB-SECTION-COUNT
065200     PERFORM 4100-REPORT-ONE-SECTION THRU 4100-EXIT
065300     MOVE "W"                          TO FB-REPORT-SEVERITY
065400     MOVE "WARNING - OPEN"             TO FB-SC-TITLE
065500     MOVE FB-OPEN-WARNING-COUNT    TO FB-SECTION-COUNT
065600     PERFORM 4100-REPORT-ONE-SECTION THRU 4100-EXIT
065700     MOVE "I"                          TO FB-REPORT-SEVERITY
065800     MOVE "INFORMATION - OPEN"         TO FB-SC-TITLE
065900     MOVE FB-OPEN-INFO-COUNT       TO FB-SECTION-COUNT
066000     PERFORM 4100-REPORT-ONE-SECTION THRU 4100-EXIT
066100     MOVE "X"                          TO FB-REPORT-SEVERITY
066200     MOVE "CLEARED TODAY - QUIET FOR THE LIMIT"
066300                                       TO FB-SC-TITLE
066400     MOVE FB-CLEARED-COUNT         TO FB-SECTION-COUNT
066500     PERFORM 4100-REPORT-ONE-SECTION THRU 4100-EXIT.
066600 4000-EXIT.
066700     EXIT.
066800*
066900 4100-REPORT-ONE-SECTION.
067000     MOVE FB-SECTION-COUNT TO FB-SC-COUNT
067100     WRITE FB-DIGEST-LINE FROM FB-SECTION-LINE
067200     IF FB-SECTION-COUNT = ZERO
067300         MOVE SPACES TO FB-DIGEST-LINE
067400         WRITE FB-DIGEST-LINE
067500         GO TO 4100-EXIT
067600     END-IF
067700     WRITE FB-DIGEST-LINE FROM FB-DIGEST-COLUMNS
067800     PERFORM 3900-START-CONDITIONS THRU 3900-EXIT
067900     PERFORM 4200-REPORT-ONE-CONDITION THRU 4200-EXIT
068000         UNTIL FB-END-OF-STATE-FILE
068100     MOVE SPACES TO FB-DIGEST-LINE
068200     WRITE FB-DIGEST-LINE.
068300 4100-EXIT.
068400     EXIT.
068500*
068600 4200-REPORT-ONE-CONDITION.
068700     READ FB-STATE-FILE NEXT RECORD
068800         AT END
068900             SET FB-END-OF-STATE-FILE TO TRUE
069000             GO TO 4200-EXIT
069100     END-READ
069200     IF FB-STATE-STATUS NOT = "00"
069300        OR NOT FB-ALS-IS-CONDITION
069400         SET FB-END-OF-STATE-FILE TO TRUE
069500         GO TO 4200-EXIT
069600     END-IF
069700     IF FB-REPORT-SEVERITY = "X"
069800         IF NOT FB-ALS-EVENT-CLEARED
069900            OR FB-ALS-EVENT-DATE NOT = FB-TODAY
070000            OR FB-ALS-EVENT-TIME NOT = FB-NOW
070100             GO TO 4200-EXIT
070200         END-IF
070300     ELSE
070400         IF NOT FB-ALS-OPEN
070500            OR FB-ALS-SEVERITY NOT = FB-REPORT-SEVERITY
070600             GO TO 4200-EXIT
070700         END-IF
070800     END-IF
070900*
071000     MOVE FB-ALS-SEVERITY     TO FB-DD-SEVERITY
071100     MOVE FB-ALS-SOURCE       TO FB-DD-SOURCE
071200     MOVE FB-ALS-CODE         TO FB-DD-CODE
071300     MOVE FB-ALS-RUN-ID       TO FB-DD-RUN-ID
071400     MOVE FB-ALS-CYCLE-DATE   TO FB-DD-CYCLE-DATE
071500     MOVE FB-ALS-FIRST-DATE   TO FB-DD-FIRST-DATE
071600     MOVE FB-ALS-LAST-DATE    TO FB-DD-LAST-DATE
071700     MOVE FB-ALS-NIGHTS       TO FB-DD-NIGHTS
071800     MOVE FB-ALS-RAISED-COUNT TO FB-DD-RAISED
071900     MOVE FB-ALS-TEXT         TO FB-DD-TEXT
072000     EVALUATE TRUE
072100         WHEN FB-ALS-EVENT-DATE NOT = FB-TODAY
072200           OR FB-ALS-EVENT-TIME NOT = FB-NOW
072300             MOVE "CARRIED  " TO FB-DD-EVENT
072400         WHEN FB-ALS-EVENT-NEW
072500             MOVE "NEW      " TO FB-DD-EVENT
072600         WHEN FB-ALS-EVENT-REOPENED
072700             MOVE "REOPENED " TO FB-DD-EVENT
072800         WHEN FB-ALS-EVENT-ESCALATED
072900             MOVE "ESCALATED" TO FB-DD-EVENT
073000         WHEN FB-ALS-EVENT-CLEARED
073100             MOVE "CLEARED  " TO FB-DD-EVENT
073200         WHEN OTHER
073300             MOVE "REPEAT   " TO FB-DD-EVENT
073400     END-EVALUATE
073500     WRITE FB-DIGEST-LINE FROM FB-DIGEST-DETAIL.
073600 4200-EXIT.
073700     EXIT.
073800*
073900*****************************************************************
074000*    9000-TERMINATE - WRITE THE TOTALS, CLOSE EVERYTHING AND    *
074100*    SET RC=4 WHILE ANY CRITICAL CONDITION IS OPEN.             *
074200*****************************************************************
074300 9000-TERMINATE.
074400     MOVE "ALERTS DIGESTED"              TO FB-SC-TITLE
074500     MOVE FB-DIGEST-COUNT                TO FB-SC-COUNT
074600     WRITE FB-DIGEST-LINE FROM FB-SECTION-LINE
074700     MOVE "NEW CONDITIONS"               TO FB-SC-TITLE
074800     MOVE FB-NEW-COUNT                   TO FB-SC-COUNT
074900     WRITE FB-DIGEST-LINE FROM FB-SECTION-LINE
075000     MOVE "REOPENED CONDITIONS"          TO FB-SC-TITLE
075100     MOVE FB-REOPEN-COUNT                TO FB-SC-COUNT
075200     WRITE FB-DIGEST-LINE FROM FB-SECTION-LINE
075300     MOVE "ESCALATED CONDITIONS"         TO FB-SC-TITLE
075400     MOVE FB-ESCALATE-COUNT              TO FB-SC-COUNT
075500     WRITE FB-DIGEST-LINE FROM FB-SECTION-LINE
075600     MOVE "REPEATS SUPPRESSED"           TO FB-SC-TITLE
075700     MOVE FB-REPEAT-COUNT                TO FB-SC-COUNT
075800     WRITE FB-DIGEST-LINE FROM FB-SECTION-LINE
075900     MOVE "FED TO THE CONSOLE"           TO FB-SC-TITLE
076000     MOVE FB-FEED-COUNT                  TO FB-SC-COUNT
076100     WRITE FB-DIGEST-LINE FROM FB-SECTION-LINE
076200     MOVE "PAGED TO THE ON-CALL OPERATOR" TO FB-SC-TITLE
076300     MOVE FB-PAGE-COUNT                  TO FB-SC-COUNT
076400     WRITE FB-DIGEST-LINE FROM FB-SECTION-LINE
076500*
076600     DISPLAY "FBALDGST - DIGESTED=" FB-DIGEST-COUNT
076700         " NEW=" FB-NEW-COUNT " REOPENED=" FB-REOPEN-COUNT
076800         " ESCALATED=" FB-ESCALATE-COUNT
076900         " REPEATS=" FB-REPEAT-COUNT
077000         " CLEARED=" FB-CLEARED-COUNT
077100         " PAGED=" FB-PAGE-COUNT
077200         " OPEN CRITICAL=" FB-OPEN-CRITICAL-COUNT
077300     IF FB-OPEN-CRITICAL-COUNT > ZERO
077400         MOVE 4 TO RETURN-CODE
077500     END-IF
077600*
077700     CLOSE FB-STATE-FILE
077800     CLOSE FB-FEED-FILE
077900     CLOSE FB-DIGEST-REPORT.
078000 9000-EXIT.
078100     EXIT.
