000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBHACK.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - HANDOFF ACKNOWLEDGMENT INTAKE. *
001200*                     A CYCLE THE CONSUMER NEVER LOADED WAS     *
001300*                     ONLY NOTICED WHEN SOMEONE DOWNSTREAM      *
001400*                     ASKED FOR IT, AND THE RESEND WAS A        *
001500*                     HAND-KEYED FBHNDCTL RE-CUT.               *
001510*    2026-10-15 JMT   AN ACKNOWLEDGMENT WITH A BLANK COPY       *
001520*                     NUMBER NOW MATCHES ONLY THE ORIGINAL CUT, *
001530*                     NOT THE LATEST RE-CUT, AND ONE WITH A     *
001540*                     COPY NUMBER THAT IS NOT NUMERIC IS        *
001550*                     PRINTED AS UNMATCHED.                     *
001600*****************************************************************
001700*    PURPOSE - JCL-INVOKED STEP RUN AFTER THE CONSUMER RETURNS  *
001800*    ITS ACKNOWLEDGMENTS.  LOADS THE LATEST COPY OF EVERY CYCLE *
001900*    FBHAND LOGGED TO FBHNDLOG WITHIN THE LOOKBACK WINDOW,      *
002000*    MATCHES THE FBHNDACK ACKNOWLEDGMENTS TO IT BY CYCLE DATE   *
002100*    AND PRINTS EVERY CYCLE ON FBHACKRP AS ACKNOWLEDGED,        *
002200*    REJECTED, OVERDUE (NO ACKNOWLEDGMENT AFTER THE OVERDUE     *
002300*    LIMIT IN HOURS) OR PENDING.  AN ACCEPTANCE WHOSE COUNT OR  *
002400*    HASH DOES NOT MATCH THE TRANSMITTAL IS TREATED AS A        *
002500*    REJECTION.  AN ACKNOWLEDGMENT FOR AN EARLIER COPY OF A     *
002600*    CYCLE THAN THE ONE LAST CUT IS SUPERSEDED AND IGNORED.     *
002610*    ONE WITH NO COPY NUMBER IS FOR THE ORIGINAL CUT (00).      *
002700*    FBHNDRTQ IS REWRITTEN WITH EVERY REJECTED OR OVERDUE       *
002800*    CYCLE SO THE NEXT FBHAND RUN RE-CUTS IT.  FBHNDACK IS THE  *
002900*    CONSUMER'S RUNNING FILE AND IS READ WHOLE EACH TIME.  ENDS *
003000*    RC=4 WHEN ANYTHING IS QUEUED OR AN ACKNOWLEDGMENT MATCHES  *
003100*    NO CYCLE; A MISSING FILE IS TREATED AS EMPTY.              *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FB-ACK-CTL-FILE     ASSIGN TO "FBHACKCT"
003700                                ORGANIZATION LINE SEQUENTIAL
003800                                FILE STATUS FB-ACK-CTL-STATUS.
003900*
004000     SELECT FB-XMT-LOG-FILE     ASSIGN TO "FBHNDLOG"
004100                                ORGANIZATION LINE SEQUENTIAL
004200                                FILE STATUS FB-XMT-LOG-STATUS.
004300*
004400     SELECT FB-ACK-FILE         ASSIGN TO "FBHNDACK"
004500                                ORGANIZATION LINE SEQUENTIAL
004600                                FILE STATUS FB-ACK-FILE-STATUS.
004700*
004800     SELECT FB-RTQ-FILE         ASSIGN TO "FBHNDRTQ"
004900                                ORGANIZATION LINE SEQUENTIAL
005000                                FILE STATUS FB-RTQ-STATUS.
005100*
005200     SELECT FB-ACK-REPORT       ASSIGN TO "FBHACKRP"
005300                                ORGANIZATION LINE SEQUENTIAL.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FB-ACK-CTL-FILE
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  FB-ACK-CTL-LINE            PIC X(80).
006000*
006100 FD  FB-XMT-LOG-FILE
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  FB-XMT-LOG-LINE            PIC X(80).
006400*
006500 FD  FB-ACK-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  FB-ACK-LINE                PIC X(80).
006800*
006900 FD  FB-RTQ-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  FB-RTQ-LINE                PIC X(80).
007200*
007300 FD  FB-ACK-REPORT
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  FB-ACK-RPT-LINE            PIC X(80).
007600*
007700 WORKING-STORAGE SECTION.
007800     COPY FBHXMT.
007900*
008000     COPY FBHACR.
008100*
008200     COPY FBHRTQ.
008300*
008400 01  FB-ACK-CONTROL-RECORD.
008500     05  FB-ACK-CTL-OVERDUE-HOURS   PIC X(03).
008600     05  FB-ACK-CTL-LOOKBACK-DAYS   PIC X(03).
008700     05  FILLER                     PIC X(74).
008800*
008900 77  FB-ACK-CTL-STATUS          PIC X(02) VALUE SPACES.
009000 77  FB-XMT-LOG-STATUS          PIC X(02) VALUE SPACES.
009100 77  FB-ACK-FILE-STATUS         PIC X(02) VALUE SPACES.
009200 77  FB-RTQ-STATUS              PIC X(02) VALUE SPACES.
009300 77  FB-XMT-EOF-SWITCH          PIC X(01) VALUE 'N'.
009400     88  FB-END-OF-XMT-LOG          VALUE 'Y'.
009500 77  FB-ACK-EOF-SWITCH          PIC X(01) VALUE 'N'.
009600     88  FB-END-OF-ACK-FILE         VALUE 'Y'.
009700 77  FB-CYC-PLACED-SWITCH       PIC X(01) VALUE 'N'.
009800     88  FB-CYC-SLOT-FOUND          VALUE 'Y'.
009900 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
010000 77  FB-TODAY-INTEGER           PIC 9(08) VALUE ZERO.
010100 77  FB-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
010200 77  FB-CUTOFF-INTEGER          PIC 9(08) VALUE ZERO.
010300 77  FB-CUT-INTEGER             PIC 9(08) VALUE ZERO.
010400 77  FB-OVERDUE-HOURS           PIC 9(03) VALUE 24.
010500 77  FB-LOOKBACK-DAYS           PIC 9(03) VALUE 30.
010600 77  FB-NOW-SECONDS             PIC 9(05) VALUE ZERO.
010700 77  FB-CUT-SECONDS             PIC 9(05) VALUE ZERO.
010800 77  FB-ELAPSED-SECONDS         PIC S9(09) VALUE ZERO.
010900 77  FB-ELAPSED-HOURS           PIC S9(05) VALUE ZERO.
011000 77  FB-QUEUE-REASON            PIC X(03) VALUE SPACES.
011100 77  FB-ACK-COUNT-NUM           PIC 9(09) VALUE ZERO.
011200 77  FB-ACK-HASH-NUM            PIC 9(12) VALUE ZERO.
011300 77  FB-XMT-READ-COUNT          PIC 9(05) VALUE ZERO.
011400 77  FB-ACK-READ-COUNT          PIC 9(05) VALUE ZERO.
011500 77  FB-ACKED-COUNT             PIC 9(05) VALUE ZERO.
011600 77  FB-REJECTED-COUNT          PIC 9(05) VALUE ZERO.
011700 77  FB-OVERDUE-COUNT           PIC 9(05) VALUE ZERO.
011800 77  FB-PENDING-COUNT           PIC 9(05) VALUE ZERO.
011900 77  FB-SUPERSEDED-COUNT        PIC 9(05) VALUE ZERO.
012000 77  FB-UNMATCHED-COUNT         PIC 9(05) VALUE ZERO.
012010 77  FB-UNMATCHED-REASON        PIC X(27) VALUE SPACES.
012100 77  FB-QUEUED-COUNT            PIC 9(05) VALUE ZERO.
012200 77  FB-CYC-COUNT               PIC 9(03) COMP VALUE ZERO.
012300 77  FB-CYC-MAX                 PIC 9(03) COMP VALUE 400.
012400 77  FB-CYC-SUB                 PIC 9(03) COMP VALUE ZERO.
012500 77  FB-CYC-IX                  PIC 9(03) COMP VALUE ZERO.
012600*
012700 01  FB-TIME-OF-DAY             PIC 9(08) VALUE ZERO.
012800 01  FILLER REDEFINES FB-TIME-OF-DAY.
012900     05  FB-TOD-HH                  PIC 9(02).
013000     05  FB-TOD-MM                  PIC 9(02).
013100     05  FB-TOD-SS                  PIC 9(02).
013200     05  FB-TOD-CC                  PIC 9(02).
013300*
013400 01  FB-CYC-TABLE.
013500     05  FB-CYC-ENTRY           OCCURS 400 TIMES.
013600         10  FB-CYC-DATE            PIC 9(08).
013700         10  FB-CYC-SEQ             PIC 9(02).
013800         10  FB-CYC-CUT-DATE        PIC 9(08).
013900         10  FB-CYC-CUT-TIME        PIC 9(08).
014000         10  FB-CYC-COUNT-SENT      PIC 9(09).
014100         10  FB-CYC-HASH-SENT       PIC 9(12).
014200         10  FB-CYC-ACK-STATE       PIC X(01).
014300             88  FB-CYC-NOT-ACKED       VALUE ' '.
014400             88  FB-CYC-ACKED           VALUE 'A'.
014500             88  FB-CYC-REJECTED        VALUE 'R'.
014600         10  FB-CYC-REASON          PIC X(40).
014700*
014800 01  FB-ACK-RPT-HEADER.
014900     05  FILLER                 PIC X(09) VALUE "FBHACK   ".
015000     05  FILLER                 PIC X(26) VALUE
015100         "HANDOFF ACKNOWLEDGMENTS   ".
015200     05  FILLER                 PIC X(06) VALUE "DATE: ".
015300     05  FB-AH-DATE             PIC 9(08).
015400     05  FILLER                 PIC X(31) VALUE SPACES.
015500*
015600 01  FB-ACK-RPT-COLUMNS.
015700     05  FILLER                 PIC X(40) VALUE
015800         "   CYCLE    SQ CUT DATE TIME   RECORDS  ".
015900     05  FILLER                 PIC X(40) VALUE
016000         "STATUS       REASON                     ".
016100*
016200 01  FB-ACK-RPT-DETAIL.
016300     05  FILLER                 PIC X(03) VALUE SPACES.
016400     05  FB-AD-CYCLE-DATE       PIC 9(08).
016500     05  FILLER                 PIC X(01) VALUE SPACE.
016600     05  FB-AD-SEQ              PIC 9(02).
016700     05  FILLER                 PIC X(01) VALUE SPACE.
016800     05  FB-AD-CUT-DATE         PIC 9(08).
016900     05  FILLER                 PIC X(01) VALUE SPACE.
017000     05  FB-AD-CUT-TIME         PIC 9(04).
017100     05  FILLER                 PIC X(01) VALUE SPACE.
017200     05  FB-AD-COUNT            PIC ZZZZZZZZ9.
017300     05  FILLER                 PIC X(02) VALUE SPACES.
017400     05  FB-AD-STATUS           PIC X(12).
017500     05  FILLER                 PIC X(01) VALUE SPACE.
017600     05  FB-AD-REASON           PIC X(27).
017700*
017800 01  FB-ACK-RPT-TOTAL.
017900     05  FILLER                 PIC X(03) VALUE "** ".
018000     05  FB-AT-LABEL            PIC X(45).
018100     05  FB-AT-COUNT            PIC ZZZZ9.
018200     05  FILLER                 PIC X(27) VALUE SPACES.
018300*
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018700*
018800     PERFORM 2000-LOAD-TRANSMITTALS THRU 2000-EXIT
018900     PERFORM 3000-APPLY-ACKNOWLEDGMENTS THRU 3000-EXIT
019000*
019100     OPEN OUTPUT FB-RTQ-FILE
019200     PERFORM 4000-CLASSIFY-ONE-CYCLE THRU 4000-EXIT
019300         VARYING FB-CYC-SUB FROM 1 BY 1
019400         UNTIL FB-CYC-SUB > FB-CYC-COUNT
019500     CLOSE FB-RTQ-FILE
019600*
019700     PERFORM 9000-TERMINATE THRU 9000-EXIT
019800     STOP RUN.
019900*
020000*****************************************************************
020100*    1000-INITIALIZE - READ THE CONTROL CARD (OVERDUE LIMIT IN  *
020200*    HOURS, LOOKBACK IN DAYS - A MISSING CARD OR A BLANK OR     *
020300*    NON-NUMERIC FIELD TAKES THE DEFAULTS OF 24 AND 30), TAKE   *
020400*    THE CURRENT DATE AND TIME AND WRITE THE REPORT HEADINGS.   *
020500*****************************************************************
020600 1000-INITIALIZE.
020700     ACCEPT FB-TODAY FROM DATE YYYYMMDD
020800     ACCEPT FB-TIME-OF-DAY FROM TIME
020900     COMPUTE FB-NOW-SECONDS =
021000         FB-TOD-HH * 3600 + FB-TOD-MM * 60 + FB-TOD-SS
021100     COMPUTE FB-TODAY-INTEGER =
021200         FUNCTION INTEGER-OF-DATE (FB-TODAY)
021300*
021400     OPEN INPUT FB-ACK-CTL-FILE
021500     IF FB-ACK-CTL-STATUS NOT = "35"
021600         MOVE SPACES TO FB-ACK-CONTROL-RECORD
021700         READ FB-ACK-CTL-FILE INTO FB-ACK-CONTROL-RECORD
021800             AT END
021900                 CONTINUE
022000         END-READ
022100         IF FB-ACK-CTL-OVERDUE-HOURS NUMERIC
022200            AND FB-ACK-CTL-OVERDUE-HOURS NOT = "000"
022300             MOVE FB-ACK-CTL-OVERDUE-HOURS TO FB-OVERDUE-HOURS
022400         END-IF
022500         IF FB-ACK-CTL-LOOKBACK-DAYS NUMERIC
022600            AND FB-ACK-CTL-LOOKBACK-DAYS NOT = "000"
022700             MOVE FB-ACK-CTL-LOOKBACK-DAYS TO FB-LOOKBACK-DAYS
022800         END-IF
022900         CLOSE FB-ACK-CTL-FILE
023000     END-IF
023100     COMPUTE FB-CUTOFF-INTEGER =
023200         FB-TODAY-INTEGER - FB-LOOKBACK-DAYS
023300     COMPUTE FB-CUTOFF-DATE =
023400         FUNCTION DATE-OF-INTEGER (FB-CUTOFF-INTEGER)
023500     DISPLAY "FBHACK - OVERDUE AFTER " FB-OVERDUE-HOURS
023600         " HOURS, CYCLES SINCE " FB-CUTOFF-DATE
023700*
023800     OPEN OUTPUT FB-ACK-REPORT
023900     MOVE FB-TODAY TO FB-AH-DATE
024000     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-HEADER
024100     MOVE SPACES TO FB-ACK-RPT-LINE
024200     WRITE FB-ACK-RPT-LINE
024300     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-COLUMNS.
024400 1000-EXIT.
024500     EXIT.
024600*
024700*****************************************************************
024800*    2000-LOAD-TRANSMITTALS - ONE TABLE ENTRY PER CYCLE IN THE  *
024900*    LOOKBACK WINDOW, HOLDING THE LATEST COPY CUT (HIGHEST      *
025000*    RETRANSMISSION SEQUENCE, LAST ON THE LOG ON A TIE).  THE   *
025100*    TABLE IS KEPT IN CYCLE-DATE ORDER FOR THE REPORT.          *
025200*****************************************************************
025300 2000-LOAD-TRANSMITTALS.
025400     OPEN INPUT FB-XMT-LOG-FILE
025500     IF FB-XMT-LOG-STATUS = "35"
025600         DISPLAY "FBHACK - FBHNDLOG NOT FOUND - NO CYCLES "
025700             "TO CHECK"
025800         GO TO 2000-EXIT
025900     END-IF
026000     PERFORM 2100-LOAD-ONE-TRANSMITTAL THRU 2100-EXIT
026100         UNTIL FB-END-OF-XMT-LOG
026200     CLOSE FB-XMT-LOG-FILE.
026300 2000-EXIT.
026400     EXIT.
026500*
026600 2100-LOAD-ONE-TRANSMITTAL.
026700     READ FB-XMT-LOG-FILE INTO FB-TRANSMITTAL-RECORD
026800         AT END
026900             SET FB-END-OF-XMT-LOG TO TRUE
027000             GO TO 2100-EXIT
027100     END-READ
027200     ADD 1 TO FB-XMT-READ-COUNT
027300     IF FB-XMT-CYCLE-DATE NOT NUMERIC
027400        OR FB-XMT-CYCLE-DATE < FB-CUTOFF-DATE
027500         GO TO 2100-EXIT
027600     END-IF
027700*
027800     MOVE FB-XMT-CYCLE-DATE TO FB-ACK-CYCLE-DATE
027900     PERFORM 8000-FIND-CYCLE THRU 8000-EXIT
028000     IF FB-CYC-IX > ZERO
028100         IF FB-XMT-RETRANS-SEQ < FB-CYC-SEQ (FB-CYC-IX)
028200             GO TO 2100-EXIT
028300         END-IF
028400         PERFORM 2300-STORE-TRANSMITTAL THRU 2300-EXIT
028500         GO TO 2100-EXIT
028600     END-IF
028700*
028800     IF FB-CYC-COUNT = FB-CYC-MAX
028900         DISPLAY "FBHACK - CYCLE TABLE FULL AT " FB-CYC-MAX
029000             " CYCLES - INCREASE FB-CYC-ENTRY OCCURS"
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF
029400     ADD 1 TO FB-CYC-COUNT
029500     MOVE FB-CYC-COUNT TO FB-CYC-IX
029600     MOVE 'N' TO FB-CYC-PLACED-SWITCH
029700     PERFORM 2200-SHIFT-ONE-CYCLE THRU 2200-EXIT
029800         UNTIL FB-CYC-SLOT-FOUND
029900     PERFORM 2300-STORE-TRANSMITTAL THRU 2300-EXIT.
030000 2100-EXIT.
030100     EXIT.
030200*
030300*****************************************************************
030400*    2200-SHIFT-ONE-CYCLE - OPEN A SLOT FOR A NEW CYCLE IN DATE *
030500*    ORDER, MOVING LATER CYCLES UP ONE.                         *
030600*****************************************************************
030700 2200-SHIFT-ONE-CYCLE.
030800     IF FB-CYC-IX = 1
030900         SET FB-CYC-SLOT-FOUND TO TRUE
031000         GO TO 2200-EXIT
031100     END-IF
031200     IF FB-CYC-DATE (FB-CYC-IX - 1) < FB-XMT-CYCLE-DATE
031300         SET FB-CYC-SLOT-FOUND TO TRUE
031400         GO TO 2200-EXIT
031500     END-IF
031600     MOVE FB-CYC-ENTRY (FB-CYC-IX - 1) TO FB-CYC-ENTRY (FB-CYC-IX)
031700     SUBTRACT 1 FROM FB-CYC-IX.
031800 2200-EXIT.
031900     EXIT.
032000*
032100 2300-STORE-TRANSMITTAL.
032200     MOVE FB-XMT-CYCLE-DATE  TO FB-CYC-DATE (FB-CYC-IX)
032300     MOVE FB-XMT-RETRANS-SEQ TO FB-CYC-SEQ (FB-CYC-IX)
032400     MOVE FB-XMT-CUT-DATE    TO FB-CYC-CUT-DATE (FB-CYC-IX)
032500     MOVE FB-XMT-CUT-TIME    TO FB-CYC-CUT-TIME (FB-CYC-IX)
032600     MOVE FB-XMT-COUNT       TO FB-CYC-COUNT-SENT (FB-CYC-IX)
032700     MOVE FB-XMT-HASH        TO FB-CYC-HASH-SENT (FB-CYC-IX)
032800     MOVE SPACE              TO FB-CYC-ACK-STATE (FB-CYC-IX)
032900     MOVE SPACES             TO FB-CYC-REASON (FB-CYC-IX).
033000 2300-EXIT.
033100     EXIT.
033200*
033300*****************************************************************
033400*    3000-APPLY-ACKNOWLEDGMENTS - MATCH EVERY ACKNOWLEDGMENT TO *
033500*    ITS CYCLE.  THE LAST ONE ON FILE FOR THE LATEST COPY OF A  *
033600*    CYCLE STANDS.                                              *
033700*****************************************************************
033800 3000-APPLY-ACKNOWLEDGMENTS.
033900     OPEN INPUT FB-ACK-FILE
034000     IF FB-ACK-FILE-STATUS = "35"
034100         DISPLAY "FBHACK - FBHNDACK NOT FOUND - NO "
034200             "ACKNOWLEDGMENTS RECEIVED"
034300         GO TO 3000-EXIT
034400     END-IF
034500     PERFORM 3100-APPLY-ONE-ACK THRU 3100-EXIT
034600         UNTIL FB-END-OF-ACK-FILE
034700     CLOSE FB-ACK-FILE.
034800 3000-EXIT.
034900     EXIT.
035000*
035100*****************************************************************
035200*    3100-APPLY-ONE-ACK - AN ACKNOWLEDGMENT FOR A CYCLE NOT ON  *
035300*    THE LOG IS PRINTED AS UNMATCHED; ONE FOR AN EARLIER COPY   *
035400*    THAN THE LATEST CUT IS SUPERSEDED.  AN ACCEPTANCE COUNTS   *
035500*    ONLY WHEN THE CONSUMER'S COUNT AND HASH AGREE WITH WHAT    *
035600*    WAS SENT.  A BLANK COPY NUMBER IS THE ORIGINAL CUT, 00,    *
035610*    AND MATCHES ONLY THAT COPY; ONE THAT IS NOT NUMERIC IS     *
035620*    PRINTED AS UNMATCHED.                                      *
035700*****************************************************************
035800 3100-APPLY-ONE-ACK.
035900     READ FB-ACK-FILE INTO FB-ACKNOWLEDGMENT-RECORD
036000         AT END
036100             SET FB-END-OF-ACK-FILE TO TRUE
036200             GO TO 3100-EXIT
036300     END-READ
036400     ADD 1 TO FB-ACK-READ-COUNT
036500*
036600     MOVE ZERO TO FB-CYC-IX
036700     IF FB-ACK-CYCLE-DATE NUMERIC
036800         PERFORM 8000-FIND-CYCLE THRU 8000-EXIT
036900     END-IF
037000     IF FB-CYC-IX = ZERO
037100         IF FB-ACK-CYCLE-DATE NOT < FB-CUTOFF-DATE
037200            OR FB-ACK-CYCLE-DATE NOT NUMERIC
037230             MOVE "NO SUCH CYCLE ON FBHNDLOG"
037260                 TO FB-UNMATCHED-REASON
037300             ADD 1 TO FB-UNMATCHED-COUNT
037400             PERFORM 3200-WRITE-UNMATCHED THRU 3200-EXIT
037500         END-IF
037600         GO TO 3100-EXIT
037700     END-IF
037800*
037900     IF FB-ACK-RETRANS-SEQ = SPACES
037910         MOVE "00" TO FB-ACK-RETRANS-SEQ
037920     END-IF
037930     IF FB-ACK-RETRANS-SEQ NOT NUMERIC
037940         MOVE "COPY NUMBER NOT NUMERIC" TO FB-UNMATCHED-REASON
037950         ADD 1 TO FB-UNMATCHED-COUNT
037960         PERFORM 3200-WRITE-UNMATCHED THRU 3200-EXIT
037970         GO TO 3100-EXIT
037980     END-IF
038000     IF FB-ACK-RETRANS-SEQ NOT = FB-CYC-SEQ (FB-CYC-IX)
038100         ADD 1 TO FB-SUPERSEDED-COUNT
038200         GO TO 3100-EXIT
038300     END-IF
038400*
038500     IF FB-ACK-REJECTED
038600         SET FB-CYC-REJECTED (FB-CYC-IX) TO TRUE
038700         MOVE FB-ACK-REASON TO FB-CYC-REASON (FB-CYC-IX)
038800         GO TO 3100-EXIT
038900     END-IF
039000     IF NOT FB-ACK-ACCEPTED
039100         SET FB-CYC-REJECTED (FB-CYC-IX) TO TRUE
039200         MOVE "ACK STATUS NOT A OR R" TO FB-CYC-REASON (FB-CYC-IX)
039300         GO TO 3100-EXIT
039400     END-IF
039500*
039600     IF FB-ACK-COUNT NOT NUMERIC
039700        OR FB-ACK-HASH NOT NUMERIC
039800         SET FB-CYC-REJECTED (FB-CYC-IX) TO TRUE
039900         MOVE "ACK TOTALS DIFFER FROM TRANSMITTAL"
040000             TO FB-CYC-REASON (FB-CYC-IX)
040100         GO TO 3100-EXIT
040200     END-IF
040300     MOVE FB-ACK-COUNT TO FB-ACK-COUNT-NUM
040400     MOVE FB-ACK-HASH  TO FB-ACK-HASH-NUM
040500     IF FB-ACK-COUNT-NUM NOT = FB-CYC-COUNT-SENT (FB-CYC-IX)
040600        OR FB-ACK-HASH-NUM NOT = FB-CYC-HASH-SENT (FB-CYC-IX)
040700         SET FB-CYC-REJECTED (FB-CYC-IX) TO TRUE
040800         MOVE "ACK TOTALS DIFFER FROM TRANSMITTAL"
040900             TO FB-CYC-REASON (FB-CYC-IX)
041000         GO TO 3100-EXIT
041100     END-IF
041200     SET FB-CYC-ACKED (FB-CYC-IX) TO TRUE
041300     MOVE SPACES TO FB-CYC-REASON (FB-CYC-IX).
041400 3100-EXIT.
041500     EXIT.
041600*
041700 3200-WRITE-UNMATCHED.
041800     MOVE ZERO                   TO FB-AD-CYCLE-DATE
041900     IF FB-ACK-CYCLE-DATE NUMERIC
042000         MOVE FB-ACK-CYCLE-DATE  TO FB-AD-CYCLE-DATE
042100     END-IF
042200     MOVE ZERO                   TO FB-AD-SEQ
042300     MOVE ZERO                   TO FB-AD-CUT-DATE
042400     MOVE ZERO                   TO FB-AD-CUT-TIME
042500     MOVE ZERO                   TO FB-AD-COUNT
042600     MOVE "UNMATCHED"            TO FB-AD-STATUS
042700     MOVE FB-UNMATCHED-REASON    TO FB-AD-REASON
042800     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-DETAIL.
042900 3200-EXIT.
043000     EXIT.
043100*
043200*****************************************************************
043300*    4000-CLASSIFY-ONE-CYCLE - PRINT ONE CYCLE WITH ITS STATE.  *
043400*    A REJECTED CYCLE, OR ONE STILL UNACKNOWLEDGED WHEN THE     *
043500*    OVERDUE LIMIT HAS PASSED SINCE IT WAS CUT, IS QUEUED ON    *
043600*    FBHNDRTQ FOR FBHAND TO RE-CUT.                             *
043700*****************************************************************
043800 4000-CLASSIFY-ONE-CYCLE.
043900     MOVE FB-CYC-DATE (FB-CYC-SUB)       TO FB-AD-CYCLE-DATE
044000     MOVE FB-CYC-SEQ (FB-CYC-SUB)        TO FB-AD-SEQ
044100     MOVE FB-CYC-CUT-DATE (FB-CYC-SUB)   TO FB-AD-CUT-DATE
044200     MOVE FB-CYC-CUT-TIME (FB-CYC-SUB)   TO FB-TIME-OF-DAY
044300     MOVE FB-TIME-OF-DAY (1:4)           TO FB-AD-CUT-TIME
044400     MOVE FB-CYC-COUNT-SENT (FB-CYC-SUB) TO FB-AD-COUNT
044500     MOVE FB-CYC-REASON (FB-CYC-SUB)     TO FB-AD-REASON
044600*
044700     IF FB-CYC-ACKED (FB-CYC-SUB)
044800         ADD 1 TO FB-ACKED-COUNT
044900         MOVE "ACKNOWLEDGED" TO FB-AD-STATUS
045000         GO TO 4000-WRITE
045100     END-IF
045200     IF FB-CYC-REJECTED (FB-CYC-SUB)
045300         ADD 1 TO FB-REJECTED-COUNT
045400         MOVE "REJECTED"     TO FB-AD-STATUS
045500         MOVE "REJ"          TO FB-QUEUE-REASON
045600         PERFORM 4100-QUEUE-RETRANSMISSION THRU 4100-EXIT
045700         GO TO 4000-WRITE
045800     END-IF
045900*
046000     COMPUTE FB-CUT-SECONDS =
046100         FB-TOD-HH * 3600 + FB-TOD-MM * 60 + FB-TOD-SS
046200     COMPUTE FB-CUT-INTEGER = FUNCTION INTEGER-OF-DATE
046300         (FB-CYC-CUT-DATE (FB-CYC-SUB))
046400     COMPUTE FB-ELAPSED-SECONDS =
046500         (FB-TODAY-INTEGER - FB-CUT-INTEGER) * 86400
046600         + FB-NOW-SECONDS - FB-CUT-SECONDS
046700     DIVIDE FB-ELAPSED-SECONDS BY 3600 GIVING FB-ELAPSED-HOURS
046800     IF FB-ELAPSED-HOURS NOT < FB-OVERDUE-HOURS
046900         ADD 1 TO FB-OVERDUE-COUNT
047000         MOVE "OVERDUE"      TO FB-AD-STATUS
047100         MOVE "NO ACKNOWLEDGMENT WITHIN LIMIT" TO FB-AD-REASON
047200         MOVE "OVD"          TO FB-QUEUE-REASON
047300         PERFORM 4100-QUEUE-RETRANSMISSION THRU 4100-EXIT
047400         GO TO 4000-WRITE
047500     END-IF
047600     ADD 1 TO FB-PENDING-COUNT
047700     MOVE "PENDING"          TO FB-AD-STATUS.
047800 4000-WRITE.
047900     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-DETAIL.
048000 4000-EXIT.
048100     EXIT.
048200*
048300 4100-QUEUE-RETRANSMISSION.
048400     MOVE SPACES                   TO FB-RETRANS-QUEUE-RECORD
048500     MOVE FB-QUEUE-REASON          TO FB-RTQ-REASON
048600     MOVE FB-CYC-DATE (FB-CYC-SUB) TO FB-RTQ-CYCLE-DATE
048700     MOVE FB-CYC-SEQ (FB-CYC-SUB)  TO FB-RTQ-LAST-SEQ
048800     MOVE FB-TODAY                 TO FB-RTQ-QUEUED-DATE
048900     ACCEPT FB-RTQ-QUEUED-TIME FROM TIME
049000     WRITE FB-RTQ-LINE FROM FB-RETRANS-QUEUE-RECORD
049100     ADD 1 TO FB-QUEUED-COUNT.
049200 4100-EXIT.
049300     EXIT.
049400*
049500*****************************************************************
049600*    8000-FIND-CYCLE - LOCATE FB-ACK-CYCLE-DATE IN THE CYCLE    *
049700*    TABLE.  FB-CYC-IX IS ZERO WHEN IT IS NOT THERE.            *
049800*****************************************************************
049900 8000-FIND-CYCLE.
050000     MOVE ZERO TO FB-CYC-IX
050100     PERFORM 8100-CHECK-ONE-CYCLE THRU 8100-EXIT
050200         VARYING FB-CYC-SUB FROM 1 BY 1
050300         UNTIL FB-CYC-SUB > FB-CYC-COUNT
050400            OR FB-CYC-IX > ZERO.
050500 8000-EXIT.
050600     EXIT.
050700*
050800 8100-CHECK-ONE-CYCLE.
050900     IF FB-CYC-DATE (FB-CYC-SUB) = FB-ACK-CYCLE-DATE
051000         MOVE FB-CYC-SUB TO FB-CYC-IX
051100     END-IF.
051200 8100-EXIT.
051300     EXIT.
051400*
051500*****************************************************************
051600*    9000-TERMINATE - PRINT THE TOTALS, CLOSE THE REPORT AND    *
051700*    SET RC=4 WHEN A CYCLE WAS QUEUED FOR RETRANSMISSION OR AN  *
051800*    ACKNOWLEDGMENT MATCHED NOTHING.                            *
051900*****************************************************************
052000 9000-TERMINATE.
052100     MOVE SPACES TO FB-ACK-RPT-LINE
052200     WRITE FB-ACK-RPT-LINE
052300     MOVE "CYCLES ACKNOWLEDGED"              TO FB-AT-LABEL
052400     MOVE FB-ACKED-COUNT                     TO FB-AT-COUNT
052500     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-TOTAL
052600     MOVE "CYCLES REJECTED - QUEUED FOR RESEND" TO FB-AT-LABEL
052700     MOVE FB-REJECTED-COUNT                  TO FB-AT-COUNT
052800     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-TOTAL
052900     MOVE "CYCLES OVERDUE - QUEUED FOR RESEND" TO FB-AT-LABEL
053000     MOVE FB-OVERDUE-COUNT                   TO FB-AT-COUNT
053100     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-TOTAL
053200     MOVE "CYCLES PENDING WITHIN LIMIT"      TO FB-AT-LABEL
053300     MOVE FB-PENDING-COUNT                   TO FB-AT-COUNT
053400     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-TOTAL
053500     MOVE "ACKNOWLEDGMENTS FOR A SUPERSEDED COPY" TO FB-AT-LABEL
053600     MOVE FB-SUPERSEDED-COUNT                TO FB-AT-COUNT
053700     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-TOTAL
053800     MOVE "ACKNOWLEDGMENTS MATCHING NO CYCLE" TO FB-AT-LABEL
053900     MOVE FB-UNMATCHED-COUNT                 TO FB-AT-COUNT
054000     WRITE FB-ACK-RPT-LINE FROM FB-ACK-RPT-TOTAL
054100     CLOSE FB-ACK-REPORT
054200*
054300     DISPLAY "FBHACK - CYCLES=" FB-CYC-COUNT
054400         " ACKNOWLEDGED=" FB-ACKED-COUNT
054500         " QUEUED=" FB-QUEUED-COUNT
054600         " UNMATCHED=" FB-UNMATCHED-COUNT
054700     IF FB-QUEUED-COUNT > ZERO
054800        OR FB-UNMATCHED-COUNT > ZERO
054900         MOVE 4 TO RETURN-CODE
055000     END-IF.
055100 9000-EXIT.
055200     EXIT.
