000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBCYCRPT.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - NIGHTLY CYCLE STEP-HISTORY     *
001200*                     REPORT OFF THE FBCYCTL STEP-CONTROL       *
001300*                     LEDGER AND THE FBCYCHST STEP-HISTORY LOG. *
001310*    2026-10-15 JMT   PRINTS THE NEW FBDMERGE LEDGER SLOT.      *
001400*****************************************************************
001500*    PURPOSE - JCL-INVOKED REPORT STEP.  FOR EVERY CYCLE ON     *
001600*    FBCYCTL IN THE DATE RANGE ON THE FBCYCCTL CONTROL CARD     *
001700*    (FROM AND TO CYCLE DATES, CCYYMMDD; A MISSING CARD OR      *
001800*    BLANK DATE MEANS THE LAST SEVEN DAYS THROUGH TODAY) PRINTS *
001900*    EACH STEP OF THE NIGHT WITH ITS STATUS, START AND END,     *
002000*    RETURN CODE, RUN COUNT AND JOB-ID, FLAGGING A STEP LEFT    *
002100*    STARTED OR ENDED ABOVE RC=4.  THEN LISTS EVERY FBCYCHST    *
002200*    EVENT FOR THOSE CYCLES - BEGINS, ENDS, SKIPS, FORCED       *
002300*    RERUNS AND REFUSALS - IN THE ORDER THEY HAPPENED.  ENDS    *
002400*    RC=4 WHEN ANY STEP IS FLAGGED; A MISSING FILE IS TREATED   *
002500*    AS EMPTY.                                                  *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FB-CYC-CTL-FILE     ASSIGN TO "FBCYCCTL"
003100                                ORGANIZATION LINE SEQUENTIAL
003200                                FILE STATUS FB-CYC-CTL-STATUS.
003300*
003400     SELECT FB-LEDGER-FILE      ASSIGN TO "FBCYCTL"
003500                                ORGANIZATION INDEXED
003600                                ACCESS MODE DYNAMIC
003700                                RECORD KEY FB-CCL-CYCLE-DATE
003800                                FILE STATUS FB-LEDGER-STATUS.
003900*
004000     SELECT FB-HISTORY-FILE     ASSIGN TO "FBCYCHST"
004100                                ORGANIZATION LINE SEQUENTIAL
004200                                FILE STATUS FB-HISTORY-STATUS.
004300*
004400     SELECT FB-CYC-REPORT       ASSIGN TO "FBCYCRPT"
004500                                ORGANIZATION LINE SEQUENTIAL.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FB-CYC-CTL-FILE
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  FB-CYC-CTL-LINE            PIC X(80).
005200*
005300 FD  FB-LEDGER-FILE.
005400     COPY FBCCL.
005500*
005600 FD  FB-HISTORY-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  FB-HISTORY-LINE            PIC X(80).
005900*
006000 FD  FB-CYC-REPORT
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  FB-CYC-RPT-LINE            PIC X(80).
006300*
006400 WORKING-STORAGE SECTION.
006500     COPY FBCCH.
006600*
006700 01  FB-CYC-CONTROL-RECORD.
006800     05  FB-CYC-CTL-FROM-DATE       PIC X(08).
006900     05  FB-CYC-CTL-TO-DATE         PIC X(08).
007000     05  FILLER                     PIC X(64).
007100*
007200 77  FB-CYC-CTL-STATUS          PIC X(02) VALUE SPACES.
007300 77  FB-LEDGER-STATUS           PIC X(02) VALUE SPACES.
007400 77  FB-HISTORY-STATUS          PIC X(02) VALUE SPACES.
007500 77  FB-CCL-EOF-SWITCH          PIC X(01) VALUE 'N'.
007600     88  FB-END-OF-LEDGER           VALUE 'Y'.
007700 77  FB-CCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
007800     88  FB-END-OF-HISTORY          VALUE 'Y'.
007900 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
008000 77  FB-FROM-DATE               PIC 9(08) VALUE ZERO.
008100 77  FB-TO-DATE                 PIC 9(08) VALUE ZERO.
008200 77  FB-FROM-INTEGER            PIC 9(08) VALUE ZERO.
008300 77  FB-CYCLE-COUNT             PIC 9(05) VALUE ZERO.
008400 77  FB-FLAGGED-COUNT           PIC 9(05) VALUE ZERO.
008500 77  FB-EVENT-COUNT             PIC 9(05) VALUE ZERO.
008600 77  FB-STEP-SUB                PIC 9(02) COMP VALUE ZERO.
008700 77  FB-STEP-MAX                PIC 9(02) COMP VALUE 8.
008800*
008900 01  FB-CYC-RPT-HEADER.
009000     05  FILLER                 PIC X(09) VALUE "FBCYCRPT ".
009100     05  FILLER                 PIC X(26) VALUE
009200         "CYCLE STEP HISTORY        ".
009300     05  FILLER                 PIC X(06) VALUE "DATE: ".
009400     05  FB-CH-DATE             PIC 9(08).
009500     05  FILLER                 PIC X(08) VALUE "  FROM: ".
009600     05  FB-CH-FROM             PIC 9(08).
009700     05  FILLER                 PIC X(06) VALUE "  TO: ".
009800     05  FB-CH-TO               PIC 9(08).
009900     05  FILLER                 PIC X(01) VALUE SPACES.
010000*
010100 01  FB-SECTION-LINE.
010200     05  FILLER                 PIC X(03) VALUE "** ".
010300     05  FB-SC-TITLE            PIC X(45).
010400     05  FB-SC-COUNT            PIC ZZZZ9.
010500     05  FILLER                 PIC X(27) VALUE SPACES.
010600*
010700 01  FB-CYCLE-LINE.
010800     05  FILLER                 PIC X(03) VALUE SPACES.
010900     05  FILLER                 PIC X(06) VALUE "CYCLE ".
011000     05  FB-CL-CYCLE-DATE       PIC 9(08).
011100     05  FILLER                 PIC X(63) VALUE SPACES.
011200*
011300 01  FB-STEP-COLUMNS.
011400     05  FILLER                 PIC X(38) VALUE
011500         "   STEP     STATUS   STARTED          ".
011600     05  FILLER                 PIC X(42) VALUE
011700         "ENDED            RC RUNS JOB-ID           ".
011800*
011900 01  FB-STEP-DETAIL.
012000     05  FILLER                 PIC X(03) VALUE SPACES.
012100     05  FB-SD-STEP-NAME        PIC X(08).
012200     05  FILLER                 PIC X(01) VALUE SPACE.
012300     05  FB-SD-STATUS           PIC X(08).
012400     05  FILLER                 PIC X(01) VALUE SPACE.
012500     05  FB-SD-START-DATE       PIC 9(08).
012600     05  FILLER                 PIC X(01) VALUE SPACE.
012700     05  FB-SD-START-TIME       PIC 9(06).
012800     05  FILLER                 PIC X(02) VALUE SPACES.
012900     05  FB-SD-END-DATE         PIC 9(08).
013000     05  FILLER                 PIC X(01) VALUE SPACE.
013100     05  FB-SD-END-TIME         PIC 9(06).
013200     05  FILLER                 PIC X(02) VALUE SPACES.
013300     05  FB-SD-RC               PIC 9(02).
013400     05  FILLER                 PIC X(02) VALUE SPACES.
013500     05  FB-SD-RUNS             PIC Z9.
013600     05  FILLER                 PIC X(02) VALUE SPACES.
013700     05  FB-SD-JOB-ID           PIC X(08).
013800     05  FILLER                 PIC X(01) VALUE SPACE.
013900     05  FB-SD-FLAG             PIC X(08).
014000*
014100 01  FB-EVENT-DETAIL.
014200     05  FILLER                 PIC X(03) VALUE SPACES.
014300     05  FB-ED-CYCLE-DATE       PIC 9(08).
014400     05  FILLER                 PIC X(01) VALUE SPACE.
014500     05  FB-ED-STEP-NAME        PIC X(08).
014600     05  FILLER                 PIC X(01) VALUE SPACE.
014700     05  FB-ED-EVENT            PIC X(08).
014800     05  FILLER                 PIC X(01) VALUE SPACE.
014900     05  FB-ED-EVENT-DATE       PIC 9(08).
015000     05  FILLER                 PIC X(01) VALUE SPACE.
015100     05  FB-ED-EVENT-TIME       PIC 9(06).
015200     05  FILLER                 PIC X(01) VALUE SPACE.
015300     05  FB-ED-RC               PIC 9(02).
015400     05  FILLER                 PIC X(01) VALUE SPACE.
015500     05  FB-ED-TEXT             PIC X(30).
015600     05  FILLER                 PIC X(01) VALUE SPACE.
015700*
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016100*
016200     PERFORM 2000-REPORT-LEDGER THRU 2000-EXIT
016300     PERFORM 3000-REPORT-HISTORY THRU 3000-EXIT
016400*
016500     PERFORM 9000-TERMINATE THRU 9000-EXIT
016600     STOP RUN.
016700*
016800*****************************************************************
016900*    1000-INITIALIZE - SET THE CYCLE DATE RANGE FROM THE        *
017000*    CONTROL CARD, DEFAULTING TO THE LAST SEVEN DAYS, AND WRITE *
017100*    THE REPORT HEADER.                                         *
017200*****************************************************************
017300 1000-INITIALIZE.
017400     ACCEPT FB-TODAY FROM DATE YYYYMMDD
017500     MOVE FB-TODAY TO FB-TO-DATE
017600     COMPUTE FB-FROM-INTEGER =
017700         FUNCTION INTEGER-OF-DATE (FB-TODAY) - 6
017800     COMPUTE FB-FROM-DATE =
017900         FUNCTION DATE-OF-INTEGER (FB-FROM-INTEGER)
018000*
018100     OPEN INPUT FB-CYC-CTL-FILE
018200     IF FB-CYC-CTL-STATUS NOT = "35"
018300         MOVE SPACES TO FB-CYC-CONTROL-RECORD
018400         READ FB-CYC-CTL-FILE INTO FB-CYC-CONTROL-RECORD
018500             AT END
018600                 CONTINUE
018700         END-READ
018800         IF FB-CYC-CTL-FROM-DATE NUMERIC
018900            AND FB-CYC-CTL-FROM-DATE NOT = "00000000"
019000             MOVE FB-CYC-CTL-FROM-DATE TO FB-FROM-DATE
019100         END-IF
019200         IF FB-CYC-CTL-TO-DATE NUMERIC
019300            AND FB-CYC-CTL-TO-DATE NOT = "00000000"
019400             MOVE FB-CYC-CTL-TO-DATE TO FB-TO-DATE
019500         END-IF
019600         CLOSE FB-CYC-CTL-FILE
019700     END-IF
019800*
019900     OPEN OUTPUT FB-CYC-REPORT
020000     MOVE FB-TODAY     TO FB-CH-DATE
020100     MOVE FB-FROM-DATE TO FB-CH-FROM
020200     MOVE FB-TO-DATE   TO FB-CH-TO
020300     WRITE FB-CYC-RPT-LINE FROM FB-CYC-RPT-HEADER
020400     MOVE SPACES TO FB-CYC-RPT-LINE
020500     WRITE FB-CYC-RPT-LINE.
020600 1000-EXIT.
020700     EXIT.
020800*
020900*****************************************************************
021000*    2000-REPORT-LEDGER - ONE BLOCK PER CYCLE ON THE LEDGER IN  *
021100*    THE RANGE, IN CYCLE-DATE ORDER.                            *
021200*****************************************************************
021300 2000-REPORT-LEDGER.
021400     OPEN INPUT FB-LEDGER-FILE
021500     IF FB-LEDGER-STATUS = "35"
021600         SET FB-END-OF-LEDGER TO TRUE
021700     ELSE
021800         MOVE FB-FROM-DATE TO FB-CCL-CYCLE-DATE
021900         START FB-LEDGER-FILE KEY NOT < FB-CCL-CYCLE-DATE
022000             INVALID KEY
022100                 SET FB-END-OF-LEDGER TO TRUE
022200         END-START
022300     END-IF
022400     PERFORM 2100-REPORT-ONE-CYCLE THRU 2100-EXIT
022500         UNTIL FB-END-OF-LEDGER
022600     IF FB-LEDGER-STATUS NOT = "35"
022700         CLOSE FB-LEDGER-FILE
022800     END-IF
022900*
023000     MOVE "CYCLES REPORTED"           TO FB-SC-TITLE
023100     MOVE FB-CYCLE-COUNT              TO FB-SC-COUNT
023200     WRITE FB-CYC-RPT-LINE FROM FB-SECTION-LINE
023300     MOVE "STEPS LEFT STARTED OR ENDED ABOVE RC=4"
023400                                      TO FB-SC-TITLE
023500     MOVE FB-FLAGGED-COUNT            TO FB-SC-COUNT
023600     WRITE FB-CYC-RPT-LINE FROM FB-SECTION-LINE
023700     MOVE SPACES TO FB-CYC-RPT-LINE
023800     WRITE FB-CYC-RPT-LINE.
023900 2000-EXIT.
024000     EXIT.
024100*
024200 2100-REPORT-ONE-CYCLE.
024300     READ FB-LEDGER-FILE NEXT RECORD
024400         AT END
024500             SET FB-END-OF-LEDGER TO TRUE
024600             GO TO 2100-EXIT
024700     END-READ
024800     IF FB-CCL-CYCLE-DATE > FB-TO-DATE
024900         SET FB-END-OF-LEDGER TO TRUE
025000         GO TO 2100-EXIT
025100     END-IF
025200     ADD 1 TO FB-CYCLE-COUNT
025300*
025400     MOVE FB-CCL-CYCLE-DATE TO FB-CL-CYCLE-DATE
025500     WRITE FB-CYC-RPT-LINE FROM FB-CYCLE-LINE
025600     WRITE FB-CYC-RPT-LINE FROM FB-STEP-COLUMNS
025700     PERFORM 2200-REPORT-ONE-STEP THRU 2200-EXIT
025800         VARYING FB-STEP-SUB FROM 1 BY 1
025900         UNTIL FB-STEP-SUB > FB-STEP-MAX
026000     MOVE SPACES TO FB-CYC-RPT-LINE
026100     WRITE FB-CYC-RPT-LINE.
026200 2100-EXIT.
026300     EXIT.
026400*
026500 2200-REPORT-ONE-STEP.
026600     MOVE FB-CCL-STEP-NAME (FB-STEP-SUB)     TO FB-SD-STEP-NAME
026700     MOVE FB-CCL-START-DATE (FB-STEP-SUB)    TO FB-SD-START-DATE
026800     MOVE FB-CCL-START-TIME (FB-STEP-SUB) (1:6)
026900                                             TO FB-SD-START-TIME
027000     MOVE FB-CCL-END-DATE (FB-STEP-SUB)      TO FB-SD-END-DATE
027100     MOVE FB-CCL-END-TIME (FB-STEP-SUB) (1:6)
027200                                             TO FB-SD-END-TIME
027300     MOVE FB-CCL-STEP-RC (FB-STEP-SUB)       TO FB-SD-RC
027400     MOVE FB-CCL-RUN-COUNT (FB-STEP-SUB)     TO FB-SD-RUNS
027500     MOVE FB-CCL-JOB-ID (FB-STEP-SUB)        TO FB-SD-JOB-ID
027600     MOVE SPACES                             TO FB-SD-FLAG
027700*
027800     EVALUATE TRUE
027900         WHEN FB-CCL-ENDED (FB-STEP-SUB)
028000             MOVE "ENDED   " TO FB-SD-STATUS
028100             IF FB-CCL-STEP-RC (FB-STEP-SUB) > 4
028200                 MOVE "<< CHECK" TO FB-SD-FLAG
028300                 ADD 1 TO FB-FLAGGED-COUNT
028400             END-IF
028500         WHEN FB-CCL-STARTED (FB-STEP-SUB)
028600             MOVE "STARTED " TO FB-SD-STATUS
028700             MOVE "<< CHECK" TO FB-SD-FLAG
028800             ADD 1 TO FB-FLAGGED-COUNT
028900         WHEN OTHER
029000             MOVE "NOT RUN " TO FB-SD-STATUS
029100     END-EVALUATE
029200     WRITE FB-CYC-RPT-LINE FROM FB-STEP-DETAIL.
029300 2200-EXIT.
029400     EXIT.
029500*
029600*****************************************************************
029700*    3000-REPORT-HISTORY - EVERY STEP-HISTORY EVENT FOR A CYCLE *
029800*    IN THE RANGE, IN THE ORDER LOGGED.                         *
029900*****************************************************************
030000 3000-REPORT-HISTORY.
030100     MOVE "STEP EVENTS" TO FB-SC-TITLE
030200     MOVE ZERO          TO FB-SC-COUNT
030300     WRITE FB-CYC-RPT-LINE FROM FB-SECTION-LINE
030400     OPEN INPUT FB-HISTORY-FILE
030500     IF FB-HISTORY-STATUS = "35"
030600         GO TO 3000-EXIT
030700     END-IF
030800     PERFORM 3100-REPORT-ONE-EVENT THRU 3100-EXIT
030900         UNTIL FB-END-OF-HISTORY
031000     CLOSE FB-HISTORY-FILE.
031100 3000-EXIT.
031200     EXIT.
031300*
031400 3100-REPORT-ONE-EVENT.
031500     READ FB-HISTORY-FILE INTO FB-CYCLE-HISTORY-RECORD
031600         AT END
031700             SET FB-END-OF-HISTORY TO TRUE
031800             GO TO 3100-EXIT
031900     END-READ
032000     IF FB-CCH-CYCLE-DATE < FB-FROM-DATE
032100        OR FB-CCH-CYCLE-DATE > FB-TO-DATE
032200         GO TO 3100-EXIT
032300     END-IF
032400     ADD 1 TO FB-EVENT-COUNT
032500     MOVE FB-CCH-CYCLE-DATE         TO FB-ED-CYCLE-DATE
032600     MOVE FB-CCH-STEP-NAME          TO FB-ED-STEP-NAME
032700     MOVE FB-CCH-EVENT              TO FB-ED-EVENT
032800     MOVE FB-CCH-EVENT-DATE         TO FB-ED-EVENT-DATE
032900     MOVE FB-CCH-EVENT-TIME (1:6)   TO FB-ED-EVENT-TIME
033000     MOVE FB-CCH-STEP-RC            TO FB-ED-RC
033100     MOVE FB-CCH-TEXT               TO FB-ED-TEXT
033200     WRITE FB-CYC-RPT-LINE FROM FB-EVENT-DETAIL.
033300 3100-EXIT.
033400     EXIT.
033500*
033600*****************************************************************
033700*    9000-TERMINATE - CLOSE THE REPORT AND SET RC=4 WHEN ANY    *
033800*    STEP WAS FLAGGED.                                          *
033900*****************************************************************
034000 9000-TERMINATE.
034100     DISPLAY "FBCYCRPT - CYCLES=" FB-CYCLE-COUNT
034200         " FLAGGED STEPS=" FB-FLAGGED-COUNT
034300         " EVENTS=" FB-EVENT-COUNT
034400     CLOSE FB-CYC-REPORT
034500     IF FB-FLAGGED-COUNT > ZERO
034600         MOVE 4 TO RETURN-CODE
034700     END-IF.
034800 9000-EXIT.
034900     EXIT.
