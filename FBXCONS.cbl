000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBXCONS.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - CROSS-RUN CLASSIFICATION       *
001200*                     CONSISTENCY CHECK.  FBMAST IS KEYED BY    *
001300*                     RUN-ID THEN X, SO TWO RUNS OF THE SAME    *
001400*                     RULES THAT DISAGREE ABOUT THE SAME NUMBER *
001500*                     WENT UNNOTICED.  THIS JOB BROWSES THE     *
001600*                     MASTER BY ITS X/RULE-SET ALTERNATE KEY    *
001700*                     AND FLAGS EVERY SUCH DISAGREEMENT.        *
001800*****************************************************************
001900*    PURPOSE - JCL-INVOKED BATCH EXCEPTION REPORT.  GATHERS     *
002000*    EVERY STORED CLASSIFICATION OF EACH X - THE CURRENT FBMAST *
002100*    RECORDS, READ IN X ORDER THROUGH THE FB-MST-XREF-KEY       *
002200*    ALTERNATE KEY, AND THE SUPERSEDED ANSWERS FBDELTA KEPT ON  *
002300*    FBMHIST - AND GROUPS THEM BY RULE SET AND THE DIVISOR      *
002400*    SIGNATURE (FB-AUD-RULE-SIG) OF THE RUN THAT PRODUCED THEM, *
002500*    TAKEN FROM FBAUDARC AND FBAUDIT.                           *
002600*    ANY X WHOSE CLASS CODE DIFFERS WITHIN ONE RULE SET AND     *
002700*    SIGNATURE IS PRINTED ON FBXCRPT WITH EVERY ANSWER IN THE   *
002800*    GROUP - RUN-ID, RUN DATE, RULE VERSION, CLASS AND WHETHER  *
002900*    IT IS THE MASTER OR A SUPERSEDED ANSWER.  AN ANSWER WHOSE  *
003000*    RUN IS ON NEITHER AUDIT FILE IS GROUPED UNDER AN UNKNOWN   *
003100*    SIGNATURE.                                                 *
003200*    ENDS RC=4 WHEN ANY CONFLICT IS FOUND, OR WHEN MASTER       *
003300*    RECORDS STORED BEFORE THE ALTERNATE KEY EXISTED ARE FOUND  *
003400*    WITHOUT IT (RELOAD THEM THROUGH FBLOAD); RC=0 OTHERWISE.   *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT FB-MASTER-FILE      ASSIGN TO "FBMAST"
004000                                ORGANIZATION INDEXED
004100                                ACCESS MODE DYNAMIC
004200                                RECORD KEY FB-MST-KEY
004300                                ALTERNATE KEY FB-MST-XREF-KEY
004400                                    WITH DUPLICATES
004500                                FILE STATUS FB-MAST-STATUS.
004600*
004700     SELECT FB-HISTORY-FILE     ASSIGN TO "FBMHIST"
004800                                ORGANIZATION LINE SEQUENTIAL
004900                                FILE STATUS FB-HISTORY-STATUS.
005000*
005100     SELECT FB-AUDIT-FILE       ASSIGN TO "FBAUDIT"
005200                                ORGANIZATION LINE SEQUENTIAL
005300                                FILE STATUS FB-AUDIT-STATUS.
005400*
005500     SELECT FB-AUDIT-ARC-FILE   ASSIGN TO "FBAUDARC"
005600                                ORGANIZATION LINE SEQUENTIAL
005700                                FILE STATUS FB-AUD-ARC-STATUS.
005800*
005900     SELECT FB-XCONS-REPORT     ASSIGN TO "FBXCRPT"
006000                                ORGANIZATION LINE SEQUENTIAL.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  FB-MASTER-FILE.
006500     COPY FBMAST.
006600*
006700 FD  FB-HISTORY-FILE
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  FB-HISTORY-LINE            PIC X(80).
007000*
007100 FD  FB-AUDIT-FILE
007200     RECORD CONTAINS 150 CHARACTERS.
007300 01  FB-AUDIT-LINE              PIC X(150).
007400*
007500 FD  FB-AUDIT-ARC-FILE
007600     RECORD CONTAINS 150 CHARACTERS.
007700 01  FB-AUDIT-ARC-LINE          PIC X(150).
007800*
007900 FD  FB-XCONS-REPORT
008000     RECORD CONTAINS 132 CHARACTERS.
008100 01  FB-XCONS-LINE              PIC X(132).
008200*
008300 WORKING-STORAGE SECTION.
008400     COPY FBAUDIT.
008500*
008600     COPY FBMHIST.
008700*
008800 77  FB-MAST-STATUS             PIC X(02) VALUE SPACES.
008900 77  FB-HISTORY-STATUS          PIC X(02) VALUE SPACES.
009000 77  FB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
009100 77  FB-AUD-ARC-STATUS          PIC X(02) VALUE SPACES.
009200 77  FB-AUD-EOF-SWITCH          PIC X(01) VALUE 'N'.
009300     88  FB-END-OF-AUDIT-FILE       VALUE 'Y'.
009400 77  FB-ARC-EOF-SWITCH          PIC X(01) VALUE 'N'.
009500     88  FB-END-OF-ARCHIVE-FILE     VALUE 'Y'.
009600 77  FB-HST-EOF-SWITCH          PIC X(01) VALUE 'N'.
009700     88  FB-END-OF-HISTORY-FILE     VALUE 'Y'.
009800 77  FB-MST-EOF-SWITCH          PIC X(01) VALUE 'N'.
009900     88  FB-END-OF-MASTER-FILE      VALUE 'Y'.
010000 77  FB-CONFLICT-SWITCH         PIC X(01) VALUE 'N'.
010100     88  FB-GROUP-IN-CONFLICT       VALUE 'Y'.
010200 77  FB-LAST-FOUND-SWITCH       PIC X(01) VALUE 'N'.
010300     88  FB-LAST-RUN-FOUND          VALUE 'Y'.
010400 77  FB-RUN-COUNT               PIC 9(04) COMP VALUE ZERO.
010500 77  FB-RUN-MAX                 PIC 9(04) COMP VALUE 2000.
010600 77  FB-RUN-IX                  PIC 9(04) COMP VALUE ZERO.
010700 77  FB-RUN-SUB                 PIC 9(04) COMP VALUE ZERO.
010800 77  FB-HST-COUNT               PIC 9(04) COMP VALUE ZERO.
010900 77  FB-HST-MAX                 PIC 9(04) COMP VALUE 5000.
011000 77  FB-HST-IX                  PIC 9(04) COMP VALUE ZERO.
011100 77  FB-HST-PTR                 PIC 9(04) COMP VALUE ZERO.
011200 77  FB-GRP-COUNT               PIC 9(03) COMP VALUE ZERO.
011300 77  FB-GRP-MAX                 PIC 9(03) COMP VALUE 200.
011400 77  FB-GRP-SUB                 PIC 9(03) COMP VALUE ZERO.
011500 77  FB-GRP-IX                  PIC 9(03) COMP VALUE ZERO.
011600 77  FB-GRP-SIZE                PIC 9(03) VALUE ZERO.
011700 77  FB-MASTER-NEXT-X           PIC 9(07) VALUE ZERO.
011800 77  FB-HISTORY-NEXT-X          PIC 9(07) VALUE ZERO.
011900 77  FB-CURRENT-X               PIC 9(07) VALUE ZERO.
012000 77  FB-NO-MORE-X               PIC 9(07) VALUE 9999999.
012100 77  FB-LAST-RUN-ID             PIC X(08) VALUE SPACES.
012200 77  FB-LAST-RULE-SET           PIC X(04) VALUE SPACES.
012300 77  FB-LAST-RULE-SIG           PIC X(20) VALUE SPACES.
012400 77  FB-KEY-RULE-SET            PIC X(04) VALUE SPACES.
012500 77  FB-KEY-RULE-SIG            PIC X(20) VALUE SPACES.
012600 77  FB-KEY-CLASS-CODE          PIC X(01) VALUE SPACE.
012700 77  FB-XCONS-DATE              PIC 9(08) VALUE ZERO.
012800 77  FB-X-CHECKED-COUNT         PIC 9(09) VALUE ZERO.
012900 77  FB-MASTER-READ-COUNT       PIC 9(09) VALUE ZERO.
013000 77  FB-HISTORY-READ-COUNT      PIC 9(09) VALUE ZERO.
013100 77  FB-CONFLICT-COUNT          PIC 9(07) VALUE ZERO.
013200 77  FB-NO-AUDIT-COUNT          PIC 9(09) VALUE ZERO.
013300 77  FB-NO-XREF-COUNT           PIC 9(09) VALUE ZERO.
013400*
013500*    ONE ENTRY PER RUN ON THE AUDIT TRAIL - THE RULE SET AND
013600*    DIVISOR SIGNATURE OF ITS LATEST NON-REVERSAL EXECUTION.
013700 01  FB-RUN-TABLE.
013800     05  FB-RUN-ENTRY           OCCURS 2000 TIMES.
013900         10  FB-RUN-TBL-ID          PIC X(08).
014000         10  FB-RUN-TBL-SET         PIC X(04).
014100         10  FB-RUN-TBL-SIG         PIC X(20).
014200*
014300*    FBMHIST IS WRITTEN IN APPLY ORDER; IT IS HELD HERE IN X
014400*    ORDER SO IT CAN BE MATCHED AGAINST THE MASTER BROWSE.
014500 01  FB-HISTORY-TABLE.
014600     05  FB-HST-ENTRY           OCCURS 5000 TIMES.
014700         10  FB-HST-X               PIC 9(06).
014800         10  FB-HST-RUN-ID          PIC X(08).
014900         10  FB-HST-RUN-DATE        PIC 9(08).
015000         10  FB-HST-CLASS-CODE      PIC X(01).
015100         10  FB-HST-CLASS-TEXT      PIC X(16).
015200         10  FB-HST-RULE-VERSION    PIC 9(04).
015300         10  FB-HST-RULE-SET        PIC X(04).
015400         10  FB-HST-SUPERSEDED      PIC 9(08).
015500*
015600*    EVERY STORED ANSWER FOR THE X CURRENTLY BEING CHECKED.
015700 01  FB-GROUP-TABLE.
015800     05  FB-GRP-ENTRY           OCCURS 200 TIMES.
015900         10  FB-GRP-SOURCE          PIC X(01).
016000             88  FB-GRP-FROM-MASTER     VALUE 'M'.
016100         10  FB-GRP-RUN-ID          PIC X(08).
016200         10  FB-GRP-RUN-DATE        PIC 9(08).
016300         10  FB-GRP-CLASS-CODE      PIC X(01).
016400         10  FB-GRP-CLASS-TEXT      PIC X(16).
016500         10  FB-GRP-RULE-VERSION    PIC 9(04).
016600         10  FB-GRP-RULE-SET        PIC X(04).
016700         10  FB-GRP-RULE-SIG        PIC X(20).
016800         10  FB-GRP-SUPERSEDED      PIC 9(08).
016900         10  FB-GRP-DONE-SWITCH     PIC X(01).
017000             88  FB-GRP-DONE            VALUE 'Y'.
017100*
017200 01  FB-XCONS-HEADER.
017300     05  FILLER                 PIC X(09) VALUE "FBXCONS  ".
017400     05  FILLER                 PIC X(45) VALUE
017500         "CROSS-RUN CLASSIFICATION CONSISTENCY BY X    ".
017600     05  FILLER                 PIC X(06) VALUE "DATE: ".
017700     05  FB-XH-DATE             PIC 9(08).
017800     05  FILLER                 PIC X(64) VALUE SPACES.
017900*
018000 01  FB-CONFLICT-LINE.
018100     05  FILLER                 PIC X(04) VALUE "X = ".
018200     05  FB-CL-X                PIC ZZZZZ9.
018300     05  FILLER                 PIC X(12) VALUE "  RULE SET: ".
018400     05  FB-CL-RULE-SET         PIC X(04).
018500     05  FILLER                 PIC X(13) VALUE "  SIGNATURE: ".
018600     05  FB-CL-RULE-SIG         PIC X(20).
018700     05  FILLER                 PIC X(14) VALUE "  *CONFLICT*  ".
018800     05  FB-CL-ANSWERS          PIC ZZ9.
018900     05  FILLER                 PIC X(08) VALUE " ANSWERS".
019000     05  FILLER                 PIC X(48) VALUE SPACES.
019100*
019200 01  FB-ANSWER-LINE.
019300     05  FILLER                 PIC X(06) VALUE SPACES.
019400     05  FILLER                 PIC X(08) VALUE "RUN-ID: ".
019500     05  FB-AL-RUN-ID           PIC X(08).
019600     05  FILLER                 PIC X(12) VALUE "  RUN DATE: ".
019700     05  FB-AL-RUN-DATE         PIC 9(08).
019800     05  FILLER                 PIC X(11) VALUE "  VERSION: ".
019900     05  FB-AL-RULE-VERSION     PIC ZZZ9.
020000     05  FILLER                 PIC X(09) VALUE "  CLASS: ".
020100     05  FB-AL-CLASS-CODE       PIC X(01).
020200     05  FILLER                 PIC X(01) VALUE SPACE.
020300     05  FB-AL-CLASS-TEXT       PIC X(16).
020400     05  FILLER                 PIC X(02) VALUE SPACES.
020500     05  FB-AL-SOURCE           PIC X(10).
020600     05  FILLER                 PIC X(01) VALUE SPACE.
020700     05  FB-AL-SUPERSEDED       PIC X(08).
020800     05  FILLER                 PIC X(27) VALUE SPACES.
020900*
021000 01  FB-TOTAL-LINE.
021100     05  FB-TL-LABEL            PIC X(40).
021200     05  FB-TL-COUNT            PIC ZZZ,ZZZ,ZZ9.
021300     05  FILLER                 PIC X(81) VALUE SPACES.
021400*
021500 PROCEDURE DIVISION.
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021800*
021900     PERFORM 1500-LOAD-ONE-ARCHIVE THRU 1500-EXIT
022000         UNTIL FB-END-OF-ARCHIVE-FILE
022100     PERFORM 1600-LOAD-ONE-AUDIT THRU 1600-EXIT
022200         UNTIL FB-END-OF-AUDIT-FILE
022300     PERFORM 1800-LOAD-ONE-HISTORY THRU 1800-EXIT
022400         UNTIL FB-END-OF-HISTORY-FILE
022500*
022600     PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT
022700     MOVE 1 TO FB-HST-PTR
022800     PERFORM 2200-SET-NEXT-HISTORY-X THRU 2200-EXIT
022900     PERFORM 3000-CHECK-ONE-X THRU 3000-EXIT
023000         UNTIL FB-MASTER-NEXT-X = FB-NO-MORE-X
023100           AND FB-HISTORY-NEXT-X = FB-NO-MORE-X
023200*
023300     PERFORM 9000-TERMINATE THRU 9000-EXIT
023400     STOP RUN.
023500*
023600*****************************************************************
023700*    1000-INITIALIZE - OPEN THE AUDIT FILES, THE HISTORY AND    *
023800*    THE MASTER, POSITION THE MASTER AT THE START OF ITS X/     *
023900*    RULE-SET PATH, AND WRITE THE REPORT HEADER.  A MISSING     *
024000*    AUDIT, ARCHIVE OR HISTORY FILE READS AS EMPTY.             *
024100*****************************************************************
024200 1000-INITIALIZE.
024300     ACCEPT FB-XCONS-DATE FROM DATE YYYYMMDD
024400     MOVE ZERO TO RETURN-CODE
024500     OPEN INPUT FB-AUDIT-ARC-FILE
024600     IF FB-AUD-ARC-STATUS = "35"
024700         SET FB-END-OF-ARCHIVE-FILE TO TRUE
024800     END-IF
024900     OPEN INPUT FB-AUDIT-FILE
025000     IF FB-AUDIT-STATUS = "35"
025100         SET FB-END-OF-AUDIT-FILE TO TRUE
025200     END-IF
025300     OPEN INPUT FB-HISTORY-FILE
025400     IF FB-HISTORY-STATUS = "35"
025500         SET FB-END-OF-HISTORY-FILE TO TRUE
025600     END-IF
025700*
025800     OPEN INPUT FB-MASTER-FILE
025900     IF FB-MAST-STATUS NOT = "00"
026000         DISPLAY "FBXCONS - FBMAST WILL NOT OPEN - STATUS "
026100             FB-MAST-STATUS " - SUPERSEDED ANSWERS ONLY"
026200         SET FB-END-OF-MASTER-FILE TO TRUE
026300     ELSE
026400         MOVE LOW-VALUES TO FB-MST-XREF-KEY
026500         START FB-MASTER-FILE KEY NOT < FB-MST-XREF-KEY
026600             INVALID KEY
026700                 SET FB-END-OF-MASTER-FILE TO TRUE
026800         END-START
026900     END-IF
027000*
027100     OPEN OUTPUT FB-XCONS-REPORT
027200     MOVE FB-XCONS-DATE TO FB-XH-DATE
027300     WRITE FB-XCONS-LINE FROM FB-XCONS-HEADER
027400     MOVE SPACES TO FB-XCONS-LINE
027500     WRITE FB-XCONS-LINE.
027600 1000-EXIT.
027700     EXIT.
027800*
027900*****************************************************************
028000*    1500-LOAD-ONE-ARCHIVE / 1600-LOAD-ONE-AUDIT - READ ONE     *
028100*    EXECUTION.  THE ARCHIVE GOES FIRST SO A LIVE RERUN OF THE  *
028200*    SAME RUN-ID REPLACES WHAT IT RECORDED.                     *
028300*****************************************************************
028400 1500-LOAD-ONE-ARCHIVE.
028500     READ FB-AUDIT-ARC-FILE INTO FB-AUDIT-RECORD
028600         AT END
028700             SET FB-END-OF-ARCHIVE-FILE TO TRUE
028800             GO TO 1500-EXIT
028900     END-READ
029000     PERFORM 1700-RECORD-ONE-RUN THRU 1700-EXIT.
029100 1500-EXIT.
029200     EXIT.
029300*
029400 1600-LOAD-ONE-AUDIT.
029500     READ FB-AUDIT-FILE INTO FB-AUDIT-RECORD
029600         AT END
029700             SET FB-END-OF-AUDIT-FILE TO TRUE
029800             GO TO 1600-EXIT
029900     END-READ
030000     PERFORM 1700-RECORD-ONE-RUN THRU 1700-EXIT.
030100 1600-EXIT.
030200     EXIT.
030300*
030400*****************************************************************
030500*    1700-RECORD-ONE-RUN - KEEP THE RULE SET AND SIGNATURE OF   *
030600*    THE EXECUTION.  A REVERSING OR REPAIR ENTRY CARRIES NO     *
030700*    RULES OF ITS OWN AND IS PASSED OVER.                       *
030800*****************************************************************
030900 1700-RECORD-ONE-RUN.
031000     IF FB-AUD-IS-REVERSAL
031050        OR FB-AUD-IS-REPAIR
031100         GO TO 1700-EXIT
031200     END-IF
031300     MOVE ZERO TO FB-RUN-IX
031400     PERFORM 1710-SCAN-ONE-RUN THRU 1710-EXIT
031500         VARYING FB-RUN-SUB FROM 1 BY 1
031600         UNTIL FB-RUN-SUB > FB-RUN-COUNT
031700            OR FB-RUN-IX > ZERO
031800     IF FB-RUN-IX = ZERO
031900         IF FB-RUN-COUNT = FB-RUN-MAX
032000             DISPLAY "FBXCONS - RUN TABLE FULL AT " FB-RUN-MAX
032100                 " RUN-IDS - INCREASE FB-RUN-ENTRY OCCURS"
032200             MOVE 16 TO RETURN-CODE
032300             STOP RUN
032400         END-IF
032500         ADD 1 TO FB-RUN-COUNT
032600         MOVE FB-RUN-COUNT  TO FB-RUN-IX
032700         MOVE FB-AUD-RUN-ID TO FB-RUN-TBL-ID (FB-RUN-IX)
032800     END-IF
032900     MOVE FB-AUD-RULE-SET TO FB-RUN-TBL-SET (FB-RUN-IX)
033000     MOVE FB-AUD-RULE-SIG TO FB-RUN-TBL-SIG (FB-RUN-IX).
033100 1700-EXIT.
033200     EXIT.
033300*
033400 1710-SCAN-ONE-RUN.
033500     IF FB-RUN-TBL-ID (FB-RUN-SUB) = FB-AUD-RUN-ID
033600         MOVE FB-RUN-SUB TO FB-RUN-IX
033700     END-IF.
033800 1710-EXIT.
033900     EXIT.
034000*
034100*****************************************************************
034200*    1800-LOAD-ONE-HISTORY - READ ONE SUPERSEDED ANSWER AND     *
034300*    INSERT IT INTO THE HISTORY TABLE IN X ORDER, AFTER ANY     *
034400*    ANSWER ALREADY HELD FOR THE SAME X.                        *
034500*****************************************************************
034600 1800-LOAD-ONE-HISTORY.
034700     READ FB-HISTORY-FILE INTO FB-MASTER-HISTORY-RECORD
034800         AT END
034900             SET FB-END-OF-HISTORY-FILE TO TRUE
035000             GO TO 1800-EXIT
035100     END-READ
035200     ADD 1 TO FB-HISTORY-READ-COUNT
035300     IF FB-HST-COUNT = FB-HST-MAX
035400         DISPLAY "FBXCONS - HISTORY TABLE FULL AT " FB-HST-MAX
035500             " RECORDS - INCREASE FB-HST-ENTRY OCCURS"
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF
035900*
036000     MOVE FB-HST-COUNT TO FB-HST-IX
036100     PERFORM 1810-SHIFT-ONE-HISTORY THRU 1810-EXIT
036200         UNTIL FB-HST-IX = ZERO
036300            OR FB-HST-X (FB-HST-IX) NOT > FB-MHS-X
036400     ADD 1 TO FB-HST-COUNT
036500     ADD 1 TO FB-HST-IX
036600     MOVE FB-MHS-X            TO FB-HST-X (FB-HST-IX)
036700     MOVE FB-MHS-RUN-ID       TO FB-HST-RUN-ID (FB-HST-IX)
036800     MOVE FB-MHS-RUN-DATE     TO FB-HST-RUN-DATE (FB-HST-IX)
036900     MOVE FB-MHS-CLASS-CODE   TO FB-HST-CLASS-CODE (FB-HST-IX)
037000     MOVE FB-MHS-CLASS-TEXT   TO FB-HST-CLASS-TEXT (FB-HST-IX)
037100     MOVE FB-MHS-RULE-VERSION TO FB-HST-RULE-VERSION (FB-HST-IX)
037200     MOVE FB-MHS-RULE-SET     TO FB-HST-RULE-SET (FB-HST-IX)
037300     MOVE FB-MHS-SUPERSEDED-DATE
037400                              TO FB-HST-SUPERSEDED (FB-HST-IX).
037500 1800-EXIT.
037600     EXIT.
037700*
037800 1810-SHIFT-ONE-HISTORY.
037900     MOVE FB-HST-ENTRY (FB-HST-IX) TO FB-HST-ENTRY (FB-HST-IX + 1)
038000     SUBTRACT 1 FROM FB-HST-IX.
038100 1810-EXIT.
038200     EXIT.
038300*
038400*****************************************************************
038500*    2100-READ-NEXT-MASTER - NEXT MASTER RECORD ON THE X/RULE-  *
038600*    SET PATH.  A RECORD STORED BEFORE THE CROSS-REFERENCE KEY  *
038700*    EXISTED HAS NO USABLE X ON THAT PATH; IT IS COUNTED AND    *
038800*    PASSED OVER.                                               *
038900*****************************************************************
039000 2100-READ-NEXT-MASTER.
039100     IF FB-END-OF-MASTER-FILE
039200         MOVE FB-NO-MORE-X TO FB-MASTER-NEXT-X
039300         GO TO 2100-EXIT
039400     END-IF
039500     READ FB-MASTER-FILE NEXT RECORD
039600         AT END
039700             SET FB-END-OF-MASTER-FILE TO TRUE
039800             MOVE FB-NO-MORE-X TO FB-MASTER-NEXT-X
039900             GO TO 2100-EXIT
040000     END-READ
040100     IF FB-MST-XREF-X NOT NUMERIC
040200        OR FB-MST-XREF-X NOT = FB-MST-X
040300         ADD 1 TO FB-NO-XREF-COUNT
040400         GO TO 2100-READ-NEXT-MASTER
040500     END-IF
040600     ADD 1 TO FB-MASTER-READ-COUNT
040700     MOVE FB-MST-XREF-X TO FB-MASTER-NEXT-X.
040800 2100-EXIT.
040900     EXIT.
041000*
041100 2200-SET-NEXT-HISTORY-X.
041200     IF FB-HST-PTR > FB-HST-COUNT
041300         MOVE FB-NO-MORE-X TO FB-HISTORY-NEXT-X
041400     ELSE
041500         MOVE FB-HST-X (FB-HST-PTR) TO FB-HISTORY-NEXT-X
041600     END-IF.
041700 2200-EXIT.
041800     EXIT.
041900*
042000*****************************************************************
042100*    3000-CHECK-ONE-X - GATHER EVERY ANSWER FOR THE LOWEST X    *
042200*    STILL TO COME ON EITHER THE MASTER OR THE HISTORY, THEN    *
042300*    LOOK FOR DISAGREEMENT WITHIN EACH RULE SET/SIGNATURE.      *
042400*****************************************************************
042500 3000-CHECK-ONE-X.
042600     IF FB-MASTER-NEXT-X < FB-HISTORY-NEXT-X
042700         MOVE FB-MASTER-NEXT-X  TO FB-CURRENT-X
042800     ELSE
042900         MOVE FB-HISTORY-NEXT-X TO FB-CURRENT-X
043000     END-IF
043100     MOVE ZERO TO FB-GRP-COUNT
043200     PERFORM 3100-TAKE-MASTER-ANSWER THRU 3100-EXIT
043300         UNTIL FB-MASTER-NEXT-X NOT = FB-CURRENT-X
043400     PERFORM 3150-TAKE-HISTORY-ANSWER THRU 3150-EXIT
043500         UNTIL FB-HISTORY-NEXT-X NOT = FB-CURRENT-X
043600     ADD 1 TO FB-X-CHECKED-COUNT
043700*
043800     IF FB-GRP-COUNT > 1
043900         PERFORM 3300-CHECK-ONE-ANSWER THRU 3300-EXIT
044000             VARYING FB-GRP-SUB FROM 1 BY 1
044100             UNTIL FB-GRP-SUB > FB-GRP-COUNT
044200     END-IF.
044300 3000-EXIT.
044400     EXIT.
044500*
044600 3100-TAKE-MASTER-ANSWER.
044700     PERFORM 3200-ADD-GROUP-ENTRY THRU 3200-EXIT
044800     MOVE 'M'                 TO FB-GRP-SOURCE (FB-GRP-IX)
044900     MOVE FB-MST-RUN-ID       TO FB-GRP-RUN-ID (FB-GRP-IX)
045000     MOVE FB-MST-RUN-DATE     TO FB-GRP-RUN-DATE (FB-GRP-IX)
045100     MOVE FB-MST-CLASS-CODE   TO FB-GRP-CLASS-CODE (FB-GRP-IX)
045200     MOVE FB-MST-CLASS-TEXT   TO FB-GRP-CLASS-TEXT (FB-GRP-IX)
045300     MOVE FB-MST-RULE-VERSION TO FB-GRP-RULE-VERSION (FB-GRP-IX)
045400     MOVE FB-MST-RULE-SET     TO FB-GRP-RULE-SET (FB-GRP-IX)
045500     MOVE ZERO                TO FB-GRP-SUPERSEDED (FB-GRP-IX)
045600     PERFORM 3250-RESOLVE-RULES THRU 3250-EXIT
045700     PERFORM 2100-READ-NEXT-MASTER THRU 2100-EXIT.
045800 3100-EXIT.
045900     EXIT.
046000*
046100 3150-TAKE-HISTORY-ANSWER.
046200     PERFORM 3200-ADD-GROUP-ENTRY THRU 3200-EXIT
046300     MOVE 'H' TO FB-GRP-SOURCE (FB-GRP-IX)
046400     MOVE FB-HST-RUN-ID (FB-HST-PTR)
046500                         TO FB-GRP-RUN-ID (FB-GRP-IX)
046600     MOVE FB-HST-RUN-DATE (FB-HST-PTR)
046700                         TO FB-GRP-RUN-DATE (FB-GRP-IX)
046800     MOVE FB-HST-CLASS-CODE (FB-HST-PTR)
046900                         TO FB-GRP-CLASS-CODE (FB-GRP-IX)
047000     MOVE FB-HST-CLASS-TEXT (FB-HST-PTR)
047100                         TO FB-GRP-CLASS-TEXT (FB-GRP-IX)
047200     MOVE FB-HST-RULE-VERSION (FB-HST-PTR)
047300                         TO FB-GRP-RULE-VERSION (FB-GRP-IX)
047400     MOVE FB-HST-RULE-SET (FB-HST-PTR)
047500                         TO FB-GRP-RULE-SET (FB-GRP-IX)
047600     MOVE FB-HST-SUPERSEDED (FB-HST-PTR)
047700                         TO FB-GRP-SUPERSEDED (FB-GRP-IX)
047800     PERFORM 3250-RESOLVE-RULES THRU 3250-EXIT
047900     ADD 1 TO FB-HST-PTR
048000     PERFORM 2200-SET-NEXT-HISTORY-X THRU 2200-EXIT.
048100 3150-EXIT.
048200     EXIT.
048300*
048400 3200-ADD-GROUP-ENTRY.
048500     IF FB-GRP-COUNT = FB-GRP-MAX
048600         DISPLAY "FBXCONS - GROUP TABLE FULL AT " FB-GRP-MAX
048700             " ANSWERS FOR ONE X - INCREASE FB-GRP-ENTRY OCCURS"
048800         MOVE 16 TO RETURN-CODE
048900         STOP RUN
049000     END-IF
049100     ADD 1 TO FB-GRP-COUNT
049200     MOVE FB-GRP-COUNT TO FB-GRP-IX
049300     MOVE 'N' TO FB-GRP-DONE-SWITCH (FB-GRP-IX).
049400 3200-EXIT.
049500     EXIT.
049600*
049700*****************************************************************
049800*    3250-RESOLVE-RULES - GIVE THE ANSWER ITS RUN'S DIVISOR     *
049900*    SIGNATURE, AND ITS RUN'S RULE SET WHEN THE STORED RECORD   *
050000*    PREDATES THE RULE SET BEING CARRIED.  THE LAST RUN LOOKED  *
050100*    UP IS KEPT, SINCE A RUN'S ANSWERS TEND TO COME TOGETHER.   *
050200*****************************************************************
050300 3250-RESOLVE-RULES.
050400     IF FB-GRP-RUN-ID (FB-GRP-IX) NOT = FB-LAST-RUN-ID
050500         MOVE FB-GRP-RUN-ID (FB-GRP-IX) TO FB-LAST-RUN-ID
050600         MOVE 'N'    TO FB-LAST-FOUND-SWITCH
050700         MOVE SPACES TO FB-LAST-RULE-SET
050800         MOVE SPACES TO FB-LAST-RULE-SIG
050900         MOVE ZERO   TO FB-RUN-IX
051000         PERFORM 3260-SCAN-ONE-RUN THRU 3260-EXIT
051100             VARYING FB-RUN-SUB FROM 1 BY 1
051200             UNTIL FB-RUN-SUB > FB-RUN-COUNT
051300                OR FB-RUN-IX > ZERO
051400         IF FB-RUN-IX > ZERO
051500             SET FB-LAST-RUN-FOUND TO TRUE
051600             MOVE FB-RUN-TBL-SET (FB-RUN-IX) TO FB-LAST-RULE-SET
051700             MOVE FB-RUN-TBL-SIG (FB-RUN-IX) TO FB-LAST-RULE-SIG
051800         END-IF
051900     END-IF
052000*
052100     IF NOT FB-LAST-RUN-FOUND
052200         ADD 1 TO FB-NO-AUDIT-COUNT
052300     END-IF
052400     MOVE FB-LAST-RULE-SIG TO FB-GRP-RULE-SIG (FB-GRP-IX)
052500     IF FB-GRP-RULE-SET (FB-GRP-IX) = SPACES
052600        OR FB-GRP-RULE-SET (FB-GRP-IX) = LOW-VALUES
052700         MOVE FB-LAST-RULE-SET TO FB-GRP-RULE-SET (FB-GRP-IX)
052800     END-IF.
052900 3250-EXIT.
053000     EXIT.
053100*
053200 3260-SCAN-ONE-RUN.
053300     IF FB-RUN-TBL-ID (FB-RUN-SUB) = FB-LAST-RUN-ID
053400         MOVE FB-RUN-SUB TO FB-RUN-IX
053500     END-IF.
053600 3260-EXIT.
053700     EXIT.
053800*
053900*****************************************************************
054000*    3300-CHECK-ONE-ANSWER - THE FIRST ANSWER NOT YET TAKEN     *
054100*    INTO A RULE SET/SIGNATURE GROUP STARTS ONE.  EVERY ANSWER  *
054200*    IN THE GROUP IS MARKED TAKEN, AND IF ANY OF THEM HAS A     *
054300*    DIFFERENT CLASS CODE THE WHOLE GROUP IS PRINTED.           *
054400*****************************************************************
054500 3300-CHECK-ONE-ANSWER.
054600     IF FB-GRP-DONE (FB-GRP-SUB)
054700         GO TO 3300-EXIT
054800     END-IF
054900     MOVE FB-GRP-RULE-SET (FB-GRP-SUB)   TO FB-KEY-RULE-SET
055000     MOVE FB-GRP-RULE-SIG (FB-GRP-SUB)   TO FB-KEY-RULE-SIG
055100     MOVE FB-GRP-CLASS-CODE (FB-GRP-SUB) TO FB-KEY-CLASS-CODE
055200     MOVE 'N'  TO FB-CONFLICT-SWITCH
055300     MOVE ZERO TO FB-GRP-SIZE
055400     PERFORM 3310-COMPARE-ONE-ANSWER THRU 3310-EXIT
055500         VARYING FB-GRP-IX FROM FB-GRP-SUB BY 1
055600         UNTIL FB-GRP-IX > FB-GRP-COUNT
055700     IF NOT FB-GROUP-IN-CONFLICT
055800         GO TO 3300-EXIT
055900     END-IF
056000*
056100     ADD 1 TO FB-CONFLICT-COUNT
056200     MOVE FB-CURRENT-X   TO FB-CL-X
056300     MOVE FB-KEY-RULE-SET TO FB-CL-RULE-SET
056400     IF FB-KEY-RULE-SIG = SPACES
056500         MOVE "NOT ON AUDIT TRAIL" TO FB-CL-RULE-SIG
056600     ELSE
056700         MOVE FB-KEY-RULE-SIG TO FB-CL-RULE-SIG
056800     END-IF
056900     MOVE FB-GRP-SIZE TO FB-CL-ANSWERS
057000     WRITE FB-XCONS-LINE FROM FB-CONFLICT-LINE
057100     PERFORM 3320-PRINT-ONE-ANSWER THRU 3320-EXIT
057200         VARYING FB-GRP-IX FROM FB-GRP-SUB BY 1
057300         UNTIL FB-GRP-IX > FB-GRP-COUNT
057400     MOVE SPACES TO FB-XCONS-LINE
057500     WRITE FB-XCONS-LINE.
057600 3300-EXIT.
057700     EXIT.
057800*
057900 3310-COMPARE-ONE-ANSWER.
058000     IF FB-GRP-RULE-SET (FB-GRP-IX) = FB-KEY-RULE-SET
058100        AND FB-GRP-RULE-SIG (FB-GRP-IX) = FB-KEY-RULE-SIG
058200         SET FB-GRP-DONE (FB-GRP-IX) TO TRUE
058300         ADD 1 TO FB-GRP-SIZE
058400         IF FB-GRP-CLASS-CODE (FB-GRP-IX) NOT = FB-KEY-CLASS-CODE
058500             SET FB-GROUP-IN-CONFLICT TO TRUE
058600         END-IF
058700     END-IF.
058800 3310-EXIT.
058900     EXIT.
059000*
059100 3320-PRINT-ONE-ANSWER.
059200     IF FB-GRP-RULE-SET (FB-GRP-IX) NOT = FB-KEY-RULE-SET
059300        OR FB-GRP-RULE-SIG (FB-GRP-IX) NOT = FB-KEY-RULE-SIG
059400         GO TO 3320-EXIT
059500     END-IF
059600     MOVE FB-GRP-RUN-ID (FB-GRP-IX)     TO FB-AL-RUN-ID
059700     MOVE FB-GRP-RUN-DATE (FB-GRP-IX)   TO FB-AL-RUN-DATE
059800     MOVE FB-GRP-RULE-VERSION (FB-GRP-IX)
059900                                        TO FB-AL-RULE-VERSION
060000     MOVE FB-GRP-CLASS-CODE (FB-GRP-IX) TO FB-AL-CLASS-CODE
060100     MOVE FB-GRP-CLASS-TEXT (FB-GRP-IX) TO FB-AL-CLASS-TEXT
060200     IF FB-GRP-FROM-MASTER (FB-GRP-IX)
060300         MOVE "MASTER    " TO FB-AL-SOURCE
060400         MOVE SPACES       TO FB-AL-SUPERSEDED
060500     ELSE
060600         MOVE "SUPERSEDED" TO FB-AL-SOURCE
060700         MOVE FB-GRP-SUPERSEDED (FB-GRP-IX) TO FB-AL-SUPERSEDED
060800     END-IF
060900     WRITE FB-XCONS-LINE FROM FB-ANSWER-LINE.
061000 3320-EXIT.
061100     EXIT.
061200*
061300*****************************************************************
061400*    9000-TERMINATE - CONTROL TOTALS, THEN CLOSE.  RC=4 WHEN    *
061500*    ANY X IS IN CONFLICT OR ANY MASTER RECORD COULD NOT BE     *
061600*    REACHED BY X.                                              *
061700*****************************************************************
061800 9000-TERMINATE.
061900     IF FB-CONFLICT-COUNT = ZERO
062000         MOVE "NO CONFLICTING CLASSIFICATIONS FOUND"
062100             TO FB-XCONS-LINE
062200         WRITE FB-XCONS-LINE
062300         MOVE SPACES TO FB-XCONS-LINE
062400         WRITE FB-XCONS-LINE
062500     END-IF
062600     MOVE "X VALUES CHECKED" TO FB-TL-LABEL
062700     MOVE FB-X-CHECKED-COUNT TO FB-TL-COUNT
062800     WRITE FB-XCONS-LINE FROM FB-TOTAL-LINE
062900     MOVE "MASTER ANSWERS READ" TO FB-TL-LABEL
063000     MOVE FB-MASTER-READ-COUNT TO FB-TL-COUNT
063100     WRITE FB-XCONS-LINE FROM FB-TOTAL-LINE
063200     MOVE "SUPERSEDED ANSWERS READ" TO FB-TL-LABEL
063300     MOVE FB-HISTORY-READ-COUNT TO FB-TL-COUNT
063400     WRITE FB-XCONS-LINE FROM FB-TOTAL-LINE
063500     MOVE "ANSWERS WHOSE RUN IS NOT ON THE AUDIT TRAIL"
063600         TO FB-TL-LABEL
063700     MOVE FB-NO-AUDIT-COUNT TO FB-TL-COUNT
063800     WRITE FB-XCONS-LINE FROM FB-TOTAL-LINE
063900     MOVE "MASTER RECORDS WITHOUT AN X/RULE-SET KEY"
064000         TO FB-TL-LABEL
064100     MOVE FB-NO-XREF-COUNT TO FB-TL-COUNT
064200     WRITE FB-XCONS-LINE FROM FB-TOTAL-LINE
064300     MOVE "CONFLICTING X/RULE-SET GROUPS" TO FB-TL-LABEL
064400     MOVE FB-CONFLICT-COUNT TO FB-TL-COUNT
064500     WRITE FB-XCONS-LINE FROM FB-TOTAL-LINE
064600*
064700     DISPLAY "FBXCONS - X CHECKED=" FB-X-CHECKED-COUNT
064800         " CONFLICTS=" FB-CONFLICT-COUNT
064900     IF FB-NO-XREF-COUNT > ZERO
065000         DISPLAY "FBXCONS - " FB-NO-XREF-COUNT
065100             " MASTER RECORDS HAVE NO X/RULE-SET KEY - RELOAD "
065200             "THEM THROUGH FBLOAD"
065300     END-IF
065400     IF FB-CONFLICT-COUNT > ZERO
065500        OR FB-NO-XREF-COUNT > ZERO
065600         MOVE 4 TO RETURN-CODE
065700     END-IF
065800*
065900     CLOSE FB-AUDIT-ARC-FILE
066000     CLOSE FB-AUDIT-FILE
066100     CLOSE FB-HISTORY-FILE
066200     CLOSE FB-MASTER-FILE
066300     CLOSE FB-XCONS-REPORT.
066400 9000-EXIT.
066500     EXIT.
