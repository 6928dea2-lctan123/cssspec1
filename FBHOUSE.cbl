001500*                     DROPPED FROM THE REWRITTEN LIVE FILES,    *
001600*                     SO THE BATCH WINDOW STOPS PAYING FOR      *
001700*                     HISTORY WHILE AUDIT STAYS RETRIEVABLE.    *
001710*    2026-10-15 JMT   THE FBAUDIT AND FBAUDARC RECORDS ARE NOW  *
001720*                     150 BYTES, CARRYING THE RULE-SET VERSION. *
001730*    2026-10-15 JMT   CHECKS THE NIGHTLY STEP-CONTROL LEDGER    *
001740*                     THROUGH FBSTEP ON ENTRY - SKIPPED RC=0    *
001750*                     WHEN ALREADY COMPLETE FOR THE CYCLE,      *
001760*                     REFUSED RC=12 WHEN ITS PREREQUISITE HAS   *
001770*                     NOT ENDED CLEANLY - AND POSTS ITS RETURN  *
001780*                     CODE ON EXIT.                             *
001783*    2026-10-15 JMT   AN AUDIT OR EXTRACT RECORD PAST THE       *
001786*                     CUTOFF IS ARCHIVED ONLY ONCE FBPCLOSE HAS *
001789*                     SUMMARIZED ITS ACCOUNTING PERIOD ON       *
001792*                     FBPERSUM; OTHERWISE IT IS HELD LIVE,      *
001795*                     REPORTED AS HELD, AND THE STEP ENDS RC=4. *
001796*    2026-10-15 JMT   FBPERSUM IS OPENED FIRST AND CHECKED; ONE *
001797*                     THAT WILL NOT OPEN ENDS RC=16 WITH        *
001798*                     NOTHING TOUCHED.                          *
001800*****************************************************************
001900*    PURPOSE - JCL-INVOKED HOUSEKEEPING STEP.  READS THE        *
002000*    RETENTION PERIOD IN DAYS FROM FBHCTLIN, COMPUTES THE       *
002700*    NEITHER OUTPUT.  THE FBHSERPT REPORT SHOWS KEPT, ARCHIVED  *
002800*    AND DROPPED COUNTS PER FILE.  A MISSING OR INVALID         *
002900*    RETENTION RECORD ENDS THE JOB RC=16 WITH NOTHING TOUCHED.  *
002910*    A RECORD PAST THE CUTOFF IS ARCHIVED ONLY WHEN FBPCLOSE    *
002920*    HAS WRITTEN THE SUMMARY FOR ITS ACCOUNTING PERIOD (CLOSED  *
002930*    OR UNDER A CONTROLLED REOPEN); UNTIL THEN IT IS HELD IN    *
002940*    THE LIVE FILE, COUNTED AS HELD, AND THE STEP ENDS RC=4.    *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005600     SELECT FB-HSE-REPORT       ASSIGN TO "FBHSERPT"
005700                                ORGANIZATION LINE SEQUENTIAL.
005800*
005810     SELECT FB-PERSUM-FILE      ASSIGN TO "FBPERSUM"
005820                                ORGANIZATION INDEXED
005830                                ACCESS MODE DYNAMIC
005840                                RECORD KEY FB-PSM-KEY
005850                                FILE STATUS FB-PERSUM-STATUS.
005860*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  FB-HSE-CTL-FILE
006300 01  FB-HSE-CTL-LINE            PIC X(80).
006400*
006500 FD  FB-AUDIT-FILE
006600     RECORD CONTAINS 150 CHARACTERS.
006700 01  FB-AUDIT-LINE              PIC X(150).
006800*
006900 FD  FB-AUDIT-NEW-FILE
007000     RECORD CONTAINS 150 CHARACTERS.
007100 01  FB-AUDIT-NEW-LINE          PIC X(150).
007200*
007300 FD  FB-AUDIT-ARC-FILE
007400     RECORD CONTAINS 150 CHARACTERS.
007500 01  FB-AUDIT-ARC-LINE          PIC X(150).
007600*
007700 FD  FB-EXTRACT-FILE
007800     RECORD CONTAINS 80 CHARACTERS.
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  FB-HSE-LINE                PIC X(80).
009200*
009220 FD  FB-PERSUM-FILE.
009240     COPY FBPSUM.
009260*
009300 WORKING-STORAGE SECTION.
009310     COPY FBSTPC.
009320*
009400     COPY FBHCTL.
009500*
009600     COPY FBAUDIT.
009800     COPY FBEXTR.
009900*
010000 77  FB-HSE-CTL-STATUS          PIC X(02) VALUE SPACES.
010010 77  FB-PERSUM-STATUS           PIC X(02) VALUE SPACES.
010100 77  FB-AUD-EOF-SWITCH          PIC X(01) VALUE 'N'.
010200     88  FB-END-OF-AUDIT-FILE       VALUE 'Y'.
010300 77  FB-EXT-EOF-SWITCH          PIC X(01) VALUE 'N'.
010400     88  FB-END-OF-EXTRACT-FILE     VALUE 'Y'.
010410 77  FB-PERSUM-SWITCH           PIC X(01) VALUE 'Y'.
010420     88  FB-NO-PERIODS-CLOSED       VALUE 'N'.
010430 77  FB-SUMMARY-SWITCH          PIC X(01) VALUE 'N'.
010440     88  FB-PERIOD-SUMMARIZED       VALUE 'Y'.
010500 77  FB-RETENTION-DAYS          PIC 9(04) VALUE ZERO.
010600 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
010700 77  FB-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
010800 77  FB-CUTOFF-INTEGER          PIC 9(08) VALUE ZERO.
010810 77  FB-CHECK-PERIOD            PIC 9(06) VALUE ZERO.
010820 77  FB-CACHED-PERIOD           PIC 9(06) VALUE ZERO.
010900 77  FB-AUD-KEPT-COUNT          PIC 9(09) VALUE ZERO.
011000 77  FB-AUD-ARC-COUNT           PIC 9(09) VALUE ZERO.
011100 77  FB-AUD-DROP-COUNT          PIC 9(09) VALUE ZERO.
011110 77  FB-AUD-HELD-COUNT          PIC 9(09) VALUE ZERO.
011200 77  FB-EXT-KEPT-COUNT          PIC 9(09) VALUE ZERO.
011300 77  FB-EXT-ARC-COUNT           PIC 9(09) VALUE ZERO.
011400 77  FB-EXT-DROP-COUNT          PIC 9(09) VALUE ZERO.
011410 77  FB-EXT-HELD-COUNT          PIC 9(09) VALUE ZERO.
011500*
011600 01  FB-HSE-HEADER.
011700     05  FILLER                 PIC X(09) VALUE "FBHOUSE  ".
013100     05  FB-HD-ARCHIVED         PIC ZZZZZZZZ9.
013200     05  FILLER                 PIC X(09) VALUE " DROPPED=".
013300     05  FB-HD-DROPPED          PIC ZZZZZZZZ9.
013310     05  FILLER                 PIC X(06) VALUE " HELD=".
013320     05  FB-HD-HELD             PIC ZZZZZZZZ9.
013400     05  FILLER                 PIC X(04) VALUE SPACES.
013500*
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
013710     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT
013720     IF NOT FB-STP-PROCEED
013730         STOP RUN
013740     END-IF
013750*
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013900     IF RETURN-CODE = 16
014000         GO TO 0000-STOP
014800*
014900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015000 0000-STOP.
015010     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT
015100     STOP RUN.
015105*
015110*****************************************************************
015115*    0500-BEGIN-CYCLE-STEP - CHECK THE NIGHTLY STEP-CONTROL     *
015120*    LEDGER BEFORE ANYTHING IS TOUCHED.  A STEP ALREADY         *
015125*    COMPLETE FOR THE CYCLE ENDS RC=0 WITHOUT RUNNING; ONE      *
015130*    WHOSE PREREQUISITE HAS NOT ENDED CLEANLY ENDS RC=12.       *
015135*****************************************************************
015140 0500-BEGIN-CYCLE-STEP.
015145     MOVE SPACES     TO FB-STEP-CONTROL-AREA
015150     MOVE "FBHOUSE " TO FB-STP-STEP-NAME
015155     SET FB-STP-FUNC-BEGIN TO TRUE
015160     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
015165     MOVE FB-STP-STEP-RC TO RETURN-CODE.
015170 0500-EXIT.
015175     EXIT.
015200*
015300*****************************************************************
015400*    1000-INITIALIZE - READ AND EDIT THE RETENTION CONTROL      *
019200     COMPUTE FB-CUTOFF-DATE =
019300         FUNCTION DATE-OF-INTEGER (FB-CUTOFF-INTEGER)
019400*
019410     OPEN INPUT  FB-PERSUM-FILE
019420     IF FB-PERSUM-STATUS = "35"
019430         SET FB-NO-PERIODS-CLOSED TO TRUE
019440     END-IF
019450     IF NOT FB-NO-PERIODS-CLOSED
019460        AND FB-PERSUM-STATUS NOT = "00"
019465         DISPLAY "FBHOUSE - FBPERSUM WILL NOT OPEN - STATUS "
019470             FB-PERSUM-STATUS " - JOB ENDING WITH NOTHING TOUCHED"
019475         MOVE 16 TO RETURN-CODE
019480         GO TO 1000-EXIT
019485     END-IF
019490*
019500     OPEN INPUT  FB-AUDIT-FILE
019600     OPEN INPUT  FB-EXTRACT-FILE
019700     OPEN OUTPUT FB-AUDIT-NEW-FILE
021100*****************************************************************
021200*    2000-HOUSEKEEP-ONE-AUDIT - ROUTE ONE AUDIT RECORD TO THE   *
021300*    NEW FILE (CURRENT), THE ARCHIVE (OLDER THAN CUTOFF) OR     *
021400*    THE DROPPED COUNT (UNREADABLE DATE).  AN OLD RECORD WHOSE  *
021410*    PERIOD HAS NO FBPERSUM SUMMARY YET STAYS IN THE NEW FILE   *
021420*    AND IS COUNTED HELD AS WELL AS KEPT.                       *
021500*****************************************************************
021600 2000-HOUSEKEEP-ONE-AUDIT.
021700     READ FB-AUDIT-FILE INTO FB-AUDIT-RECORD
022500         GO TO 2000-EXIT
022600     END-IF
022700*
022710     IF FB-AUD-DATE NOT < FB-CUTOFF-DATE
022720         GO TO 2000-KEEP
022730     END-IF
022740     DIVIDE FB-AUD-DATE BY 100 GIVING FB-CHECK-PERIOD
022750     PERFORM 4000-CHECK-PERIOD-SUMMARY THRU 4000-EXIT
022760     IF FB-PERIOD-SUMMARIZED
022900         WRITE FB-AUDIT-ARC-LINE FROM FB-AUDIT-RECORD
023000         ADD 1 TO FB-AUD-ARC-COUNT
023050         GO TO 2000-EXIT
023100     END-IF
023150     ADD 1 TO FB-AUD-HELD-COUNT.
023200 2000-KEEP.
023250     WRITE FB-AUDIT-NEW-LINE FROM FB-AUDIT-RECORD
023300     ADD 1 TO FB-AUD-KEPT-COUNT.
023500 2000-EXIT.
023600     EXIT.
023700*
025100         GO TO 3000-EXIT
025200     END-IF
025300*
025310     IF FB-EXT-RUN-DATE NOT < FB-CUTOFF-DATE
025320         GO TO 3000-KEEP
025330     END-IF
025340     DIVIDE FB-EXT-RUN-DATE BY 100 GIVING FB-CHECK-PERIOD
025350     PERFORM 4000-CHECK-PERIOD-SUMMARY THRU 4000-EXIT
025360     IF FB-PERIOD-SUMMARIZED
025500         WRITE FB-EXT-ARC-LINE FROM FB-EXTRACT-RECORD
025600         ADD 1 TO FB-EXT-ARC-COUNT
025650         GO TO 3000-EXIT
025700     END-IF
025750     ADD 1 TO FB-EXT-HELD-COUNT.
025800 3000-KEEP.
025850     WRITE FB-EXT-NEW-LINE FROM FB-EXTRACT-RECORD
025900     ADD 1 TO FB-EXT-KEPT-COUNT.
026100 3000-EXIT.
026200     EXIT.
026300*
026400*****************************************************************
026402*    4000-CHECK-PERIOD-SUMMARY - SET FB-PERIOD-SUMMARIZED WHEN  *
026404*    FBPERSUM HOLDS A CONTROL RECORD FOR FB-CHECK-PERIOD,       *
026406*    CLOSED OR REOPENED.  THE FILES RUN IN DATE ORDER, SO THE   *
026408*    LAST PERIOD LOOKED UP IS KEPT AND NOT READ AGAIN.          *
026410*****************************************************************
026412 4000-CHECK-PERIOD-SUMMARY.
026414     IF FB-CHECK-PERIOD = FB-CACHED-PERIOD
026416         GO TO 4000-EXIT
026418     END-IF
026420     MOVE FB-CHECK-PERIOD TO FB-CACHED-PERIOD
026422     MOVE 'N' TO FB-SUMMARY-SWITCH
026424     IF FB-NO-PERIODS-CLOSED
026426         GO TO 4000-EXIT
026428     END-IF
026430     MOVE FB-CHECK-PERIOD TO FB-PSM-PERIOD
026432     SET FB-PSM-IS-CONTROL TO TRUE
026434     MOVE SPACES TO FB-PSM-RULE-SET
026436     READ FB-PERSUM-FILE
026438         INVALID KEY
026440             GO TO 4000-EXIT
026442     END-READ
026444     IF FB-PSC-CLOSED
026446        OR FB-PSC-REOPENED
026448         SET FB-PERIOD-SUMMARIZED TO TRUE
026450     END-IF.
026452 4000-EXIT.
026454     EXIT.
026456*
026458*****************************************************************
026500*    9000-TERMINATE - WRITE THE KEPT/ARCHIVED/DROPPED LINE PER  *
026600*    FILE AND CLOSE EVERYTHING.  HELD RECORDS END THE STEP      *
026650*    RC=4 SO THE UNCLOSED PERIODS ARE SEEN.                     *
026700*****************************************************************
026800 9000-TERMINATE.
026900     MOVE "FBAUDIT " TO FB-HD-FILE-NAME
027000     MOVE FB-AUD-KEPT-COUNT TO FB-HD-KEPT
027100     MOVE FB-AUD-ARC-COUNT  TO FB-HD-ARCHIVED
027200     MOVE FB-AUD-DROP-COUNT TO FB-HD-DROPPED
027250     MOVE FB-AUD-HELD-COUNT TO FB-HD-HELD
027300     WRITE FB-HSE-LINE FROM FB-HSE-DETAIL
027400     DISPLAY "FBHOUSE - " FB-HSE-DETAIL
027500*
027700     MOVE FB-EXT-KEPT-COUNT TO FB-HD-KEPT
027800     MOVE FB-EXT-ARC-COUNT  TO FB-HD-ARCHIVED
027900     MOVE FB-EXT-DROP-COUNT TO FB-HD-DROPPED
027950     MOVE FB-EXT-HELD-COUNT TO FB-HD-HELD
028000     WRITE FB-HSE-LINE FROM FB-HSE-DETAIL
028100     DISPLAY "FBHOUSE - " FB-HSE-DETAIL
028110*
028120     IF FB-AUD-HELD-COUNT > ZERO
028130        OR FB-EXT-HELD-COUNT > ZERO
028140         DISPLAY "FBHOUSE - RECORDS HELD LIVE UNTIL FBPCLOSE "
028150             "CLOSES THEIR PERIOD"
028160         MOVE 4 TO RETURN-CODE
028170     END-IF
028200*
028300     CLOSE FB-AUDIT-FILE
028400     CLOSE FB-EXTRACT-FILE
028600     CLOSE FB-AUDIT-ARC-FILE
028700     CLOSE FB-EXT-NEW-FILE
028800     CLOSE FB-EXT-ARC-FILE
028900     CLOSE FB-HSE-REPORT
028910     IF NOT FB-NO-PERIODS-CLOSED
028920         CLOSE FB-PERSUM-FILE
028930     END-IF.
029000 9000-EXIT.
029100     EXIT.
029150*
029200*****************************************************************
029250*    9500-END-CYCLE-STEP - POST THE RETURN CODE THE STEP IS     *
029300*    ENDING WITH TO THE STEP-CONTROL LEDGER.                    *
029350*****************************************************************
029400 9500-END-CYCLE-STEP.
029450     MOVE RETURN-CODE TO FB-STP-STEP-RC
029500     SET FB-STP-FUNC-END TO TRUE
029550     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
029600     MOVE FB-STP-STEP-RC TO RETURN-CODE.
029650 9500-EXIT.
029700     EXIT.
