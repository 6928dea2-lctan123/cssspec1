001540*                     READ AS A FALSE EXCEPTION AGAINST THE     *
001550*                     RUN'S REAL PRIOR.  SKIPPED REVERSALS ARE  *
001560*                     COUNTED ON THE CONSOLE LINE.              *
001570*    2026-10-15 JMT   THE FBAUDIT AND FBAUDARC RECORDS ARE NOW  *
001580*                     150 BYTES, CARRYING THE RULE-SET VERSION. *
001585*    2026-10-15 JMT   FBINTEG REPAIR ENTRIES ('M' IN THE        *
001590*                     REVERSAL INDICATOR) ARE LEFT OUT OF THE   *
001595*                     TREND AND ARE NOT COUNTED AS REVERSALS.   *
001596*    2026-10-15 JMT   EACH *EXCEPTION* IS ALSO RAISED AS A      *
001597*                     TRENDEXC WARNING THROUGH FBALERT ON THE   *
001598*                     SHARED OPERATIONS ALERT FEED, DATED BY    *
001599*                     THE EXECUTION THAT MOVED.                 *
001600*****************************************************************
001700*    PURPOSE - JCL-INVOKED PERIOD-END REPORT.  READS THE        *
001800*    FBAUDIT HISTORY IN EXECUTION ORDER, PAIRS EACH EXECUTION   *
002100*    FBTRDRPT.  AN EXECUTION WHOSE CLASS MIX MOVED WHILE ITS    *
002200*    START/END RANGE AND RULE DIVISORS DID NOT IS FLAGGED       *
002300*    *EXCEPTION* AND THE JOB ENDS WITH RETURN CODE 4 SO THE     *
002400*    SCHEDULER CAN ROUTE THE REPORT FOR REVIEW.  EACH           *
002410*    EXCEPTION IS ALSO RAISED AS A WARNING ON FBALERTS.         *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  FB-AUDIT-FILE
003800     RECORD CONTAINS 150 CHARACTERS.
003900 01  FB-AUDIT-LINE              PIC X(150).
003910*
003920 FD  FB-AUDIT-ARC-FILE
003930     RECORD CONTAINS 150 CHARACTERS.
003940 01  FB-AUDIT-ARC-LINE          PIC X(150).
004000*
004100 FD  FB-TREND-REPORT
004200     RECORD CONTAINS 132 CHARACTERS.
004400*
004500 WORKING-STORAGE SECTION.
004600     COPY FBAUDIT.
004610*
004620     COPY FBALR.
004700*
004800 77  FB-AUD-EOF-SWITCH          PIC X(01) VALUE 'N'.
004900     88  FB-END-OF-AUDIT-FILE       VALUE 'Y'.
005300 77  FB-RUN-SUB                 PIC 9(03) COMP VALUE ZERO.
005400 77  FB-EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
005450 77  FB-REVERSAL-COUNT          PIC 9(05) VALUE ZERO.
005460 77  FB-ALERT-HOLD-RC           PIC S9(04) COMP VALUE ZERO.
005500 77  FB-TREND-DATE              PIC 9(08) VALUE ZERO.
005600 77  FB-DELTA                   PIC S9(06) VALUE ZERO.
005700 77  FB-MIX-MOVED-SWITCH        PIC X(01) VALUE 'N'.
014330         ADD 1 TO FB-REVERSAL-COUNT
014340         GO TO 2500-EXIT
014350     END-IF
014360     IF FB-AUD-IS-REPAIR
014370         GO TO 2500-EXIT
014380     END-IF
014400*
014500     PERFORM 5000-FIND-RUN-ENTRY THRU 5000-EXIT
014600*
022400             DISPLAY "FBTREND - " FB-AUD-RUN-ID
022500                 " CLASS MIX MOVED UNDER UNCHANGED RANGE AND "
022600                 "RULES - SEE FBTRDRPT"
022650             PERFORM 8000-RAISE-EXCEPTION-ALERT THRU 8000-EXIT
022700         WHEN OTHER
022800             MOVE SPACES TO FB-TD-STATUS
022900     END-EVALUATE.
028100     END-IF.
028200 5100-EXIT.
028300     EXIT.
028302*
028304*****************************************************************
028306*    8000-RAISE-EXCEPTION-ALERT - RAISE THE EXCEPTION ON THE    *
028308*    SHARED OPERATIONS ALERT FILE, DATED BY THE EXECUTION THAT  *
028310*    MOVED SO THE SAME EXCEPTION TRENDED AGAIN AT THE NEXT      *
028312*    PERIOD END READS AS THE SAME OCCURRENCE.  THE RETURN CODE  *
028314*    IS HELD ACROSS THE CALL.                                   *
028316*****************************************************************
028318 8000-RAISE-EXCEPTION-ALERT.
028320     MOVE RETURN-CODE TO FB-ALERT-HOLD-RC
028322     MOVE SPACES TO FB-ALERT-RECORD
028324     MOVE "FBTREND "                 TO FB-ALR-SOURCE
028326     SET FB-ALR-WARNING              TO TRUE
028328     MOVE FB-AUD-RUN-ID              TO FB-ALR-RUN-ID
028330     MOVE FB-AUD-DATE                TO FB-ALR-CYCLE-DATE
028332     MOVE "TRENDEXC"                 TO FB-ALR-CODE
028334     MOVE "CLASS MIX MOVED UNDER UNCHANGED RULES"
028336                                     TO FB-ALR-TEXT
028338     CALL "FBALERT" USING FB-ALERT-RECORD
028340     MOVE FB-ALERT-HOLD-RC TO RETURN-CODE.
028342 8000-EXIT.
028344     EXIT.
028400*
028500*****************************************************************
028600*    9000-TERMINATE - CLOSE THE FILES AND SET RETURN CODE 4     *
