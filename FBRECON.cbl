001670*                     MATCHES OF RULES 3 AND UP - AGAINST THE    *
001680*                     FBAUDIT OTHER TOTAL.  REPORT WIDENED TO    *
001690*                     132 COLUMNS FOR THE FIFTH COUNT PAIR.      *
001692*    2026-09-02 JMT   EXTRACT ROWS ARE NOW BUCKETED WITH THE     *
001694*                     RULE CODES OF THE SET NAMED ON THE ROW     *
001696*                     ITSELF (EACH REFERENCED SET LOADED ONCE    *
001698*                     VIA FBRLOAD), NOT THE DEFAULT SET'S        *
001700*                     CODES, SO A NAMED-SET RUN BALANCES         *
001702*                     AGAINST ITS AUDIT COUNTS INSTEAD OF        *
001704*                     TALLYING INTO THE WRONG CLASS BUCKET.      *
001706*    2026-09-02 JMT   AN FBBACK REVERSAL ENTRY NOW SUBTRACTS     *
001708*                     ITS COUNTS FROM THE RUN'S AUDIT TOTALS     *
001710*                     INSTEAD OF ADDING THEM, SO A BACKED-OUT    *
001712*                     RUN NETS TO ZERO AGAINST ITS REMOVED       *
001714*                     EXTRACT ROWS.  THE AUDIT-SIDE TABLE        *
001716*                     FIELDS CARRY A SIGN FOR THE CASE WHERE     *
001718*                     THE ORIGINAL ENTRY HAS ALREADY BEEN        *
001720*                     ARCHIVED OFF BY FBHOUSE.                   *
001722*    2026-10-15 JMT   THE RULE-SET CODE CACHE IS KEYED BY SET   *
001724*                     AND VERSION, EACH VERSION LOADED AS IN    *
001726*                     FORCE ON THE EXTRACT ROW'S RUN DATE, SO A *
001728*                     RULE CHANGED BETWEEN RUNS STILL BALANCES. *
001730*                     THE AUDIT RECORD IS NOW 150 BYTES.        *
001732*    2026-10-15 JMT   CHECKS THE NIGHTLY STEP-CONTROL LEDGER    *
001734*                     THROUGH FBSTEP ON ENTRY - SKIPPED RC=0    *
001736*                     WHEN ALREADY COMPLETE FOR THE CYCLE,      *
001738*                     REFUSED RC=12 WHEN ITS PREREQUISITE HAS   *
001740*                     NOT ENDED CLEANLY - AND POSTS ITS RETURN  *
001742*                     CODE ON EXIT.                             *
001744*    2026-10-15 JMT   FBINTEG REPAIR ENTRIES ('M' IN THE        *
001746*                     REVERSAL INDICATOR) ARE SKIPPED - THEY    *
001748*                     CARRY NO CLASS COUNTS AND ARE NOT         *
001750*                     EXECUTIONS.                               *
001752*    2026-10-15 JMT   RAISES A CRITICAL OUTOFBAL ALERT THROUGH  *
001754*                     FBALERT FOR EVERY RUN OUT OF BALANCE, SO  *
001756*                     OPERATIONS SEES IT ON THE SHARED ALERT    *
001758*                     FEED AND NOT ONLY AS RC=8.                *
001760*****************************************************************
001800*    PURPOSE - JCL-INVOKED BATCH BALANCING STEP.  TALLIES THE   *
001900*    FBEXTR EXTRACT BY RUN-ID AND CLASS CODE, SUMS THE FBAUDIT  *
002000*    CLASS COUNTS BY RUN-ID, AND PRINTS ONE IN-BALANCE OR       *
002100*    OUT-OF-BALANCE LINE PER RUN ON FBRECRPT.  ENDS WITH       *
002200*    RETURN CODE 8 WHEN ANY RUN IS OUT OF BALANCE SO THE        *
002300*    SCHEDULER CAN HOLD THE DOWNSTREAM HANDOFF.  EACH RUN OUT   *
002310*    OF BALANCE IS ALSO RAISED AS A CRITICAL ALERT ON FBALERTS. *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004100 01  FB-EXTRACT-LINE            PIC X(80).
004200*
004300 FD  FB-AUDIT-FILE
004400     RECORD CONTAINS 150 CHARACTERS.
004500 01  FB-AUDIT-LINE              PIC X(150).
004600*
004700 FD  FB-RECON-REPORT
004800     RECORD CONTAINS 132 CHARACTERS.
004900 01  FB-RECON-LINE              PIC X(132).
005000*
005100 WORKING-STORAGE SECTION.
005110     COPY FBSTPC.
005120*
005130     COPY FBALR.
005140*
005200     COPY FBEXTR.
005300*
005400     COPY FBAUDIT.
006640 77  FB-SET-MAX                 PIC 9(02) COMP VALUE 20.
006650 77  FB-SET-IX                  PIC 9(02) COMP VALUE ZERO.
006660 77  FB-SET-SUB                 PIC 9(02) COMP VALUE ZERO.
006670 77  FB-SET-VERSION-REQ         PIC 9(04) VALUE ZERO.
006672 77  FB-ALERT-HOLD-RC           PIC S9(04) COMP VALUE ZERO.
006675*
006680 01  FB-SET-TABLE.
006690     05  FB-SET-ENTRY           OCCURS 20 TIMES.
006692         10  FB-SET-TBL-ID          PIC X(04).
006694         10  FB-SET-TBL-VERSION     PIC 9(04).
006696         10  FB-SET-CODE-1          PIC X(01).
006698         10  FB-SET-CODE-2          PIC X(01).
006700*
006800 01  FB-RUN-TABLE.
006900     05  FB-RUN-ENTRY           OCCURS 200 TIMES.
010900*
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011110     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT
011120     IF NOT FB-STP-PROCEED
011130         STOP RUN
011140     END-IF
011150*
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011300*
011400     PERFORM 2000-TALLY-ONE-EXTRACT THRU 2000-EXIT
012200         UNTIL FB-RUN-SUB > FB-RUN-COUNT
012300*
012400     PERFORM 9000-TERMINATE THRU 9000-EXIT
012410     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT
012500     STOP RUN.
012600*
012606*****************************************************************
012612*    0500-BEGIN-CYCLE-STEP - CHECK THE NIGHTLY STEP-CONTROL     *
012618*    LEDGER BEFORE ANYTHING IS TOUCHED.  A STEP ALREADY         *
012624*    COMPLETE FOR THE CYCLE ENDS RC=0 WITHOUT RUNNING; ONE      *
012630*    WHOSE PREREQUISITE HAS NOT ENDED CLEANLY ENDS RC=12.       *
012636*****************************************************************
012642 0500-BEGIN-CYCLE-STEP.
012648     MOVE SPACES     TO FB-STEP-CONTROL-AREA
012654     MOVE "FBRECON " TO FB-STP-STEP-NAME
012660     SET FB-STP-FUNC-BEGIN TO TRUE
012666     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
012672     MOVE FB-STP-STEP-RC TO RETURN-CODE.
012678 0500-EXIT.
012684     EXIT.
012690*
012700*****************************************************************
012800*    1000-INITIALIZE - OPEN THE EXTRACT, AUDIT AND REPORT       *
012900*    FILES AND WRITE THE REPORT HEADER.                         *
018100             GO TO 3000-EXIT
018200     END-READ
018300*
018310     IF FB-AUD-IS-REPAIR
018320         GO TO 3000-EXIT
018330     END-IF
018340*
018400     MOVE FB-AUD-RUN-ID TO FB-SEARCH-RUN-ID
018500     PERFORM 5000-FIND-RUN-ENTRY THRU 5000-EXIT
018600*
021800     ELSE
021900         MOVE "*OUT*  " TO FB-RD-STATUS
022000         ADD 1 TO FB-OUT-OF-BAL-COUNT
022050         PERFORM 8000-RAISE-OUT-OF-BAL-ALERT THRU 8000-EXIT
022100     END-IF
022200*
022300     WRITE FB-RECON-LINE FROM FB-RECON-DETAIL
026500     END-IF.
026600 5100-EXIT.
026700     EXIT.
026702*
026704*****************************************************************
026706*    5500-FIND-SET-CODES - LEAVE THE RULE-1 AND RULE-2 CLASS    *
026708*    CODES OF THE SET NAMED ON THE EXTRACT ROW IN               *
026710*    FB-RULE-1-CODE/FB-RULE-2-CODE, LOADING EACH REFERENCED     *
026712*    SET THROUGH FBRLOAD ONLY THE FIRST TIME IT IS SEEN.  A     *
026714*    PRE-RULE-SET ROW CARRIES A BLANK SET AND LOADS THE         *
026716*    UNNAMED DEFAULT SET, AS BEFORE.  EACH VERSION OF A SET IS  *
026718*    CACHED SEPARATELY AND LOADED AS IN FORCE ON THE ROW'S RUN  *
026720*    DATE; A ROW WRITTEN BEFORE VERSIONING COUNTS AS VERSION 0. *
026722*****************************************************************
026724 5500-FIND-SET-CODES.
026726     MOVE ZERO TO FB-SET-IX
026728     MOVE ZERO TO FB-SET-VERSION-REQ
026730     IF FB-EXT-RULE-VERSION NUMERIC
026732         MOVE FB-EXT-RULE-VERSION TO FB-SET-VERSION-REQ
026734     END-IF
026736     PERFORM 5600-SCAN-ONE-SET THRU 5600-EXIT
026738         VARYING FB-SET-SUB FROM 1 BY 1
026740         UNTIL FB-SET-SUB > FB-SET-COUNT
026742            OR FB-SET-IX > ZERO
026744     IF FB-SET-IX > ZERO
026746         MOVE FB-SET-CODE-1 (FB-SET-IX) TO FB-RULE-1-CODE
026748         MOVE FB-SET-CODE-2 (FB-SET-IX) TO FB-RULE-2-CODE
026750         GO TO 5500-EXIT
026752     END-IF
026754*
026756     CALL "FBRLOAD" USING FB-RULES-TABLE FB-EXT-RULE-SET
026758                          FB-EXT-RUN-DATE
026760     MOVE FB-RULE-CODE (1) TO FB-RULE-1-CODE
026762     MOVE SPACE            TO FB-RULE-2-CODE
026764     IF FB-RULE-COUNT > 1
026766         MOVE FB-RULE-CODE (2) TO FB-RULE-2-CODE
026768     END-IF
026770     IF FB-SET-COUNT = FB-SET-MAX
026772         DISPLAY "FBRECON - MORE THAN " FB-SET-MAX
026774             " RULE SETS ON FBEXTR - SET '" FB-EXT-RULE-SET
026776             "' NOT CACHED"
026778         GO TO 5500-EXIT
026780     END-IF
026782     ADD 1 TO FB-SET-COUNT
026784     MOVE FB-EXT-RULE-SET TO FB-SET-TBL-ID (FB-SET-COUNT)
026786     MOVE FB-SET-VERSION-REQ
026788                          TO FB-SET-TBL-VERSION (FB-SET-COUNT)
026790     MOVE FB-RULE-1-CODE  TO FB-SET-CODE-1 (FB-SET-COUNT)
026792     MOVE FB-RULE-2-CODE  TO FB-SET-CODE-2 (FB-SET-COUNT).
026794 5500-EXIT.
026796     EXIT.
026798*
026800 5600-SCAN-ONE-SET.
026802     IF FB-SET-TBL-ID (FB-SET-SUB) = FB-EXT-RULE-SET
026804        AND FB-SET-TBL-VERSION (FB-SET-SUB) = FB-SET-VERSION-REQ
026806         MOVE FB-SET-SUB TO FB-SET-IX
026808     END-IF.
026810 5600-EXIT.
026812     EXIT.
026814*
026816*****************************************************************
026818*    8000-RAISE-OUT-OF-BAL-ALERT - RAISE THE RUN ON THE SHARED  *
026820*    OPERATIONS ALERT FILE.  THE RETURN CODE IS HELD ACROSS     *
026822*    THE CALL SO FBALERT CANNOT DISTURB IT.                     *
026824*****************************************************************
026826 8000-RAISE-OUT-OF-BAL-ALERT.
026828     MOVE RETURN-CODE TO FB-ALERT-HOLD-RC
026830     MOVE SPACES TO FB-ALERT-RECORD
026832     MOVE "FBRECON "                 TO FB-ALR-SOURCE
026834     SET FB-ALR-CRITICAL             TO TRUE
026836     MOVE FB-RUN-TBL-ID (FB-RUN-SUB) TO FB-ALR-RUN-ID
026838     MOVE FB-STP-CYCLE-DATE          TO FB-ALR-CYCLE-DATE
026840     MOVE "OUTOFBAL"                 TO FB-ALR-CODE
026842     MOVE "EXTRACT COUNTS DO NOT BALANCE TO FBAUDIT"
026844                                     TO FB-ALR-TEXT
026846     CALL "FBALERT" USING FB-ALERT-RECORD
026848     MOVE FB-ALERT-HOLD-RC TO RETURN-CODE.
026850 8000-EXIT.
026852     EXIT.
026854*
026900*****************************************************************
027000*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE   *
027100*    THE SCHEDULER BRANCHES ON - 8 WHEN ANY RUN IS OUT OF       *
028200     CLOSE FB-RECON-REPORT.
028300 9000-EXIT.
028400     EXIT.
028500*
028600*****************************************************************
028700*    9500-END-CYCLE-STEP - POST THE RETURN CODE THE STEP IS     *
028800*    ENDING WITH TO THE STEP-CONTROL LEDGER.                    *
028900*****************************************************************
029000 9500-END-CYCLE-STEP.
029100     MOVE RETURN-CODE TO FB-STP-STEP-RC
029200     SET FB-STP-FUNC-END TO TRUE
029300     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
029400     MOVE FB-STP-STEP-RC TO RETURN-CODE.
029500 9500-EXIT.
029600     EXIT.
