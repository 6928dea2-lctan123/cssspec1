001400*                     TRANSMISSION PROCESSED AS A PARTIAL       *
001500*                     CYCLE AND NOBODY KNEW UNTIL THEIR         *
001600*                     BALANCING JOB PAGED SOMEONE.              *
001604*    2026-10-15 JMT   EVERY CUT IS NOW LOGGED TO THE FBHNDLOG   *
001608*                     TRANSMITTAL LOG FOR FBHACK TO MATCH THE   *
001612*                     CONSUMER'S ACKNOWLEDGMENTS AGAINST, AND   *
001616*                     EVERY CYCLE FBHACK QUEUED ON FBHNDRTQ AS  *
001620*                     REJECTED OR OVERDUE IS RE-CUT AHEAD OF    *
001624*                     THE NIGHT'S CYCLE AS ITS OWN HDR/TRL      *
001628*                     GROUP.  THE HDR NOW CARRIES A             *
001632*                     RETRANSMISSION SEQUENCE - ZERO ON A       *
001636*                     CYCLE'S FIRST CUT, ONE UP ON EACH RE-CUT  *
001640*                     (QUEUED OR FBHNDCTL OVERRIDE).            *
001644*    2026-10-15 JMT   CHECKS THE NIGHTLY STEP-CONTROL LEDGER    *
001648*                     THROUGH FBSTEP ON ENTRY - SKIPPED RC=0    *
001652*                     WHEN ALREADY COMPLETE FOR THE CYCLE,      *
001656*                     REFUSED RC=12 WHEN ITS PREREQUISITE HAS   *
001660*                     NOT ENDED CLEANLY - AND POSTS ITS RETURN  *
001664*                     CODE ON EXIT.                             *
001668*    2026-10-15 JMT   A TRANSMITTAL THAT CANNOT BE LOGGED TO    *
001672*                     FBHNDLOG ENDS THE STEP RC=16 ON THE       *
001676*                     LEDGER AND LEAVES THE RETRANSMISSION      *
001680*                     QUEUE IN PLACE, SO THE CYCLE IS RE-CUT    *
001684*                     AND LOGGED ON THE NEXT RUN.               *
001700*****************************************************************
001800*    PURPOSE - JCL-INVOKED HANDOFF STEP, RUN AFTER THE NIGHT'S  *
001900*    CLASSIFICATION.  READS THE CYCLE DATE FROM FBHNDCTL        *
002700*    OPERATORS THE SAME TOTALS.  ENDS RC=4 WHEN THE CYCLE HAS   *
002800*    NO RECORDS - THE FILE IS STILL CUT, WITH A ZERO TRAILER,   *
002900*    SO THE CONSUMER SEES AN INTENTIONALLY EMPTY CYCLE RATHER   *
003000*    THAN NO FILE.  ANY CYCLE ON THE FBHNDRTQ RETRANSMISSION    *
003010*    QUEUE IS RE-CUT FROM FBEXTR FIRST, OLDEST FIRST, EACH AS   *
003020*    ITS OWN HDR/DETAIL/TRL GROUP WITH THE NEXT RETRANSMISSION  *
003030*    SEQUENCE FOR THAT CYCLE, AND THE QUEUE IS THEN EMPTIED.    *
003040*    EVERY GROUP CUT IS APPENDED TO THE FBHNDLOG TRANSMITTAL    *
003050*    LOG THAT FBHACK MATCHES ACKNOWLEDGMENTS AGAINST.           *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
004500*
004600     SELECT FB-HND-REPORT       ASSIGN TO "FBHNDRPT"
004700                                ORGANIZATION LINE SEQUENTIAL.
004710*
004720     SELECT FB-XMT-LOG-FILE     ASSIGN TO "FBHNDLOG"
004730                                ORGANIZATION LINE SEQUENTIAL
004740                                FILE STATUS FB-XMT-LOG-STATUS.
004750*
004760     SELECT FB-RTQ-FILE         ASSIGN TO "FBHNDRTQ"
004770                                ORGANIZATION LINE SEQUENTIAL
004780                                FILE STATUS FB-RTQ-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  FB-HND-RPT-LINE            PIC X(80).
006600*
006610 FD  FB-XMT-LOG-FILE
006620     RECORD CONTAINS 80 CHARACTERS.
006630 01  FB-XMT-LOG-LINE            PIC X(80).
006640*
006650 FD  FB-RTQ-FILE
006660     RECORD CONTAINS 80 CHARACTERS.
006670 01  FB-RTQ-LINE                PIC X(80).
006680*
006700 WORKING-STORAGE SECTION.
006710     COPY FBSTPC.
006720*
006800     COPY FBEXTR.
006900*
007000     COPY FBHND.
007010*
007020     COPY FBHXMT.
007030*
007040     COPY FBHRTQ.
007100*
007200 01  FB-HND-CONTROL-RECORD.
007300     05  FB-HND-CTL-CYCLE-DATE      PIC X(08).
007500*
007600 77  FB-HND-CTL-STATUS          PIC X(02) VALUE SPACES.
007700 77  FB-EXTRACT-STATUS          PIC X(02) VALUE SPACES.
007710 77  FB-XMT-LOG-STATUS          PIC X(02) VALUE SPACES.
007720 77  FB-RTQ-STATUS              PIC X(02) VALUE SPACES.
007800 77  FB-EXT-EOF-SWITCH          PIC X(01) VALUE 'N'.
007900     88  FB-END-OF-EXTRACT-FILE     VALUE 'Y'.
007910 77  FB-XMT-EOF-SWITCH          PIC X(01) VALUE 'N'.
007920     88  FB-END-OF-XMT-LOG          VALUE 'Y'.
007930 77  FB-RTQ-EOF-SWITCH          PIC X(01) VALUE 'N'.
007940     88  FB-END-OF-RTQ-FILE         VALUE 'Y'.
007942 77  FB-RTQ-PLACED-SWITCH       PIC X(01) VALUE 'N'.
007944     88  FB-RTQ-SLOT-FOUND          VALUE 'Y'.
007946 77  FB-XMT-LOG-FAIL-SWITCH     PIC X(01) VALUE 'N'.
007948     88  FB-XMT-LOG-FAILED          VALUE 'Y'.
007950 77  FB-PRIOR-CUT-SWITCH        PIC X(01) VALUE 'N'.
007960     88  FB-CYCLE-WAS-CUT-BEFORE    VALUE 'Y'.
007970 77  FB-OVERRIDE-SWITCH         PIC X(01) VALUE 'N'.
007980     88  FB-CYCLE-OVERRIDDEN        VALUE 'Y'.
008000 77  FB-CYCLE-DATE              PIC 9(08) VALUE ZERO.
008010 77  FB-NIGHT-CYCLE-DATE        PIC 9(08) VALUE ZERO.
008020 77  FB-CUT-REASON              PIC X(03) VALUE SPACES.
008030 77  FB-RETRANS-SEQ             PIC 9(02) VALUE ZERO.
008100 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
008200 77  FB-JOB-ID                  PIC X(08) VALUE SPACES.
008300 77  FB-READ-COUNT              PIC 9(09) VALUE ZERO.
008400 77  FB-CYCLE-COUNT             PIC 9(09) VALUE ZERO.
008410 77  FB-NIGHT-COUNT             PIC 9(09) VALUE ZERO.
008420 77  FB-RECUT-COUNT             PIC 9(03) VALUE ZERO.
008500 77  FB-HASH-TOTAL              PIC 9(12) VALUE ZERO.
008510 77  FB-RTQ-COUNT               PIC 9(03) COMP VALUE ZERO.
008520 77  FB-RTQ-MAX                 PIC 9(03) COMP VALUE 60.
008530 77  FB-RTQ-IX                  PIC 9(03) COMP VALUE ZERO.
008540 77  FB-RTQ-SUB                 PIC 9(03) COMP VALUE ZERO.
008550*
008560 01  FB-RTQ-TABLE.
008570     05  FB-RTQ-ENTRY           OCCURS 60 TIMES.
008580         10  FB-RTQ-TBL-DATE        PIC 9(08).
008590         10  FB-RTQ-TBL-REASON      PIC X(03).
008600*
008700 01  FB-HND-RPT-HEADER.
008800     05  FILLER                 PIC X(09) VALUE "FBHAND   ".
010300*
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010510     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT
010520     IF NOT FB-STP-PROCEED
010530         STOP RUN
010540     END-IF
010550*
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010610     PERFORM 1500-LOAD-RETRANS-QUEUE THRU 1500-EXIT
010700*
010750     PERFORM 4000-RECUT-ONE-CYCLE THRU 4000-EXIT
010800         VARYING FB-RTQ-SUB FROM 1 BY 1
010850         UNTIL FB-RTQ-SUB > FB-RTQ-COUNT
011000*
011020     MOVE FB-NIGHT-CYCLE-DATE TO FB-CYCLE-DATE
011040     IF FB-CYCLE-OVERRIDDEN
011060         MOVE "CTL" TO FB-CUT-REASON
011080     ELSE
011100         MOVE "NEW" TO FB-CUT-REASON
011120     END-IF
011140     PERFORM 5000-CUT-ONE-CYCLE THRU 5000-EXIT
011160     MOVE FB-CYCLE-COUNT TO FB-NIGHT-COUNT
011180*
011200     PERFORM 6000-EMPTY-RETRANS-QUEUE THRU 6000-EXIT
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT
011310     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT
011400     STOP RUN.
011500*
011600*****************************************************************
011605*    0500-BEGIN-CYCLE-STEP - CHECK THE NIGHTLY STEP-CONTROL     *
011610*    LEDGER BEFORE ANYTHING IS TOUCHED.  A STEP ALREADY         *
011615*    COMPLETE FOR THE CYCLE ENDS RC=0 WITHOUT RUNNING; ONE      *
011620*    WHOSE PREREQUISITE HAS NOT ENDED CLEANLY ENDS RC=12.       *
011625*****************************************************************
011630 0500-BEGIN-CYCLE-STEP.
011635     MOVE SPACES     TO FB-STEP-CONTROL-AREA
011640     MOVE "FBHAND  " TO FB-STP-STEP-NAME
011645     SET FB-STP-FUNC-BEGIN TO TRUE
011650     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
011655     MOVE FB-STP-STEP-RC TO RETURN-CODE.
011660 0500-EXIT.
011665     EXIT.
011670*
011675*****************************************************************
011700*    1000-INITIALIZE - ESTABLISH THE CYCLE DATE (FBHNDCTL       *
011800*    OVERRIDE FOR A RE-CUT, OTHERWISE TODAY), OPEN THE          *
011900*    HANDOFF AND THE TRANSMITTAL PAGE.                          *
012000*****************************************************************
012100 1000-INITIALIZE.
012200     ACCEPT FB-TODAY FROM DATE YYYYMMDD
012300     MOVE FB-TODAY TO FB-NIGHT-CYCLE-DATE
012400*
012500     OPEN INPUT FB-HND-CTL-FILE
012600     IF FB-HND-CTL-STATUS NOT = "35"
013000         END-READ
013100         IF FB-HND-CTL-CYCLE-DATE NUMERIC
013200            AND FB-HND-CTL-CYCLE-DATE NOT = "00000000"
013300             MOVE FB-HND-CTL-CYCLE-DATE TO FB-NIGHT-CYCLE-DATE
013310             SET FB-CYCLE-OVERRIDDEN TO TRUE
013400         END-IF
013500         CLOSE FB-HND-CTL-FILE
013600     END-IF
013700     DISPLAY "FBHAND - CUTTING HANDOFF FOR CYCLE "
013710         FB-NIGHT-CYCLE-DATE
013800*
013900     ACCEPT FB-JOB-ID FROM ENVIRONMENT "FB-JOB-ID"
014000     IF FB-JOB-ID = SPACES
014100         MOVE "BATCH   " TO FB-JOB-ID
014200     END-IF
014300*
015000     OPEN OUTPUT FB-HANDOFF-FILE
015100     OPEN OUTPUT FB-HND-REPORT
015120     MOVE FB-TODAY TO FB-HR-DATE
015140     WRITE FB-HND-RPT-LINE FROM FB-HND-RPT-HEADER.
015160 1000-EXIT.
015180     EXIT.
015200*
015210*****************************************************************
015220*    1500-LOAD-RETRANS-QUEUE - TAKE EVERY CYCLE FBHACK QUEUED   *
015230*    FOR RETRANSMISSION, ONCE EACH, IN CYCLE-DATE ORDER.  THE   *
015240*    NIGHT'S OWN CYCLE IS LEFT OFF - IT IS BEING CUT ANYWAY.    *
015250*    A MISSING QUEUE IS AN EMPTY ONE.                           *
015260*****************************************************************
015270 1500-LOAD-RETRANS-QUEUE.
015280     MOVE ZERO TO FB-RTQ-COUNT
015290     OPEN INPUT FB-RTQ-FILE
015300     IF FB-RTQ-STATUS = "35"
015310         GO TO 1500-EXIT
015320     END-IF
015330     PERFORM 1600-LOAD-ONE-QUEUED-CYCLE THRU 1600-EXIT
015340         UNTIL FB-END-OF-RTQ-FILE
015350     CLOSE FB-RTQ-FILE.
015360 1500-EXIT.
015370     EXIT.
015380*
015390 1600-LOAD-ONE-QUEUED-CYCLE.
015400     READ FB-RTQ-FILE INTO FB-RETRANS-QUEUE-RECORD
015410         AT END
015420             SET FB-END-OF-RTQ-FILE TO TRUE
015430             GO TO 1600-EXIT
015440     END-READ
015450     IF FB-RTQ-CYCLE-DATE NOT NUMERIC
015460        OR FB-RTQ-CYCLE-DATE = FB-NIGHT-CYCLE-DATE
015470         GO TO 1600-EXIT
015480     END-IF
015490*
015500     MOVE ZERO TO FB-RTQ-IX
015510     PERFORM 1700-SCAN-ONE-QUEUED THRU 1700-EXIT
015520         VARYING FB-RTQ-SUB FROM 1 BY 1
015530         UNTIL FB-RTQ-SUB > FB-RTQ-COUNT
015540            OR FB-RTQ-IX > ZERO
015550     IF FB-RTQ-IX > ZERO
015560         GO TO 1600-EXIT
015570     END-IF
015580*
015590     IF FB-RTQ-COUNT = FB-RTQ-MAX
015600         DISPLAY "FBHAND - RETRANSMISSION QUEUE FULL AT "
015610             FB-RTQ-MAX " CYCLES - INCREASE FB-RTQ-ENTRY OCCURS"
015620         MOVE 16 TO RETURN-CODE
015630         STOP RUN
015640     END-IF
015650*
015660*    KEEP THE TABLE IN CYCLE-DATE ORDER - SHIFT LATER CYCLES UP
015670     ADD 1 TO FB-RTQ-COUNT
015680     MOVE FB-RTQ-COUNT TO FB-RTQ-IX
015690     MOVE 'N' TO FB-RTQ-PLACED-SWITCH
015700     PERFORM 1800-SHIFT-ONE-QUEUED THRU 1800-EXIT
015710         UNTIL FB-RTQ-SLOT-FOUND
015720     MOVE FB-RTQ-CYCLE-DATE TO FB-RTQ-TBL-DATE (FB-RTQ-IX)
015730     MOVE FB-RTQ-REASON     TO FB-RTQ-TBL-REASON (FB-RTQ-IX).
015740 1600-EXIT.
015750     EXIT.
015760*
015770 1700-SCAN-ONE-QUEUED.
015780     IF FB-RTQ-TBL-DATE (FB-RTQ-SUB) = FB-RTQ-CYCLE-DATE
015790         MOVE FB-RTQ-SUB TO FB-RTQ-IX
015800     END-IF.
015810 1700-EXIT.
015820     EXIT.
015830*
015840 1800-SHIFT-ONE-QUEUED.
015850     IF FB-RTQ-IX = 1
015860         SET FB-RTQ-SLOT-FOUND TO TRUE
015870         GO TO 1800-EXIT
015880     END-IF
015890     IF FB-RTQ-TBL-DATE (FB-RTQ-IX - 1) < FB-RTQ-CYCLE-DATE
015900         SET FB-RTQ-SLOT-FOUND TO TRUE
015910         GO TO 1800-EXIT
015920     END-IF
015930     MOVE FB-RTQ-ENTRY (FB-RTQ-IX - 1)
015940         TO FB-RTQ-ENTRY (FB-RTQ-IX)
015950     SUBTRACT 1 FROM FB-RTQ-IX.
015960 1800-EXIT.
016100     EXIT.
016200*
016300*****************************************************************
020200     EXIT.
020300*
020400*****************************************************************
020401*    4000-RECUT-ONE-CYCLE - RE-CUT ONE QUEUED CYCLE FROM        *
020402*    FBEXTR AS ITS OWN HDR/DETAIL/TRL GROUP.                    *
020403*****************************************************************
020404 4000-RECUT-ONE-CYCLE.
020405     MOVE FB-RTQ-TBL-DATE (FB-RTQ-SUB)   TO FB-CYCLE-DATE
020406     MOVE FB-RTQ-TBL-REASON (FB-RTQ-SUB) TO FB-CUT-REASON
020407     DISPLAY "FBHAND - RE-CUTTING CYCLE " FB-CYCLE-DATE
020408         " QUEUED AS " FB-CUT-REASON
020409     PERFORM 5000-CUT-ONE-CYCLE THRU 5000-EXIT
020410     ADD 1 TO FB-RECUT-COUNT.
020411 4000-EXIT.
020412     EXIT.
020413*
020414*****************************************************************
020415*    5000-CUT-ONE-CYCLE - CUT ONE HDR/DETAIL/TRL GROUP FOR      *
020416*    FB-CYCLE-DATE.  THE RETRANSMISSION SEQUENCE IS ZERO THE    *
020417*    FIRST TIME THE CYCLE IS CUT AND ONE ABOVE THE HIGHEST      *
020418*    ON THE TRANSMITTAL LOG AFTER THAT.  THE GROUP IS LOGGED    *
020419*    TO FBHNDLOG AND PRINTED ON THE TRANSMITTAL PAGE.           *
020420*****************************************************************
020421 5000-CUT-ONE-CYCLE.
020422     PERFORM 5100-FIND-PRIOR-CUT THRU 5100-EXIT
020423     MOVE ZERO TO FB-CYCLE-COUNT
020424     MOVE ZERO TO FB-HASH-TOTAL
020425     MOVE 'N'  TO FB-EXT-EOF-SWITCH
020426*
020427     OPEN INPUT FB-EXTRACT-FILE
020428     IF FB-EXTRACT-STATUS = "35"
020429         DISPLAY "FBHAND - FBEXTR NOT FOUND - CUTTING AN "
020430             "EMPTY CYCLE"
020431         SET FB-END-OF-EXTRACT-FILE TO TRUE
020432     END-IF
020433*
020434     MOVE SPACES         TO FB-HANDOFF-HEADER
020435     MOVE "HDR"          TO FB-HND-HDR-ID
020436     MOVE FB-CYCLE-DATE  TO FB-HND-HDR-CYCLE-DATE
020437     MOVE FB-JOB-ID      TO FB-HND-HDR-JOB-ID
020438     ACCEPT FB-HND-HDR-CUT-DATE FROM DATE YYYYMMDD
020439     ACCEPT FB-HND-HDR-CUT-TIME FROM TIME
020440     MOVE FB-RETRANS-SEQ TO FB-HND-HDR-RETRANS-SEQ
020441     WRITE FB-HANDOFF-LINE FROM FB-HANDOFF-HEADER
020442*
020443     PERFORM 2000-HANDOFF-ONE-EXTRACT THRU 2000-EXIT
020444         UNTIL FB-END-OF-EXTRACT-FILE
020445     IF FB-EXTRACT-STATUS NOT = "35"
020446         CLOSE FB-EXTRACT-FILE
020447     END-IF
020448*
020449     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
020450     PERFORM 7000-LOG-TRANSMITTAL THRU 7000-EXIT
020451     PERFORM 8000-WRITE-TRANSMITTAL THRU 8000-EXIT.
020452 5000-EXIT.
020453     EXIT.
020454*
020455*****************************************************************
020456*    5100-FIND-PRIOR-CUT - SCAN THE TRANSMITTAL LOG FOR THE     *
020457*    HIGHEST RETRANSMISSION SEQUENCE ALREADY CUT FOR THE        *
020458*    CYCLE AND SET THE NEXT ONE.  A MISSING LOG MEANS NOTHING   *
020459*    HAS BEEN CUT YET.  A RERUN OF THE NIGHT'S OWN CYCLE IS     *
020460*    LOGGED AS A RE-CUT.                                        *
020461*****************************************************************
020462 5100-FIND-PRIOR-CUT.
020463     MOVE ZERO TO FB-RETRANS-SEQ
020464     MOVE 'N'  TO FB-PRIOR-CUT-SWITCH
020465     MOVE 'N'  TO FB-XMT-EOF-SWITCH
020466     OPEN INPUT FB-XMT-LOG-FILE
020467     IF FB-XMT-LOG-STATUS = "35"
020468         GO TO 5100-EXIT
020469     END-IF
020470     PERFORM 5200-CHECK-ONE-TRANSMITTAL THRU 5200-EXIT
020471         UNTIL FB-END-OF-XMT-LOG
020472     CLOSE FB-XMT-LOG-FILE
020473     IF FB-CYCLE-WAS-CUT-BEFORE
020474         IF FB-CUT-REASON = "NEW"
020475             MOVE "CTL" TO FB-CUT-REASON
020476         END-IF
020477         ADD 1 TO FB-RETRANS-SEQ
020478             ON SIZE ERROR
020479                 DISPLAY "FBHAND - CYCLE " FB-CYCLE-DATE
020480                     " HAS BEEN RE-CUT 99 TIMES - SEQUENCE "
020481                     "HELD AT 99"
020482                 MOVE 99 TO FB-RETRANS-SEQ
020483         END-ADD
020484     END-IF.
020485 5100-EXIT.
020486     EXIT.
020487*
020488 5200-CHECK-ONE-TRANSMITTAL.
020489     READ FB-XMT-LOG-FILE INTO FB-TRANSMITTAL-RECORD
020490         AT END
020491             SET FB-END-OF-XMT-LOG TO TRUE
020492             GO TO 5200-EXIT
020493     END-READ
020494     IF FB-XMT-CYCLE-DATE NOT = FB-CYCLE-DATE
020495         GO TO 5200-EXIT
020496     END-IF
020497     SET FB-CYCLE-WAS-CUT-BEFORE TO TRUE
020498     IF FB-XMT-RETRANS-SEQ > FB-RETRANS-SEQ
020499         MOVE FB-XMT-RETRANS-SEQ TO FB-RETRANS-SEQ
020500     END-IF.
020501 5200-EXIT.
020502     EXIT.
020503*
020504*****************************************************************
020505*    6000-EMPTY-RETRANS-QUEUE - EVERY QUEUED CYCLE HAS NOW      *
020506*    BEEN RE-CUT AND LOGGED, SO THE QUEUE IS EMPTIED UNTIL      *
020507*    FBHACK NEXT FINDS ONE REJECTED OR OVERDUE.  WHEN A CUT     *
020508*    COULD NOT BE LOGGED THE QUEUE IS LEFT AS IT IS, SO EVERY   *
020509*    QUEUED CYCLE IS RE-CUT AGAIN ON THE NEXT RUN.              *
020510*****************************************************************
020511 6000-EMPTY-RETRANS-QUEUE.
020512     IF FB-XMT-LOG-FAILED
020513         DISPLAY "FBHAND - RETRANSMISSION QUEUE KEPT - A CUT "
020514             "WAS NOT LOGGED TO FBHNDLOG"
020515         GO TO 6000-EXIT
020516     END-IF
020517     OPEN OUTPUT FB-RTQ-FILE
020518     CLOSE FB-RTQ-FILE.
020519 6000-EXIT.
020520     EXIT.
020521*
020522*****************************************************************
020523*    7000-LOG-TRANSMITTAL - APPEND THE GROUP JUST CUT TO THE    *
020524*    FBHNDLOG TRANSMITTAL LOG, CREATING IT THE FIRST TIME.  A   *
020525*    LOG THAT WILL NOT OPEN OR TAKE THE RECORD ENDS THE STEP    *
020526*    RC=16 AND KEEPS THE RETRANSMISSION QUEUE.                  *
020527*****************************************************************
020528 7000-LOG-TRANSMITTAL.
020529     MOVE SPACES                TO FB-TRANSMITTAL-RECORD
020530     MOVE FB-CYCLE-DATE         TO FB-XMT-CYCLE-DATE
020531     MOVE FB-RETRANS-SEQ        TO FB-XMT-RETRANS-SEQ
020532     MOVE FB-JOB-ID             TO FB-XMT-JOB-ID
020533     MOVE FB-HND-HDR-CUT-DATE   TO FB-XMT-CUT-DATE
020534     MOVE FB-HND-HDR-CUT-TIME   TO FB-XMT-CUT-TIME
020535     MOVE FB-CYCLE-COUNT        TO FB-XMT-COUNT
020536     MOVE FB-HASH-TOTAL         TO FB-XMT-HASH
020537     MOVE FB-CUT-REASON         TO FB-XMT-REASON
020538     OPEN EXTEND FB-XMT-LOG-FILE
020539     IF FB-XMT-LOG-STATUS = "35"
020540         OPEN OUTPUT FB-XMT-LOG-FILE
020541     END-IF
020542     IF FB-XMT-LOG-STATUS NOT = "00"
020543         DISPLAY "FBHAND - FBHNDLOG WILL NOT OPEN - STATUS "
020544             FB-XMT-LOG-STATUS " - CYCLE " FB-CYCLE-DATE
020545             " NOT LOGGED"
020546         SET FB-XMT-LOG-FAILED TO TRUE
020547         MOVE 16 TO RETURN-CODE
020548         GO TO 7000-EXIT
020549     END-IF
020550     WRITE FB-XMT-LOG-LINE FROM FB-TRANSMITTAL-RECORD
020551     IF FB-XMT-LOG-STATUS NOT = "00"
020552         DISPLAY "FBHAND - FBHNDLOG WRITE FAILED - STATUS "
020553             FB-XMT-LOG-STATUS " - CYCLE " FB-CYCLE-DATE
020554             " NOT LOGGED"
020555         SET FB-XMT-LOG-FAILED TO TRUE
020556         MOVE 16 TO RETURN-CODE
020557     END-IF
020558     CLOSE FB-XMT-LOG-FILE.
020559 7000-EXIT.
020560     EXIT.
020674*
020676*****************************************************************
020678*    8000-WRITE-TRANSMITTAL - ONE BLOCK PER GROUP CUT FOR THE   *
020680*    OPERATORS: WHAT WAS CUT, FOR WHICH CYCLE, WHICH COPY OF    *
020682*    IT, AND THE TOTALS THE CONSUMER MUST ECHO BACK.            *
020800*****************************************************************
020900 8000-WRITE-TRANSMITTAL.
021200     MOVE SPACES TO FB-HND-RPT-LINE
021300     WRITE FB-HND-RPT-LINE
021400*
021500     MOVE "CYCLE DATE          " TO FB-HD-LABEL
021600     MOVE SPACES                 TO FB-HD-VALUE
021700     MOVE FB-CYCLE-DATE          TO FB-HD-VALUE (1:8)
021710     WRITE FB-HND-RPT-LINE FROM FB-HND-RPT-DETAIL
021720*
021730     MOVE "RETRANSMISSION SEQ  " TO FB-HD-LABEL
021740     MOVE SPACES                 TO FB-HD-VALUE
021750     MOVE FB-RETRANS-SEQ         TO FB-HD-VALUE (1:2)
021760     MOVE FB-CUT-REASON          TO FB-HD-VALUE (4:3)
021800     WRITE FB-HND-RPT-LINE FROM FB-HND-RPT-DETAIL
021900*
022000     MOVE "JOB-ID              " TO FB-HD-LABEL
024000*    PRODUCED NOTHING.                                          *
024100*****************************************************************
024200 9000-TERMINATE.
024300     DISPLAY "FBHAND - CYCLE " FB-NIGHT-CYCLE-DATE
024400         " RECORDS=" FB-NIGHT-COUNT
024500         " HASH=" FB-HASH-TOTAL
024600         " (READ " FB-READ-COUNT " LIVE ROWS)"
024610     IF FB-RECUT-COUNT > ZERO
024620         DISPLAY "FBHAND - " FB-RECUT-COUNT
024630             " QUEUED CYCLE(S) RE-CUT AHEAD OF THE NIGHT'S"
024640     END-IF
024700     IF FB-NIGHT-COUNT = ZERO AND RETURN-CODE < 4
024800         MOVE 4 TO RETURN-CODE
024900     END-IF
025100     CLOSE FB-HANDOFF-FILE
025200     CLOSE FB-HND-REPORT.
025300 9000-EXIT.
025400     EXIT.
025450*
025500*****************************************************************
025550*    9500-END-CYCLE-STEP - POST THE RETURN CODE THE STEP IS     *
025600*    ENDING WITH TO THE STEP-CONTROL LEDGER.                    *
025650*****************************************************************
025700 9500-END-CYCLE-STEP.
025750     MOVE RETURN-CODE TO FB-STP-STEP-RC
025800     SET FB-STP-FUNC-END TO TRUE
025850     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
025900     MOVE FB-STP-STEP-RC TO RETURN-CODE.
025950 9500-EXIT.
026000     EXIT.
