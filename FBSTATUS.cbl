001300*                     PIECED TOGETHER BY EYEBALLING FBRREG,     *
001400*                     FBCKPT, FBSTAGE AND FBTRANS/FBREJECT      *
001500*                     SEPARATELY, AND STUCK RUNS GOT MISSED.    *
001510*    2026-10-15 JMT   EVERY IN-FLIGHT RUN IS ALSO RAISED AS A   *
001520*                     STUCKRUN ALERT THROUGH FBALERT ON THE     *
001530*                     SHARED OPERATIONS ALERT FEED - A WARNING, *
001540*                     CRITICAL ONCE THE RUN HAS SAT IN FLIGHT   *
001550*                     TWO DAYS OR MORE.                         *
001600*****************************************************************
001700*    PURPOSE - JCL-INVOKED MORNING STATUS STEP.  READS ALL      *
001800*    FOUR OPERATIONAL FILES AND PRINTS ONE FBSTARPT REPORT:     *
002300*    THE PULL WINDOW, TRANSACTIONS WAITING ON FBTRANS AND       *
002400*    REJECTS AWAITING RECYCLE ON FBREJECT.  ENDS RC=4 WHEN      *
002500*    ANYTHING NEEDS ATTENTION SO THE SCHEDULER CAN FLAG THE     *
002600*    JOB; A MISSING FILE IS TREATED AS EMPTY.  EACH IN-FLIGHT   *
002610*    RUN IS ALSO RAISED AS AN ALERT ON FBALERTS.                *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
008400     COPY FBTRANS.
008500*
008600     COPY FBREJ.
008610*
008620     COPY FBALR.
008700*
008800 77  FB-RREG-STATUS             PIC X(02) VALUE SPACES.
008900 77  FB-CKPT-STATUS             PIC X(02) VALUE SPACES.
011100 77  FB-TRANS-COUNT             PIC 9(05) VALUE ZERO.
011200 77  FB-REJECT-COUNT            PIC 9(05) VALUE ZERO.
011300 77  FB-ATTENTION-COUNT         PIC 9(05) VALUE ZERO.
011310 77  FB-ALERT-HOLD-RC           PIC S9(04) COMP VALUE ZERO.
011320 77  FB-ALERT-DAYS              PIC ZZZZ9.
011400*
011500 01  FB-STATUS-HEADER.
011600     05  FILLER                 PIC X(09) VALUE "FBSTATUS ".
026600             MOVE FB-DAYS-IN-FLIGHT TO FB-RG-DAYS
026700             ADD 1 TO FB-IN-FLIGHT-COUNT
026800             ADD 1 TO FB-ATTENTION-COUNT
026850             PERFORM 8000-RAISE-STUCK-RUN-ALERT THRU 8000-EXIT
026900         WHEN FB-REG-COMPLETED
027000             MOVE "COMPLETED" TO FB-RG-STATUS
027100         WHEN FB-REG-REVERSED
029300     END-IF.
029400 2200-EXIT.
029500     EXIT.
029502*
029504*****************************************************************
029506*    8000-RAISE-STUCK-RUN-ALERT - RAISE THE IN-FLIGHT RUN ON    *
029508*    THE SHARED OPERATIONS ALERT FILE.  A RUN STILL IN FLIGHT   *
029510*    AT THE MORNING BOARD IS A WARNING; ONE THAT HAS SAT THERE  *
029512*    TWO DAYS OR MORE HAS MISSED A WHOLE NIGHT AND IS CRITICAL. *
029514*    THE RETURN CODE IS HELD ACROSS THE CALL.                   *
029516*****************************************************************
029518 8000-RAISE-STUCK-RUN-ALERT.
029520     MOVE RETURN-CODE TO FB-ALERT-HOLD-RC
029522     MOVE SPACES TO FB-ALERT-RECORD
029524     MOVE "FBSTATUS"                 TO FB-ALR-SOURCE
029526     SET FB-ALR-WARNING              TO TRUE
029528     IF FB-DAYS-IN-FLIGHT > 1
029530         SET FB-ALR-CRITICAL         TO TRUE
029532     END-IF
029534     MOVE FB-REG-RUN-ID              TO FB-ALR-RUN-ID
029536     MOVE ZERO                       TO FB-ALR-CYCLE-DATE
029538     MOVE "STUCKRUN"                 TO FB-ALR-CODE
029540     MOVE FB-DAYS-IN-FLIGHT          TO FB-ALERT-DAYS
029542     STRING "RUN IN FLIGHT " FB-ALERT-DAYS " DAYS - NOT COMPLETED"
029544         DELIMITED BY SIZE INTO FB-ALR-TEXT
029546     CALL "FBALERT" USING FB-ALERT-RECORD
029548     MOVE FB-ALERT-HOLD-RC TO RETURN-CODE.
029550 8000-EXIT.
029552     EXIT.
029600*
029700*****************************************************************
029800*    3000-REPORT-CHECKPOINTS - WALK THE CHECKPOINT FILE.  A     *
