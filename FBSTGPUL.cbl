001660*                     LOGGED, COUNTED AND LEFT ON THE FILE.     *
001670*                     AN APPROVAL NOBODY SIGNED IS NOT AN       *
001680*                     APPROVAL.                                 *
001682*    2026-10-15 JMT   CHECKS THE NIGHTLY STEP-CONTROL LEDGER    *
001684*                     THROUGH FBSTEP ON ENTRY - SKIPPED RC=0    *
001686*                     WHEN ALREADY COMPLETE FOR THE CYCLE,      *
001688*                     REFUSED RC=12 WHEN ITS PREREQUISITE HAS   *
001690*                     NOT ENDED CLEANLY - AND POSTS ITS RETURN  *
001692*                     CODE ON EXIT.                             *
001700*****************************************************************
001800*    PURPOSE - JCL-INVOKED PULL STEP.  WALKS THE FBSTAGE FILE   *
001900*    IN KEY ORDER, WRITES EVERY APPROVED RECORD AS AN FBTRANS   *
004900 01  FB-TRANS-LINE              PIC X(80).
005000*
005100 WORKING-STORAGE SECTION.
005110     COPY FBSTPC.
005120*
005200     COPY FBTRANS.
005300*
005400 77  FB-STAGE-STATUS            PIC X(02) VALUE SPACES.
006100*
006200 PROCEDURE DIVISION.
006300 0000-MAINLINE.
006310     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT
006320     IF NOT FB-STP-PROCEED
006330         STOP RUN
006340     END-IF
006350*
006400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006500*
006600     PERFORM 2000-PULL-ONE-STAGED THRU 2000-EXIT
006700         UNTIL FB-END-OF-STAGE-FILE
006800*
006900     PERFORM 9000-TERMINATE THRU 9000-EXIT
006910     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT
007000     STOP RUN.
007100*
007106*****************************************************************
007112*    0500-BEGIN-CYCLE-STEP - CHECK THE NIGHTLY STEP-CONTROL     *
007118*    LEDGER BEFORE ANYTHING IS TOUCHED.  A STEP ALREADY         *
007124*    COMPLETE FOR THE CYCLE ENDS RC=0 WITHOUT RUNNING; ONE      *
007130*    WHOSE PREREQUISITE HAS NOT ENDED CLEANLY ENDS RC=12.       *
007136*****************************************************************
007142 0500-BEGIN-CYCLE-STEP.
007148     MOVE SPACES     TO FB-STEP-CONTROL-AREA
007154     MOVE "FBSTGPUL" TO FB-STP-STEP-NAME
007160     SET FB-STP-FUNC-BEGIN TO TRUE
007166     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
007172     MOVE FB-STP-STEP-RC TO RETURN-CODE.
007178 0500-EXIT.
007184     EXIT.
007190*
007200*****************************************************************
007300*    1000-INITIALIZE - OPEN THE STAGED FILE (CREATING IT THE    *
007400*    FIRST NIGHT BEFORE THE DESK HAS STAGED ANYTHING), OPEN     *
015500     CLOSE FB-TRANS-FILE.
015600 9000-EXIT.
015700     EXIT.
015800*
015900*****************************************************************
016000*    9500-END-CYCLE-STEP - POST THE RETURN CODE THE STEP IS     *
016100*    ENDING WITH TO THE STEP-CONTROL LEDGER.                    *
016200*****************************************************************
016300 9500-END-CYCLE-STEP.
016400     MOVE RETURN-CODE TO FB-STP-STEP-RC
016500     SET FB-STP-FUNC-END TO TRUE
016600     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
016700     MOVE FB-STP-STEP-RC TO RETURN-CODE.
016800 9500-EXIT.
016900     EXIT.
