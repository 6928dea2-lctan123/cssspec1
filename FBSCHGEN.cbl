001500*                     BY HAND EVERY DAY, AND THE TYPOS IN       *
001600*                     THAT REKEYING WERE WHERE MOST OF THE      *
001700*                     REJECT-FILE VOLUME CAME FROM.             *
001710*    2026-10-15 JMT   CHECKS THE NIGHTLY STEP-CONTROL LEDGER    *
001720*                     THROUGH FBSTEP ON ENTRY - SKIPPED RC=0    *
001730*                     WHEN ALREADY COMPLETE FOR THE CYCLE,      *
001740*                     REFUSED RC=12 WHEN ITS PREREQUISITE HAS   *
001750*                     NOT ENDED CLEANLY - AND POSTS ITS RETURN  *
001760*                     CODE ON EXIT.                             *
001800*****************************************************************
001900*    PURPOSE - JCL-INVOKED GENERATION STEP, RUN AHEAD OF        *
002000*    FBSTGPUL IN THE NIGHTLY JOB.  READS THE FBSCHIN SCHEDULE   *
006300 01  FB-SCHED-LINE              PIC X(80).
006400*
006500 WORKING-STORAGE SECTION.
006510     COPY FBSTPC.
006520*
006600     COPY FBSCH.
006700*
006800 77  FB-SCHEDULE-STATUS         PIC X(02) VALUE SPACES.
012400*
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
012610     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT
012620     IF NOT FB-STP-PROCEED
012630         STOP RUN
012640     END-IF
012650*
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012800     IF RETURN-CODE = 16
012900         GO TO 0000-STOP
013400*
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600 0000-STOP.
013610     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT
013700     STOP RUN.
013800*
013806*****************************************************************
013812*    0500-BEGIN-CYCLE-STEP - CHECK THE NIGHTLY STEP-CONTROL     *
013818*    LEDGER BEFORE ANYTHING IS TOUCHED.  A STEP ALREADY         *
013824*    COMPLETE FOR THE CYCLE ENDS RC=0 WITHOUT RUNNING; ONE      *
013830*    WHOSE PREREQUISITE HAS NOT ENDED CLEANLY ENDS RC=12.       *
013836*****************************************************************
013842 0500-BEGIN-CYCLE-STEP.
013848     MOVE SPACES     TO FB-STEP-CONTROL-AREA
013854     MOVE "FBSCHGEN" TO FB-STP-STEP-NAME
013860     SET FB-STP-FUNC-BEGIN TO TRUE
013866     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
013872     MOVE FB-STP-STEP-RC TO RETURN-CODE.
013878 0500-EXIT.
013884     EXIT.
013890*
013900*****************************************************************
014000*    1000-INITIALIZE - ESTABLISH TODAY'S DAY-OF-WEEK AND        *
014100*    MONTH-END FLAGS AND OPEN THE FILES.  THE DAY-OF-WEEK       *
035900     CLOSE FB-SCHED-REPORT.
036000 9000-EXIT.
036100     EXIT.
036200*
036300*****************************************************************
036400*    9500-END-CYCLE-STEP - POST THE RETURN CODE THE STEP IS     *
036500*    ENDING WITH TO THE STEP-CONTROL LEDGER.                    *
036600*****************************************************************
036700 9500-END-CYCLE-STEP.
036800     MOVE RETURN-CODE TO FB-STP-STEP-RC
036900     SET FB-STP-FUNC-END TO TRUE
037000     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
037100     MOVE FB-STP-STEP-RC TO RETURN-CODE.
037200 9500-EXIT.
037300     EXIT.
