001636*                     THE STANDARD AND JAZZ PRODUCT LINES       *
001637*                     FROM ONE MOUNTED FBCTLIN FILE.  BLANK     *
001638*                     LOADS THE UNNAMED DEFAULT SET.            *
001639*    2026-10-15 JMT   EACH RULE SET IS LOADED AS IN FORCE ON    *
001640*                     THE RUN DATE, NOW THAT RULES ARE          *
001641*                     EFFECTIVE-DATED.  THE AUDIT RECORD IS NOW *
001642*                     150 BYTES.                                *
001643*    2026-10-15 JMT   CHECKS THE NIGHTLY STEP-CONTROL LEDGER    *
001644*                     THROUGH FBSTEP ON ENTRY - SKIPPED RC=0    *
001645*                     WHEN ALREADY COMPLETE FOR THE CYCLE,      *
001646*                     REFUSED RC=12 WHEN ITS PREREQUISITE HAS   *
001647*                     NOT ENDED CLEANLY - AND POSTS ITS RETURN  *
001648*                     CODE ON EXIT.                             *
001649*    2026-10-15 JMT   A RUN-ID NAMED ON THE NEW FBPARTCT CARD   *
001650*                     CAN BE SPLIT INTO 02-20 PARTITIONS RUN AS *
001651*                     PARALLEL STEPS.  A STEP GIVEN             *
001652*                     FB-PART-NUMBER CLASSIFIES ONLY ITS SLICE  *
001653*                     OF THAT RUN-ID, INTO ITS OWN CHECKPOINT,  *
001654*                     EXTRACT, AUDIT AND REPORT WORK FILES,     *
001655*                     CHECKS ITS LEDGER PREREQUISITE WITHOUT    *
001656*                     POSTING, AND LEAVES THE RUN IN-FLIGHT FOR *
001657*                     FBDMERGE TO COMPLETE.  THE ORDINARY STEP  *
001658*                     DEFERS THAT RUN-ID TO ITS PARTITIONS.  A  *
001659*                     RANGE SMALLER THAN THE PARTITION COUNT IS *
001660*                     REJECTED (REASON PART).                   *
001661*    2026-10-15 JMT   EVERY FBRREG WRITE AND REWRITE IS NOW     *
001662*                     CHECKED; A REGISTRY THAT CANNOT BE        *
001663*                     UPDATED ENDS THE JOB RC=16.  A PARTITION  *
001664*                     THAT FINDS THE RUN JUST REGISTERED BY     *
001665*                     ANOTHER PARTITION REWRITES IT.            *
001600*****************************************************************
001700*    PURPOSE - JCL-INVOKED BATCH ENTRY POINT FOR MULTIPLE RUNS.  *
001800*    LOADS THE CLASSIFICATION RULES TABLE FROM FBCTLIN VIA       *
002100*    FBCLASS FOR EVERY ONE THAT EDITS CLEAN.  AN INVALID         *
002200*    TRANSACTION IS LOGGED AND SKIPPED RATHER THAN HALTING THE   *
002210*    REST OF THE RUN.                                            *
002230*    WHEN FBPARTCT NAMES A PARTITIONED RUN-ID, THE SAME PROGRAM  *
002250*    ALSO SERVES AS EACH PARTITION STEP - SEE 0200-READ-         *
002270*    PARTITION-CARD.                                             *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004095                                ORGANIZATION LINE SEQUENTIAL
004096                                FILE STATUS FB-AUDIT-STATUS.
004100*
004120     SELECT FB-PART-CARD-FILE   ASSIGN TO "FBPARTCT"
004140                                ORGANIZATION LINE SEQUENTIAL
004160                                FILE STATUS FB-PART-CARD-STATUS.
004180*
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  FB-TRANS-FILE
005995*
005996 FD  FB-AUDIT-FILE
005997     IS EXTERNAL
005998     RECORD CONTAINS 150 CHARACTERS.
005999 01  FB-AUDIT-LINE              PIC X(150).
006000*
006010 FD  FB-PART-CARD-FILE
006020     RECORD CONTAINS 80 CHARACTERS.
006030 01  FB-PART-CARD-LINE          PIC X(80).
006050*
006100 WORKING-STORAGE SECTION.
006120     COPY FBSTPC.
006140*
006200     COPY FBTRANS.
006300*
006400     COPY FBRULES.
006450*
006460     COPY FBREJ.
006470*
006480     COPY FBPTNC.
006500*
006600 77  FB-RUN-DATE                PIC 9(08) VALUE ZERO.
006700 77  FB-TRN-START-NUMERIC       PIC 9(06) VALUE ZERO.
007150     88  FB-RUN-ALLOWED             VALUE 'Y'.
007160 77  FB-REG-FOUND-SWITCH        PIC X(01) VALUE 'N'.
007170     88  FB-REG-WAS-FOUND           VALUE 'Y'.
007172 77  FB-RREG-FAIL-SWITCH        PIC X(01) VALUE 'N'.
007174     88  FB-RREG-UPDATE-FAILED      VALUE 'Y'.
007180 77  FB-CURRENT-RULE-SET        PIC X(04) VALUE LOW-VALUES.
007300 77  FB-EOF-SWITCH              PIC X(01) VALUE 'N'.
007400     88  FB-END-OF-TRANS-FILE       VALUE 'Y'.
007950 77  FB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
007960 77  FB-REPORT-STATUS           PIC X(02) VALUE SPACES.
007970 77  FB-EXTRACT-STATUS          PIC X(02) VALUE SPACES.
007971 77  FB-PART-CARD-STATUS        PIC X(02) VALUE SPACES.
007972 77  FB-PART-RUN-ID             PIC X(08) VALUE SPACES.
007973 77  FB-PART-ENV                PIC X(02) VALUE SPACES.
007974 77  FB-PART-NUMBER             PIC 9(02) VALUE ZERO.
007975 77  FB-PART-COUNT              PIC 9(02) VALUE ZERO.
007976 77  FB-PART-MAX                PIC 9(02) VALUE 20.
007977 77  FB-PART-SIZE               PIC 9(07) VALUE ZERO.
007978 77  FB-PART-CHUNK              PIC 9(06) VALUE ZERO.
007979 77  FB-DEFER-COUNT             PIC 9(05) VALUE ZERO.
007980 77  FB-PART-MODE-SWITCH        PIC X(01) VALUE 'N'.
007981     88  FB-PARTITION-MODE          VALUE 'Y'.
007982 77  FB-PART-TAKEN-SWITCH       PIC X(01) VALUE 'N'.
007983     88  FB-PART-WAS-TAKEN          VALUE 'Y'.
007984 77  FB-TRANS-SELECT-SWITCH     PIC X(01) VALUE 'Y'.
007985     88  FB-TRANS-SELECTED          VALUE 'Y'.
008000*
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
008210     PERFORM 0200-READ-PARTITION-CARD THRU 0200-EXIT
008220     PERFORM 0500-BEGIN-CYCLE-STEP THRU 0500-EXIT
008230     IF NOT FB-STP-PROCEED
008240         STOP RUN
008250     END-IF
008260*
008300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008400*
008500     PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
008600         UNTIL FB-END-OF-TRANS-FILE
008700*
008800     PERFORM 9000-TERMINATE THRU 9000-EXIT
008850     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT
008900     STOP RUN.
008901*
008902*****************************************************************
008903*    0200-READ-PARTITION-CARD - A RUN-ID NAMED ON THE FBPARTCT  *
008904*    CARD IS CLASSIFIED BY PARALLEL PARTITION STEPS AND PUT     *
008905*    BACK TOGETHER BY FBDMERGE.  A STEP GIVEN A PARTITION       *
008906*    NUMBER IN FB-PART-NUMBER RUNS THAT ONE SLICE OF THAT       *
008907*    RUN-ID AND NOTHING ELSE; THE ORDINARY STEP, WITH NO        *
008908*    NUMBER, RUNS EVERYTHING ELSE AND LEAVES THAT RUN-ID ALONE. *
008909*    NO CARD MEANS NO PARTITIONED RUN.                          *
008910*****************************************************************
008911 0200-READ-PARTITION-CARD.
008912     OPEN INPUT FB-PART-CARD-FILE
008913     IF FB-PART-CARD-STATUS NOT = "00"
008914         GO TO 0200-EXIT
008915     END-IF
008916     READ FB-PART-CARD-FILE INTO FB-PARTITION-CARD
008917         AT END
008918             MOVE SPACES TO FB-PARTITION-CARD
008919     END-READ
008920     CLOSE FB-PART-CARD-FILE
008921     IF FB-PTN-RUN-ID = SPACES
008922         GO TO 0200-EXIT
008923     END-IF
008924*
008925     IF FB-PTN-COUNT NOT NUMERIC
008926        OR FB-PTN-COUNT < "02"
008927        OR FB-PTN-COUNT > FB-PART-MAX
008928         DISPLAY "FBDRIVER - FBPARTCT PARTITION COUNT '"
008929             FB-PTN-COUNT "' IS NOT 02 THROUGH " FB-PART-MAX
008930             " - JOB ENDING"
008931         MOVE 16 TO RETURN-CODE
008932         STOP RUN
008933     END-IF
008934     MOVE FB-PTN-RUN-ID TO FB-PART-RUN-ID
008935     MOVE FB-PTN-COUNT  TO FB-PART-COUNT
008936*
008937     ACCEPT FB-PART-ENV FROM ENVIRONMENT "FB-PART-NUMBER"
008938     IF FB-PART-ENV = SPACES
008939         GO TO 0200-EXIT
008940     END-IF
008941     IF FB-PART-ENV NOT NUMERIC
008942        OR FB-PART-ENV = "00"
008943        OR FB-PART-ENV > FB-PTN-COUNT
008944         DISPLAY "FBDRIVER - FB-PART-NUMBER '" FB-PART-ENV
008945             "' IS NOT 01 THROUGH " FB-PART-COUNT
008946             " - JOB ENDING"
008947         MOVE 16 TO RETURN-CODE
008948         STOP RUN
008949     END-IF
008950     MOVE FB-PART-ENV TO FB-PART-NUMBER
008951     SET FB-PARTITION-MODE TO TRUE
008952     DISPLAY "FBDRIVER - PARTITION " FB-PART-NUMBER " OF "
008953         FB-PART-COUNT " FOR RUN " FB-PART-RUN-ID.
008954 0200-EXIT.
008955     EXIT.
008956*
008957*****************************************************************
008958*    0500-BEGIN-CYCLE-STEP - CHECK THE NIGHTLY STEP-CONTROL     *
008959*    LEDGER BEFORE ANYTHING IS TOUCHED.  A STEP ALREADY         *
008960*    COMPLETE FOR THE CYCLE ENDS RC=0 WITHOUT RUNNING; ONE      *
008961*    WHOSE PREREQUISITE HAS NOT ENDED CLEANLY ENDS RC=12.  A    *
008962*    PARTITION STEP ONLY CHECKS ITS PREREQUISITE - THE          *
008963*    PARTITIONS RUN SIDE BY SIDE, SO THE LEDGER IS POSTED FOR   *
008964*    THEM BY FBDMERGE.                                          *
008965*****************************************************************
008966 0500-BEGIN-CYCLE-STEP.
008967     MOVE SPACES     TO FB-STEP-CONTROL-AREA
008968     MOVE "FBDRIVER" TO FB-STP-STEP-NAME
008969     IF FB-PARTITION-MODE
008970         SET FB-STP-FUNC-CHECK TO TRUE
008971     ELSE
008972         SET FB-STP-FUNC-BEGIN TO TRUE
008973     END-IF
008974     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
008975     MOVE FB-STP-STEP-RC TO RETURN-CODE.
008976 0500-EXIT.
008977     EXIT.
009000*
009100*****************************************************************
009200*    1000-INITIALIZE - OPEN THE TRANSACTION, REPORT AND         *
012700             SET FB-END-OF-TRANS-FILE TO TRUE
012800             GO TO 2000-EXIT
012900     END-READ
012901     IF FB-PART-RUN-ID NOT = SPACES
012902         PERFORM 2050-ROUTE-PARTITIONED-RUN THRU 2050-EXIT
012903         IF NOT FB-TRANS-SELECTED
012904             GO TO 2000-EXIT
012905         END-IF
012906     END-IF
012910     ADD 1 TO FB-TRANS-COUNT
013000*
013100     CALL "FBEDIT" USING FB-TRN-START
014080     IF FB-TRN-RULE-SET NOT = FB-CURRENT-RULE-SET
014082         CALL "FBRLOAD" USING FB-RULES-TABLE
014084                              FB-TRN-RULE-SET
014085                              FB-RUN-DATE
014086         MOVE FB-TRN-RULE-SET TO FB-CURRENT-RULE-SET
014088     END-IF
014090*
014100     MOVE FB-TRN-START TO FB-TRN-START-NUMERIC
014200     MOVE FB-TRN-END   TO FB-TRN-END-NUMERIC
014205     IF FB-PARTITION-MODE
014210         PERFORM 2200-SET-PARTITION-RANGE THRU 2200-EXIT
014215         IF FB-PART-CHUNK = ZERO
014220             MOVE 'PART' TO FB-REJ-REASON-CODE
014225             PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
014230             GO TO 2000-EXIT
014235         END-IF
014240     END-IF
014250     PERFORM 2400-MARK-RUN-IN-FLIGHT THRU 2400-EXIT
014252     IF FB-RREG-UPDATE-FAILED
014254         GO TO 2000-EXIT
014256     END-IF
014300*
014400     CALL "FBCLASS" USING FB-RUN-DATE
014500                          FB-TRN-RUN-ID
015100                          FB-FIZZBUZZ-COUNT
015200                          FB-PLAIN-COUNT
015210*
015220     IF FB-PARTITION-MODE
015221         DISPLAY "FBDRIVER - " FB-TRN-RUN-ID " PARTITION "
015222             FB-PART-NUMBER " COMPLETE - RUN LEFT IN-FLIGHT "
015223             "FOR FBDMERGE"
015224     ELSE
015225         PERFORM 2600-MARK-RUN-COMPLETED THRU 2600-EXIT
015226     END-IF.
015300 2000-EXIT.
015301     EXIT.
015302*
015303*****************************************************************
015304*    2050-ROUTE-PARTITIONED-RUN - THE ORDINARY STEP DEFERS THE  *
015305*    PARTITIONED RUN-ID TO ITS PARTITION STEPS; A PARTITION     *
015306*    STEP TAKES THE FIRST TRANSACTION FOR THAT RUN-ID AND       *
015307*    PASSES OVER EVERY OTHER ONE.  NEITHER IS COUNTED AS READ.  *
015308*****************************************************************
015309 2050-ROUTE-PARTITIONED-RUN.
015310     MOVE 'Y' TO FB-TRANS-SELECT-SWITCH
015311     IF NOT FB-PARTITION-MODE
015312         IF FB-TRN-RUN-ID = FB-PART-RUN-ID
015313             MOVE 'N' TO FB-TRANS-SELECT-SWITCH
015314             ADD 1 TO FB-DEFER-COUNT
015315             DISPLAY "FBDRIVER - " FB-TRN-RUN-ID
015316                 " DEFERRED TO ITS " FB-PART-COUNT
015317                 "-WAY PARTITIONED RUN"
015318         END-IF
015319         GO TO 2050-EXIT
015320     END-IF
015321*
015322     IF FB-TRN-RUN-ID NOT = FB-PART-RUN-ID
015323         MOVE 'N' TO FB-TRANS-SELECT-SWITCH
015324         GO TO 2050-EXIT
015325     END-IF
015326     IF FB-PART-WAS-TAKEN
015327         MOVE 'N' TO FB-TRANS-SELECT-SWITCH
015328         DISPLAY "FBDRIVER - " FB-TRN-RUN-ID
015329             " IS ON FBTRANS MORE THAN ONCE - ONLY THE FIRST "
015330             "IS PARTITIONED"
015331         GO TO 2050-EXIT
015332     END-IF
015333     SET FB-PART-WAS-TAKEN TO TRUE.
015334 2050-EXIT.
015335     EXIT.
015336*
015337*****************************************************************
015338*    2200-SET-PARTITION-RANGE - NARROW THE TRANSACTION'S RANGE  *
015339*    TO THIS PARTITION'S SLICE.  THE RANGE IS CUT INTO EQUAL    *
015340*    SLICES, THE LAST ONE TAKING THE REMAINDER - FBDMERGE CUTS  *
015341*    IT THE SAME WAY.  A RANGE SMALLER THAN THE PARTITION COUNT *
015342*    LEAVES THE SLICE SIZE ZERO AND IS REJECTED BY THE CALLER.  *
015343*****************************************************************
015344 2200-SET-PARTITION-RANGE.
015345     COMPUTE FB-PART-SIZE = FB-TRN-END-NUMERIC
015346                          - FB-TRN-START-NUMERIC + 1
015347     DIVIDE FB-PART-SIZE BY FB-PART-COUNT GIVING FB-PART-CHUNK
015348     IF FB-PART-CHUNK = ZERO
015349         DISPLAY "FBDRIVER - " FB-TRN-RUN-ID " RANGE OF "
015350             FB-PART-SIZE " IS TOO SMALL FOR " FB-PART-COUNT
015351             " PARTITIONS - REJECTED"
015352         GO TO 2200-EXIT
015353     END-IF
015354     COMPUTE FB-TRN-START-NUMERIC = FB-TRN-START-NUMERIC
015355                          + (FB-PART-NUMBER - 1) * FB-PART-CHUNK
015356     IF FB-PART-NUMBER < FB-PART-COUNT
015357         COMPUTE FB-TRN-END-NUMERIC = FB-TRN-START-NUMERIC
015358                                    + FB-PART-CHUNK - 1
015359     END-IF
015360     DISPLAY "FBDRIVER - " FB-TRN-RUN-ID " PARTITION "
015361         FB-PART-NUMBER " CLASSIFIES " FB-TRN-START-NUMERIC
015362         " THROUGH " FB-TRN-END-NUMERIC.
015363 2200-EXIT.
015400     EXIT.
015410*
015420*****************************************************************
015690*****************************************************************
015700*    2400-MARK-RUN-IN-FLIGHT - REGISTER THE RUN AS IN-FLIGHT    *
015710*    BEFORE FBCLASS TAKES IT, SO AN ABEND LEAVES AN HONEST      *
015720*    STATUS BEHIND FOR THE OPERATORS.  A PARTITION THAT FINDS   *
015722*    ANOTHER PARTITION HAS JUST REGISTERED THE RUN REWRITES IT  *
015724*    INSTEAD.  A REGISTRY THAT CANNOT BE UPDATED ENDS THE JOB   *
015726*    RC=16 BEFORE FBCLASS IS CALLED.                            *
015730*****************************************************************
015740 2400-MARK-RUN-IN-FLIGHT.
015750     MOVE SPACES        TO FB-REGISTRY-RECORD
015810         REWRITE FB-REGISTRY-RECORD
015820     ELSE
015830         WRITE FB-REGISTRY-RECORD
015832         IF FB-RREG-STATUS = "22" AND FB-PARTITION-MODE
015834             REWRITE FB-REGISTRY-RECORD
015836         END-IF
015840         SET FB-REG-WAS-FOUND TO TRUE
015850     END-IF
015852     IF FB-RREG-STATUS NOT = "00"
015854         DISPLAY "FBDRIVER - " FB-TRN-RUN-ID
015855             " NOT MARKED IN-FLIGHT ON FBRREG - STATUS "
015856             FB-RREG-STATUS " - JOB ENDING"
015857         SET FB-RREG-UPDATE-FAILED TO TRUE
015858         SET FB-END-OF-TRANS-FILE TO TRUE
015859     END-IF.
015860 2400-EXIT.
015870     EXIT.
015880*
016030*    2600-MARK-RUN-COMPLETED - THE RUN CAME BACK FROM FBCLASS,  *
016040*    SO ITS REGISTRY RECORD FLIPS TO COMPLETED - WHICH IS       *
016050*    EXACTLY WHEN THE DUPLICATE PROTECTION HAS TO HOLD.         *
016052*    A REGISTRY THAT CANNOT BE UPDATED ENDS THE JOB RC=16.      *
016060*****************************************************************
016070 2600-MARK-RUN-COMPLETED.
016080     MOVE FB-TRN-RUN-ID TO FB-REG-RUN-ID
016090     SET FB-REG-COMPLETED TO TRUE
016100     ACCEPT FB-REG-DATE FROM DATE YYYYMMDD
016110     ACCEPT FB-REG-TIME FROM TIME
016120     REWRITE FB-REGISTRY-RECORD
016122     IF FB-RREG-STATUS NOT = "00"
016124         DISPLAY "FBDRIVER - " FB-TRN-RUN-ID
016125             " NOT MARKED COMPLETED ON FBRREG - STATUS "
016126             FB-RREG-STATUS " - JOB ENDING"
016127         SET FB-RREG-UPDATE-FAILED TO TRUE
016128         SET FB-END-OF-TRANS-FILE TO TRUE
016129     END-IF.
016130 2600-EXIT.
016140     EXIT.
016150*
016170*    9000-TERMINATE - CLOSE THE FILES AND SET THE TIERED RETURN  *
016180*    CODE THE SCHEDULER BRANCHES ON - 0 WHEN EVERY TRANSACTION   *
016190*    RAN CLEAN, 4 WHEN SOME WERE REJECTED, 8 WHEN EVERY ONE WAS. *
016195*    16 WHEN THE RUN REGISTRY COULD NOT BE UPDATED.              *
016200*****************************************************************
016210 9000-TERMINATE.
016220     DISPLAY "FBDRIVER - TRANSACTIONS READ=" FB-TRANS-COUNT
016230         " REJECTED=" FB-REJECT-COUNT
016232     IF FB-DEFER-COUNT > ZERO
016234         DISPLAY "FBDRIVER - TRANSACTIONS DEFERRED TO THE "
016236             "PARTITIONED RUN=" FB-DEFER-COUNT
016238     END-IF
016240     IF FB-REJECT-COUNT > ZERO
016250         IF FB-REJECT-COUNT = FB-TRANS-COUNT
016260             MOVE 8 TO RETURN-CODE
016280             MOVE 4 TO RETURN-CODE
016290         END-IF
016300     END-IF
016301     IF FB-PARTITION-MODE
016302        AND FB-TRANS-COUNT = ZERO
016303         DISPLAY "FBDRIVER - PARTITIONED RUN " FB-PART-RUN-ID
016304             " IS NOT ON FBTRANS"
016305         MOVE 8 TO RETURN-CODE
016306     END-IF
016307     IF FB-RREG-UPDATE-FAILED
016308         MOVE 16 TO RETURN-CODE
016309     END-IF
016310     CLOSE FB-TRANS-FILE
016320     CLOSE FB-REJECT-FILE
016330     CLOSE FB-REPORT-FILE
016370     CLOSE FB-AUDIT-FILE.
016380 9000-EXIT.
016390     EXIT.
016440*
016490*****************************************************************
016540*    9500-END-CYCLE-STEP - POST THE RETURN CODE THE STEP IS     *
016590*    ENDING WITH TO THE STEP-CONTROL LEDGER.  A PARTITION STEP  *
016640*    POSTS NOTHING - FBDMERGE POSTS THE PARTITIONED RUN.        *
016690*****************************************************************
016740 9500-END-CYCLE-STEP.
016790     IF FB-PARTITION-MODE
016840         GO TO 9500-EXIT
016890     END-IF
016940     MOVE RETURN-CODE TO FB-STP-STEP-RC
016990     SET FB-STP-FUNC-END TO TRUE
017040     CALL "FBSTEP" USING FB-STEP-CONTROL-AREA
017090     MOVE FB-STP-STEP-RC TO RETURN-CODE.
017140 9500-EXIT.
017190     EXIT.
