001694*                     NON-BLANK OPERATOR (RC=24), AND EVERY     *
001695*                     SUCH CALL IS LOGGED TO FBENTLOG WITH      *
001696*                     OPERATOR, DATE, TIME AND OUTCOME.         *
001697*    2026-10-15 JMT   A REFUSED SELF-APPROVAL IS ALSO RAISED AS *
001698*                     A SELFAPPR WARNING ON THE SHARED          *
001699*                     OPERATIONS ALERT FEED.                    *
001700*****************************************************************
001800*    PURPOSE - MAINTAINS THE FBSTAGE STAGED TRANSACTION FILE    *
001900*    THROUGH A DFHCOMMAREA-STYLE COMMUNICATION AREA (FBENTC),   *
002500*    SAME FBEDIT RULES THE BATCH RUN APPLIES, SO A RECORD THAT  *
002600*    STAGES CLEAN WILL EDIT CLEAN IN FBDRIVER.  LIKE FBINQ,     *
002700*    THIS IS A PLAIN CALLABLE SUBPROGRAM IN CICS SHAPE - THERE  *
002800*    IS NO CICS TRANSLATOR IN THIS SHOP'S COMPILE STEP.  A      *
002810*    REFUSED SELF-APPROVAL IS RAISED AS A WARNING ON FBALERTS.  *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004770     05  FB-LOG-RUN-ID          PIC X(08).
004780     05  FB-LOG-RETURN-CODE     PIC 9(02).
004790     05  FILLER                 PIC X(45).
004792*
004794     COPY FBALR.
004800*
004900 LINKAGE SECTION.
005000     COPY FBENTC.
024730         SET FB-ENT-SELF-APPROVAL TO TRUE
024740         MOVE "APPROVER MATCHES ENTERER - REFUSED"
024750             TO FB-ENT-MESSAGE
024755         PERFORM 6100-RAISE-SELF-APPROVAL THRU 6100-EXIT
024760         GO TO 6000-EXIT
024770     END-IF
024780*
025200         TO FB-ENT-MESSAGE.
025300 6000-EXIT.
025400     EXIT.
025405*
025410*****************************************************************
025415*    6100-RAISE-SELF-APPROVAL - RAISE THE REFUSED APPROVAL ON   *
025420*    THE SHARED OPERATIONS ALERT FILE WITH THE OPERATOR WHO     *
025425*    TRIED IT.  THE OUTCOME STILL GOES BACK IN THE COMMAREA.    *
025430*****************************************************************
025435 6100-RAISE-SELF-APPROVAL.
025440     MOVE SPACES TO FB-ALERT-RECORD
025445     MOVE "FBENTRY "                 TO FB-ALR-SOURCE
025450     SET FB-ALR-WARNING              TO TRUE
025455     MOVE FB-ENT-RUN-ID              TO FB-ALR-RUN-ID
025460     MOVE ZERO                       TO FB-ALR-CYCLE-DATE
025465     MOVE "SELFAPPR"                 TO FB-ALR-CODE
025470     STRING "SELF-APPROVAL REFUSED, OPERATOR "
025475            FB-ENT-OPERATOR
025480         DELIMITED BY SIZE INTO FB-ALR-TEXT
025485     CALL "FBALERT" USING FB-ALERT-RECORD.
025490 6100-EXIT.
025495     EXIT.
025500*
025600*****************************************************************
025700*    7000-EDIT-RANGE - RUN THE COMMAREA RANGE THROUGH THE SAME  *
