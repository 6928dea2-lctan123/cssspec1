001738*                     ON THE CHECKPOINT AND CHECKED ON A        *
001739*                     RESUMED CALL THE SAME WAY THE DIVISORS    *
001741*                     AND RANGE ARE.                            *
001742*    2026-10-15 JMT   THE VERSION OF THE RULE SET IN FORCE IS   *
001743*                     STAMPED ON EVERY FBEXTR ROW, THE FBAUDIT  *
001744*                     RECORD (NOW 150 BYTES) AND THE            *
001745*                     CHECKPOINT, AND A RESUMED CALL UNDER A    *
001746*                     DIFFERENT VERSION RESTARTS FROM THE RANGE *
001747*                     START.                                    *
001748*    2026-10-15 JMT   THE AUDIT RECORD NOW CARRIES WHEN THE     *
001749*                     CALL BEGAN, ITS ELAPSED SECONDS, THE      *
001750*                     NUMBERS IT CLASSIFIED AND THEIR RATE PER  *
001751*                     SECOND, THE RUN MODE AND WHETHER IT       *
001752*                     RESUMED FROM FBCKPT, FOR THE FBCAPRPT     *
001753*                     CAPACITY REPORT.                          *
001703*****************************************************************
001800*    PURPOSE - CLASSIFIES START THROUGH END AGAINST THE RULES    *
001900*    TABLE FOR ONE RUN-ID, WRITING DETAIL AND SUMMARY            *
004700*
004710 FD  FB-AUDIT-FILE
004720     IS EXTERNAL
004730     RECORD CONTAINS 150 CHARACTERS.
004740 01  FB-AUDIT-LINE              PIC X(150).
004750*
004800 WORKING-STORAGE SECTION.
004810     COPY FBEXTR.
006500 77  FB-SUM-OTHER-COUNT         PIC 9(06) VALUE ZERO.
006700 77  FB-SUM-GRAND-TOTAL         PIC 9(06) VALUE ZERO.
006710 77  FB-AUD-OPERATOR            PIC X(08) VALUE SPACES.
006711 77  FB-BEGIN-DATE              PIC 9(08) VALUE ZERO.
006712 77  FB-ELAPSED-SECS            PIC S9(09) VALUE ZERO.
006713 77  FB-EXEC-COUNT              PIC 9(07) VALUE ZERO.
006714 77  FB-RESUMED-SWITCH          PIC X(01) VALUE 'N'.
006715     88  FB-RUN-WAS-RESUMED         VALUE 'Y'.
006720*
006730 01  FB-RULE-WORK.
006740     05  FB-RULE-WORK-ENTRY     OCCURS 10 TIMES.
009200     05  FB-SL-LABEL            PIC X(14).
009300     05  FB-SL-COUNT            PIC ZZZZZ9.
009400     05  FILLER                 PIC X(40) VALUE SPACES.
009405*
009410*    WHEN THE CALL BEGAN AND ENDED, HHMMSSCC, FOR THE ELAPSED
009415*    TIME ON THE AUDIT RECORD.
009420 01  FB-BEGIN-CLOCK.
009425     05  FB-BGN-HH              PIC 9(02).
009430     05  FB-BGN-MM              PIC 9(02).
009435     05  FB-BGN-SS              PIC 9(02).
009440     05  FB-BGN-CC              PIC 9(02).
009445 01  FB-BEGIN-TIME REDEFINES FB-BEGIN-CLOCK
009450                                PIC 9(08).
009455 01  FB-END-CLOCK.
009460     05  FB-END-HH              PIC 9(02).
009465     05  FB-END-MM              PIC 9(02).
009470     05  FB-END-SS              PIC 9(02).
009475     05  FB-END-CC              PIC 9(02).
009500*
009600 LINKAGE SECTION.
009700 01  FB-CLS-RUN-DATE            PIC 9(08).
013500*    ONE EXISTS, OVERRIDES THESE IN 1700-RESTART-CHECK BELOW.    *
013700*****************************************************************
013800 1000-INITIALIZE.
013810     ACCEPT FB-BEGIN-DATE  FROM DATE YYYYMMDD
013820     ACCEPT FB-BEGIN-CLOCK FROM TIME
013830     MOVE 'N' TO FB-RESUMED-SWITCH
013900     MOVE FB-CLS-START TO FB-START-X
013910     COMPUTE FB-SEED-X = FB-CLS-START - 1
013920     PERFORM 1050-ZERO-ONE-RULE THRU 1050-EXIT
016410         IF FB-CKPT-START-X NOT = FB-CLS-START
016420            OR FB-CKPT-END-X NOT = FB-CLS-END
016422            OR FB-CKPT-RULE-SET NOT = FB-RULE-SET-ID
016423            OR FB-CKPT-RULE-VERSION NOT = FB-RULE-VERSION
016425            OR FB-CKPT-RULE-COUNT NOT = FB-RULE-COUNT
016430             MOVE 'N' TO FB-CKPT-MATCH-SWITCH
016435         ELSE
016455         END-IF
016460         IF FB-CKPT-MATCHES
016500             COMPUTE FB-START-X = FB-CKPT-LAST-X + 1
016510             SET FB-RUN-WAS-RESUMED TO TRUE
016600             PERFORM 1760-RESTORE-ONE-RULE THRU 1760-EXIT
016700                 VARYING FB-RULE-SUB FROM 1 BY 1
016800                 UNTIL FB-RULE-SUB > FB-RULE-COUNT
023520     MOVE FB-CLASS-CODE   TO FB-EXT-CLASS-CODE
023530     MOVE FB-CLASS-TEXT   TO FB-EXT-CLASS-TEXT
023540     MOVE FB-RULE-SET-ID  TO FB-EXT-RULE-SET
023550     MOVE FB-RULE-VERSION TO FB-EXT-RULE-VERSION
023630     WRITE FB-EXTRACT-LINE FROM FB-EXTRACT-RECORD.
023640 3500-EXIT.
023650     EXIT.
024340     MOVE FB-CLS-END            TO FB-CKPT-END-X
024400     MOVE FB-RULE-COUNT         TO FB-CKPT-RULE-COUNT
024450     MOVE FB-RULE-SET-ID        TO FB-CKPT-RULE-SET
024460     MOVE FB-RULE-VERSION       TO FB-CKPT-RULE-VERSION
024500     PERFORM 4100-SAVE-ONE-RULE THRU 4100-EXIT
024600         VARYING FB-RULE-SUB FROM 1 BY 1
024700         UNTIL FB-RULE-SUB > FB-RULE-COUNT
032460*    BACK TO A TIMESTAMP, A JOB/OPERATOR ID AND ITS FINAL COUNTS  *
032470*    WHETHER OR NOT ANYONE EVER LOOKS AT THE PRINTED REPORT.      *
032475*****************************************************************
032477 7500-WRITE-AUDIT-RECORD.
032479     MOVE SPACES TO FB-AUDIT-RECORD
032481     ACCEPT FB-AUD-DATE FROM DATE YYYYMMDD
032483     ACCEPT FB-AUD-TIME FROM TIME
032485     ACCEPT FB-AUD-OPERATOR FROM ENVIRONMENT "FB-JOB-ID"
032487     IF FB-AUD-OPERATOR = SPACES
032489         MOVE "BATCH   " TO FB-AUD-OPERATOR
032491     END-IF
032493     MOVE FB-AUD-OPERATOR  TO FB-AUD-JOB-ID
032495     MOVE FB-CLS-RUN-ID    TO FB-AUD-RUN-ID
032497     MOVE FB-CLS-START     TO FB-AUD-START
032499     MOVE FB-CLS-END       TO FB-AUD-END
032501     MOVE FB-RULE-SINGLE-COUNT (1) TO FB-AUD-FIZZ-COUNT
032503     MOVE FB-RULE-SINGLE-COUNT (2) TO FB-AUD-BUZZ-COUNT
032505     MOVE FB-SUM-COMBINED-COUNT  TO FB-AUD-FIZZBUZZ-COUNT
032507     MOVE FB-SUM-PLAIN-COUNT     TO FB-AUD-PLAIN-COUNT
032509     MOVE ZERO TO FB-SUM-OTHER-COUNT
032511     PERFORM 7510-ADD-ONE-OTHER THRU 7510-EXIT
032513         VARYING FB-RULE-SUB FROM 3 BY 1
032515         UNTIL FB-RULE-SUB > FB-RULE-COUNT
032517     MOVE FB-SUM-OTHER-COUNT     TO FB-AUD-OTHER-COUNT
032519     MOVE FB-RULE-SET-ID         TO FB-AUD-RULE-SET
032521     MOVE FB-RULE-VERSION        TO FB-AUD-RULE-VERSION
032523     MOVE ZEROS TO FB-AUD-RULE-SIG
032525     PERFORM 7520-SIGN-ONE-RULE THRU 7520-EXIT
032527         VARYING FB-RULE-SUB FROM 1 BY 1
032529         UNTIL FB-RULE-SUB > FB-RULE-COUNT
032531     PERFORM 7550-TIME-THE-CALL THRU 7550-EXIT
032533     WRITE FB-AUDIT-LINE FROM FB-AUDIT-RECORD.
032535 7500-EXIT.
032537     EXIT.
032539*
032541 7510-ADD-ONE-OTHER.
032543     ADD FB-RULE-SINGLE-COUNT (FB-RULE-SUB)
032545         TO FB-SUM-OTHER-COUNT.
032547 7510-EXIT.
032549     EXIT.
032551*
032553 7520-SIGN-ONE-RULE.
032555     MOVE FB-RULE-DIVISOR (FB-RULE-SUB)
032557         TO FB-AUD-RULE-DIV (FB-RULE-SUB).
032559 7520-EXIT.
032561     EXIT.
032563*
032565*****************************************************************
032567*    7550-TIME-THE-CALL - STAMP WHEN THIS CALL BEGAN, HOW LONG  *
032569*    IT TOOK TO THE AUDIT TIME JUST TAKEN, HOW MANY NUMBERS IT  *
032571*    CLASSIFIED AND AT WHAT RATE, ITS RUN MODE AND WHETHER IT   *
032573*    RESUMED FROM A CHECKPOINT.  A RESUMED CALL IS TIMED AND    *
032575*    COUNTED FOR ITS OWN PART OF THE RANGE ONLY.  UNDER ONE     *
032577*    SECOND COUNTS AS ONE FOR THE RATE.                         *
032579*****************************************************************
032581 7550-TIME-THE-CALL.
032583     MOVE FB-BEGIN-DATE TO FB-AUD-BEGIN-DATE
032585     MOVE FB-BEGIN-TIME TO FB-AUD-BEGIN-TIME
032587     MOVE FB-AUD-TIME   TO FB-END-CLOCK
032589     COMPUTE FB-ELAPSED-SECS =
032591         (FUNCTION INTEGER-OF-DATE (FB-AUD-DATE)
032593          - FUNCTION INTEGER-OF-DATE (FB-BEGIN-DATE)) * 86400
032595         + FB-END-HH * 3600 + FB-END-MM * 60 + FB-END-SS
032597         - FB-BGN-HH * 3600 - FB-BGN-MM * 60 - FB-BGN-SS
032599     IF FB-ELAPSED-SECS < ZERO
032601         MOVE ZERO TO FB-ELAPSED-SECS
032603     END-IF
032605     MOVE FB-ELAPSED-SECS TO FB-AUD-ELAPSED-SECS
032607*
032609     COMPUTE FB-EXEC-COUNT = FB-CLS-END + 1 - FB-START-X
032611     MOVE FB-EXEC-COUNT TO FB-AUD-EXEC-COUNT
032613     IF FB-ELAPSED-SECS = ZERO
032615         MOVE FB-EXEC-COUNT TO FB-AUD-RATE-PER-SEC
032617     ELSE
032619         DIVIDE FB-EXEC-COUNT BY FB-ELAPSED-SECS
032621             GIVING FB-AUD-RATE-PER-SEC
032623     END-IF
032625*
032627     MOVE FB-CLS-MODE-IND TO FB-AUD-MODE-IND
032629     IF FB-RUN-WAS-RESUMED
032631         MOVE 'Y' TO FB-AUD-RESUMED-IND
032633     ELSE
032635         MOVE 'N' TO FB-AUD-RESUMED-IND
032637     END-IF.
032639 7550-EXIT.
032641     EXIT.
032643*
032670*****************************************************************
032680*    8000-CLEAR-CHECKPOINT - A COMPLETED RUN'S CHECKPOINT NO     *
032800*    LONGER SERVES ANY PURPOSE - DELETE IT SO A FUTURE RUN OF    *
