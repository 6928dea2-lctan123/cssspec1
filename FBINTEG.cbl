000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBINTEG.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - WEEKLY REFERENTIAL INTEGRITY   *
001200*                     SWEEP.  FBRECON BALANCES ONLY FBEXTR      *
001300*                     AGAINST FBAUDIT AND FBSTATUS ONLY CATCHES *
001400*                     ORPHAN CHECKPOINTS, SO MASTER RECORDS     *
001500*                     SURVIVING A REVERSAL AND COMPLETED RUNS   *
001600*                     WITH NO EXTRACT ROWS ANYWHERE WENT        *
001650*                     UNNOTICED.                                *
001700*****************************************************************
001800*    PURPOSE - JCL-INVOKED WEEKLY INTEGRITY STEP, RUN OUTSIDE   *
001900*    THE NIGHTLY CYCLE.  BUILDS ONE ENTRY PER RUN-ID FROM THE   *
002000*    FBRREG REGISTRY, THE FBMAST MASTER, THE FBEXTARC AND       *
002100*    FBEXTR EXTRACTS AND THE FBMHIST MASTER HISTORY, LOOKING    *
002200*    EACH EXTRACT ROW UP ON THE MASTER BY ITS RUN-ID/X KEY,     *
002300*    THEN CROSS-CHECKS EVERY RUN AND PRINTS EACH FINDING ON     *
002400*    FBINTRPT UNDER A CATEGORY CODE:                            *
002500*      CNOX  COMPLETED RUN, NO EXTRACT ROWS LIVE OR ARCHIVED    *
002600*      CNOM  COMPLETED RUN, EXTRACT ROWS BUT NO MASTER RECORDS  *
002700*      XNOM  COMPLETED RUN, EXTRACT ROWS MISSING FROM MASTER    *
002800*      MNOX  COMPLETED RUN, MASTER RECORDS WITH NO EXTRACT ROW  *
002900*      RMST  REVERSED RUN, MASTER RECORDS STILL PRESENT         *
003000*      RXTR  REVERSED RUN, ROWS STILL ON THE LIVE FBEXTR        *
003100*      XNRG  EXTRACT ROWS FOR A RUN-ID NEVER REGISTERED         *
003200*      MNRG  MASTER RECORDS FOR A RUN-ID NEVER REGISTERED       *
003300*      HNRG  FBMHIST ENTRIES FOR A RUN-ID NEVER REGISTERED      *
003400*    AN IN-FLIGHT RUN IS LEFT TO FBSTATUS.  A REVERSED RUN'S    *
003500*    ARCHIVED ROWS ARE EXPECTED - FBBACK REMOVES ONLY THE LIVE  *
003600*    EXTRACT.  A MISSING FILE READS AS EMPTY.                   *
003700*    REPAIR MODE ('REPAIR' ON THE OPTIONAL FBINTGCT CARD) ALSO  *
003800*    PURGES THE MASTER RECORDS OF EVERY RMST RUN, THE WAY       *
003900*    FBBACK DELETES THEM, AND WRITES ONE FBAUDIT REPAIR ENTRY   *
004000*    ('M' IN THE REVERSAL INDICATOR) PER RUN PURGED CARRYING    *
004100*    THE ACTION CODE AND THE RECORDS DELETED.  NO OTHER         *
004200*    CATEGORY IS REPAIRED.  ENDS RC=4 WHEN ANYTHING IS FOUND,   *
004300*    RC=8 WHEN A REPAIR COULD NOT BE COMPLETED, RC=0 OTHERWISE. *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT FB-INTEG-CTL-FILE   ASSIGN TO "FBINTGCT"
004900                                ORGANIZATION LINE SEQUENTIAL
005000                                FILE STATUS FB-INTEG-CTL-STATUS.
005100*
005200     SELECT FB-RREG-FILE        ASSIGN TO "FBRREG"
005300                                ORGANIZATION INDEXED
005400                                ACCESS MODE DYNAMIC
005500                                RECORD KEY FB-REG-RUN-ID
005600                                FILE STATUS FB-RREG-STATUS.
005700*
005800     SELECT FB-MASTER-FILE      ASSIGN TO "FBMAST"
005900                                ORGANIZATION INDEXED
006000                                ACCESS MODE DYNAMIC
006100                                RECORD KEY FB-MST-KEY
006200                                ALTERNATE KEY FB-MST-XREF-KEY
006300                                    WITH DUPLICATES
006400                                FILE STATUS FB-MAST-STATUS.
006500*
006600     SELECT FB-EXTRACT-FILE     ASSIGN TO "FBEXTR"
006700                                ORGANIZATION LINE SEQUENTIAL
006800                                FILE STATUS FB-EXTRACT-STATUS.
006900*
007000     SELECT FB-EXT-ARC-FILE     ASSIGN TO "FBEXTARC"
007100                                ORGANIZATION LINE SEQUENTIAL
007200                                FILE STATUS FB-EXT-ARC-STATUS.
007300*
007400     SELECT FB-HISTORY-FILE     ASSIGN TO "FBMHIST"
007500                                ORGANIZATION LINE SEQUENTIAL
007600                                FILE STATUS FB-HISTORY-STATUS.
007700*
007800     SELECT FB-AUDIT-FILE       ASSIGN TO "FBAUDIT"
007900                                ORGANIZATION LINE SEQUENTIAL
008000                                FILE STATUS FB-AUDIT-STATUS.
008100*
008200     SELECT FB-INTEG-REPORT     ASSIGN TO "FBINTRPT"
008300                                ORGANIZATION LINE SEQUENTIAL.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  FB-INTEG-CTL-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  FB-INTEG-CTL-LINE          PIC X(80).
009000*
009100 FD  FB-RREG-FILE.
009200     COPY FBRREG.
009300*
009400 FD  FB-MASTER-FILE.
009500     COPY FBMAST.
009600*
009700 FD  FB-EXTRACT-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  FB-EXTRACT-LINE            PIC X(80).
010000*
010100 FD  FB-EXT-ARC-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  FB-EXT-ARC-LINE            PIC X(80).
010400*
010500 FD  FB-HISTORY-FILE
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  FB-HISTORY-LINE            PIC X(80).
010800*
010900 FD  FB-AUDIT-FILE
011000     RECORD CONTAINS 150 CHARACTERS.
011100 01  FB-AUDIT-LINE              PIC X(150).
011200*
011300 FD  FB-INTEG-REPORT
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  FB-INTEG-LINE              PIC X(80).
011600*
011700 WORKING-STORAGE SECTION.
011800     COPY FBEXTR.
011900*
012000     COPY FBMHIST.
012100*
012200     COPY FBAUDIT.
012300*
012400 77  FB-INTEG-CTL-STATUS        PIC X(02) VALUE SPACES.
012500 77  FB-RREG-STATUS             PIC X(02) VALUE SPACES.
012600 77  FB-MAST-STATUS             PIC X(02) VALUE SPACES.
012700 77  FB-EXTRACT-STATUS          PIC X(02) VALUE SPACES.
012800 77  FB-EXT-ARC-STATUS          PIC X(02) VALUE SPACES.
012900 77  FB-HISTORY-STATUS          PIC X(02) VALUE SPACES.
013000 77  FB-AUDIT-STATUS            PIC X(02) VALUE SPACES.
013100 77  FB-REG-EOF-SWITCH          PIC X(01) VALUE 'N'.
013200     88  FB-END-OF-RREG-FILE        VALUE 'Y'.
013300 77  FB-MST-EOF-SWITCH          PIC X(01) VALUE 'N'.
013400     88  FB-END-OF-MASTER-FILE      VALUE 'Y'.
013500 77  FB-MST-AVAIL-SWITCH        PIC X(01) VALUE 'Y'.
013600     88  FB-MASTER-AVAILABLE        VALUE 'Y'.
013700 77  FB-EXT-EOF-SWITCH          PIC X(01) VALUE 'N'.
013800     88  FB-END-OF-EXTRACT-FILE     VALUE 'Y'.
013900 77  FB-ARC-EOF-SWITCH          PIC X(01) VALUE 'N'.
014000     88  FB-END-OF-ARCHIVE-FILE     VALUE 'Y'.
014100 77  FB-HST-EOF-SWITCH          PIC X(01) VALUE 'N'.
014200     88  FB-END-OF-HISTORY-FILE     VALUE 'Y'.
014300 77  FB-PURGE-EOF-SWITCH        PIC X(01) VALUE 'N'.
014400     88  FB-END-OF-MASTER-RUN       VALUE 'Y'.
014500 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
014600 77  FB-RUN-COUNT               PIC 9(04) COMP VALUE ZERO.
014700 77  FB-RUN-MAX                 PIC 9(04) COMP VALUE 3000.
014800 77  FB-RUN-IX                  PIC 9(04) COMP VALUE ZERO.
014900 77  FB-RUN-SUB                 PIC 9(04) COMP VALUE ZERO.
015000 77  FB-CAT-SUB                 PIC 9(02) COMP VALUE ZERO.
015100 77  FB-CAT-IX                  PIC 9(02) COMP VALUE ZERO.
015200 77  FB-SEARCH-RUN-ID           PIC X(08) VALUE SPACES.
015300 77  FB-EXT-TOTAL               PIC 9(07) VALUE ZERO.
015400 77  FB-FINDING-COUNT           PIC 9(07) VALUE ZERO.
015500 77  FB-FINDING-QTY             PIC 9(07) VALUE ZERO.
015600 77  FB-REPAIR-COUNT            PIC 9(05) VALUE ZERO.
015700 77  FB-REPAIR-FAIL-COUNT       PIC 9(05) VALUE ZERO.
015800 77  FB-PURGE-FAIL-SWITCH       PIC X(01) VALUE 'N'.
015900     88  FB-PURGE-FAILED            VALUE 'Y'.
016000*
016100 01  FB-INTEG-CONTROL-CARD.
016200     05  FB-ICC-MODE                PIC X(06).
016300         88  FB-ICC-REPAIR              VALUE "REPAIR".
016400     05  FILLER                     PIC X(74).
016500*
016600*    ONE ENTRY PER RUN-ID SEEN ON ANY OF THE FILES.  A BLANK
016700*    REGISTRY STATUS MEANS THE RUN-ID WAS NEVER REGISTERED.
016800 01  FB-RUN-TABLE.
016900     05  FB-RUN-ENTRY           OCCURS 3000 TIMES.
017000         10  FB-RUN-TBL-ID          PIC X(08).
017100         10  FB-RUN-TBL-STATUS      PIC X(01).
017200             88  FB-RUN-TBL-UNREGISTERED    VALUE SPACE.
017300             88  FB-RUN-TBL-IN-FLIGHT       VALUE 'I'.
017400             88  FB-RUN-TBL-COMPLETED       VALUE 'C'.
017500             88  FB-RUN-TBL-REVERSED        VALUE 'R'.
017600         10  FB-RUN-TBL-LIVE        PIC 9(07).
017700         10  FB-RUN-TBL-ARCHIVED    PIC 9(07).
017800         10  FB-RUN-TBL-MASTER      PIC 9(07).
017900         10  FB-RUN-TBL-MATCHED     PIC 9(07).
018000         10  FB-RUN-TBL-HISTORY     PIC 9(07).
018100*
018200 01  FB-CATEGORY-VALUES.
018300     05  FILLER                 PIC X(44) VALUE
018400         "CNOXCOMPLETED - NO EXTRACT ROWS ANYWHERE    ".
018500     05  FILLER                 PIC X(44) VALUE
018600         "CNOMCOMPLETED - NO MASTER RECORDS           ".
018700     05  FILLER                 PIC X(44) VALUE
018800         "XNOMCOMPLETED - EXTRACT ROWS NOT ON MASTER  ".
018900     05  FILLER                 PIC X(44) VALUE
019000         "MNOXCOMPLETED - MASTER RECORDS NOT EXTRACTED".
019100     05  FILLER                 PIC X(44) VALUE
019200         "RMSTREVERSED - MASTER RECORDS REMAIN        ".
019300     05  FILLER                 PIC X(44) VALUE
019400         "RXTRREVERSED - LIVE EXTRACT ROWS REMAIN     ".
019500     05  FILLER                 PIC X(44) VALUE
019600         "XNRGEXTRACT ROWS - RUN NEVER REGISTERED     ".
019700     05  FILLER                 PIC X(44) VALUE
019800         "MNRGMASTER RECORDS - RUN NEVER REGISTERED   ".
019900     05  FILLER                 PIC X(44) VALUE
020000         "HNRGFBMHIST ENTRIES - RUN NEVER REGISTERED  ".
020100 01  FB-CATEGORY-TABLE REDEFINES FB-CATEGORY-VALUES.
020200     05  FB-CAT-ENTRY           OCCURS 9 TIMES.
020300         10  FB-CAT-CODE            PIC X(04).
020400         10  FB-CAT-TEXT            PIC X(40).
020500*
020600 01  FB-CATEGORY-COUNTS.
020700     05  FB-CAT-FOUND           PIC 9(05) OCCURS 9 TIMES.
020800*
020900 01  FB-INTEG-HEADER.
021000     05  FILLER                 PIC X(09) VALUE "FBINTEG  ".
021100     05  FILLER                 PIC X(30) VALUE
021200         "REFERENTIAL INTEGRITY SWEEP   ".
021300     05  FILLER                 PIC X(06) VALUE "DATE: ".
021400     05  FB-IH-DATE             PIC 9(08).
021500     05  FILLER                 PIC X(08) VALUE "  MODE: ".
021600     05  FB-IH-MODE             PIC X(06).
021700     05  FILLER                 PIC X(13) VALUE SPACES.
021800*
021900 01  FB-INTEG-COLUMNS.
022000     05  FILLER                 PIC X(40) VALUE
022100         "CODE  RUN-ID    REGISTRY    COUNT  FINDI".
022200     05  FILLER                 PIC X(40) VALUE
022300         "NG                                      ".
022400*
022500 01  FB-INTEG-DETAIL.
022600     05  FB-ID-CODE             PIC X(04).
022700     05  FILLER                 PIC X(02) VALUE SPACES.
022800     05  FB-ID-RUN-ID           PIC X(08).
022900     05  FILLER                 PIC X(02) VALUE SPACES.
023000     05  FB-ID-REG-STATUS       PIC X(09).
023100     05  FILLER                 PIC X(01) VALUE SPACE.
023200     05  FB-ID-COUNT            PIC ZZZZZZ9.
023300     05  FILLER                 PIC X(02) VALUE SPACES.
023400     05  FB-ID-TEXT             PIC X(45).
023500*
023600 01  FB-INTEG-SUMMARY.
023700     05  FILLER                 PIC X(02) VALUE SPACES.
023800     05  FB-IS-CODE             PIC X(04).
023900     05  FILLER                 PIC X(02) VALUE SPACES.
024000     05  FB-IS-TEXT             PIC X(40).
024100     05  FILLER                 PIC X(07) VALUE " RUNS= ".
024200     05  FB-IS-RUNS             PIC ZZZZ9.
024300     05  FILLER                 PIC X(20) VALUE SPACES.
024400*
024500 01  FB-INTEG-TOTAL.
024600     05  FILLER                 PIC X(13) VALUE "RUN-IDS SEEN=".
024700     05  FB-IT-RUNS             PIC ZZZ9.
024800     05  FILLER                 PIC X(11) VALUE "  FINDINGS=".
024900     05  FB-IT-FINDINGS         PIC ZZZZZZ9.
025000     05  FILLER                 PIC X(10) VALUE "  REPAIRS=".
025100     05  FB-IT-REPAIRS          PIC ZZZZ9.
025200     05  FILLER                 PIC X(10) VALUE "  FAILED= ".
025300     05  FB-IT-FAILED           PIC ZZZZ9.
025400     05  FILLER                 PIC X(15) VALUE SPACES.
025500*
025600 PROCEDURE DIVISION.
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025900*
026000     PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT
026100     PERFORM 3000-COUNT-MASTER THRU 3000-EXIT
026200     PERFORM 4000-COUNT-ONE-ARCHIVED THRU 4000-EXIT
026300         UNTIL FB-END-OF-ARCHIVE-FILE
026400     PERFORM 4100-COUNT-ONE-LIVE THRU 4100-EXIT
026500         UNTIL FB-END-OF-EXTRACT-FILE
026600     PERFORM 5000-COUNT-ONE-HISTORY THRU 5000-EXIT
026700         UNTIL FB-END-OF-HISTORY-FILE
026800*
026900     PERFORM 6000-CHECK-ONE-RUN THRU 6000-EXIT
027000         VARYING FB-RUN-SUB FROM 1 BY 1
027100         UNTIL FB-RUN-SUB > FB-RUN-COUNT
027200     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
027300*
027400     PERFORM 9000-TERMINATE THRU 9000-EXIT
027500     STOP RUN.
027600*
027700*****************************************************************
027800*    1000-INITIALIZE - READ THE MODE CARD AND OPEN THE FILES.   *
027900*    THE MASTER IS OPENED I-O, AND FBAUDIT FOR APPEND, ONLY IN  *
028000*    REPAIR MODE; A REPORT-ONLY SWEEP CHANGES NOTHING.          *
028100*****************************************************************
028200 1000-INITIALIZE.
028300     ACCEPT FB-TODAY FROM DATE YYYYMMDD
028400     MOVE ZERO TO RETURN-CODE
028500     MOVE ZEROS TO FB-CATEGORY-COUNTS
028600     MOVE SPACES TO FB-INTEG-CONTROL-CARD
028700     OPEN INPUT FB-INTEG-CTL-FILE
028800     IF FB-INTEG-CTL-STATUS NOT = "35"
028900         READ FB-INTEG-CTL-FILE INTO FB-INTEG-CONTROL-CARD
029000             AT END
029100                 MOVE SPACES TO FB-INTEG-CONTROL-CARD
029200         END-READ
029300         CLOSE FB-INTEG-CTL-FILE
029400     END-IF
029500*
029600     OPEN INPUT FB-RREG-FILE
029700     IF FB-RREG-STATUS = "35"
029800         DISPLAY "FBINTEG - FBRREG NOT FOUND - EVERY RUN-ID "
029900             "READS AS UNREGISTERED"
030000         SET FB-END-OF-RREG-FILE TO TRUE
030100     END-IF
030200     IF FB-ICC-REPAIR
030300         OPEN I-O FB-MASTER-FILE
030400     ELSE
030500         OPEN INPUT FB-MASTER-FILE
030600     END-IF
030700     IF FB-MAST-STATUS = "35"
030800         SET FB-END-OF-MASTER-FILE TO TRUE
030900         MOVE 'N' TO FB-MST-AVAIL-SWITCH
031000     END-IF
031100     OPEN INPUT FB-EXT-ARC-FILE
031200     IF FB-EXT-ARC-STATUS = "35"
031300         SET FB-END-OF-ARCHIVE-FILE TO TRUE
031400     END-IF
031500     OPEN INPUT FB-EXTRACT-FILE
031600     IF FB-EXTRACT-STATUS = "35"
031700         SET FB-END-OF-EXTRACT-FILE TO TRUE
031800     END-IF
031900     OPEN INPUT FB-HISTORY-FILE
032000     IF FB-HISTORY-STATUS = "35"
032100         SET FB-END-OF-HISTORY-FILE TO TRUE
032200     END-IF
032300     IF FB-ICC-REPAIR
032400         OPEN EXTEND FB-AUDIT-FILE
032500         IF FB-AUDIT-STATUS = "35"
032600             OPEN OUTPUT FB-AUDIT-FILE
032700         END-IF
032800     END-IF
032900*
033000     OPEN OUTPUT FB-INTEG-REPORT
033100     MOVE FB-TODAY TO FB-IH-DATE
033200     IF FB-ICC-REPAIR
033300         MOVE "REPAIR" TO FB-IH-MODE
033400     ELSE
033500         MOVE "REPORT" TO FB-IH-MODE
033600     END-IF
033700     WRITE FB-INTEG-LINE FROM FB-INTEG-HEADER
033800     MOVE SPACES TO FB-INTEG-LINE
033900     WRITE FB-INTEG-LINE
034000     WRITE FB-INTEG-LINE FROM FB-INTEG-COLUMNS
034100     MOVE SPACES TO FB-INTEG-LINE
034200     WRITE FB-INTEG-LINE.
034300 1000-EXIT.
034400     EXIT.
034500*
034600*****************************************************************
034700*    2000-LOAD-REGISTRY - WALK THE REGISTRY IN KEY ORDER AND    *
034800*    START ONE TABLE ENTRY PER REGISTERED RUN WITH ITS STATUS.  *
034900*****************************************************************
035000 2000-LOAD-REGISTRY.
035100     IF NOT FB-END-OF-RREG-FILE
035200         MOVE LOW-VALUES TO FB-REG-RUN-ID
035300         START FB-RREG-FILE KEY > FB-REG-RUN-ID
035400             INVALID KEY
035500                 SET FB-END-OF-RREG-FILE TO TRUE
035600         END-START
035700     END-IF
035800     PERFORM 2100-LOAD-ONE-REGISTRY THRU 2100-EXIT
035900         UNTIL FB-END-OF-RREG-FILE.
036000 2000-EXIT.
036100     EXIT.
036200*
036300 2100-LOAD-ONE-REGISTRY.
036400     READ FB-RREG-FILE NEXT RECORD
036500         AT END
036600             SET FB-END-OF-RREG-FILE TO TRUE
036700             GO TO 2100-EXIT
036800     END-READ
036900     IF FB-RREG-STATUS NOT = "00"
037000         SET FB-END-OF-RREG-FILE TO TRUE
037100         GO TO 2100-EXIT
037200     END-IF
037300     MOVE FB-REG-RUN-ID TO FB-SEARCH-RUN-ID
037400     PERFORM 7000-FIND-RUN THRU 7000-EXIT
037500     MOVE FB-REG-STATUS TO FB-RUN-TBL-STATUS (FB-RUN-IX).
037600 2100-EXIT.
037700     EXIT.
037800*
037900*****************************************************************
038000*    3000-COUNT-MASTER - WALK THE MASTER IN KEY ORDER AND COUNT *
038100*    EACH RUN'S MASTER RECORDS.                                 *
038200*****************************************************************
038300 3000-COUNT-MASTER.
038400     IF NOT FB-END-OF-MASTER-FILE
038500         MOVE LOW-VALUES TO FB-MST-KEY
038600         START FB-MASTER-FILE KEY > FB-MST-KEY
038700             INVALID KEY
038800                 SET FB-END-OF-MASTER-FILE TO TRUE
038900         END-START
039000     END-IF
039100     PERFORM 3100-COUNT-ONE-MASTER THRU 3100-EXIT
039200         UNTIL FB-END-OF-MASTER-FILE.
039300 3000-EXIT.
039400     EXIT.
039500*
039600 3100-COUNT-ONE-MASTER.
039700     READ FB-MASTER-FILE NEXT RECORD
039800         AT END
039900             SET FB-END-OF-MASTER-FILE TO TRUE
040000             GO TO 3100-EXIT
040100     END-READ
040200     IF FB-MAST-STATUS NOT = "00"
040300         SET FB-END-OF-MASTER-FILE TO TRUE
040400         GO TO 3100-EXIT
040500     END-IF
040600     MOVE FB-MST-RUN-ID TO FB-SEARCH-RUN-ID
040700     PERFORM 7000-FIND-RUN THRU 7000-EXIT
040800     ADD 1 TO FB-RUN-TBL-MASTER (FB-RUN-IX).
040900 3100-EXIT.
041000     EXIT.
041100*
041200*****************************************************************
041300*    4000-COUNT-ONE-ARCHIVED / 4100-COUNT-ONE-LIVE - COUNT EACH *
041400*    RUN'S EXTRACT ROWS BY FILE AND LOOK EVERY ROW UP ON THE    *
041500*    MASTER BY ITS RUN-ID/X KEY.  A ROW FOUND THERE IS MATCHED. *
041600*****************************************************************
041700 4000-COUNT-ONE-ARCHIVED.
041800     READ FB-EXT-ARC-FILE INTO FB-EXTRACT-RECORD
041900         AT END
042000             SET FB-END-OF-ARCHIVE-FILE TO TRUE
042100             GO TO 4000-EXIT
042200     END-READ
042300     MOVE FB-EXT-RUN-ID TO FB-SEARCH-RUN-ID
042400     PERFORM 7000-FIND-RUN THRU 7000-EXIT
042500     ADD 1 TO FB-RUN-TBL-ARCHIVED (FB-RUN-IX)
042600     PERFORM 4200-MATCH-MASTER THRU 4200-EXIT.
042700 4000-EXIT.
042800     EXIT.
042900*
043000 4100-COUNT-ONE-LIVE.
043100     READ FB-EXTRACT-FILE INTO FB-EXTRACT-RECORD
043200         AT END
043300             SET FB-END-OF-EXTRACT-FILE TO TRUE
043400             GO TO 4100-EXIT
043500     END-READ
043600     MOVE FB-EXT-RUN-ID TO FB-SEARCH-RUN-ID
043700     PERFORM 7000-FIND-RUN THRU 7000-EXIT
043800     ADD 1 TO FB-RUN-TBL-LIVE (FB-RUN-IX)
043900     PERFORM 4200-MATCH-MASTER THRU 4200-EXIT.
044000 4100-EXIT.
044100     EXIT.
044200*
044300 4200-MATCH-MASTER.
044400     IF NOT FB-MASTER-AVAILABLE
044500         GO TO 4200-EXIT
044600     END-IF
044700     MOVE FB-EXT-RUN-ID TO FB-MST-RUN-ID
044800     MOVE FB-EXT-X      TO FB-MST-X
044900     READ FB-MASTER-FILE
045000         INVALID KEY
045100             CONTINUE
045200     END-READ
045300     IF FB-MAST-STATUS = "00"
045400         ADD 1 TO FB-RUN-TBL-MATCHED (FB-RUN-IX)
045500     END-IF.
045600 4200-EXIT.
045700     EXIT.
045800*
045900*****************************************************************
046000*    5000-COUNT-ONE-HISTORY - COUNT EACH RUN'S SUPERSEDED       *
046100*    MASTER ENTRIES ON FBMHIST.                                 *
046200*****************************************************************
046300 5000-COUNT-ONE-HISTORY.
046400     READ FB-HISTORY-FILE INTO FB-MASTER-HISTORY-RECORD
046500         AT END
046600             SET FB-END-OF-HISTORY-FILE TO TRUE
046700             GO TO 5000-EXIT
046800     END-READ
046900     MOVE FB-MHS-RUN-ID TO FB-SEARCH-RUN-ID
047000     PERFORM 7000-FIND-RUN THRU 7000-EXIT
047100     ADD 1 TO FB-RUN-TBL-HISTORY (FB-RUN-IX).
047200 5000-EXIT.
047300     EXIT.
047400*
047500*****************************************************************
047600*    6000-CHECK-ONE-RUN - CROSS-CHECK ONE RUN'S REGISTRY STATUS *
047700*    AGAINST ITS MASTER, EXTRACT AND HISTORY COUNTS AND REPORT  *
047800*    EACH FINDING.  IN REPAIR MODE A REVERSED RUN'S LEFTOVER    *
047900*    MASTER RECORDS ARE PURGED.                                 *
048000*****************************************************************
048100 6000-CHECK-ONE-RUN.
048200     COMPUTE FB-EXT-TOTAL = FB-RUN-TBL-LIVE (FB-RUN-SUB)
048300                          + FB-RUN-TBL-ARCHIVED (FB-RUN-SUB)
048400     EVALUATE TRUE
048500         WHEN FB-RUN-TBL-UNREGISTERED (FB-RUN-SUB)
048600             PERFORM 6100-CHECK-UNREGISTERED THRU 6100-EXIT
048700         WHEN FB-RUN-TBL-COMPLETED (FB-RUN-SUB)
048800             PERFORM 6200-CHECK-COMPLETED THRU 6200-EXIT
048900         WHEN FB-RUN-TBL-REVERSED (FB-RUN-SUB)
049000             PERFORM 6300-CHECK-REVERSED THRU 6300-EXIT
049100         WHEN OTHER
049200             CONTINUE
049300     END-EVALUATE.
049400 6000-EXIT.
049500     EXIT.
049600*
049700 6100-CHECK-UNREGISTERED.
049800     IF FB-EXT-TOTAL > ZERO
049900         MOVE 7 TO FB-CAT-IX
050000         MOVE FB-EXT-TOTAL TO FB-FINDING-QTY
050100         PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
050200     END-IF
050300     IF FB-RUN-TBL-MASTER (FB-RUN-SUB) > ZERO
050400         MOVE 8 TO FB-CAT-IX
050500         MOVE FB-RUN-TBL-MASTER (FB-RUN-SUB) TO FB-FINDING-QTY
050600         PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
050700     END-IF
050800     IF FB-RUN-TBL-HISTORY (FB-RUN-SUB) > ZERO
050900         MOVE 9 TO FB-CAT-IX
051000         MOVE FB-RUN-TBL-HISTORY (FB-RUN-SUB) TO FB-FINDING-QTY
051100         PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
051200     END-IF.
051300 6100-EXIT.
051400     EXIT.
051500*
051600 6200-CHECK-COMPLETED.
051700     IF FB-EXT-TOTAL = ZERO
051800         MOVE 1 TO FB-CAT-IX
051900         MOVE FB-RUN-TBL-MASTER (FB-RUN-SUB) TO FB-FINDING-QTY
052000         PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
052100         GO TO 6200-EXIT
052200     END-IF
052300     IF FB-RUN-TBL-MASTER (FB-RUN-SUB) = ZERO
052400         MOVE 2 TO FB-CAT-IX
052500         MOVE FB-EXT-TOTAL TO FB-FINDING-QTY
052600         PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
052700         GO TO 6200-EXIT
052800     END-IF
052900     IF FB-EXT-TOTAL > FB-RUN-TBL-MATCHED (FB-RUN-SUB)
053000         MOVE 3 TO FB-CAT-IX
053100         COMPUTE FB-FINDING-QTY =
053200             FB-EXT-TOTAL - FB-RUN-TBL-MATCHED (FB-RUN-SUB)
053300         PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
053400     END-IF
053500     IF FB-RUN-TBL-MASTER (FB-RUN-SUB)
053600             > FB-RUN-TBL-MATCHED (FB-RUN-SUB)
053700         MOVE 4 TO FB-CAT-IX
053800         COMPUTE FB-FINDING-QTY =
053900             FB-RUN-TBL-MASTER (FB-RUN-SUB)
054000             - FB-RUN-TBL-MATCHED (FB-RUN-SUB)
054100         PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
054200     END-IF.
054300 6200-EXIT.
054400     EXIT.
054500*
054600 6300-CHECK-REVERSED.
054700     IF FB-RUN-TBL-LIVE (FB-RUN-SUB) > ZERO
054800         MOVE 6 TO FB-CAT-IX
054900         MOVE FB-RUN-TBL-LIVE (FB-RUN-SUB) TO FB-FINDING-QTY
055000         PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
055100     END-IF
055200     IF FB-RUN-TBL-MASTER (FB-RUN-SUB) = ZERO
055300         GO TO 6300-EXIT
055400     END-IF
055500     MOVE 5 TO FB-CAT-IX
055600     MOVE FB-RUN-TBL-MASTER (FB-RUN-SUB) TO FB-FINDING-QTY
055700     PERFORM 6900-REPORT-FINDING THRU 6900-EXIT
055800     IF FB-ICC-REPAIR
055900         PERFORM 6400-PURGE-MASTER THRU 6400-EXIT
056000     END-IF.
056100 6300-EXIT.
056200     EXIT.
056300*
056400*****************************************************************
056500*    6400-PURGE-MASTER - DELETE EVERY MASTER RECORD STILL       *
056600*    CARRYING THE REVERSED RUN-ID, AS FBBACK DOES, THEN LOG THE *
056700*    ACTION ON FBAUDIT AND THE REPORT.  A FAILED DELETE STOPS   *
056800*    THE PURGE FOR THE RUN AND IS REPORTED.                     *
056900*****************************************************************
057000 6400-PURGE-MASTER.
057100     MOVE ZERO TO FB-FINDING-QTY
057200     MOVE 'N' TO FB-PURGE-FAIL-SWITCH
057300     MOVE 'N' TO FB-PURGE-EOF-SWITCH
057400     MOVE FB-RUN-TBL-ID (FB-RUN-SUB) TO FB-MST-RUN-ID
057500     MOVE ZERO TO FB-MST-X
057600     START FB-MASTER-FILE KEY NOT < FB-MST-KEY
057700         INVALID KEY
057800             SET FB-END-OF-MASTER-RUN TO TRUE
057900     END-START
058000     PERFORM 6410-PURGE-ONE-MASTER THRU 6410-EXIT
058100         UNTIL FB-END-OF-MASTER-RUN
058200*
058300     IF FB-FINDING-QTY > ZERO
058400         ADD 1 TO FB-REPAIR-COUNT
058500         PERFORM 6500-WRITE-REPAIR-AUDIT THRU 6500-EXIT
058600         MOVE FB-FINDING-QTY TO FB-ID-COUNT
058700         MOVE "  PURGED - LOGGED ON FBAUDIT" TO FB-ID-TEXT
058800         WRITE FB-INTEG-LINE FROM FB-INTEG-DETAIL
058900     END-IF
059000     IF FB-PURGE-FAILED
059100         ADD 1 TO FB-REPAIR-FAIL-COUNT
059200         MOVE ZERO TO FB-ID-COUNT
059300         MOVE "  *PURGE FAILED* - SEE JOB LOG" TO FB-ID-TEXT
059400         WRITE FB-INTEG-LINE FROM FB-INTEG-DETAIL
059500     END-IF.
059600 6400-EXIT.
059700     EXIT.
059800*
059900 6410-PURGE-ONE-MASTER.
060000     READ FB-MASTER-FILE NEXT RECORD
060100         AT END
060200             SET FB-END-OF-MASTER-RUN TO TRUE
060300             GO TO 6410-EXIT
060400     END-READ
060500     IF FB-MAST-STATUS NOT = "00"
060600      OR FB-MST-RUN-ID NOT = FB-RUN-TBL-ID (FB-RUN-SUB)
060700         SET FB-END-OF-MASTER-RUN TO TRUE
060800         GO TO 6410-EXIT
060900     END-IF
061000     DELETE FB-MASTER-FILE
061100     IF FB-MAST-STATUS NOT = "00"
061200         DISPLAY "FBINTEG - " FB-MST-RUN-ID " X=" FB-MST-X
061300             " MASTER DELETE FAILED STATUS=" FB-MAST-STATUS
061400         SET FB-PURGE-FAILED TO TRUE
061500         SET FB-END-OF-MASTER-RUN TO TRUE
061600         GO TO 6410-EXIT
061700     END-IF
061800     ADD 1 TO FB-FINDING-QTY.
061900 6410-EXIT.
062000     EXIT.
062100*
062200*****************************************************************
062300*    6500-WRITE-REPAIR-AUDIT - ONE 'M' ENTRY FOR THE PURGE.  IT *
062400*    CARRIES NO CLASS COUNTS - THE EXTRACT IS NOT TOUCHED, SO   *
062500*    THE RUN'S BALANCE ON FBRECON IS UNCHANGED.                 *
062600*****************************************************************
062700 6500-WRITE-REPAIR-AUDIT.
062800     MOVE SPACES TO FB-AUDIT-RECORD
062900     ACCEPT FB-AUD-DATE FROM DATE YYYYMMDD
063000     ACCEPT FB-AUD-TIME FROM TIME
063100     MOVE "FBINTEG "                  TO FB-AUD-JOB-ID
063200     MOVE FB-RUN-TBL-ID (FB-RUN-SUB)  TO FB-AUD-RUN-ID
063300     MOVE ZERO                        TO FB-AUD-START
063400     MOVE ZERO                        TO FB-AUD-END
063500     MOVE ZERO                        TO FB-AUD-FIZZ-COUNT
063600     MOVE ZERO                        TO FB-AUD-BUZZ-COUNT
063700     MOVE ZERO                        TO FB-AUD-FIZZBUZZ-COUNT
063800     MOVE ZERO                        TO FB-AUD-PLAIN-COUNT
063900     MOVE ZERO                        TO FB-AUD-OTHER-COUNT
064000     MOVE ZEROS                       TO FB-AUD-RULE-SIG
064100     MOVE ZERO                        TO FB-AUD-RULE-VERSION
064200     SET FB-AUD-IS-REPAIR TO TRUE
064300     MOVE FB-CAT-CODE (5)             TO FB-AUD-ACTION-CODE
064400     MOVE FB-FINDING-QTY              TO FB-AUD-ACTION-COUNT
064500     WRITE FB-AUDIT-LINE FROM FB-AUDIT-RECORD.
064600 6500-EXIT.
064700     EXIT.
064800*
064900*****************************************************************
065000*    6900-REPORT-FINDING - PRINT ONE FINDING OF CATEGORY        *
065100*    FB-CAT-IX FOR THE CURRENT RUN, FB-FINDING-QTY BEING THE    *
065200*    ROWS, RECORDS OR ENTRIES CONCERNED.                        *
065300*****************************************************************
065400 6900-REPORT-FINDING.
065500     ADD 1 TO FB-FINDING-COUNT
065600     ADD 1 TO FB-CAT-FOUND (FB-CAT-IX)
065700     MOVE SPACES TO FB-INTEG-DETAIL
065800     MOVE FB-CAT-CODE (FB-CAT-IX)    TO FB-ID-CODE
065900     MOVE FB-RUN-TBL-ID (FB-RUN-SUB) TO FB-ID-RUN-ID
066000     EVALUATE TRUE
066100         WHEN FB-RUN-TBL-COMPLETED (FB-RUN-SUB)
066200             MOVE "COMPLETED" TO FB-ID-REG-STATUS
066300         WHEN FB-RUN-TBL-REVERSED (FB-RUN-SUB)
066400             MOVE "REVERSED " TO FB-ID-REG-STATUS
066500         WHEN OTHER
066600             MOVE "*NONE*   " TO FB-ID-REG-STATUS
066700     END-EVALUATE
066800     MOVE FB-FINDING-QTY             TO FB-ID-COUNT
066900     MOVE FB-CAT-TEXT (FB-CAT-IX)    TO FB-ID-TEXT
067000     WRITE FB-INTEG-LINE FROM FB-INTEG-DETAIL.
067100 6900-EXIT.
067200     EXIT.
067300*
067400*****************************************************************
067500*    7000-FIND-RUN - LEAVE FB-RUN-IX ON THE TABLE ENTRY FOR     *
067600*    FB-SEARCH-RUN-ID, ADDING AN UNREGISTERED ENTRY THE FIRST   *
067700*    TIME THE RUN-ID IS SEEN.                                   *
067800*****************************************************************
067900 7000-FIND-RUN.
068000     MOVE ZERO TO FB-RUN-IX
068100     PERFORM 7100-SCAN-ONE-RUN THRU 7100-EXIT
068200         VARYING FB-RUN-SUB FROM 1 BY 1
068300         UNTIL FB-RUN-SUB > FB-RUN-COUNT
068400            OR FB-RUN-IX > ZERO
068500     IF FB-RUN-IX > ZERO
068600         GO TO 7000-EXIT
068700     END-IF
068800     IF FB-RUN-COUNT = FB-RUN-MAX
068900         DISPLAY "FBINTEG - RUN TABLE FULL AT " FB-RUN-MAX
069000             " RUN-IDS - INCREASE FB-RUN-ENTRY OCCURS"
069100         MOVE 16 TO RETURN-CODE
069200         STOP RUN
069300     END-IF
069400     ADD 1 TO FB-RUN-COUNT
069500     MOVE FB-RUN-COUNT     TO FB-RUN-IX
069600     MOVE FB-SEARCH-RUN-ID TO FB-RUN-TBL-ID (FB-RUN-IX)
069700     MOVE SPACE            TO FB-RUN-TBL-STATUS (FB-RUN-IX)
069800     MOVE ZERO             TO FB-RUN-TBL-LIVE (FB-RUN-IX)
069900     MOVE ZERO             TO FB-RUN-TBL-ARCHIVED (FB-RUN-IX)
070000     MOVE ZERO             TO FB-RUN-TBL-MASTER (FB-RUN-IX)
070100     MOVE ZERO             TO FB-RUN-TBL-MATCHED (FB-RUN-IX)
070200     MOVE ZERO             TO FB-RUN-TBL-HISTORY (FB-RUN-IX).
070300 7000-EXIT.
070400     EXIT.
070500*
070600 7100-SCAN-ONE-RUN.
070700     IF FB-RUN-TBL-ID (FB-RUN-SUB) = FB-SEARCH-RUN-ID
070800         MOVE FB-RUN-SUB TO FB-RUN-IX
070900     END-IF.
071000 7100-EXIT.
071100     EXIT.
071200*
071300*****************************************************************
071400*    8000-WRITE-SUMMARY - RUNS FOUND PER CATEGORY AND THE       *
071500*    SWEEP TOTALS.                                              *
071600*****************************************************************
071700 8000-WRITE-SUMMARY.
071800     IF FB-FINDING-COUNT = ZERO
071900         MOVE "      NO FINDINGS - ALL FILES AGREE"
072000                                 TO FB-INTEG-LINE
072100         WRITE FB-INTEG-LINE
072200     END-IF
072300     MOVE SPACES TO FB-INTEG-LINE
072400     WRITE FB-INTEG-LINE
072500     MOVE "CATEGORY SUMMARY" TO FB-INTEG-LINE
072600     WRITE FB-INTEG-LINE
072700     PERFORM 8100-WRITE-ONE-CATEGORY THRU 8100-EXIT
072800         VARYING FB-CAT-SUB FROM 1 BY 1
072900         UNTIL FB-CAT-SUB > 9
073000     MOVE SPACES TO FB-INTEG-LINE
073100     WRITE FB-INTEG-LINE
073200     MOVE FB-RUN-COUNT         TO FB-IT-RUNS
073300     MOVE FB-FINDING-COUNT     TO FB-IT-FINDINGS
073400     MOVE FB-REPAIR-COUNT      TO FB-IT-REPAIRS
073500     MOVE FB-REPAIR-FAIL-COUNT TO FB-IT-FAILED
073600     WRITE FB-INTEG-LINE FROM FB-INTEG-TOTAL.
073700 8000-EXIT.
073800     EXIT.
073900*
074000 8100-WRITE-ONE-CATEGORY.
074100     MOVE FB-CAT-CODE (FB-CAT-SUB)  TO FB-IS-CODE
074200     MOVE FB-CAT-TEXT (FB-CAT-SUB)  TO FB-IS-TEXT
074300     MOVE FB-CAT-FOUND (FB-CAT-SUB) TO FB-IS-RUNS
074400     WRITE FB-INTEG-LINE FROM FB-INTEG-SUMMARY.
074500 8100-EXIT.
074600     EXIT.
074700*
074800*****************************************************************
074900*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE.  *
075000*****************************************************************
075100 9000-TERMINATE.
075200     DISPLAY "FBINTEG - " FB-IH-MODE " RUN-IDS=" FB-RUN-COUNT
075300         " FINDINGS=" FB-FINDING-COUNT
075400         " REPAIRS=" FB-REPAIR-COUNT
075500         " FAILED=" FB-REPAIR-FAIL-COUNT
075600     CLOSE FB-RREG-FILE
075700     CLOSE FB-MASTER-FILE
075800     CLOSE FB-EXT-ARC-FILE
075900     CLOSE FB-EXTRACT-FILE
076000     CLOSE FB-HISTORY-FILE
076100     IF FB-ICC-REPAIR
076200         CLOSE FB-AUDIT-FILE
076300     END-IF
076400     CLOSE FB-INTEG-REPORT
076500*
076600     IF FB-REPAIR-FAIL-COUNT > ZERO
076700         MOVE 8 TO RETURN-CODE
076800     ELSE
076900         IF FB-FINDING-COUNT > ZERO
077000             MOVE 4 TO RETURN-CODE
077100         END-IF
077200     END-IF.
077300 9000-EXIT.
077400     EXIT.
