001500*                     SERVED IT - FBINQ ONLY RECOMPUTES FROM    *
001600*                     TODAY'S RULES, A DIFFERENT ANSWER ONCE    *
001700*                     THE RULES HAVE BEEN RETUNED.              *
001710*    2026-10-15 JMT   TODAY'S RULES ARE NOW THE VERSION OF THE  *
001720*                     SET IN FORCE TODAY, NOW THAT RULES ARE    *
001730*                     EFFECTIVE-DATED.                          *
001740*    2026-10-15 JMT   FBMAST IS DECLARED WITH ITS NEW           *
001750*                     X/RULE-SET ALTERNATE KEY.                 *
001800*****************************************************************
001900*    PURPOSE - ANSWERS A RUN-ID/X HISTORY QUESTION FROM THE     *
002000*    STORED FBMAST RECORD THROUGH A DFHCOMMAREA-STYLE           *
003700                                ORGANIZATION INDEXED
003800                                ACCESS MODE DYNAMIC
003900                                RECORD KEY FB-MST-KEY
003910                                ALTERNATE KEY FB-MST-XREF-KEY
003920                                    WITH DUPLICATES
004000                                FILE STATUS FB-MAST-STATUS.
004100*
004200 DATA DIVISION.
005700 77  FB-MNQ-LAST-MATCH-SUB      PIC 9(02) COMP VALUE ZERO.
005800 77  FB-MNQ-TEXT-POS            PIC 9(02) VALUE 1.
005900 77  FB-MNQ-X-DISPLAY           PIC 9(06) VALUE ZERO.
005910 77  FB-RULES-AS-OF             PIC 9(08) VALUE ZERO.
006000*
006100 LINKAGE SECTION.
006200     COPY FBMINC.
018200 5000-CLASSIFY-TODAY.
018300     CALL "FBRLOAD" USING FB-RULES-TABLE
018400                          FB-MNQ-RULE-SET
018450                          FB-RULES-AS-OF
018500     MOVE ZERO   TO FB-MNQ-MATCH-COUNT
018600     MOVE ZERO   TO FB-MNQ-LAST-MATCH-SUB
018700     MOVE SPACES TO FB-TODAY-TEXT
