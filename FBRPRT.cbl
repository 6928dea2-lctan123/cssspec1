001760*                     INSTEAD OF COMING BACK AS AN EMPTY        *
001770*                     FBRPOUT.  A MISSING ARCHIVE FILE READS    *
001780*                     AS EMPTY.                                 *
001785*    2026-10-15 JMT   THE CLASS CODES ARE TAKEN FROM THE        *
001790*                     VERSION OF THE RULE SET IN FORCE TODAY,   *
001795*                     NOW THAT RULES ARE EFFECTIVE-DATED.       *
001800*****************************************************************
001900*    PURPOSE - JCL-INVOKED REPRINT STEP.  FOR EACH RUN-ID ON    *
002000*    THE FBRPREQ REQUEST FILE, SCANS FBEXTR FOR THAT RUN'S      *
007600 77  FB-SUM-PLAIN-COUNT         PIC 9(06) VALUE ZERO.
007700 77  FB-SUM-GRAND-TOTAL         PIC 9(06) VALUE ZERO.
007750 77  FB-RULE-SET-REQ            PIC X(04) VALUE SPACES.
007760 77  FB-RULES-AS-OF             PIC 9(08) VALUE ZERO.
007800*
007900 01  FB-CODE-TABLE.
008000     05  FB-CODE-ENTRY          OCCURS 10 TIMES.
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011350     CALL "FBRLOAD" USING FB-RULES-TABLE FB-RULE-SET-REQ
011360                          FB-RULES-AS-OF
011400     OPEN INPUT  FB-REQUEST-FILE
011500     OPEN OUTPUT FB-REPRINT-FILE
011600*
