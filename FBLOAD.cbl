001710*    2026-08-22 JMT   CARRIES THE CLASSIFICATION TEXT ONTO THE  *
001720*                     MASTER NOW THAT THE RULES TABLE CAN       *
001730*                     PRODUCE WORDS BEYOND FIZZ/BUZZ/FIZZBUZZ.  *
001740*    2026-10-15 JMT   THE RULE-SET VERSION ON FBEXTR IS CARRIED *
001750*                     TO THE MASTER RECORD.                     *
001760*    2026-10-15 JMT   THE RULE SET ON FBEXTR IS CARRIED TO THE  *
001770*                     MASTER, WITH THE X/RULE-SET               *
001780*                     CROSS-REFERENCE KEY.                      *
001800*****************************************************************
001900*    PURPOSE - JCL-INVOKED BATCH LOAD OF THE FBMAST MASTER.     *
002000*    READS EVERY FBEXTR EXTRACT RECORD, BUILDS THE RUN-ID/X     *
003200                                ORGANIZATION INDEXED
003300                                ACCESS MODE DYNAMIC
003400                                RECORD KEY FB-MST-KEY
003410                                ALTERNATE KEY FB-MST-XREF-KEY
003420                                    WITH DUPLICATES
003500                                FILE STATUS FB-MAST-STATUS.
003600*
003700 DATA DIVISION.
010600     MOVE FB-EXT-RUN-DATE TO FB-MST-RUN-DATE
010700     MOVE FB-EXT-CLASS-CODE TO FB-MST-CLASS-CODE
010750     MOVE FB-EXT-CLASS-TEXT TO FB-MST-CLASS-TEXT
010760     MOVE FB-EXT-RULE-VERSION TO FB-MST-RULE-VERSION
010770     MOVE FB-EXT-X        TO FB-MST-XREF-X
010780     MOVE FB-EXT-RULE-SET TO FB-MST-RULE-SET
010800*
010900     IF FB-MAST-STATUS = "00"
011000         REWRITE FB-MASTER-RECORD
