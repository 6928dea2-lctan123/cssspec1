001510*    2026-08-22 JMT   ADDED THE CLASSIFICATION TEXT CARRIED ON  *
001520*                     FBEXTR NOW THAT THE RULES TABLE CAN       *
001530*                     PRODUCE WORDS BEYOND FIZZ/BUZZ/FIZZBUZZ.  *
001540*    2026-10-15 JMT   ADDED THE VERSION OF THE RULE SET IN      *
001550*                     FORCE ON THE RUN DATE, CARRIED FROM       *
001560*                     FBEXTR.                                   *
001570*    2026-10-15 JMT   ADDED THE RULE SET AND A CROSS-REFERENCE  *
001580*                     KEY OF X AND RULE SET, THE ALTERNATE KEY  *
001590*                     (WITH DUPLICATES) THAT GIVES "EVERY       *
001592*                     ANSWER EVER STORED FOR X" AS ONE BROWSE.  *
001594*                     FB-MST-XREF-X ALWAYS EQUALS FB-MST-X.     *
001600*****************************************************************
001700 01  FB-MASTER-RECORD.
001800     05  FB-MST-KEY.
002500         88  FB-MST-IS-COMBINED         VALUE 'Z'.
002600         88  FB-MST-IS-PLAIN            VALUE 'P'.
002650     05  FB-MST-CLASS-TEXT          PIC X(16).
002660     05  FB-MST-RULE-VERSION        PIC 9(04).
002670     05  FB-MST-XREF-KEY.
002680         10  FB-MST-XREF-X          PIC 9(06).
002690         10  FB-MST-RULE-SET        PIC X(04).
002700     05  FILLER                     PIC X(27).
