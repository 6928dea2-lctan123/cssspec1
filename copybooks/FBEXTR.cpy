001370*                     CLASSIFIED UNDER, NOW THAT ONE JOB CAN    *
001380*                     RUN MIXED NAMED SETS, SO DOWNSTREAM CAN   *
001390*                     TELL A STANDARD ROW FROM A JAZZ ROW.      *
001391*    2026-10-15 JMT   ADDED THE VERSION OF THE RULE SET IN      *
001392*                     FORCE ON THE RUN DATE.                    *
001400*****************************************************************
001500 01  FB-EXTRACT-RECORD.
001600     05  FB-EXT-RUN-DATE            PIC 9(08).
002300         88  FB-EXT-IS-PLAIN            VALUE 'P'.
002350     05  FB-EXT-CLASS-TEXT          PIC X(16).
002360     05  FB-EXT-RULE-SET            PIC X(04).
002370     05  FB-EXT-RULE-VERSION        PIC 9(04).
002400     05  FILLER                     PIC X(33).
