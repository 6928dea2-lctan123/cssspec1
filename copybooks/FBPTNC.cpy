000100*****************************************************************
000200*    COPYBOOK      FBPTNC                                       *
000300*    DESCRIPTION    PARTITION CONTROL CARD FOR A PARTITIONED    *
000400*                   FBDRIVER RUN, READ FROM FBPARTCT BY         *
000500*                   FBDRIVER AND FBDMERGE.  NAMES THE ONE       *
000600*                   RUN-ID WHOSE START/END RANGE IS SPLIT       *
000700*                   ACROSS PARALLEL PARTITION STEPS AND HOW     *
000800*                   MANY PARTITIONS (02-20) IT IS SPLIT INTO.   *
000900*                   THE PARTITION A STEP RUNS IS GIVEN BY ITS   *
001000*                   FB-PART-NUMBER ENVIRONMENT VARIABLE, SO     *
001100*                   EVERY STEP SHARES THE ONE CARD.  NO CARD,   *
001200*                   OR A BLANK RUN-ID, MEANS NO PARTITIONED RUN *
001300*                   THIS CYCLE.                                 *
001400*    HISTORY                                                    *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    ---------  ----  ----------------------------------------  *
001700*    2026-10-15 JMT   ORIGINAL                                  *
001800*****************************************************************
001900 01  FB-PARTITION-CARD.
002000     05  FB-PTN-RUN-ID              PIC X(08).
002100     05  FB-PTN-COUNT               PIC X(02).
002200     05  FILLER                     PIC X(70).
