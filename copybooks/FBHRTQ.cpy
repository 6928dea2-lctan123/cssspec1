000100*****************************************************************
000200*    COPYBOOK      FBHRTQ                                      *
000300*    DESCRIPTION    ONE CYCLE ON THE FBHNDRTQ RETRANSMISSION    *
000400*                   QUEUE.  FBHACK REWRITES THE QUEUE ON EVERY  *
000500*                   RUN WITH EACH CYCLE WHOSE LATEST COPY WAS   *
000600*                   REJECTED OR HAS GONE UNACKNOWLEDGED PAST    *
000700*                   THE OVERDUE LIMIT; THE NEXT FBHAND RUN      *
000800*                   RE-CUTS EVERY QUEUED CYCLE AND EMPTIES IT.  *
000900*    HISTORY                                                   *
001000*    DATE       INIT  DESCRIPTION                               *
001100*    ---------  ----  ---------------------------------------- *
001200*    2026-10-15 JMT   ORIGINAL                                  *
001300*****************************************************************
001400 01  FB-RETRANS-QUEUE-RECORD.
001500     05  FB-RTQ-CYCLE-DATE          PIC 9(08).
001600     05  FB-RTQ-REASON              PIC X(03).
001700         88  FB-RTQ-REJECTED            VALUE 'REJ'.
001800         88  FB-RTQ-OVERDUE             VALUE 'OVD'.
001900     05  FB-RTQ-LAST-SEQ            PIC 9(02).
002000     05  FB-RTQ-QUEUED-DATE         PIC 9(08).
002100     05  FB-RTQ-QUEUED-TIME         PIC 9(08).
002200     05  FILLER                     PIC X(51).
