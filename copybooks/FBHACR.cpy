000100*****************************************************************
000200*    COPYBOOK      FBHACR                                      *
000300*    DESCRIPTION    ONE ACKNOWLEDGMENT ON THE FBHNDACK FILE     *
000400*                   RETURNED BY THE HANDOFF CONSUMER - THE      *
000500*                   CYCLE IT RECEIVED, WHETHER IT ACCEPTED OR   *
000600*                   REJECTED IT, THE RECORD COUNT AND HASH      *
000700*                   TOTAL IT COUNTED, AND ITS REASON FOR A      *
000800*                   REJECTION.  THE RETRANSMISSION SEQUENCE     *
000900*                   ECHOES THE HDR OF THE COPY BEING            *
001000*                   ACKNOWLEDGED; BLANK MEANS THE ORIGINAL      *
001050*                   CUT (00).                                   *
001100*    HISTORY                                                   *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    ---------  ----  ---------------------------------------- *
001400*    2026-10-15 JMT   ORIGINAL                                  *
001500*****************************************************************
001600 01  FB-ACKNOWLEDGMENT-RECORD.
001700     05  FB-ACK-CYCLE-DATE          PIC X(08).
001800     05  FB-ACK-RETRANS-SEQ         PIC X(02).
001900     05  FB-ACK-STATUS              PIC X(01).
002000         88  FB-ACK-ACCEPTED            VALUE 'A'.
002100         88  FB-ACK-REJECTED            VALUE 'R'.
002200     05  FB-ACK-COUNT               PIC X(09).
002300     05  FB-ACK-HASH                PIC X(12).
002400     05  FB-ACK-REASON              PIC X(40).
002500     05  FILLER                     PIC X(08).
