000100*****************************************************************
000200*    COPYBOOK      FBHXMT                                      *
000300*    DESCRIPTION    ONE ENTRY ON THE FBHNDLOG CYCLE TRANSMITTAL *
000400*                   LOG, APPENDED BY FBHAND FOR EVERY HDR/TRL   *
000500*                   GROUP IT CUTS TO FBHNDOFF - THE CYCLE, ITS  *
000600*                   RETRANSMISSION SEQUENCE, WHEN IT WAS CUT    *
000700*                   AND THE TRAILER TOTALS THE CONSUMER MUST    *
000800*                   ECHO BACK ON ITS ACKNOWLEDGMENT.  FBHACK    *
000900*                   MATCHES THE ACKNOWLEDGMENTS AGAINST IT.     *
001000*    HISTORY                                                   *
001100*    DATE       INIT  DESCRIPTION                               *
001200*    ---------  ----  ---------------------------------------- *
001300*    2026-10-15 JMT   ORIGINAL                                  *
001400*****************************************************************
001500 01  FB-TRANSMITTAL-RECORD.
001600     05  FB-XMT-CYCLE-DATE          PIC 9(08).
001700     05  FB-XMT-RETRANS-SEQ         PIC 9(02).
001800     05  FB-XMT-JOB-ID              PIC X(08).
001900     05  FB-XMT-CUT-DATE            PIC 9(08).
002000     05  FB-XMT-CUT-TIME            PIC 9(08).
002100     05  FB-XMT-COUNT               PIC 9(09).
002200     05  FB-XMT-HASH                PIC 9(12).
002300     05  FB-XMT-REASON              PIC X(03).
002400         88  FB-XMT-IS-NEW-CYCLE        VALUE 'NEW'.
002500         88  FB-XMT-IS-RECUT            VALUE 'CTL'.
002600         88  FB-XMT-IS-REJECT-RESEND    VALUE 'REJ'.
002700         88  FB-XMT-IS-OVERDUE-RESEND   VALUE 'OVD'.
002800     05  FILLER                     PIC X(22).
