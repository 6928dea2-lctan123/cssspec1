001500*    DATE       INIT  DESCRIPTION                               *
001600*    ---------  ----  ---------------------------------------- *
001700*    2026-09-02 JMT   ORIGINAL                                  *
001710*    2026-10-15 JMT   ADDED THE RETRANSMISSION SEQUENCE TO THE  *
001720*                     HEADER - ZERO ON A CYCLE'S FIRST CUT, ONE *
001730*                     UP ON EACH RE-CUT - SO THE CONSUMER CAN   *
001740*                     TELL A RESEND FROM A NEW CYCLE.  A FILE   *
001750*                     MAY NOW CARRY SEVERAL HDR/DETAIL/TRL      *
001760*                     GROUPS - RE-CUT CYCLES FIRST, OLDEST      *
001770*                     FIRST, THEN THE NIGHT'S OWN CYCLE.        *
001800*****************************************************************
001900 01  FB-HANDOFF-HEADER.
002000     05  FB-HND-HDR-ID              PIC X(03).
002300     05  FB-HND-HDR-JOB-ID          PIC X(08).
002400     05  FB-HND-HDR-CUT-DATE        PIC 9(08).
002500     05  FB-HND-HDR-CUT-TIME        PIC 9(08).
002550     05  FB-HND-HDR-RETRANS-SEQ     PIC 9(02).
002600     05  FILLER                     PIC X(43).
002700*
002800 01  FB-HANDOFF-TRAILER.
002900     05  FB-HND-TRL-ID              PIC X(03).
