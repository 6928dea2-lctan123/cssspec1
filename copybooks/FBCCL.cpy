000100*****************************************************************
000200*    COPYBOOK      FBCCL                                        *
000300*    DESCRIPTION    NIGHTLY CYCLE STEP-CONTROL LEDGER RECORD ON *
000400*                   FBCYCTL, KEYED BY CYCLE DATE.  ONE SLOT PER *
000500*                   STEP OF THE NIGHT IN RUN ORDER - FBSCHGEN,  *
000600*                   FBSTGPUL, FBDRIVER, FBDMERGE, FBHAND,       *
000700*                   FBDELTA, FBRECON, FBHOUSE - CARRYING        *
000800*                   WHETHER IT HAS STARTED OR ENDED, WHEN, ITS  *
000900*                   RETURN CODE AND HOW MANY TIMES IT HAS BEEN  *
001000*                   RUN FOR THE CYCLE.  WRITTEN ONLY BY FBSTEP. *
001100*    HISTORY                                                    *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    ---------  ----  ----------------------------------------  *
001400*    2026-10-15 JMT   ORIGINAL                                  *
001410*    2026-10-15 JMT   ADDED THE FBDMERGE SLOT AFTER FBDRIVER,   *
001420*                     TAKEN FROM THE TRAILING FILLER - THE      *
001430*                     RECORD LENGTH IS UNCHANGED.               *
001500*****************************************************************
001600 01  FB-CYCLE-LEDGER-RECORD.
001700     05  FB-CCL-CYCLE-DATE          PIC 9(08).
001800     05  FB-CCL-STEP                OCCURS 8 TIMES.
001900         10  FB-CCL-STEP-NAME           PIC X(08).
002000         10  FB-CCL-STEP-STATUS         PIC X(01).
002100             88  FB-CCL-NOT-RUN             VALUE ' '.
002200             88  FB-CCL-STARTED             VALUE 'S'.
002300             88  FB-CCL-ENDED               VALUE 'E'.
002400         10  FB-CCL-START-DATE          PIC 9(08).
002500         10  FB-CCL-START-TIME          PIC 9(08).
002600         10  FB-CCL-END-DATE            PIC 9(08).
002700         10  FB-CCL-END-TIME            PIC 9(08).
002800         10  FB-CCL-STEP-RC             PIC 9(02).
002900         10  FB-CCL-RUN-COUNT           PIC 9(02).
003000         10  FB-CCL-JOB-ID              PIC X(08).
003100     05  FILLER                     PIC X(12).
