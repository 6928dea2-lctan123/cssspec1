001194*                     AND RANGE ARE, SO A RUN CHECKPOINTED      *
001195*                     UNDER ONE NAMED SET CANNOT SILENTLY       *
001196*                     RESUME UNDER ANOTHER.                     *
001197*    2026-10-15 JMT   ADDED THE RULE-SET VERSION, CHECKED ON A  *
001198*                     RESUMED CALL ALONG WITH THE SET, SO A RUN *
001199*                     CANNOT RESUME UNDER A CHANGED RULE.       *
001200*****************************************************************
001300 01  FB-CHECKPOINT-RECORD.
001400     05  FB-CKPT-RUN-ID             PIC X(08).
002300     05  FB-CKPT-COMBINED-COUNT     PIC 9(06).
002400     05  FB-CKPT-PLAIN-COUNT        PIC 9(06).
002450     05  FB-CKPT-RULE-SET           PIC X(04).
002460     05  FB-CKPT-RULE-VERSION       PIC 9(04).
002500     05  FILLER                     PIC X(12).
