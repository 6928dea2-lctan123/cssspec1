000100*****************************************************************
000200*    COPYBOOK      FBAFD                                        *
000300*    DESCRIPTION    ONE FBALFEED RECORD FOR THE ENTERPRISE      *
000400*                   CONSOLE.  FBALDGST WRITES ONE PER ALERT     *
000500*                   CONDITION THAT IS NEW, RAISED AGAIN AFTER   *
000600*                   IT HAD CLEARED, OR RAISED AT A HIGHER       *
000700*                   SEVERITY THAN BEFORE - A CONDITION SIMPLY   *
000800*                   REPEATED IS NOT FED AGAIN.  THE PAGE FLAG   *
000900*                   IS SET FOR CRITICAL ALERTS, WHICH PAGE THE  *
001000*                   ON-CALL OPERATOR.                           *
001100*    HISTORY                                                    *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    ---------  ----  ----------------------------------------  *
001400*    2026-10-15 JMT   ORIGINAL                                  *
001500*****************************************************************
001600 01  FB-ALERT-FEED-RECORD.
001700     05  FB-AFD-RECORD-ID           PIC X(04).
001800     05  FB-AFD-DATE                PIC 9(08).
001900     05  FB-AFD-TIME                PIC 9(06).
002000     05  FB-AFD-SEVERITY            PIC X(01).
002100     05  FB-AFD-PAGE-FLAG           PIC X(01).
002200         88  FB-AFD-PAGE-ON-CALL        VALUE 'Y'.
002300     05  FB-AFD-EVENT               PIC X(01).
002400         88  FB-AFD-NEW                 VALUE 'N'.
002500         88  FB-AFD-REOPENED            VALUE 'O'.
002600         88  FB-AFD-ESCALATED           VALUE 'E'.
002700     05  FB-AFD-SOURCE              PIC X(08).
002800     05  FB-AFD-CODE                PIC X(08).
002900     05  FB-AFD-RUN-ID              PIC X(08).
003000     05  FB-AFD-CYCLE-DATE          PIC 9(08).
003100     05  FB-AFD-TEXT                PIC X(40).
003200     05  FILLER                     PIC X(07).
