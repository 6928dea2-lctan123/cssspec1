000100*****************************************************************
000200*    COPYBOOK      FBSTPC                                       *
000300*    DESCRIPTION    PARAMETER AREA FOR FBSTEP, THE NIGHTLY      *
000400*                   CYCLE STEP-CONTROL CHECK.  EVERY STEP OF    *
000500*                   THE NIGHT CALLS FBSTEP WITH FUNCTION B ON   *
000600*                   ENTRY AND FUNCTION E ON EXIT, NAMING        *
000700*                   ITSELF.  ON B, FBSTEP RETURNS THE CYCLE     *
000800*                   DATE AND WHETHER THE STEP MAY PROCEED, IS   *
000900*                   TO BE SKIPPED (ALREADY COMPLETE) OR IS      *
001000*                   REFUSED (PREREQUISITE NOT ENDED CLEANLY),   *
001100*                   WITH THE RETURN CODE THE STEP IS TO END     *
001200*                   WITH.  ON E THE CALLER PASSES ITS OWN       *
001300*                   RETURN CODE IN FB-STP-STEP-RC.              *
001400*    HISTORY                                                    *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    ---------  ----  ----------------------------------------  *
001700*    2026-10-15 JMT   ORIGINAL                                  *
001710*    2026-10-15 JMT   ADDED FUNCTION C, A PREREQUISITE CHECK    *
001720*                     ONLY, FOR THE PARALLEL PARTITION STEPS OF *
001730*                     A PARTITIONED FBDRIVER RUN - REFUSED OR   *
001740*                     PROCEED, NEVER SKIPPED, AND THE LEDGER IS *
001750*                     NOT UPDATED.                              *
001800*****************************************************************
001900 01  FB-STEP-CONTROL-AREA.
002000     05  FB-STP-FUNCTION            PIC X(01).
002100         88  FB-STP-FUNC-BEGIN          VALUE 'B'.
002200         88  FB-STP-FUNC-END            VALUE 'E'.
002250         88  FB-STP-FUNC-CHECK          VALUE 'C'.
002300     05  FB-STP-STEP-NAME           PIC X(08).
002400     05  FB-STP-CYCLE-DATE          PIC 9(08).
002500     05  FB-STP-STEP-RC             PIC 9(02).
002600     05  FB-STP-DECISION            PIC X(01).
002700         88  FB-STP-PROCEED             VALUE 'P'.
002800         88  FB-STP-SKIP                VALUE 'S'.
002900         88  FB-STP-REFUSED             VALUE 'R'.
003000     05  FB-STP-MESSAGE             PIC X(40).
003100     05  FILLER                     PIC X(20).
