000100*****************************************************************
000200*    COPYBOOK      FBCCH                                        *
000300*    DESCRIPTION    ONE EVENT ON THE FBCYCHST CYCLE             *
000400*                   STEP-HISTORY LOG, APPENDED BY FBSTEP EVERY  *
000500*                   TIME A STEP BEGINS, ENDS, IS SKIPPED AS     *
000600*                   ALREADY COMPLETE, IS FORCED TO RERUN OR IS  *
000700*                   REFUSED FOR AN UNFINISHED PREREQUISITE.     *
000800*                   FBCYCRPT PRINTS IT.                         *
000900*    HISTORY                                                    *
001000*    DATE       INIT  DESCRIPTION                               *
001100*    ---------  ----  ----------------------------------------  *
001200*    2026-10-15 JMT   ORIGINAL                                  *
001300*****************************************************************
001400 01  FB-CYCLE-HISTORY-RECORD.
001500     05  FB-CCH-CYCLE-DATE          PIC 9(08).
001600     05  FB-CCH-STEP-NAME           PIC X(08).
001700     05  FB-CCH-EVENT               PIC X(08).
001800         88  FB-CCH-BEGIN               VALUE 'BEGIN   '.
001900         88  FB-CCH-END                 VALUE 'END     '.
002000         88  FB-CCH-SKIPPED             VALUE 'SKIPPED '.
002100         88  FB-CCH-FORCED              VALUE 'FORCED  '.
002200         88  FB-CCH-REFUSED             VALUE 'REFUSED '.
002300     05  FB-CCH-EVENT-DATE          PIC 9(08).
002400     05  FB-CCH-EVENT-TIME          PIC 9(08).
002500     05  FB-CCH-STEP-RC             PIC 9(02).
002600     05  FB-CCH-JOB-ID              PIC X(08).
002700     05  FB-CCH-TEXT                PIC X(30).
