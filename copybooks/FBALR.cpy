000100*****************************************************************
000200*    COPYBOOK      FBALR                                        *
000300*    DESCRIPTION    ONE OPERATIONS ALERT ON THE SHARED FBALERTS *
000400*                   FILE, AND THE PARAMETER AREA FOR FBALERT,   *
000500*                   WHICH APPENDS IT.  THE RAISING PROGRAM      *
000600*                   FILLS THE SOURCE, SEVERITY, RUN-ID OR       *
000700*                   CYCLE DATE, ALERT CODE AND TEXT; FBALERT    *
000800*                   STAMPS THE DATE, TIME AND JOB-ID, AND THE   *
000900*                   CYCLE DATE WHEN IT IS LEFT ZERO.  THE       *
001000*                   SOURCE, CODE AND RUN-ID (OR THE CYCLE DATE  *
001100*                   WHEN THERE IS NO RUN-ID) NAME THE           *
001200*                   CONDITION - FBALDGST COUNTS THE SAME        *
001300*                   CONDITION RAISED AGAIN AS A REPEAT.         *
001400*    HISTORY                                                    *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    ---------  ----  ----------------------------------------  *
001700*    2026-10-15 JMT   ORIGINAL                                  *
001800*****************************************************************
001900 01  FB-ALERT-RECORD.
002000     05  FB-ALR-SOURCE              PIC X(08).
002100     05  FB-ALR-SEVERITY            PIC X(01).
002200         88  FB-ALR-CRITICAL            VALUE 'C'.
002300         88  FB-ALR-WARNING             VALUE 'W'.
002400         88  FB-ALR-INFORMATION         VALUE 'I'.
002500     05  FB-ALR-RUN-ID              PIC X(08).
002600     05  FB-ALR-CYCLE-DATE          PIC 9(08).
002700     05  FB-ALR-CODE                PIC X(08).
002800     05  FB-ALR-TEXT                PIC X(40).
002900     05  FB-ALR-DATE                PIC 9(08).
003000     05  FB-ALR-TIME                PIC 9(08).
003100     05  FB-ALR-JOB-ID              PIC X(08).
003200     05  FILLER                     PIC X(03).
