000100*****************************************************************
000200*    COPYBOOK      FBALS                                        *
000300*    DESCRIPTION    FBALSTAT ALERT CONDITION STATE, KEYED BY    *
000400*                   RECORD TYPE, SOURCE, ALERT CODE AND SUBJECT *
000500*                   (THE RUN-ID, OR THE CYCLE DATE WHEN THE     *
000600*                   ALERT HAS NO RUN-ID).  FBALDGST KEEPS ONE   *
000700*                   'A' RECORD PER CONDITION EVER RAISED, OPEN  *
000800*                   OR CLEARED, AND ONE 'C' CONTROL RECORD      *
000900*                   (BLANK SOURCE, CODE AND SUBJECT) HOLDING    *
001000*                   HOW MANY FBALERTS RECORDS HAVE BEEN         *
001100*                   DIGESTED AND THE DATE, TIME AND SOURCE OF   *
001200*                   THE LAST ONE.  THE EVENT FIELDS SAY WHAT    *
001300*                   THE DIGEST RUN STAMPED ON THEM DID TO THE   *
001400*                   CONDITION - NEW, REOPENED, ESCALATED,       *
001500*                   REPEATED OR CLEARED.                        *
001600*    HISTORY                                                    *
001700*    DATE       INIT  DESCRIPTION                               *
001800*    ---------  ----  ----------------------------------------  *
001900*    2026-10-15 JMT   ORIGINAL                                  *
002000*****************************************************************
002100 01  FB-ALERT-STATE-RECORD.
002200     05  FB-ALS-KEY.
002300         10  FB-ALS-TYPE            PIC X(01).
002400             88  FB-ALS-IS-CONTROL      VALUE 'C'.
002500             88  FB-ALS-IS-CONDITION    VALUE 'A'.
002600         10  FB-ALS-SOURCE          PIC X(08).
002700         10  FB-ALS-CODE            PIC X(08).
002800         10  FB-ALS-SUBJECT         PIC X(08).
002900     05  FB-ALS-CONDITION.
003000         10  FB-ALS-STATUS          PIC X(01).
003100             88  FB-ALS-OPEN            VALUE 'O'.
003200             88  FB-ALS-CLEARED         VALUE 'X'.
003300         10  FB-ALS-SEVERITY        PIC X(01).
003400             88  FB-ALS-CRITICAL        VALUE 'C'.
003500             88  FB-ALS-WARNING         VALUE 'W'.
003600             88  FB-ALS-INFORMATION     VALUE 'I'.
003700         10  FB-ALS-RUN-ID          PIC X(08).
003800         10  FB-ALS-CYCLE-DATE      PIC 9(08).
003900         10  FB-ALS-FIRST-DATE      PIC 9(08).
004000         10  FB-ALS-LAST-DATE       PIC 9(08).
004100         10  FB-ALS-LAST-TIME       PIC 9(08).
004200         10  FB-ALS-NIGHTS          PIC 9(04).
004300         10  FB-ALS-RAISED-COUNT    PIC 9(06).
004400         10  FB-ALS-CLEARED-DATE    PIC 9(08).
004500         10  FB-ALS-EVENT           PIC X(01).
004600             88  FB-ALS-EVENT-NEW       VALUE 'N'.
004700             88  FB-ALS-EVENT-REOPENED  VALUE 'O'.
004800             88  FB-ALS-EVENT-ESCALATED VALUE 'E'.
004900             88  FB-ALS-EVENT-REPEATED  VALUE 'R'.
005000             88  FB-ALS-EVENT-CLEARED   VALUE 'X'.
005100         10  FB-ALS-EVENT-DATE      PIC 9(08).
005200         10  FB-ALS-EVENT-TIME      PIC 9(08).
005300         10  FB-ALS-TEXT            PIC X(40).
005400         10  FILLER                 PIC X(10).
005500     05  FB-ALS-CONTROL REDEFINES FB-ALS-CONDITION.
005600         10  FB-ALC-RECORD-COUNT    PIC 9(09).
005700         10  FB-ALC-LAST-DATE       PIC 9(08).
005800         10  FB-ALC-LAST-TIME       PIC 9(08).
005900         10  FB-ALC-LAST-SOURCE     PIC X(08).
006000         10  FB-ALC-DIGEST-DATE     PIC 9(08).
006100         10  FB-ALC-DIGEST-TIME     PIC 9(08).
006200         10  FILLER                 PIC X(78).
