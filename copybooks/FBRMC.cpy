000100*****************************************************************
000200*    COPYBOOK      FBRMC                                       *
000300*    DESCRIPTION    COMMUNICATION AREA FOR THE FBRMAINT ON-LINE *
000400*                   RULE-SET MAINTENANCE TRANSACTION, SHAPED    *
000500*                   LIKE A CICS DFHCOMMAREA THE SAME WAY FBENTC *
000600*                   IS FOR FBENTRY.  THE CALLER LOADS THE       *
000700*                   FUNCTION, SET, RULE POSITION, NEW VALUES,   *
000800*                   EFFECTIVE DATE AND OPERATOR AND CALLS       *
000900*                   FBRMAINT; FBRMAINT LOADS THE RULE AS KEYED, *
001000*                   THE SET VERSION WRITTEN, THE RETURN CODE    *
001100*                   AND MESSAGE BACK INTO THE SAME AREA.        *
001200*    HISTORY                                                   *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    ---------  ----  ---------------------------------------- *
001500*    2026-10-15 JMT   ORIGINAL                                  *
001600*****************************************************************
001700 01  FB-RULE-MAINT-COMM-AREA.
001800     05  FB-RMC-FUNCTION            PIC X(01).
001900         88  FB-RMC-FUNC-ADD            VALUE 'A'.
002000         88  FB-RMC-FUNC-CHANGE         VALUE 'C'.
002100         88  FB-RMC-FUNC-RETIRE         VALUE 'R'.
002200         88  FB-RMC-FUNC-INQUIRE        VALUE 'I'.
002300     05  FB-RMC-SET-ID              PIC X(04).
002400     05  FB-RMC-RULE-SEQ            PIC X(02).
002500     05  FB-RMC-DIVISOR             PIC X(02).
002600     05  FB-RMC-WORD                PIC X(08).
002700     05  FB-RMC-CLASS-CODE          PIC X(01).
002800     05  FB-RMC-EFF-DATE            PIC X(08).
002900     05  FB-RMC-VERSION             PIC 9(04).
003000     05  FB-RMC-RULE-STATUS         PIC X(01).
003100     05  FB-RMC-RETURN-CODE         PIC 9(02).
003200         88  FB-RMC-OK                  VALUE 00.
003300         88  FB-RMC-NOT-FOUND           VALUE 04.
003400         88  FB-RMC-DUPLICATE           VALUE 08.
003500         88  FB-RMC-EDIT-FAILED         VALUE 12.
003600         88  FB-RMC-BAD-FUNCTION        VALUE 16.
003700         88  FB-RMC-NO-OPERATOR         VALUE 24.
003800     05  FB-RMC-MESSAGE             PIC X(40).
003900     05  FB-RMC-OPERATOR            PIC X(08).
004000     05  FILLER                     PIC X(19).
