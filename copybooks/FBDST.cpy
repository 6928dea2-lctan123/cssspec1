000100*****************************************************************
000200*    COPYBOOK      FBDST                                        *
000300*    DESCRIPTION    ONE ENTRY ON THE FBDSTTB REPORT             *
000400*                   DISTRIBUTION TABLE, READ BY FBBURST.  MAPS  *
000500*                   A RUN-ID PREFIX (THE FBSCHIN RUN PREFIX,    *
000600*                   TYPE 'P') OR A RULE-SET IDENTIFIER (TYPE    *
000700*                   'S' - A BLANK VALUE IS THE DEFAULT SET) TO  *
000800*                   THE RECIPIENT DEPARTMENT AND DELIVERY       *
000900*                   CLASS ITS REPORTS GO TO.  A PREFIX ENTRY    *
001000*                   OUTRANKS A RULE-SET ENTRY; WITHIN A TYPE    *
001100*                   THE FIRST MATCHING ENTRY WINS.  EACH        *
001200*                   DEPARTMENT TAKES ONE DELIVERY CLASS, FROM   *
001300*                   ITS FIRST ENTRY.                            *
001400*    HISTORY                                                    *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    ---------  ----  ----------------------------------------  *
001700*    2026-10-15 JMT   ORIGINAL                                  *
001800*****************************************************************
001900 01  FB-DISTRIBUTION-ENTRY.
002000     05  FB-DST-MATCH-TYPE          PIC X(01).
002100         88  FB-DST-BY-PREFIX           VALUE 'P'.
002200         88  FB-DST-BY-RULE-SET         VALUE 'S'.
002300     05  FB-DST-MATCH-VALUE         PIC X(04).
002400     05  FB-DST-RECIPIENT           PIC X(08).
002500     05  FB-DST-DELIVERY-CLASS      PIC X(01).
002600     05  FB-DST-RECIPIENT-NAME      PIC X(30).
002700     05  FILLER                     PIC X(36).
