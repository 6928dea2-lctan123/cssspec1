000100*****************************************************************
000200*    COPYBOOK      FBDLOG                                       *
000300*    DESCRIPTION    ONE ENTRY ON THE FBDSTLOG REPORT            *
000400*                   DISTRIBUTION LOG, APPENDED BY FBBURST FOR   *
000500*                   EVERY RUN IT DELIVERS - WHEN, TO WHICH      *
000600*                   RECIPIENT AND DELIVERY CLASS, ON WHICH      *
000700*                   REPORT DD, AND THE PAGES AND RUNS ON THAT   *
000800*                   RECIPIENT'S REPORT.  AN UNDISTRIBUTED RUN   *
000900*                   IS LOGGED UNDER RECIPIENT *NONE*.           *
001000*    HISTORY                                                    *
001100*    DATE       INIT  DESCRIPTION                               *
001200*    ---------  ----  ----------------------------------------  *
001300*    2026-10-15 JMT   ORIGINAL                                  *
001400*****************************************************************
001500 01  FB-DISTRIBUTION-LOG-RECORD.
001600     05  FB-DLG-DATE                PIC 9(08).
001700     05  FB-DLG-TIME                PIC 9(08).
001800     05  FB-DLG-RECIPIENT           PIC X(08).
001900     05  FB-DLG-DELIVERY-CLASS      PIC X(01).
002000     05  FB-DLG-REPORT-DD           PIC X(08).
002100     05  FB-DLG-SOURCE              PIC X(01).
002200         88  FB-DLG-FROM-FBRPT          VALUE 'C'.
002300         88  FB-DLG-FROM-REPRINT        VALUE 'R'.
002400     05  FB-DLG-RUN-ID              PIC X(08).
002500     05  FB-DLG-RULE-SET            PIC X(04).
002600     05  FB-DLG-RUN-PAGES           PIC 9(05).
002700     05  FB-DLG-REPORT-PAGES        PIC 9(05).
002800     05  FB-DLG-REPORT-RUNS         PIC 9(03).
002900     05  FILLER                     PIC X(21).
