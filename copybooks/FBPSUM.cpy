000100*****************************************************************
000200*    COPYBOOK      FBPSUM                                       *
000300*    DESCRIPTION    FBPERSUM ACCOUNTING PERIOD SUMMARY RECORD,  *
000400*                   KEYED BY PERIOD (YYYYMM), RECORD TYPE AND   *
000500*                   RULE SET.  FBPCLOSE WRITES ONE 'S' RECORD   *
000600*                   PER RULE SET EXECUTED IN THE PERIOD, WITH   *
000700*                   REVERSALS NETTED OUT, AND ONE 'C' CONTROL   *
000800*                   RECORD (BLANK RULE SET) THAT MARKS THE      *
000900*                   PERIOD CLOSED OR REOPENED.  THE TYPE BYTE   *
001000*                   KEEPS THE CONTROL RECORD APART FROM THE     *
001100*                   UNNAMED DEFAULT SET, WHOSE ID IS ALSO       *
001200*                   BLANK.  FBBACK AND FBHOUSE READ THE         *
001300*                   CONTROL RECORD.                             *
001400*    HISTORY                                                    *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    ---------  ----  ----------------------------------------  *
001700*    2026-10-15 JMT   ORIGINAL                                  *
001800*****************************************************************
001900 01  FB-PERIOD-SUMMARY-RECORD.
002000     05  FB-PSM-KEY.
002100         10  FB-PSM-PERIOD          PIC 9(06).
002200         10  FB-PSM-TYPE            PIC X(01).
002300             88  FB-PSM-IS-CONTROL      VALUE 'C'.
002400             88  FB-PSM-IS-SET-TOTAL    VALUE 'S'.
002500         10  FB-PSM-RULE-SET        PIC X(04).
002600     05  FB-PSM-SET-TOTALS.
002700         10  FB-PSM-RUNS            PIC S9(07).
002800         10  FB-PSM-NUMBERS         PIC S9(09).
002900         10  FB-PSM-FIZZ-COUNT      PIC S9(09).
003000         10  FB-PSM-BUZZ-COUNT      PIC S9(09).
003100         10  FB-PSM-FIZZBUZZ-COUNT  PIC S9(09).
003200         10  FB-PSM-PLAIN-COUNT     PIC S9(09).
003300         10  FB-PSM-OTHER-COUNT     PIC S9(09).
003400         10  FILLER                 PIC X(28).
003500     05  FB-PSM-CONTROL REDEFINES FB-PSM-SET-TOTALS.
003600         10  FB-PSC-STATUS          PIC X(01).
003700             88  FB-PSC-CLOSED          VALUE 'C'.
003800             88  FB-PSC-REOPENED        VALUE 'O'.
003900         10  FB-PSC-CLOSE-DATE      PIC 9(08).
004000         10  FB-PSC-CLOSE-TIME      PIC 9(08).
004100         10  FB-PSC-CLOSED-BY       PIC X(08).
004200         10  FB-PSC-REOPEN-COUNT    PIC 9(02).
004300         10  FB-PSC-REOPEN-DATE     PIC 9(08).
004400         10  FB-PSC-REOPEN-BY       PIC X(08).
004500         10  FB-PSC-APPROVED-BY     PIC X(08).
004600         10  FB-PSC-REOPEN-REASON   PIC X(30).
004700         10  FILLER                 PIC X(08).
