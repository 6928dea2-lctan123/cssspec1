001100*    DATE       INIT  DESCRIPTION                               *
001200*    ---------  ----  ---------------------------------------- *
001300*    2026-09-02 JMT   ORIGINAL                                  *
001310*    2026-10-15 JMT   ADDED THE RULE-SET VERSION THE SUPERSEDED *
001320*                     ANSWER WAS CLASSIFIED UNDER.              *
001330*    2026-10-15 JMT   ADDED THE RULE SET THE SUPERSEDED ANSWER  *
001340*                     WAS CLASSIFIED UNDER.                     *
001400*****************************************************************
001500 01  FB-MASTER-HISTORY-RECORD.
001600     05  FB-MHS-RUN-ID              PIC X(08).
002000     05  FB-MHS-CLASS-TEXT          PIC X(16).
002100     05  FB-MHS-SUPERSEDED-DATE     PIC 9(08).
002200     05  FB-MHS-SUPERSEDED-TIME     PIC 9(08).
002250     05  FB-MHS-RULE-VERSION        PIC 9(04).
002260     05  FB-MHS-RULE-SET            PIC X(04).
002300     05  FILLER                     PIC X(17).
