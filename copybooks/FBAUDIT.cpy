001601*                     IT REMOVED FROM FBEXTR, SO FBRECON CAN    *
001602*                     NET A BACKED-OUT RUN TO ZERO AND FBTREND  *
001603*                     CAN LEAVE REVERSALS OUT OF THE TREND.     *
001604*    2026-10-15 JMT   WIDENED TO 150 BYTES AND ADDED THE        *
001605*                     VERSION OF THE RULE SET IN FORCE ON THE   *
001606*                     RUN DATE, SO TWO RUNS UNDER THE SAME SET  *
001607*                     NAME CAN BE TOLD APART WHEN A RULE WAS    *
001608*                     CHANGED BETWEEN THEM.                     *
001609*    2026-10-15 JMT   ADDED THE 'M' REPAIR INDICATOR WITH AN    *
001610*                     ACTION CODE AND COUNT - FBINTEG WRITES    *
001611*                     ONE 'M' ENTRY FOR EACH REPAIR IT APPLIES. *
001612*                     AN 'M' ENTRY IS NOT AN EXECUTION AND      *
001613*                     CARRIES NO CLASS COUNTS; READERS OF THE   *
001614*                     TRAIL SKIP IT.                            *
001615*    2026-10-15 JMT   ADDED THE EXECUTION TIMING TAKEN FROM THE *
001616*                     LAST OF THE FILLER - THE DATE AND TIME    *
001617*                     THE EXECUTION BEGAN (FB-AUD-DATE/TIME     *
001618*                     REMAIN ITS END), ELAPSED SECONDS, THE     *
001619*                     NUMBERS CLASSIFIED BY THIS EXECUTION AND  *
001620*                     THEIR RATE PER SECOND, THE RUN MODE AND   *
001621*                     WHETHER IT RESUMED FROM FBCKPT.  ENTRIES  *
001622*                     WRITTEN BEFORE HAVE SPACES HERE, AS DO    *
001623*                     REVERSAL AND REPAIR ENTRIES.              *
001600*****************************************************************
001700 01  FB-AUDIT-RECORD.
001800     05  FB-AUD-DATE                PIC 9(08).
002785     05  FB-AUD-RULE-SET            PIC X(04).
002790     05  FB-AUD-REVERSAL-IND        PIC X(01).
002791         88  FB-AUD-IS-REVERSAL         VALUE 'R'.
002792         88  FB-AUD-IS-REPAIR           VALUE 'M'.
002793     05  FB-AUD-RULE-VERSION        PIC 9(04).
002794     05  FB-AUD-ACTION-CODE         PIC X(04).
002795     05  FB-AUD-ACTION-COUNT        PIC 9(06).
002796     05  FB-AUD-BEGIN-DATE          PIC 9(08).
002797     05  FB-AUD-BEGIN-TIME          PIC 9(08).
002798     05  FB-AUD-ELAPSED-SECS        PIC 9(07).
002799     05  FB-AUD-RATE-PER-SEC        PIC 9(06).
002800     05  FB-AUD-EXEC-COUNT          PIC 9(06).
002801     05  FB-AUD-MODE-IND            PIC X(01).
002802         88  FB-AUD-SUMMARY-ONLY        VALUE 'S'.
002803     05  FB-AUD-RESUMED-IND         PIC X(01).
002804         88  FB-AUD-WAS-RESUMED         VALUE 'Y'.
