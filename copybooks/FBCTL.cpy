001950*                     BLANK IS THE UNNAMED DEFAULT SET, SO AN   *
001960*                     EXISTING SINGLE-SET FILE LOADS EXACTLY    *
001970*                     AS BEFORE.                                *
001971*    2026-10-15 JMT   RULES ARE NOW EFFECTIVE-DATED.  EACH      *
001972*                     RECORD CARRIES THE RULE'S POSITION IN     *
001973*                     ITS SET, THE SET VERSION IT WAS KEYED     *
001974*                     UNDER, THE DATE IT TAKES EFFECT, AN       *
001975*                     ACTIVE/RETIRED STATUS AND WHO KEYED IT.   *
001976*                     FBRMAINT APPENDS A NEW RECORD FOR EVERY   *
001977*                     ADD, CHANGE OR RETIREMENT, AND FBRLOAD    *
001978*                     TAKES THE LATEST VERSION OF EACH RULE     *
001979*                     IN FORCE ON THE RUN DATE.  A RECORD WITH  *
001980*                     THESE FIELDS BLANK (KEYED BEFORE THIS     *
001981*                     CHANGE) IS VERSION 0, IN FORCE FROM THE   *
001982*                     START, POSITIONED BY FILE ORDER.          *
002000*****************************************************************
002100 01  FB-CONTROL-RECORD.
002200     05  FB-CTL-DIVISOR             PIC X(02).
002300     05  FB-CTL-WORD                PIC X(08).
002400     05  FB-CTL-CLASS-CODE          PIC X(01).
002450     05  FB-CTL-SET-ID              PIC X(04).
002460     05  FB-CTL-RULE-SEQ            PIC X(02).
002470     05  FB-CTL-VERSION             PIC X(04).
002480     05  FB-CTL-EFF-DATE            PIC X(08).
002490     05  FB-CTL-RULE-STATUS         PIC X(01).
002491         88  FB-CTL-RULE-ACTIVE         VALUE 'A' ' '.
002492         88  FB-CTL-RULE-RETIRED        VALUE 'R'.
002493     05  FB-CTL-ENTERED-BY          PIC X(08).
002494     05  FB-CTL-ENTERED-DATE        PIC X(08).
002500     05  FILLER                     PIC X(34).
