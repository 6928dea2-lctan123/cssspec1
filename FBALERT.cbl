000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FBALERT.
000300 AUTHOR.        J M TRENT.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    MODIFICATION HISTORY                                       *
000900*    DATE       INIT  DESCRIPTION                               *
001000*    ---------  ----  ----------------------------------------  *
001100*    2026-10-15 JMT   ORIGINAL - COMMON OPERATIONS ALERT        *
001200*                     WRITER.  OUT-OF-BALANCE RUNS, TREND       *
001300*                     EXCEPTIONS, STUCK RUNS, HANDOFF TRAILER   *
001400*                     MISMATCHES AND REFUSED SELF-APPROVALS     *
001500*                     WERE ONLY RETURN CODES AND REPORT LINES   *
001600*                     IN FIVE DIFFERENT PLACES.                 *
001700*****************************************************************
001800*    PURPOSE - CALLED WITH THE FBALR ALERT RECORD BY FBRECON,   *
001900*    FBTREND, FBSTATUS, FBDELTA AND FBENTRY WHENEVER ONE OF     *
002000*    THEM FINDS A CONDITION OPERATIONS MUST ACT ON.  STAMPS THE *
002100*    RECORD WITH THE DATE, TIME AND JOB-ID (FB-JOB-ID, OR BATCH *
002200*    WHEN IT IS NOT SET), AND A CYCLE DATE LEFT ZERO WITH THE   *
002300*    SCHEDULER'S FB-CYCLE-DATE OR TODAY, THEN APPENDS IT TO THE *
002400*    SHARED FBALERTS FILE, CREATING IT THE FIRST TIME, AND      *
002500*    SHOWS IT ON THE JOB LOG.  A BAD SEVERITY IS WRITTEN AS     *
002600*    CRITICAL SO IT IS NOT LOST.  AN ALERT THAT CANNOT BE       *
002700*    WRITTEN IS SHOWN ON THE JOB LOG ONLY - RAISING AN ALERT    *
002800*    NEVER FAILS THE CALLER, AND THE CALLER'S RETURN CODE IS    *
002900*    ITS OWN TO KEEP.  FBALDGST DIGESTS THE FILE.               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FB-ALERT-FILE       ASSIGN TO "FBALERTS"
003500                                ORGANIZATION LINE SEQUENTIAL
003600                                FILE STATUS FB-ALERT-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  FB-ALERT-FILE
004100     RECORD CONTAINS 100 CHARACTERS.
004200 01  FB-ALERT-LINE              PIC X(100).
004300*
004400 WORKING-STORAGE SECTION.
004500 77  FB-ALERT-STATUS            PIC X(02) VALUE SPACES.
004600 77  FB-CYCLE-ENV               PIC X(08) VALUE SPACES.
004700 77  FB-JOB-ID                  PIC X(08) VALUE SPACES.
004800 77  FB-TODAY                   PIC 9(08) VALUE ZERO.
004900 77  FB-NOW                     PIC 9(08) VALUE ZERO.
005000*
005100 LINKAGE SECTION.
005200     COPY FBALR.
005300*
005400 PROCEDURE DIVISION USING FB-ALERT-RECORD.
005500 0000-MAINLINE.
005600     ACCEPT FB-TODAY FROM DATE YYYYMMDD
005700     ACCEPT FB-NOW FROM TIME
005800     MOVE SPACES TO FB-JOB-ID
005900     ACCEPT FB-JOB-ID FROM ENVIRONMENT "FB-JOB-ID"
006000     IF FB-JOB-ID = SPACES
006100         MOVE "BATCH   " TO FB-JOB-ID
006200     END-IF
006300*
006400     PERFORM 1000-STAMP-ALERT THRU 1000-EXIT
006500     PERFORM 2000-WRITE-ALERT THRU 2000-EXIT.
006600 0000-EXIT.
006700     EXIT PROGRAM.
006800*
006900*****************************************************************
007000*    1000-STAMP-ALERT - DATE, TIME AND JOB-ID, AND THE CYCLE    *
007100*    DATE WHEN THE CALLER DID NOT HAVE ONE.                     *
007200*****************************************************************
007300 1000-STAMP-ALERT.
007400     MOVE FB-TODAY  TO FB-ALR-DATE
007500     MOVE FB-NOW    TO FB-ALR-TIME
007600     MOVE FB-JOB-ID TO FB-ALR-JOB-ID
007700     IF NOT FB-ALR-CRITICAL
007800        AND NOT FB-ALR-WARNING
007900        AND NOT FB-ALR-INFORMATION
008000         SET FB-ALR-CRITICAL TO TRUE
008100     END-IF
008200*
008300     IF FB-ALR-CYCLE-DATE NUMERIC
008400        AND FB-ALR-CYCLE-DATE NOT = ZERO
008500         GO TO 1000-EXIT
008600     END-IF
008700     MOVE FB-TODAY TO FB-ALR-CYCLE-DATE
008800     MOVE SPACES TO FB-CYCLE-ENV
008900     ACCEPT FB-CYCLE-ENV FROM ENVIRONMENT "FB-CYCLE-DATE"
009000     IF FB-CYCLE-ENV NUMERIC
009100        AND FB-CYCLE-ENV NOT = "00000000"
009200         MOVE FB-CYCLE-ENV TO FB-ALR-CYCLE-DATE
009300     END-IF.
009400 1000-EXIT.
009500     EXIT.
009600*
009700*****************************************************************
009800*    2000-WRITE-ALERT - APPEND THE ALERT TO FBALERTS, CREATING  *
009900*    IT THE FIRST TIME, AND SHOW IT ON THE JOB LOG.             *
010000*****************************************************************
010100 2000-WRITE-ALERT.
010200     DISPLAY "FBALERT - " FB-ALR-SOURCE " " FB-ALR-SEVERITY " "
010300         FB-ALR-CODE " RUN " FB-ALR-RUN-ID " CYCLE "
010400         FB-ALR-CYCLE-DATE " " FB-ALR-TEXT
010500     OPEN EXTEND FB-ALERT-FILE
010600     IF FB-ALERT-STATUS = "35"
010700         OPEN OUTPUT FB-ALERT-FILE
010800     END-IF
010900     IF FB-ALERT-STATUS NOT = "00"
011000         DISPLAY "FBALERT - FBALERTS WILL NOT OPEN - STATUS "
011100             FB-ALERT-STATUS " - ALERT NOT RECORDED"
011200         GO TO 2000-EXIT
011300     END-IF
011400     WRITE FB-ALERT-LINE FROM FB-ALERT-RECORD
011500     IF FB-ALERT-STATUS NOT = "00"
011600         DISPLAY "FBALERT - FBALERTS WRITE FAILED - STATUS "
011700             FB-ALERT-STATUS " - ALERT NOT RECORDED"
011800     END-IF
011900     CLOSE FB-ALERT-FILE.
012000 2000-EXIT.
012100     EXIT.
