002039*                     SO FBRLOAD CAN BE ASKED FOR THE NAMED      *
002041*                     RULE SET THE PARM RECORD CARRIES.  BLANK   *
002042*                     LOADS THE UNNAMED DEFAULT SET, AS BEFORE.  *
002043*    2026-10-15 JMT   THE RULES TABLE IS LOADED AS IN FORCE ON  *
002044*                     THE PARM RECORD'S RUN DATE, NOW THAT      *
002045*                     RULES ARE EFFECTIVE-DATED.  THE AUDIT     *
002046*                     RECORD IS NOW 150 BYTES.                  *
002000*****************************************************************
002100*    PURPOSE - JCL-INVOKED BATCH ENTRY POINT FOR A SINGLE RUN.   *
002200*    READS RUN PARAMETER RECORDS (RUN-DATE, RUN-ID, START, END)  *
004440*
004441 FD  FB-AUDIT-FILE
004442     IS EXTERNAL
004443     RECORD CONTAINS 150 CHARACTERS.
004444 01  FB-AUDIT-LINE              PIC X(150).
004445*
004500 WORKING-STORAGE SECTION.
004600     COPY FBPARM.
006200     IF FB-GOT-VALID-RECORD
006205         CALL "FBRLOAD" USING FB-RULES-TABLE
006206                              FB-PARM-RULE-SET
006207                              FB-RUN-DATE
006210         PERFORM 1800-CHECK-RUN-REGISTRY THRU 1800-EXIT
006220         IF FB-RUN-ALLOWED
006230             PERFORM 1900-MARK-RUN-IN-FLIGHT THRU 1900-EXIT
