001592*                     IDENTIFIER, PASSED TO FBRLOAD, SO AN       *
001593*                     INQUIRY CAN ASK FOR A NAMED SET.  BLANK    *
001594*                     LOADS THE UNNAMED DEFAULT SET, AS BEFORE.  *
001595*    2026-10-15 JMT   THE RULES TABLE IS LOADED AS IN FORCE     *
001596*                     TODAY, NOW THAT RULES ARE                 *
001597*                     EFFECTIVE-DATED, SO AN INQUIRY NEVER      *
001598*                     ANSWERS WITH A FUTURE-DATED VERSION.      *
001600*****************************************************************
001700*    PURPOSE - CLASSIFIES ONE X AGAINST THE FBCTLIN RULES TABLE  *
001800*    AND RETURNS THE RESULT IN THE SAME COMMUNICATION AREA, THE  *
003300 77  FB-INQ-RULE-SUB            PIC 9(02) COMP VALUE ZERO.
003400 77  FB-INQ-MATCH-COUNT         PIC 9(02) VALUE ZERO.
003500 77  FB-INQ-TEXT-POS            PIC 9(02) VALUE 1.
003510 77  FB-RULES-AS-OF             PIC 9(08) VALUE ZERO.
003600*
003700 LINKAGE SECTION.
003800     COPY FBCOMM.
006100     END-IF
006200*
006300     CALL "FBRLOAD" USING FB-RULES-TABLE
006400                          FB-COMM-RULE-SET
006450                          FB-RULES-AS-OF.
006500 1000-EXIT.
006600     EXIT.
006700*
