001340*                     AND FBAUDIT RECORDS AND THE CHECKPOINT    *
001350*                     RESTART COMPARE CAN CHECK IT THE SAME     *
001360*                     WAY THE DIVISORS ARE CHECKED.             *
001370*    2026-10-15 JMT   ADDED THE RULES VERSION IN FORCE ON THE   *
001380*                     RUN DATE THE TABLE WAS LOADED FOR, SO     *
001390*                     FBCLASS CAN STAMP IT ON FBEXTR AND        *
001391*                     FBAUDIT ALONGSIDE THE SET IDENTIFIER.     *
001400*****************************************************************
001500 01  FB-RULES-TABLE.
001550     05  FB-RULE-SET-ID             PIC X(04).
001800         10  FB-RULE-DIVISOR        PIC 9(02).
001900         10  FB-RULE-WORD           PIC X(08).
002000         10  FB-RULE-CODE           PIC X(01).
002100     05  FB-RULE-VERSION            PIC 9(04).
