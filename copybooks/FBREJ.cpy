001320*                     ALREADY COMPLETED ON THE FBRREG RUN       *
001330*                     REGISTRY AND RESUBMITTED WITHOUT A RERUN  *
001340*                     INDICATOR.                                *
001350*    2026-10-15 JMT   ADDED THE PART REASON CODE FOR A          *
001360*                     PARTITIONED RUN WHOSE RANGE IS SMALLER    *
001370*                     THAN ITS PARTITION COUNT.                 *
001400*****************************************************************
001500 01  FB-REJECT-RECORD.
001600     05  FB-REJ-TRANS-DATA          PIC X(76).
001700     05  FB-REJ-REASON-CODE         PIC X(04).
001800         88  FB-REJ-EDIT-FAILED         VALUE 'EDIT'.
001900         88  FB-REJ-DUPLICATE-RUN       VALUE 'DUPL'.
001950         88  FB-REJ-PARTITION-RANGE     VALUE 'PART'.
