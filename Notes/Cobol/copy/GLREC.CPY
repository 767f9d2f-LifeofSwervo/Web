001400*    08/22/2026  RWK  DESCRIPTION UPDATED FOR THE PER-DEPARTMENT
001500*                     EXPENSE DISTRIBUTION AND THE REVERSAL
001600*                     RECORDS.  RECORD LAYOUT IS UNCHANGED.
001612*    10/09/2026  RWK  EVERY RECORD NOW CARRIES THE RUN THAT
001624*                     POSTED IT - PAY GROUP, PERIOD YEAR AND
001636*                     NUMBER, AND RUN SEQUENCE (ZERO FOR THE
001648*                     REGULAR RUN, THE OFF-CYCLE SEQUENCE
001660*                     OTHERWISE) - SO ACCOUNTING AND PayBalance
001672*                     CAN TELL AN OFF-CYCLE FEED FROM THE
001684*                     REGULAR ONE.  RECORD LENGTH GREW.
001700*****************************************************************
001800 01  GL-EXPORT-RECORD.
001900     05  GL-RUN-DATE             PIC 9(08).
002300         88  GL-IS-DEBIT                    VALUE 'D'.
002400         88  GL-IS-CREDIT                   VALUE 'C'.
002500     05  GL-AMOUNT               PIC 9(07)V99.
002510     05  GL-RUN-ID.
002520         10  GL-PAY-GROUP        PIC X(02).
002530         10  GL-PERIOD-YEAR      PIC 9(04).
002540         10  GL-PERIOD-NUMBER    PIC 9(02).
002550         10  GL-RUN-SEQUENCE     PIC 9(02).
