002199*    09/01/2026  RWK  THE EMPLOYER-SIDE TAX RUN TOTALS RIDE
002201*                     ALONG FOR THE GL EXPORT AND THE EMPLOYER
002202*                     TAX LIABILITY REPORT.
002209*    10/05/2026  RWK  ADDED THE COUNT OF TIMECARDS DISPOSED OF.
002216*                     AN EMPLOYEE'S TIMECARDS ARE NOW PAID
002223*                     TOGETHER UNDER ONE CHECKPOINT, SO A
002230*                     RESTART SKIPS THIS MANY TIMECARDS RATHER
002237*                     THAN ONE PER CHECKPOINT RECORD.
002244*    10/13/2026  RWK  THE EMPLOYER 401(K) MATCH RUN TOTALS
002251*                     (MATCH, TRUE-UP, AND REVERSED MATCH) AND
002258*                     THE RECORDKEEPER CONTRIBUTION FILE'S
002265*                     DETAIL COUNT, COMPENSATION, AND DEFERRAL
002272*                     TOTALS RIDE ALONG FOR THE GL EXPORT AND
002279*                     THE CONTRIBUTION FILE TRAILER.
002286*****************************************************************
002300 01  CK-CHECKPOINT-RECORD.
002400     05  CK-LAST-EMPLOYEE-ID     PIC X(06).
002500     05  CK-RUN-DATE             PIC 9(08).
005300     05  CK-ER-FICA              PIC S9(07)V99.
005400     05  CK-ER-FUTA              PIC S9(07)V99.
005500     05  CK-ER-SUTA              PIC S9(07)V99.
005510     05  CK-TIMECARDS-DISPOSED   PIC 9(06).
005520     05  CK-401K-MATCH           PIC S9(07)V99.
005530     05  CK-401K-TRUE-UP         PIC S9(07)V99.
005540     05  CK-REV-401K-MATCH       PIC 9(07)V99.
005550     05  CK-RK-DETAIL-COUNT      PIC 9(06).
005560     05  CK-RK-TOTAL-COMP        PIC S9(07)V99.
005570     05  CK-RK-TOTAL-DEFERRAL    PIC S9(07)V99.
