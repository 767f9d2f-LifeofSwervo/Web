000100*****************************************************************
000200*  TRMLINE.CPY                                                  *
000300*  LINE LAYOUTS FOR THE TERMINATION PAYOUT REPORT WRITTEN BY    *
000400*  EmpMaint - ONE LINE PER EMPLOYEE TERMINATED IN THE RUN       *
000500*  SHOWING THE VACATION AND SICK HOURS PAID OUT, THE SICK HOURS *
000600*  FORFEITED, THE RATE, AND THE AMOUNT DUE, THEN A TOTAL LINE   *
000700*  AND A SIGN-OFF LINE SO HR CAN APPROVE THE FINAL PAY BEFORE   *
000800*  THE OFF-CYCLE RUN.                                           *
000900*-----------------------------------------------------------------
001000*  DATE-WRITTEN.  10/10/2026.
001100*  MODIFICATION HISTORY.
001200*    10/10/2026  RWK  ORIGINAL.
001300*****************************************************************
001400 01  FP-DETAIL-LINE.
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  FP-EMPLOYEE-ID          PIC X(06).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  FP-EMPLOYEE-NAME        PIC X(30).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  FP-PAY-GROUP            PIC X(02).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  FP-WORK-STATE           PIC X(02).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  FP-PAY-TYPE             PIC X(01).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  FP-VAC-PAID             PIC Z,ZZ9.9.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  FP-SICK-PAID            PIC Z,ZZ9.9.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  FP-SICK-FORFEIT         PIC Z,ZZ9.9.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  FP-RATE                 PIC ZZ9.99.
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  FP-AMOUNT               PIC ZZZ,ZZ9.99.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  FP-NOTE                 PIC X(30).

003700 01  FP-TOTAL-LINE.
003800     05  FILLER                  PIC X(01) VALUE SPACES.
003900     05  FILLER                  PIC X(24) VALUE
004000             'EMPLOYEES TERMINATED'.
004100     05  FP-TOTAL-COUNT          PIC ZZZ,ZZ9.
004200     05  FILLER                  PIC X(20) VALUE SPACES.
004300     05  FP-TOTAL-VAC-PAID       PIC ZZZZ9.9.
004400     05  FILLER                  PIC X(02) VALUE SPACES.
004500     05  FP-TOTAL-SICK-PAID      PIC ZZZZ9.9.
004600     05  FILLER                  PIC X(02) VALUE SPACES.
004700     05  FP-TOTAL-SICK-FORFEIT   PIC ZZZZ9.9.
004800     05  FILLER                  PIC X(08) VALUE SPACES.
004900     05  FP-TOTAL-AMOUNT         PIC Z,ZZZ,ZZ9.99.

005000 01  FP-SIGNOFF-LINE.
005100     05  FILLER                  PIC X(01) VALUE SPACES.
005200     05  FILLER                  PIC X(40) VALUE
005300             'FINAL PAY REVIEWED AND APPROVED - HR'.
005400     05  FILLER                  PIC X(30) VALUE ALL '_'.
005500     05  FILLER                  PIC X(08) VALUE '  DATE '.
005600     05  FILLER                  PIC X(12) VALUE ALL '_'.
