000100*****************************************************************
000200*  VARLINE.CPY                                                  *
000300*  LINE LAYOUTS FOR THE PRE-RELEASE PAYROLL VARIANCE REVIEW     *
000400*  WRITTEN BY PayVariance AFTER PayDriver POSTS A RUN.  ONE     *
000500*  DETAIL LINE FOR EACH ITEM FLAGGED ON AN EMPLOYEE - THE RUN'S *
000600*  GROSS, NET, AND HOURS BESIDE THE PRIOR PERIOD'S - THEN A     *
000700*  TOTAL LINE PER DEPARTMENT AND FOR THE SHOP COMPARING THE RUN *
000800*  TO THE PRIOR PERIOD, THE REVIEW COUNTS, AND A SIGN-OFF LINE. *
000900*  PAYROLL SIGNS THE REVIEW BEFORE THE ACH FILE IS TRANSMITTED  *
001000*  AND THE CHECKS ARE PRINTED.                                  *
001100*-----------------------------------------------------------------
001200*  DATE-WRITTEN.  10/12/2026.
001300*  MODIFICATION HISTORY.
001400*    10/12/2026  RWK  ORIGINAL.
001500*****************************************************************
001600 01  VR-DETAIL-LINE.
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  VR-EMPLOYEE-ID          PIC X(06).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  VR-EMPLOYEE-NAME        PIC X(20).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  VR-DEPARTMENT           PIC X(10).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  VR-CUR-GROSS            PIC ZZ,ZZ9.99-.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  VR-PRIOR-GROSS          PIC ZZ,ZZ9.99-.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  VR-CUR-NET              PIC ZZ,ZZ9.99-.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  VR-PRIOR-NET            PIC ZZ,ZZ9.99-.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  VR-HOURS                PIC ZZ9.9.
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  VR-REASON               PIC X(30).

003500 01  VR-TOTAL-LINE.
003600     05  FILLER                  PIC X(01) VALUE SPACES.
003700     05  VR-TOT-CAPTION          PIC X(11).
003800     05  VR-TOT-DEPARTMENT       PIC X(10).
003900     05  FILLER                  PIC X(01) VALUE SPACES.
004000     05  VR-TOT-COUNT            PIC ZZ,ZZ9.
004100     05  FILLER                  PIC X(02) VALUE SPACES.
004200     05  VR-TOT-CUR-GROSS        PIC Z,ZZZ,ZZ9.99-.
004300     05  FILLER                  PIC X(02) VALUE SPACES.
004400     05  VR-TOT-PRIOR-GROSS      PIC Z,ZZZ,ZZ9.99-.
004500     05  FILLER                  PIC X(02) VALUE SPACES.
004600     05  VR-TOT-GROSS-CHANGE     PIC Z,ZZZ,ZZ9.99-.
004700     05  FILLER                  PIC X(02) VALUE SPACES.
004800     05  VR-TOT-CUR-NET          PIC Z,ZZZ,ZZ9.99-.
004900     05  FILLER                  PIC X(02) VALUE SPACES.
005000     05  VR-TOT-PRIOR-NET        PIC Z,ZZZ,ZZ9.99-.
005100     05  FILLER                  PIC X(02) VALUE SPACES.
005200     05  VR-TOT-NET-CHANGE       PIC Z,ZZZ,ZZ9.99-.
005300     05  FILLER                  PIC X(02) VALUE SPACES.
005400     05  VR-TOT-FLAG             PIC X(08).

005500 01  VR-COUNT-LINE.
005600     05  FILLER                  PIC X(01) VALUE SPACES.
005700     05  VR-CNT-CAPTION          PIC X(40).
005800     05  VR-CNT-COUNT            PIC ZZZ,ZZ9.

005900 01  VR-SIGNOFF-LINE.
006000     05  FILLER                  PIC X(01) VALUE SPACES.
006100     05  FILLER                  PIC X(48) VALUE
006200             'VARIANCES REVIEWED - ACH AND CHECKS RELEASED BY'.
006300     05  FILLER                  PIC X(30) VALUE ALL '_'.
006400     05  FILLER                  PIC X(08) VALUE '  DATE '.
006500     05  FILLER                  PIC X(12) VALUE ALL '_'.
