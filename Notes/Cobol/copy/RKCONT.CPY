000100*****************************************************************
000200*  RKCONT.CPY                                                   *
000300*  RECORD LAYOUT FOR THE 401(K) CONTRIBUTION FILE PayDriver     *
000400*  WRITES FOR THE PLAN RECORDKEEPER ON EVERY RUN.  A HEADER     *
000500*  NAMING THE RUN, ONE DETAIL PER PAY, REVERSAL, OR MANUAL      *
000600*  CHECK POSTED - THE EMPLOYEE'S DEFERRAL, THE EMPLOYER MATCH   *
000700*  (INCLUDING ANY YEAR-END TRUE-UP), AND THE ELIGIBLE           *
000800*  COMPENSATION - AND A TRAILER WITH THE BATCH COUNT AND        *
000900*  TOTALS.  A REVERSAL'S AMOUNTS ARE NEGATIVE.  THE TRAILER'S   *
001000*  FUNDING TOTAL (DEFERRALS PLUS MATCH) IS THE AMOUNT WIRED TO  *
001100*  THE PLAN TRUSTEE FOR THE RUN; PayBalance TIES IT TO THE YTD  *
001200*  MASTER.                                                      *
001300*-----------------------------------------------------------------
001400*  DATE-WRITTEN.  10/13/2026.
001500*  MODIFICATION HISTORY.
001600*    10/13/2026  RWK  ORIGINAL.
001700*****************************************************************
001800 01  RK-CONTRIB-RECORD.
001900     05  RK-RECORD-TYPE          PIC X(01).
002000         88  RK-HEADER                      VALUE 'H'.
002100         88  RK-DETAIL                      VALUE 'D'.
002200         88  RK-TRAILER                     VALUE 'T'.
002300     05  RK-RUN-ID.
002400         10  RK-PAY-GROUP        PIC X(02).
002500         10  RK-PERIOD-YEAR      PIC 9(04).
002600         10  RK-PERIOD-NUMBER    PIC 9(02).
002700         10  RK-RUN-SEQUENCE     PIC 9(02).
002800     05  RK-RECORD-DATA          PIC X(89).
002900     05  RK-HEADER-DATA REDEFINES RK-RECORD-DATA.
003000         10  RK-PERIOD-END-DATE  PIC 9(08).
003100         10  RK-CHECK-DATE       PIC 9(08).
003200         10  RK-TRUE-UP-FLAG     PIC X(01).
003300             88  RK-TRUE-UP-RUN             VALUE 'Y'.
003400         10  FILLER              PIC X(72).
003500     05  RK-DETAIL-DATA REDEFINES RK-RECORD-DATA.
003600         10  RK-EMPLOYEE-ID      PIC X(06).
003700         10  RK-EMPLOYEE-NAME    PIC X(30).
003800         10  RK-ENTRY-TYPE       PIC X(01).
003900             88  RK-ENTRY-PAY               VALUE 'P'.
004000             88  RK-ENTRY-REVERSAL          VALUE 'R'.
004100         10  RK-ELIGIBLE-COMP    PIC S9(07)V99.
004200         10  RK-DEFERRAL         PIC S9(07)V99.
004300         10  RK-MATCH            PIC S9(07)V99.
004400         10  RK-TRUE-UP          PIC S9(07)V99.
004500         10  FILLER              PIC X(16).
004600     05  RK-TRAILER-DATA REDEFINES RK-RECORD-DATA.
004700         10  RK-DETAIL-COUNT     PIC 9(06).
004800         10  RK-TOTAL-COMP       PIC S9(09)V99.
004900         10  RK-TOTAL-DEFERRAL   PIC S9(09)V99.
005000         10  RK-TOTAL-MATCH      PIC S9(09)V99.
005100         10  RK-TOTAL-TRUE-UP    PIC S9(09)V99.
005200         10  RK-TOTAL-FUNDING    PIC S9(09)V99.
005300         10  FILLER              PIC X(28).
