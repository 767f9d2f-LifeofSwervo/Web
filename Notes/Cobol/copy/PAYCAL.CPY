000100*****************************************************************
000200*  PAYCAL.CPY                                                   *
000300*  RECORD LAYOUT FOR THE PAY CALENDAR INDEXED FILE - ONE       *
000400*  RECORD PER PAY GROUP PER PAY PERIOD, KEYED ON THE GROUP,     *
000500*  THE YEAR OF THE PERIOD END DATE, AND THE PERIOD NUMBER.      *
000600*  EACH PAY GROUP (SEE EM-PAY-GROUP) RUNS ON ITS OWN FREQUENCY: *
000700*  WEEKLY (52 PERIODS), BIWEEKLY (26), SEMI-MONTHLY (24), OR    *
000800*  MONTHLY (12).  PayDriver, PayAccrue, AND TcPreEdit RUN ONE   *
000900*  GROUP AT A TIME, AGAINST THE GROUP'S LOWEST-NUMBERED PERIOD  *
001000*  STILL OPEN.  PayDriver FLIPS THE PERIOD TO POSTED AND        *
001100*  PayAccrue FLIPS THE ACCRUAL FLAG WHEN THEIR RUNS COMPLETE.   *
001200*  PayYrEnd BUILDS THE NEXT YEAR'S PERIODS WHEN IT OPENS THE    *
001300*  NEW YEAR.                                                    *
001400*-----------------------------------------------------------------
001500*  DATE-WRITTEN.  10/08/2026.
001600*  MODIFICATION HISTORY.
001700*    10/08/2026  RWK  ORIGINAL.
001710*    10/09/2026  RWK  ADDED THE OFF-CYCLE RUN COUNT.  AN
001720*                     OFF-CYCLE PayDriver RUN ATTACHES TO THE
001730*                     GROUP'S LAST POSTED PERIOD AND TAKES THE
001740*                     NEXT SEQUENCE; THE RUN BUMPS THE COUNT
001750*                     WHEN IT COMPLETES.  TOOK TWO BYTES OF
001760*                     FILLER.
001800*****************************************************************
001900 01  PY-CALENDAR-RECORD.
002000     05  PY-CALENDAR-KEY.
002100         10  PY-PAY-GROUP        PIC X(02).
002200         10  PY-CAL-YEAR         PIC 9(04).
002300         10  PY-PERIOD-NUMBER    PIC 9(02).
002400     05  PY-FREQUENCY            PIC X(01).
002500         88  PY-WEEKLY                      VALUE 'W'.
002600         88  PY-BIWEEKLY                    VALUE 'B'.
002700         88  PY-SEMI-MONTHLY                VALUE 'S'.
002800         88  PY-MONTHLY                     VALUE 'M'.
002900     05  PY-PERIODS-PER-YEAR     PIC 9(02).
003000     05  PY-PERIOD-START-DATE    PIC 9(08).
003100     05  PY-PERIOD-END-DATE      PIC 9(08).
003200     05  PY-CHECK-DATE           PIC 9(08).
003300     05  PY-PERIOD-STATUS        PIC X(01).
003400         88  PY-PERIOD-OPEN                 VALUE 'O'.
003500         88  PY-PERIOD-POSTED               VALUE 'P'.
003600     05  PY-ACCRUAL-STATUS       PIC X(01).
003700         88  PY-ACCRUAL-POSTED              VALUE 'P'.
003710     05  PY-OFF-CYCLE-COUNT      PIC 9(02).
003800     05  FILLER                  PIC X(08).
