000100*****************************************************************
000200*  OFFTRAN.CPY                                                  *
000300*  RECORD LAYOUT FOR THE OFF-CYCLE TRANSACTION FILE READ BY     *
000400*  PayDriver IN AN OFF-CYCLE RUN IN PLACE OF THE TIMECARD FILE. *
000500*  ONE RECORD PER ENTRY, SORTED ASCENDING BY EMPLOYEE ID.  THE  *
000600*  HOURS, AMOUNTS, AND CHECK NUMBER ARE CARRIED AS DISPLAY      *
000700*  CHARACTERS WITH A NUMERIC REDEFINITION SO PayDriver CAN EDIT *
000800*  THEM BEFORE USING THEM.                                      *
000900*    B  BONUS - OT-AMOUNT IS THE GROSS, WITHHELD AS             *
001000*       SUPPLEMENTAL WAGES.                                     *
001100*    F  FINAL PAY - OT-HOURS OF THE EARNINGS TYPE GIVEN         *
001200*       (BLANK IS REGULAR) AT THE MASTER RATE, OR OT-AMOUNT     *
001300*       AS A FLAT GROSS WHEN KEYED.  VACATION AND BONUS         *
001400*       EARNINGS ARE WITHHELD AS SUPPLEMENTAL WAGES.            *
001500*    M  MANUAL CHECK - A CHECK ALREADY WRITTEN BY HAND, ENTERED *
001600*       AFTER THE FACT WITH ITS NUMBER AND EVERY FIGURE ON IT   *
001700*       SO IT POSTS TO THE YTD MASTER, THE PAY HISTORY, THE GL, *
001800*       AND THE CHECK REGISTER.  NOTHING IS RECOMPUTED.         *
001900*-----------------------------------------------------------------
002000*  DATE-WRITTEN.  10/09/2026.
002100*  MODIFICATION HISTORY.
002200*    10/09/2026  RWK  ORIGINAL.
002214*    10/10/2026  RWK  EmpMaint NOW WRITES A TERMINATED EMPLOYEE'S
002228*                     VACATION (AND, WHERE THE STATE PAYS IT,
002242*                     SICK) PAYOUT AS FINAL-PAY ENTRIES IN THIS
002256*                     LAYOUT TO THE FINALPAY FILE, TO BE SORTED
002270*                     INTO OFFTRAN FOR THE PAY GROUP'S OFF-CYCLE
002284*                     RUN.
002300*****************************************************************
002400 01  OT-OFF-CYCLE-RECORD.
002500     05  OT-EMPLOYEE-ID          PIC X(06).
002600     05  OT-ENTRY-TYPE           PIC X(01).
002700         88  OT-BONUS                       VALUE 'B'.
002800         88  OT-FINAL-PAY                   VALUE 'F'.
002900         88  OT-MANUAL-CHECK                VALUE 'M'.
003000         88  OT-ENTRY-TYPE-VALID            VALUES 'B' 'F' 'M'.
003100     05  OT-EARNINGS-TYPE        PIC X(01).
003200     05  OT-HOURS-X              PIC X(03).
003300     05  OT-HOURS REDEFINES OT-HOURS-X
003400                                 PIC 99V9.
003500     05  OT-AMOUNT-X             PIC X(07).
003600     05  OT-AMOUNT REDEFINES OT-AMOUNT-X
003700                                 PIC 9(5)V99.
003800     05  OT-CHECK-NUMBER-X       PIC X(08).
003900     05  OT-CHECK-NUMBER REDEFINES OT-CHECK-NUMBER-X
004000                                 PIC 9(08).
004100     05  OT-MANUAL-FIGURES-X.
004200         10  OT-FEDERAL-X        PIC X(07).
004300         10  OT-STATE-X          PIC X(07).
004400         10  OT-FICA-X           PIC X(07).
004500         10  OT-HEALTH-X         PIC X(07).
004600         10  OT-401K-X           PIC X(07).
004700         10  OT-GARNISH-X        PIC X(07).
004800         10  OT-NET-X            PIC X(07).
004900     05  OT-MANUAL-FIGURES REDEFINES OT-MANUAL-FIGURES-X.
005000         10  OT-FEDERAL          PIC 9(5)V99.
005100         10  OT-STATE            PIC 9(5)V99.
005200         10  OT-FICA             PIC 9(5)V99.
005300         10  OT-HEALTH           PIC 9(5)V99.
005400         10  OT-401K             PIC 9(5)V99.
005500         10  OT-GARNISH          PIC 9(5)V99.
005600         10  OT-NET              PIC 9(5)V99.
005700     05  FILLER                  PIC X(05).
