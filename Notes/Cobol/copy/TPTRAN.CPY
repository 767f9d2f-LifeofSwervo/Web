000100*****************************************************************
000200*  TPTRAN.CPY                                                   *
000300*  RECORD LAYOUT FOR THE TAX PARAMETER MAINTENANCE TRANSACTION  *
000400*  FILE READ BY TaxMaint.  ONE RECORD PER ADD, CHANGE, OR       *
000500*  DELETE OF A TAXPARM ROW, IN TAX YEAR ORDER.  THE YEAR, THE   *
000600*  DATES, AND EVERY AMOUNT ARE CARRIED AS DISPLAY CHARACTERS    *
000700*  WITH A NUMERIC REDEFINITION SO TaxMaint CAN EDIT THEM FOR    *
000800*  NON-NUMERIC GARBAGE BEFORE USING THEM.  THE PARAMETER DATA   *
000900*  AREA IS READ THROUGH THE VIEW THAT MATCHES THE PARAMETER     *
001000*  TYPE, FIELD FOR FIELD WITH TAXPARM.CPY.                      *
001100*-----------------------------------------------------------------
001200*  DATE-WRITTEN.  10/07/2026.
001300*  MODIFICATION HISTORY.
001400*    10/07/2026  RWK  ORIGINAL.
001433*    10/09/2026  RWK  ADDED THE SUPPLEMENTAL WITHHOLDING RATE TO
001466*                     THE LIMITS VIEW.
001477*    10/14/2026  RWK  ADDED THE FEDERAL DEPOSITOR SCHEDULE TO
001488*                     THE LIMITS VIEW.
001500*****************************************************************
001600 01  TX-TRANSACTION-RECORD.
001700     05  TX-TRANS-CODE           PIC X(01).
001800         88  TX-ADD                         VALUE 'A'.
001900         88  TX-CHANGE                      VALUE 'C'.
002000         88  TX-DELETE                      VALUE 'D'.
002100     05  TX-TAX-YEAR-X           PIC X(04).
002200     05  TX-TAX-YEAR REDEFINES TX-TAX-YEAR-X
002300                                 PIC 9(04).
002400     05  TX-PARM-TYPE            PIC X(01).
002500         88  TX-TYPE-SINGLE                 VALUE 'S'.
002600         88  TX-TYPE-MARRIED                VALUE 'M'.
002700         88  TX-TYPE-LIMITS                 VALUE 'L'.
002800         88  TX-TYPE-SUTA                   VALUE 'U'.
002900         88  TX-TYPE-BRACKETS               VALUES 'S' 'M'.
003000     05  TX-STATE-CODE           PIC X(02).
003100     05  TX-EFFECTIVE-DATE-X     PIC X(08).
003200     05  TX-EFFECTIVE-DATE REDEFINES TX-EFFECTIVE-DATE-X
003300                                 PIC 9(08).
003400     05  TX-END-DATE-X           PIC X(08).
003500     05  TX-END-DATE REDEFINES TX-END-DATE-X
003600                                 PIC 9(08).
003700     05  TX-PARM-DATA            PIC X(50).
003800     05  TX-BRACKET-DATA REDEFINES TX-PARM-DATA.
003900         10  TX-BRACKET OCCURS 5 TIMES.
004000             15  TX-BRK-UPPER-LIMIT-X PIC X(07).
004100             15  TX-BRK-UPPER-LIMIT REDEFINES TX-BRK-UPPER-LIMIT-X
004200                                 PIC 9(5)V99.
004300             15  TX-BRK-RATE-X   PIC X(03).
004400             15  TX-BRK-RATE REDEFINES TX-BRK-RATE-X
004500                                 PIC V999.
004600     05  TX-LIMIT-DATA REDEFINES TX-PARM-DATA.
004700         10  TX-FICA-RATE-X      PIC X(04).
004800         10  TX-FICA-RATE REDEFINES TX-FICA-RATE-X
004900                                 PIC V9999.
005000         10  TX-FICA-WAGE-BASE-X PIC X(09).
005100         10  TX-FICA-WAGE-BASE REDEFINES TX-FICA-WAGE-BASE-X
005200                                 PIC 9(7)V99.
005300         10  TX-401K-LIMIT-X     PIC X(09).
005400         10  TX-401K-LIMIT REDEFINES TX-401K-LIMIT-X
005500                                 PIC 9(7)V99.
005600         10  TX-401K-CATCHUP-X   PIC X(09).
005700         10  TX-401K-CATCHUP REDEFINES TX-401K-CATCHUP-X
005800                                 PIC 9(7)V99.
005900         10  TX-FUTA-RATE-X      PIC X(04).
006000         10  TX-FUTA-RATE REDEFINES TX-FUTA-RATE-X
006100                                 PIC V9999.
006200         10  TX-FUTA-WAGE-BASE-X PIC X(09).
006300         10  TX-FUTA-WAGE-BASE REDEFINES TX-FUTA-WAGE-BASE-X
006400                                 PIC 9(7)V99.
006425         10  TX-SUPP-RATE-X      PIC X(04).
006450         10  TX-SUPP-RATE REDEFINES TX-SUPP-RATE-X
006475                                 PIC V9999.
006483         10  TX-DEPOSIT-SCHEDULE PIC X(01).
006491             88  TX-DEPOSIT-SCHEDULE-VALID  VALUES 'S' 'M'.
006500         10  FILLER              PIC X(01).
006600     05  TX-SUTA-DATA REDEFINES TX-PARM-DATA.
006700         10  TX-SUTA-RATE-X      PIC X(04).
006800         10  TX-SUTA-RATE REDEFINES TX-SUTA-RATE-X
006900                                 PIC V9999.
007000         10  TX-SUTA-WAGE-BASE-X PIC X(09).
007100         10  TX-SUTA-WAGE-BASE REDEFINES TX-SUTA-WAGE-BASE-X
007200                                 PIC 9(7)V99.
007300         10  FILLER              PIC X(37).
007400     05  FILLER                  PIC X(06).
