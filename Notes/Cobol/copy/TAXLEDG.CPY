000100*****************************************************************
000200*  TAXLEDG.CPY                                                  *
000300*  RECORD LAYOUT FOR THE TAX DEPOSIT LEDGER, AN INDEXED FILE    *
000400*  KEYED BY TAX YEAR, QUARTER, TAX, STATE, DUE DATE, ENTRY      *
000500*  TYPE, AND ENTRY ID.  TaxLiab WRITES ONE LIABILITY ENTRY PER  *
000600*  TAX (AND STATE) FOR EACH PAY RUN, DUE ON THE DATE THE        *
000700*  DEPOSITOR SCHEDULE GIVES FOR THE RUN'S CHECK DATE; ITS       *
000800*  ENTRY ID IS THE RUN.  TaxDeposit WRITES ONE DEPOSIT ENTRY    *
000900*  PER CONFIRMATION AGAINST THE SAME YEAR, QUARTER, TAX,        *
001000*  STATE, AND DUE DATE; ITS ENTRY ID IS THE CONFIRMATION        *
001100*  NUMBER.  ALL THE ENTRIES SHARING A DUE DATE MAKE ONE DEPOSIT *
001200*  OBLIGATION.  THE TAXES ARE:                                  *
001300*    FED - 941 TAXES: FEDERAL INCOME TAX WITHHELD PLUS EMPLOYEE *
001400*          AND EMPLOYER FICA, DEPOSITED TOGETHER                *
001500*    FUT - FUTA                                                 *
001600*    SWH - STATE INCOME TAX WITHHELD, ONE PER STATE             *
001700*    SUI - STATE UNEMPLOYMENT (SUTA), ONE PER STATE             *
001800*  THE YEAR AND QUARTER ARE THE ONES THE RUN POSTED TO ON THE   *
001900*  YTD MASTER.  AMOUNTS ARE SIGNED - A RUN OF REVERSALS CAN OWE *
002000*  LESS THAN NOTHING.                                           *
002100*-----------------------------------------------------------------
002200*  DATE-WRITTEN.  10/14/2026.
002300*  MODIFICATION HISTORY.
002400*    10/14/2026  RWK  ORIGINAL.
002500*****************************************************************
002600 01  TL-LEDGER-RECORD.
002700     05  TL-LEDGER-KEY.
002800         10  TL-TAX-YEAR         PIC 9(04).
002900         10  TL-TAX-QUARTER      PIC 9(01).
003000         10  TL-TAX-TYPE         PIC X(03).
003100             88  TL-TAX-FEDERAL             VALUE 'FED'.
003200             88  TL-TAX-FUTA                VALUE 'FUT'.
003300             88  TL-TAX-STATE-WH            VALUE 'SWH'.
003400             88  TL-TAX-SUTA                VALUE 'SUI'.
003500             88  TL-TAX-BY-STATE            VALUES 'SWH' 'SUI'.
003600         10  TL-STATE-CODE       PIC X(02).
003700         10  TL-DUE-DATE         PIC 9(08).
003800         10  TL-ENTRY-TYPE       PIC X(01).
003900             88  TL-LIABILITY               VALUE 'L'.
004000             88  TL-DEPOSIT                 VALUE 'D'.
004100         10  TL-ENTRY-ID         PIC X(15).
004200         10  TL-RUN-ID REDEFINES TL-ENTRY-ID.
004300             15  TL-PAY-GROUP    PIC X(02).
004400             15  TL-PERIOD-YEAR  PIC 9(04).
004500             15  TL-PERIOD-NUMBER
004600                                 PIC 9(02).
004700             15  TL-RUN-SEQUENCE PIC 9(02).
004800             15  FILLER          PIC X(05).
004900*-----------------------------------------------------------------
005000*    THE RUN'S CHECK DATE ON A LIABILITY, THE DATE THE MONEY
005100*    WENT TO THE TAXING AUTHORITY ON A DEPOSIT
005200*-----------------------------------------------------------------
005300     05  TL-ENTRY-DATE           PIC 9(08).
005400     05  TL-AMOUNT               PIC S9(09)V99.
005500*-----------------------------------------------------------------
005600*    THE PARTS OF A FED LIABILITY - ZERO ON EVERY OTHER ENTRY
005700*-----------------------------------------------------------------
005800     05  TL-FED-INCOME-TAX       PIC S9(09)V99.
005900     05  TL-EMPLOYEE-FICA        PIC S9(09)V99.
006000     05  TL-EMPLOYER-FICA        PIC S9(09)V99.
006100     05  TL-SCHEDULE             PIC X(01).
006200         88  TL-SEMI-WEEKLY                 VALUE 'S'.
006300         88  TL-MONTHLY                     VALUE 'M'.
006400         88  TL-QUARTERLY                   VALUE 'Q'.
006500     05  TL-POSTED-DATE          PIC 9(08).
006600     05  FILLER                  PIC X(10).
