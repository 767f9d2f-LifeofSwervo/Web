000100*****************************************************************
000200*  TAXPARM.CPY                                                  *
000300*  RECORD LAYOUT FOR THE TAX PARAMETER MASTER (TAXPARM), AN     *
000400*  INDEXED FILE KEYED BY TAX YEAR, PARAMETER TYPE, STATE, AND   *
000500*  EFFECTIVE DATE.  EACH RECORD HOLDS ONE PIECE OF THE YEAR'S   *
000600*  TAX TABLE FOR THE DATES FROM ITS EFFECTIVE DATE THROUGH ITS  *
000700*  END DATE:                                                    *
000800*    S - SINGLE-FILER WITHHOLDING BRACKETS                      *
000900*    M - MARRIED-FILER WITHHOLDING BRACKETS                     *
001000*    L - FICA RATE AND WAGE BASE, 401(K) LIMIT AND CATCH-UP,    *
001100*        FUTA RATE AND WAGE BASE, SUPPLEMENTAL WAGE RATE,       *
001150*        FEDERAL DEPOSITOR SCHEDULE                             *
001200*    U - SUTA RATE AND WAGE BASE FOR ONE STATE; STATE ** IS THE *
001300*        SHOP DEFAULT FOR A WORK STATE WITH NO ROW OF ITS OWN   *
001400*  BRACKETS ARE WEEKLY-EQUIVALENT GROSS PAY UPPER LIMITS; THE   *
001500*  RATE APPLIES TO THE FULL TAXABLE WAGES ONCE THE BRACKET IS   *
001600*  MATCHED.  MAINTAINED ONLY THROUGH TaxMaint, WHICH KEEPS      *
001700*  EVERY TYPE (AND EVERY STATE) COVERING ITS YEAR WITH NO GAP   *
001800*  OR OVERLAP.  PayDriver LOADS THE ROWS IN EFFECT ON THE       *
001900*  PERIOD END DATE.                                             *
002000*-----------------------------------------------------------------
002100*  DATE-WRITTEN.  10/07/2026.
002200*  MODIFICATION HISTORY.
002300*    10/07/2026  RWK  ORIGINAL - REPLACES THE COMPILED-IN WHTAB
002400*                     TABLES AND THE FICA, 401(K), FUTA, AND SUTA
002500*                     CONSTANTS IN Payroll.
002510*    10/09/2026  RWK  ADDED THE FLAT FEDERAL SUPPLEMENTAL RATE
002520*                     TO THE L ROW, WITHHELD ON BONUS AND
002530*                     FINAL-PAY EARNINGS IN OFF-CYCLE RUNS.
002540*                     TOOK FOUR BYTES OF FILLER.
002548*    10/14/2026  RWK  ADDED THE FEDERAL DEPOSITOR SCHEDULE TO
002556*                     THE L ROW - SEMI-WEEKLY OR MONTHLY, SET
002564*                     EACH YEAR FROM THE LOOKBACK PERIOD.  THE
002572*                     TAX DEPOSIT LEDGER DATES EACH RUN'S
002580*                     941 LIABILITY FROM IT.  TOOK ONE BYTE OF
002588*                     FILLER.
002600*****************************************************************
002700 01  TP-TAX-PARM-RECORD.
002800     05  TP-PARM-KEY.
002900         10  TP-TAX-YEAR         PIC 9(04).
003000         10  TP-PARM-TYPE        PIC X(01).
003100             88  TP-TYPE-SINGLE             VALUE 'S'.
003200             88  TP-TYPE-MARRIED            VALUE 'M'.
003300             88  TP-TYPE-LIMITS             VALUE 'L'.
003400             88  TP-TYPE-SUTA               VALUE 'U'.
003500         10  TP-STATE-CODE       PIC X(02).
003600             88  TP-STATE-DEFAULT           VALUE '**'.
003700         10  TP-EFFECTIVE-DATE   PIC 9(08).
003800     05  TP-END-DATE             PIC 9(08).
003900     05  TP-PARM-DATA            PIC X(50).
004000     05  TP-BRACKET-DATA REDEFINES TP-PARM-DATA.
004100         10  TP-BRACKET OCCURS 5 TIMES.
004200             15  TP-BRK-UPPER-LIMIT PIC 9(5)V99.
004300             15  TP-BRK-RATE     PIC V999.
004400     05  TP-LIMIT-DATA REDEFINES TP-PARM-DATA.
004500         10  TP-FICA-RATE        PIC V9999.
004600         10  TP-FICA-WAGE-BASE   PIC 9(7)V99.
004700         10  TP-401K-LIMIT       PIC 9(7)V99.
004800         10  TP-401K-CATCHUP     PIC 9(7)V99.
004900         10  TP-FUTA-RATE        PIC V9999.
005000         10  TP-FUTA-WAGE-BASE   PIC 9(7)V99.
005050         10  TP-SUPP-RATE        PIC V9999.
005060         10  TP-DEPOSIT-SCHEDULE PIC X(01).
005070             88  TP-SEMI-WEEKLY-DEPOSITOR   VALUE 'S'.
005080             88  TP-MONTHLY-DEPOSITOR       VALUE 'M'.
005090             88  TP-DEPOSIT-SCHEDULE-VALID  VALUES 'S' 'M'.
005100         10  FILLER              PIC X(01).
005200     05  TP-SUTA-DATA REDEFINES TP-PARM-DATA.
005300         10  TP-SUTA-RATE        PIC V9999.
005400         10  TP-SUTA-WAGE-BASE   PIC 9(7)V99.
005500         10  FILLER              PIC X(37).
005600     05  TP-LAST-MAINT-DATE      PIC 9(08).
005700     05  FILLER                  PIC X(05).
