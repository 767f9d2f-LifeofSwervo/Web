000400*  ON EACH CALL, ALONGSIDE THE LS-DEDUCTIONS GROUP IN           *
000500*  DEDCTS.CPY.  PayDriver FILLS IT FROM THE EMPLOYEE'S          *
000600*  DEDUCTION-ELECTIONS RECORD, OR FROM THE SHOP DEFAULTS WHEN   *
000640*  THE EMPLOYEE HAS NO ELECTIONS ON FILE.  THE TAX TREATMENT    *
000680*  CODES TELL Payroll WHICH TAXABLE WAGES EACH DEDUCTION COMES  *
000720*  OUT OF BEFORE WITHHOLDING IS FIGURED.  THE CATCH-UP FLAG     *
000760*  RAISES THE EMPLOYEE'S 401(K) LIMIT BY THE CATCH-UP AMOUNT.   *
000800*-----------------------------------------------------------------
000900*  DATE-WRITTEN.  08/22/2026.
001000*  MODIFICATION HISTORY.
001100*    08/22/2026  RWK  ORIGINAL.
001125*    10/06/2026  RWK  ADDED THE HEALTH AND 401(K) TAX TREATMENT
001150*                     CODES (SEE DEDMAST.CPY).
001175*    10/07/2026  RWK  ADDED THE 401(K) CATCH-UP FLAG.
001200*****************************************************************
001300 01  LS-ELECTIONS.
001400     05  LS-EL-HEALTH-DEDUCTION  PIC 999V99.
001700         88  LS-EL-FILING-SINGLE            VALUE 'S'.
001800         88  LS-EL-FILING-MARRIED           VALUE 'M'.
001900     05  LS-EL-ADDL-WITHHOLDING  PIC 999V99.
001910     05  LS-EL-HEALTH-TAX-TREAT  PIC X(01).
001920         88  LS-EL-HEALTH-PRETAX-INCOME     VALUES 'B' 'I'.
001930         88  LS-EL-HEALTH-PRETAX-FICA       VALUES 'B' 'F'.
001940     05  LS-EL-401K-TAX-TREAT    PIC X(01).
001950         88  LS-EL-401K-PRETAX-INCOME       VALUES 'B' 'I'.
001960         88  LS-EL-401K-PRETAX-FICA         VALUES 'B' 'F'.
001970     05  LS-EL-401K-CATCHUP      PIC X(01).
001980         88  LS-EL-CATCHUP-ELIGIBLE         VALUE 'Y'.
