000100*****************************************************************
000200*  TAXLS.CPY                                                    *
000300*  TAX PARAMETERS PASSED FROM PayDriver TO Payroll ON EACH CALL *
000400*  - THE WITHHOLDING BRACKETS AND RATES, WAGE BASES, AND LIMITS *
000500*  IN EFFECT FOR THE PERIOD END DATE, LOADED FROM THE TAX       *
000600*  PARAMETER MASTER (SEE TAXPARM.CPY) AT START OF RUN.  EACH    *
000700*  BRACKET TABLE HAS THE SHAPE OF TP-BRACKET-DATA.  THE SUTA    *
000800*  RATE AND WAGE BASE ARE THE EMPLOYEE'S WORK STATE'S, OR THE   *
000900*  SHOP DEFAULT, FILLED IN BY PayDriver PER EMPLOYEE.           *
001000*-----------------------------------------------------------------
001100*  DATE-WRITTEN.  10/07/2026.
001200*  MODIFICATION HISTORY.
001300*    10/07/2026  RWK  ORIGINAL.
001310*    10/08/2026  RWK  ADDED THE PAY GROUP'S PERIODS PER YEAR SO
001320*                     Payroll CAN ANNUALIZE WITHHOLDING FOR ANY
001330*                     PAY FREQUENCY.
001340*    10/09/2026  RWK  ADDED THE FLAT SUPPLEMENTAL RATE.
001400*****************************************************************
001500 01  LS-TAX-PARMS.
001600     05  LS-TP-SINGLE-TABLE.
001700         10  LS-TP-SINGLE-BRACKET OCCURS 5 TIMES
001800                 INDEXED BY LS-TP-S-IDX.
001900             15  LS-TP-S-UPPER-LIMIT PIC 9(5)V99.
002000             15  LS-TP-S-RATE    PIC V999.
002100     05  LS-TP-MARRIED-TABLE.
002200         10  LS-TP-MARRIED-BRACKET OCCURS 5 TIMES
002300                 INDEXED BY LS-TP-M-IDX.
002400             15  LS-TP-M-UPPER-LIMIT PIC 9(5)V99.
002500             15  LS-TP-M-RATE    PIC V999.
002600     05  LS-TP-FICA-RATE         PIC V9999.
002700     05  LS-TP-FICA-WAGE-BASE    PIC 9(7)V99.
002800     05  LS-TP-401K-LIMIT        PIC 9(7)V99.
002900     05  LS-TP-401K-CATCHUP      PIC 9(7)V99.
003000     05  LS-TP-FUTA-RATE         PIC V9999.
003100     05  LS-TP-FUTA-WAGE-BASE    PIC 9(7)V99.
003200     05  LS-TP-SUTA-RATE         PIC V9999.
003300     05  LS-TP-SUTA-WAGE-BASE    PIC 9(7)V99.
003400     05  LS-TP-PERIODS-PER-YEAR  PIC 9(02).
003500     05  LS-TP-SUPP-RATE         PIC V9999.
