000100*****************************************************************
000200*  TXWAGE.CPY                                                   *
000300*  TAXABLE-WAGE GROUP RETURNED BY Payroll ON EACH CALL - THE    *
000400*  PERIOD'S FEDERAL-TAXABLE, STATE-TAXABLE, AND FICA-TAXABLE    *
000500*  WAGES, EACH GROSS PAY LESS THE DEDUCTIONS ELECTED PRE-TAX    *
000600*  FOR THAT TAX.  THE FICA FIGURE IS THE PAY FICA WAS ACTUALLY  *
000700*  FIGURED ON, CUT OFF AT THE ANNUAL WAGE BASE.  PayDriver      *
000800*  ROLLS THEM INTO THE TAXABLE-WAGE BUCKETS ON THE YTD MASTER   *
000900*  FOR THE WAGE STATEMENTS AND THE QUARTERLY REPORT.            *
001000*-----------------------------------------------------------------
001100*  DATE-WRITTEN.  10/06/2026.
001200*  MODIFICATION HISTORY.
001300*    10/06/2026  RWK  ORIGINAL.
001400*****************************************************************
001500 01  LS-TAXABLE-WAGES.
001600     05  LS-TW-FEDERAL-WAGES     PIC 9(5)V99.
001700     05  LS-TW-STATE-WAGES       PIC 9(5)V99.
001800     05  LS-TW-FICA-WAGES        PIC 9(5)V99.
