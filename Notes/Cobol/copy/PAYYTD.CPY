000500*  BEFORE THE CURRENT TIMECARD IS APPLIED.  Payroll USES THEM   *
000600*  TO CUT FICA OFF AT THE ANNUAL WAGE BASE (INCLUDING THE       *
000700*  PARTIAL-PERIOD CALCULATION IN THE CROSSING PERIOD) AND TO    *
000766*  STOP 401(K) DEDUCTIONS AT THE ANNUAL LIMIT, AND CUT FUTA     *
000832*  AND SUTA OFF AGAINST THE FICA-TAXABLE WAGES.  ZERO WHEN THE  *
000900*  EMPLOYEE HAS NO RECORD FOR THE CURRENT YEAR.                 *
001000*-----------------------------------------------------------------
001100*  DATE-WRITTEN.  08/22/2026.
001300*    08/22/2026  RWK  ORIGINAL.
001400*    08/22/2026  RWK  SIGNED, MATCHING THE NOW-SIGNED YTD
001500*                     BUCKETS IN YTDREC.CPY.
001520*    10/06/2026  RWK  ADDED THE YTD FICA-TAXABLE WAGES - THE
001540*                     WAGE BASES ARE MEASURED AGAINST TAXABLE
001560*                     WAGES NOW THAT DEDUCTIONS CAN BE PRE-TAX
001580*                     FOR FICA, NOT AGAINST GROSS.
001600*****************************************************************
001700 01  LS-PRIOR-YTD.
001800     05  LS-YTD-GROSS-PAY        PIC S9(07)V99.
001900     05  LS-YTD-RETIREMENT-401K  PIC S9(07)V99.
001910     05  LS-YTD-FICA-WAGES       PIC S9(07)V99.
