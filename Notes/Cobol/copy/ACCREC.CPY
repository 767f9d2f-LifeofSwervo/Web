001100*  DATE-WRITTEN.  09/01/2026.
001200*  MODIFICATION HISTORY.
001300*    09/01/2026  RWK  ORIGINAL.
001314*    10/08/2026  RWK  PAY GROUPS RUN ON DIFFERENT FREQUENCIES,
001328*                     SO THE ACCRUAL RATES ARE NOW HOURS PER
001342*                     WEEK.  PayAccrue CREDITS THE RATE SCALED
001356*                     TO THE EMPLOYEE'S PAY GROUP PERIOD (RATE
001370*                     TIMES 52 OVER THE GROUP'S PERIODS PER
001384*                     YEAR).  WEEKLY GROUPS ARE UNCHANGED.
001400*****************************************************************
001500 01  AB-ACCRUAL-RECORD.
001600     05  AB-EMPLOYEE-ID          PIC X(06).
