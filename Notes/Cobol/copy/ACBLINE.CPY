000900*  DATE-WRITTEN.  09/01/2026.
001000*  MODIFICATION HISTORY.
001100*    09/01/2026  RWK  ORIGINAL.
001125*    10/08/2026  RWK  THE ACCRUAL COLUMNS NOW SHOW THE HOURS
001150*                     CREDITED FOR THE PAY GROUP'S PERIOD, NOT
001175*                     THE WEEKLY RATE ON FILE.
001200*****************************************************************
001300 01  AC-DETAIL-LINE.
001400     05  FILLER                  PIC X(01) VALUE SPACES.
