001100*  DATE-WRITTEN.  09/01/2026.
001200*  MODIFICATION HISTORY.
001300*    09/01/2026  RWK  ORIGINAL.
001309*    10/10/2026  RWK  ADDED THE SICK PAYOUT FLAG.  Y MEANS THE
001318*                     STATE REQUIRES AN UNUSED SICK BALANCE TO BE
001327*                     PAID OUT ON TERMINATION; ANYTHING ELSE, OR
001336*                     A STATE NOT ON THE TABLE, FORFEITS IT.
001345*                     READ BY EmpMaint.
001354*    10/14/2026  RWK  ADDED THE STATE WITHHOLDING DEPOSIT
001363*                     SCHEDULE - S SEMI-WEEKLY, M MONTHLY, Q
001372*                     QUARTERLY.  BLANK FOLLOWS THE FEDERAL
001381*                     SCHEDULE.  READ BY TaxLiab TO DATE EACH
001390*                     RUN'S STATE WITHHOLDING DEPOSIT.
001400*****************************************************************
001500 01  ST-STATE-TAX-RECORD.
001600     05  ST-STATE-CODE           PIC X(02).
001700     05  ST-TAX-RATE             PIC V999.
001800     05  ST-STATE-NAME           PIC X(20).
001810     05  ST-SICK-PAYOUT          PIC X(01).
001820         88  ST-SICK-PAID-OUT               VALUE 'Y'.
001830     05  ST-DEPOSIT-SCHEDULE     PIC X(01).
001840         88  ST-SEMI-WEEKLY-DEPOSITOR       VALUE 'S'.
001850         88  ST-MONTHLY-DEPOSITOR           VALUE 'M'.
001860         88  ST-QUARTERLY-DEPOSITOR         VALUE 'Q'.
001870     05  FILLER                  PIC X(03).
