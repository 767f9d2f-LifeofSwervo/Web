001000*  DATE-WRITTEN.  09/01/2026.
001100*  MODIFICATION HISTORY.
001200*    09/01/2026  RWK  ORIGINAL.
001211*    10/09/2026  RWK  ADDED CX-MANUAL-CHECK-NUMBER.  AN OFF-CYCLE
001222*                     RUN WRITES ONE EXTRACT RECORD PER MANUAL
001233*                     CHECK ALREADY HANDED OUT, CARRYING THE
001244*                     NUMBER OF THAT CHECK, SO PayCheck ENTERS IT
001255*                     ON THE CHECK REGISTER WITHOUT PRINTING A
001266*                     CHECK OR TAKING A NUMBER OFF THE STOCK.
001277*                     ZERO ON EVERY OTHER RECORD.  RECORD LENGTH
001288*                     GREW FROM 104 TO 112.
001300*****************************************************************
001400 01  CX-CHECK-EXTRACT-RECORD.
001500     05  CX-EMPLOYEE-ID          PIC X(06).
002300     05  CX-GARNISHMENT          PIC 9(5)V99.
002400     05  CX-TOTAL-DEDUCTIONS     PIC 9(5)V99.
002500     05  CX-NET-PAY              PIC 9(5)V99.
002550     05  CX-MANUAL-CHECK-NUMBER  PIC 9(08).
002600     05  FILLER                  PIC X(05).
