001220*                     MAINTAINED BY CheckMaint FROM THE CHKTRAN
001230*                     TRANSACTION FILE - PayCheck ONLY EVER
001240*                     WRITES ISSUED.
001250*    10/11/2026  RWK  ADDED THE CLEARED DATE - THE DATE THE BANK
001260*                     PAID THE CHECK, SET BY ChkRecon WHEN IT
001270*                     CLEARS THE CHECK FROM THE BANK'S PAID-ITEMS
001280*                     FILE.  A CHECK CLEARED BY CheckMaint CARRIES
001290*                     NO CLEARED DATE.
001300*****************************************************************
001400 01  CR-CHECK-REGISTER-RECORD.
001500     05  CR-CHECK-NUMBER         PIC 9(08).
002100         88  CR-STATUS-ISSUED               VALUE 'I'.
002200         88  CR-STATUS-VOIDED               VALUE 'V'.
002300         88  CR-STATUS-CLEARED              VALUE 'C'.
002310     05  CR-CLEARED-DATE         PIC 9(08).
002320     05  FILLER                  PIC X(02).
