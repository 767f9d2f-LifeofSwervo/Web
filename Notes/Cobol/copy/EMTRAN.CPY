000330*                     WINDOW PASSES CLEAN, FLIPPING THE BANK
000340*                     STATUS FROM PRENOTE-PENDING TO VERIFIED
000350*                     SO PayDriver STARTS PAYING BY ACH.
000352*    10/08/2026  RWK  ADDED THE PAY GROUP - REQUIRED ON AN ADD,
000354*                     BLANK ON A CHANGE KEEPS THE VALUE ON FILE.
000356*                     TOOK TWO BYTES OF FILLER.
000360*****************************************************************
000370 01  ET-TRANSACTION-RECORD.
000380     05  ET-TRANS-CODE           PIC X(01).
000590     05  ET-RATE-EFF-DATE-X      PIC X(08).
000600     05  ET-RATE-EFF-DATE REDEFINES ET-RATE-EFF-DATE-X
000610                                 PIC 9(08).
000620     05  ET-PAY-GROUP            PIC X(02).
000630     05  FILLER                  PIC X(05).
