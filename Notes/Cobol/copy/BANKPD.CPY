000100*****************************************************************
000200*  BANKPD.CPY                                                   *
000300*  RECORD LAYOUT FOR THE BANK'S PAID-ITEMS FILE READ BY         *
000400*  ChkRecon - ONE RECORD PER CHECK THE BANK PAID AGAINST THE    *
000500*  PAYROLL ACCOUNT, WITH THE AMOUNT PAID AND THE DATE IT WAS    *
000600*  PAID.  THE FIELDS ARE CARRIED AS DISPLAY CHARACTERS WITH A   *
000700*  NUMERIC REDEFINITION SO ChkRecon CAN EDIT THEM FOR GARBAGE.  *
000800*-----------------------------------------------------------------
000900*  DATE-WRITTEN.  10/11/2026.
001000*  MODIFICATION HISTORY.
001100*    10/11/2026  RWK  ORIGINAL.
001200*****************************************************************
001300 01  BP-PAID-ITEM-RECORD.
001400     05  BP-CHECK-NUMBER-X       PIC X(08).
001500     05  BP-CHECK-NUMBER REDEFINES BP-CHECK-NUMBER-X
001600                                 PIC 9(08).
001700     05  BP-PAID-AMOUNT-X        PIC X(09).
001800     05  BP-PAID-AMOUNT REDEFINES BP-PAID-AMOUNT-X
001900                                 PIC 9(07)V99.
002000     05  BP-PAID-DATE-X          PIC X(08).
002100     05  BP-PAID-DATE REDEFINES BP-PAID-DATE-X
002200                                 PIC 9(08).
002300     05  FILLER                  PIC X(15).
