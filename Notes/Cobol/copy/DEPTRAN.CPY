000100*****************************************************************
000200*  DEPTRAN.CPY                                                  *
000300*  RECORD LAYOUT FOR THE TAX DEPOSIT CONFIRMATION FILE READ BY  *
000400*  TaxDeposit - ONE RECORD PER DEPOSIT MADE, KEYED FROM THE     *
000500*  EFTPS OR STATE CONFIRMATION BY WHOEVER MADE THE              *
000600*  DEPOSIT.  THE TAX, STATE, YEAR, QUARTER, AND DUE DATE NAME   *
000700*  THE DEPOSIT OBLIGATION ON THE LEDGER (AS PRINTED ON THE      *
000800*  DEPOSIT STATUS REPORT) THAT THE MONEY PAYS.  THE YEAR,       *
000900*  QUARTER, DATES, AND AMOUNT ARE CARRIED AS DISPLAY            *
001000*  CHARACTERS WITH A NUMERIC REDEFINITION SO TaxDeposit CAN     *
001100*  EDIT THEM BEFORE USING THEM.                                 *
001200*-----------------------------------------------------------------
001300*  DATE-WRITTEN.  10/14/2026.
001400*  MODIFICATION HISTORY.
001500*    10/14/2026  RWK  ORIGINAL.
001600*****************************************************************
001700 01  DT-DEPOSIT-RECORD.
001800     05  DT-TAX-TYPE             PIC X(03).
001900     05  DT-STATE-CODE           PIC X(02).
002000     05  DT-TAX-YEAR-X           PIC X(04).
002100     05  DT-TAX-YEAR REDEFINES DT-TAX-YEAR-X
002200                                 PIC 9(04).
002300     05  DT-TAX-QUARTER-X        PIC X(01).
002400     05  DT-TAX-QUARTER REDEFINES DT-TAX-QUARTER-X
002500                                 PIC 9(01).
002600     05  DT-DUE-DATE-X           PIC X(08).
002700     05  DT-DUE-DATE REDEFINES DT-DUE-DATE-X
002800                                 PIC 9(08).
002900     05  DT-DEPOSIT-DATE-X       PIC X(08).
003000     05  DT-DEPOSIT-DATE REDEFINES DT-DEPOSIT-DATE-X
003100                                 PIC 9(08).
003200     05  DT-AMOUNT-X             PIC X(11).
003300     05  DT-AMOUNT REDEFINES DT-AMOUNT-X
003400                                 PIC 9(09)V99.
003500     05  DT-CONFIRMATION         PIC X(15).
003600     05  FILLER                  PIC X(28).
