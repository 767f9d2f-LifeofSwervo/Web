000100*****************************************************************
000200*  EARNLS.CPY                                                   *
000300*  EARNINGS LINES GROUP PASSED FROM PayDriver TO Payroll ON     *
000400*  EACH CALL - EVERY TIMECARD LINE THE EMPLOYEE CARRIES FOR     *
000500*  THE PERIOD, SO ONE Payroll CALL WITHHOLDS, DEDUCTS, AND      *
000600*  GARNISHES ON THE COMBINED GROSS.  PayDriver FILLS THE        *
000700*  TRANSACTION TYPE, EARNINGS TYPE, HOURS, AND RATE OF EACH     *
000800*  LINE; Payroll RETURNS EACH LINE'S GROSS AND THE HOURS OF IT  *
000900*  PAID AT THE OVERTIME PREMIUM.  REGULAR HOURS ON THE NORMAL   *
001000*  LINES SHARE ONE OVER-40 THRESHOLD; A RETRO LINE STANDS FOR   *
001100*  ITS OWN BACK PERIOD AND SPLITS ON ITS OWN.  A ZERO LINE      *
001200*  COUNT (GENERATED SALARY PAY) LEAVES Payroll ON THE SALARY    *
001300*  AND SINGLE-CARD FIELDS.                                      *
001400*-----------------------------------------------------------------
001500*  DATE-WRITTEN.  10/05/2026.
001600*  MODIFICATION HISTORY.
001700*    10/05/2026  RWK  ORIGINAL.
001710*    10/09/2026  RWK  ADDED THE FLAT AMOUNT AND SUPPLEMENTAL
001720*                     FLAG FOR OFF-CYCLE LINES.  A LINE WITH A
001730*                     FLAT AMOUNT IS PAID THAT AMOUNT AS GROSS
001740*                     - NO HOURS OR RATE EDIT, NO OVERTIME -
001750*                     AND A SUPPLEMENTAL LINE'S GROSS IS WITHHELD
001760*                     AT THE FLAT SUPPLEMENTAL RATE INSTEAD OF
001770*                     THE BRACKETS.
001800*****************************************************************
001900 01  LS-EARNINGS.
002000     05  LS-EN-LINE-COUNT        PIC 9(02).
002100     05  LS-EN-LINE OCCURS 10 TIMES.
002200         10  LS-EN-TRANS-TYPE    PIC X(01).
002300             88  LS-EN-RETRO                VALUE 'R'.
002400         10  LS-EN-EARN-TYPE     PIC X(01).
002500             88  LS-EN-OVERTIME             VALUE 'O'.
002600             88  LS-EN-STRAIGHT-TIME        VALUES 'V' 'S'
002700                                            'H' 'B'.
002800         10  LS-EN-HOURS         PIC 99V9.
002900         10  LS-EN-RATE          PIC 99V99.
003000         10  LS-EN-PREMIUM-HOURS PIC 99V9.
003100         10  LS-EN-GROSS         PIC 9(5)V99.
003200         10  LS-EN-AMOUNT        PIC 9(5)V99.
003300         10  LS-EN-SUPP-SW       PIC X(01).
003400             88  LS-EN-SUPPLEMENTAL         VALUE 'Y'.
