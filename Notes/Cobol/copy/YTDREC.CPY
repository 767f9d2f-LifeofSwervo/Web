002191*                     EMPLOYER TAX LIABILITY CAN BE REPORTED
002192*                     PER QUARTER AND TIED TO THE 941 DEPOSIT.
002193*                     RECORD LENGTH GREW AGAIN - RELOAD.
002200*    10/06/2026  RWK  ADDED THE FEDERAL-, STATE-, AND FICA-
002207*                     TAXABLE WAGE BUCKETS (YTD AND QTD) - GROSS
002214*                     LESS THE PRE-TAX DEDUCTIONS FOR EACH TAX -
002221*                     FOR THE WAGE STATEMENT BOXES AND THE
002228*                     QUARTERLY TAXABLE WAGES BY STATE.  RECORD
002235*                     LENGTH GREW AGAIN - RELOAD.
002242*    10/13/2026  RWK  ADDED THE YTD EMPLOYER 401(K) MATCH
002249*                     BUCKET - EACH PAY'S MATCH PLUS ANY
002256*                     YEAR-END TRUE-UP - SO THE TRUE-UP CAN BE
002263*                     MEASURED AGAINST THE MATCH ALREADY PAID
002270*                     AND PayBalance CAN TIE THE RUN'S MATCH TO
002277*                     THE GL AND THE RECORDKEEPER FILE.  RECORD
002284*                     LENGTH GREW AGAIN - RELOAD.
002291*****************************************************************
002300 01  YT-YTD-RECORD.
002400     05  YT-EMPLOYEE-ID          PIC X(06).
002500     05  YT-CURRENT-YEAR         PIC 9(04).
003360     05  YT-QTD-ER-FICA          PIC S9(07)V99.
003370     05  YT-QTD-ER-FUTA          PIC S9(07)V99.
003380     05  YT-QTD-ER-SUTA          PIC S9(07)V99.
003382     05  YT-YTD-FED-WAGES        PIC S9(07)V99.
003384     05  YT-YTD-STATE-WAGES      PIC S9(07)V99.
003386     05  YT-YTD-FICA-WAGES       PIC S9(07)V99.
003388     05  YT-QTD-FED-WAGES        PIC S9(07)V99.
003390     05  YT-QTD-STATE-WAGES      PIC S9(07)V99.
003392     05  YT-QTD-FICA-WAGES       PIC S9(07)V99.
003394     05  YT-YTD-401K-MATCH       PIC S9(07)V99.
003400     05  FILLER                  PIC X(06).
