000400*  WAGE STATEMENT EXTRACT PRODUCED BY PayW2 FROM THE YTD        *
000500*  MASTER - ONE LINE PER EMPLOYEE (WAGES, FEDERAL, STATE, AND   *
000600*  FICA WITHHELD, 401(K) CONTRIBUTIONS) AND AN EMPLOYER TOTALS  *
000650*  LINE THAT TIES TO THE FOUR QUARTERLY REPORTS.  WAGES ARE     *
000700*  FEDERAL TAXABLE (BOX 1); FICA WAGES (BOX 3/5) AND STATE      *
000750*  TAXABLE WAGES (BOX 16) FOLLOW THE 401(K) COLUMN.             *
000800*-----------------------------------------------------------------
000900*  DATE-WRITTEN.  08/22/2026.
001000*  MODIFICATION HISTORY.
001100*    08/22/2026  RWK  ORIGINAL.
001110*    08/22/2026  RWK  AMOUNT FIELDS CARRY A TRAILING SIGN,
001120*                     MATCHING THE SIGNED YTD BUCKETS.
001146*    10/06/2026  RWK  ADDED FICA WAGES AND STATE WAGES TO BOTH
001172*                     LINES; WAGES NOW CARRY FEDERAL TAXABLE.
001200*****************************************************************
001300 01  W2-DETAIL-LINE.
001400     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  W2-FICA-TAX             PIC Z,ZZZ,ZZ9.99-.
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  W2-RETIREMENT-401K      PIC Z,ZZZ,ZZ9.99-.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  W2-FICA-WAGES           PIC Z,ZZZ,ZZ9.99-.
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  W2-STATE-WAGES          PIC Z,ZZZ,ZZ9.99-.

002800 01  W2-TOTAL-LINE.
002900     05  FILLER                  PIC X(01) VALUE SPACES.
003800     05  W2-TOTAL-FICA           PIC Z,ZZZ,ZZ9.99-.
003900     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  W2-TOTAL-401K           PIC Z,ZZZ,ZZ9.99-.
004010     05  FILLER                  PIC X(02) VALUE SPACES.
004020     05  W2-TOTAL-FICA-WAGES     PIC Z,ZZZ,ZZ9.99-.
004030     05  FILLER                  PIC X(02) VALUE SPACES.
004040     05  W2-TOTAL-STATE-WAGES    PIC Z,ZZZ,ZZ9.99-.
