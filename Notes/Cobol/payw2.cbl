001200*  THE YEAR AND PRODUCES ONE ANNUAL WAGE STATEMENT LINE PER     *
001300*  EMPLOYEE - WAGES, FEDERAL WITHHELD, STATE WITHHELD, FICA     *
001400*  WITHHELD, AND 401(K) CONTRIBUTIONS - FROM THE ITEMIZED YTD   *
001462*  BUCKETS.  WAGES (BOX 1), FICA WAGES (BOX 3/5), AND STATE     *
001524*  WAGES (BOX 16) COME FROM THE TAXABLE-WAGE BUCKETS, SO PRE-   *
001586*  TAX HEALTH AND 401(K) ARE ALREADY OUT OF THEM.  ALSO WRITES  *
001648*  AN EMPLOYER SUMMARY LINE THAT TIES TO THE FOUR QUARTERLY     *
001710*  REPORTS.  EMPLOYEE NAMES COME FROM THE EMPLOYEE MASTER; AN   *
001772*  EMPLOYEE NO LONGER ON THE MASTER EXTRACTS WITH A BLANK NAME  *
001834*  RATHER THAN BEING DROPPED.                                    *
001900*  RUN IN THE PayQtrRpt MOLD - AFTER PayDriver HAS POSTED THE   *
002000*  YEAR'S FINAL PAY PERIOD.                                     *
002100*-----------------------------------------------------------------
002200*  MODIFICATION HISTORY.
002300*    08/22/2026  RWK  ORIGINAL.
002320*    10/06/2026  RWK  WAGES ARE NOW THE FEDERAL TAXABLE BUCKET
002340*                     (BOX 1) INSTEAD OF GROSS; ADDED FICA WAGES
002360*                     (BOX 3/5) AND STATE WAGES (BOX 16), WITH
002380*                     EMPLOYER TOTALS.  EXTRACT LINE WIDENED.
002400******************************************************************

002500 ENVIRONMENT DIVISION.

005000 FD  W2-EXTRACT-FILE
005100     RECORDING MODE IS F.
005200 01  W2-PRINT-LINE               PIC X(150).

005300 WORKING-STORAGE SECTION.

006200 01  WS-TOTAL-STATE              PIC S9(09)V99 VALUE ZERO.
006300 01  WS-TOTAL-FICA               PIC S9(09)V99 VALUE ZERO.
006400 01  WS-TOTAL-401K               PIC S9(09)V99 VALUE ZERO.
006433 01  WS-TOTAL-FICA-WAGES         PIC S9(09)V99 VALUE ZERO.
006466 01  WS-TOTAL-STATE-WAGES        PIC S9(09)V99 VALUE ZERO.

006500 COPY W2LINE.CPY.

010600 2000-WRITE-WAGE-STATEMENT.
010700     PERFORM 2200-LOOKUP-EMPLOYEE-NAME THRU 2200-EXIT.
010800     MOVE YT-EMPLOYEE-ID TO W2-EMPLOYEE-ID.
010900     MOVE YT-YTD-FED-WAGES TO W2-WAGES.
011000     MOVE YT-YTD-FEDERAL-TAX TO W2-FEDERAL-TAX.
011100     MOVE YT-YTD-STATE-TAX TO W2-STATE-TAX.
011200     MOVE YT-YTD-FICA-TAX TO W2-FICA-TAX.
011300     MOVE YT-YTD-RETIREMENT-401K TO W2-RETIREMENT-401K.
011333     MOVE YT-YTD-FICA-WAGES TO W2-FICA-WAGES.
011366     MOVE YT-YTD-STATE-WAGES TO W2-STATE-WAGES.
011400     WRITE W2-PRINT-LINE FROM W2-DETAIL-LINE.
011500     ADD 1 TO WS-EMPLOYEE-COUNT.
011600     ADD YT-YTD-FED-WAGES TO WS-TOTAL-WAGES.
011700     ADD YT-YTD-FEDERAL-TAX TO WS-TOTAL-FEDERAL.
011800     ADD YT-YTD-STATE-TAX TO WS-TOTAL-STATE.
011900     ADD YT-YTD-FICA-TAX TO WS-TOTAL-FICA.
012000     ADD YT-YTD-RETIREMENT-401K TO WS-TOTAL-401K.
012033     ADD YT-YTD-FICA-WAGES TO WS-TOTAL-FICA-WAGES.
012066     ADD YT-YTD-STATE-WAGES TO WS-TOTAL-STATE-WAGES.
012100     PERFORM 2100-READ-YTD-RECORD THRU 2100-EXIT.
012200 2000-EXIT.
012300     EXIT.
015600     MOVE WS-TOTAL-STATE TO W2-TOTAL-STATE.
015700     MOVE WS-TOTAL-FICA TO W2-TOTAL-FICA.
015800     MOVE WS-TOTAL-401K TO W2-TOTAL-401K.
015833     MOVE WS-TOTAL-FICA-WAGES TO W2-TOTAL-FICA-WAGES.
015866     MOVE WS-TOTAL-STATE-WAGES TO W2-TOTAL-STATE-WAGES.
015900     WRITE W2-PRINT-LINE FROM W2-TOTAL-LINE.
016000     CLOSE YTD-TOTALS-FILE.
016100     CLOSE EMPLOYEE-MASTER-FILE.
