000340*                     TAXES (FICA MATCH, FUTA, SUTA) FROM THE
000350*                     NEW QTD BUCKETS ON THE MASTER - THE
000360*                     FIGURES THE 941 DEPOSIT IS MADE AGAINST.
000362*    10/06/2026  RWK  EACH STATE LINE ALSO SHOWS THE QUARTER'S
000364*                     STATE TAXABLE WAGES FROM YT-QTD-STATE-WAGES
000366*                     - GROSS LESS THE PRE-TAX DEDUCTIONS.
000370******************************************************************

000380 ENVIRONMENT DIVISION.
000740     05  WS-QST-ENTRY OCCURS 20 TIMES.
000750         10  WS-QST-STATE        PIC X(02).
000760         10  WS-QST-TAX          PIC S9(09)V99.
000765         10  WS-QST-WAGES        PIC S9(09)V99.
000770 01  WS-QST-SUB                  PIC 9(02) VALUE ZERO.
000780 01  WS-QST-FOUND-SUB            PIC 9(02) VALUE ZERO.
000790 01  WS-QST-WORK-STATE           PIC X(02) VALUE SPACES.
001630             MOVE WS-QST-WORK-STATE
001640                 TO WS-QST-STATE (WS-QST-FOUND-SUB)
001650             MOVE ZERO TO WS-QST-TAX (WS-QST-FOUND-SUB)
001655                          WS-QST-WAGES (WS-QST-FOUND-SUB)
001660         ELSE
001670             DISPLAY "PAYQTR - STATE TABLE FULL, "
001680                     WS-QST-WORK-STATE " LUMPED INTO LAST ENTRY"
001700         END-IF
001710     END-IF.
001720     ADD YT-QTD-STATE-TAX TO WS-QST-TAX (WS-QST-FOUND-SUB).
001725     ADD YT-QTD-STATE-WAGES TO WS-QST-WAGES (WS-QST-FOUND-SUB).
001730 2500-EXIT.
001740     EXIT.

002170 9100-WRITE-STATE-LINE.
002180     MOVE WS-QST-STATE (WS-QST-SUB) TO QL-STATE-CODE.
002190     MOVE WS-QST-TAX (WS-QST-SUB) TO QL-STATE-QTD-TAX.
002195     MOVE WS-QST-WAGES (WS-QST-SUB) TO QL-STATE-QTD-WAGES.
002200     WRITE QR-PRINT-LINE FROM QL-STATE-LINE.
002210     ADD 1 TO WS-QST-SUB.
002220 9100-EXIT.
