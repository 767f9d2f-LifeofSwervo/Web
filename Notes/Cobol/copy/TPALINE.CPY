000100*****************************************************************
000200*  TPALINE.CPY                                                  *
000300*  DETAIL LINE LAYOUTS FOR THE TAX PARAMETER MAINTENANCE AUDIT  *
000400*  LISTING AND THE REJECTED-TRANSACTIONS LISTING WRITTEN BY     *
000500*  TaxMaint.  EVERY TAXPARM ROW TOUCHED GETS A BEFORE IMAGE     *
000600*  AND/OR AN AFTER IMAGE ON THE AUDIT LISTING.  THE DETAIL      *
000700*  COLUMNS ARE READ THROUGH THE VIEW FOR THE ROW'S TYPE.        *
000800*-----------------------------------------------------------------
000900*  DATE-WRITTEN.  10/07/2026.
001000*  MODIFICATION HISTORY.
001100*    10/07/2026  RWK  ORIGINAL.
001133*    10/09/2026  RWK  ADDED THE SUPPLEMENTAL RATE TO THE LIMITS
001166*                     DETAIL.
001177*    10/14/2026  RWK  ADDED THE FEDERAL DEPOSITOR SCHEDULE TO
001188*                     THE LIMITS DETAIL.
001200*****************************************************************
001300 01  TA-AUDIT-LINE.
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  TA-ACTION               PIC X(09).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  TA-IMAGE                PIC X(06).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  TA-TAX-YEAR             PIC 9(04).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  TA-PARM-TYPE            PIC X(01).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  TA-STATE-CODE           PIC X(02).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  TA-EFFECTIVE-DATE       PIC 9(08).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  TA-END-DATE             PIC 9(08).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  TA-DETAIL               PIC X(75).
003000     05  TA-BRACKET-DETAIL REDEFINES TA-DETAIL.
003100         10  TA-BRACKET OCCURS 5 TIMES.
003200             15  TA-BRK-UPPER-LIMIT PIC ZZZZ9.99.
003300             15  FILLER          PIC X(01).
003400             15  TA-BRK-RATE     PIC .999.
003500             15  FILLER          PIC X(02).
003600     05  TA-LIMIT-DETAIL REDEFINES TA-DETAIL.
003700         10  TA-FICA-RATE        PIC .9999.
003800         10  FILLER              PIC X(01).
003900         10  TA-FICA-WAGE-BASE   PIC ZZZZZZ9.99.
004000         10  FILLER              PIC X(01).
004100         10  TA-401K-LIMIT       PIC ZZZZZZ9.99.
004200         10  FILLER              PIC X(01).
004300         10  TA-401K-CATCHUP     PIC ZZZZZZ9.99.
004400         10  FILLER              PIC X(01).
004500         10  TA-FUTA-RATE        PIC .9999.
004600         10  FILLER              PIC X(01).
004700         10  TA-FUTA-WAGE-BASE   PIC ZZZZZZ9.99.
004733         10  FILLER              PIC X(01).
004766         10  TA-SUPP-RATE        PIC .9999.
004777         10  FILLER              PIC X(01).
004788         10  TA-DEPOSIT-SCHEDULE PIC X(01).
004800         10  FILLER              PIC X(12).
004900     05  TA-SUTA-DETAIL REDEFINES TA-DETAIL.
005000         10  TA-SUTA-RATE        PIC .9999.
005100         10  FILLER              PIC X(01).
005200         10  TA-SUTA-WAGE-BASE   PIC ZZZZZZ9.99.
005300         10  FILLER              PIC X(59).

005400 01  TA-REJECT-LINE.
005500     05  FILLER                  PIC X(01) VALUE SPACES.
005600     05  TA-REJ-TRANS-CODE       PIC X(01).
005700     05  FILLER                  PIC X(02) VALUE SPACES.
005800     05  TA-REJ-TAX-YEAR         PIC X(04).
005900     05  FILLER                  PIC X(01) VALUE SPACES.
006000     05  TA-REJ-PARM-TYPE        PIC X(01).
006100     05  FILLER                  PIC X(01) VALUE SPACES.
006200     05  TA-REJ-STATE-CODE       PIC X(02).
006300     05  FILLER                  PIC X(01) VALUE SPACES.
006400     05  TA-REJ-EFFECTIVE-DATE   PIC X(08).
006500     05  FILLER                  PIC X(02) VALUE SPACES.
006600     05  TA-REJ-REASON           PIC X(40).
