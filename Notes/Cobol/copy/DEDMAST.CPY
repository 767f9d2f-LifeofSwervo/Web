000600*  CONTRIBUTION PERCENTAGE, FILING STATUS FOR THE FEDERAL       *
000700*  WITHHOLDING TABLE LOOKUP, AND ANY ADDITIONAL FLAT            *
000800*  WITHHOLDING.  AN EMPLOYEE WITH NO RECORD HERE GETS THE       *
000833*  SHOP DEFAULT ELECTIONS CARRIED IN PayDriver.  EACH           *
000866*  DEDUCTION CARRIES ITS TAX TREATMENT - PRE-TAX FOR FEDERAL    *
000899*  AND STATE INCOME TAX, PRE-TAX FOR FICA, BOTH, OR AFTER-TAX.  *
000932*  THE CATCH-UP FLAG MARKS AN EMPLOYEE ELIGIBLE FOR THE 401(K)  *
000965*  CATCH-UP CONTRIBUTION ON TOP OF THE ANNUAL LIMIT.            *
001000*-----------------------------------------------------------------
001100*  DATE-WRITTEN.  08/22/2026.
001200*  MODIFICATION HISTORY.
001300*    08/22/2026  RWK  ORIGINAL - REPLACES THE SHOP-WIDE FLAT
001400*                     HEALTH AMOUNT AND 401(K) RATE THAT WERE
001500*                     HARD-CODED IN Payroll WORKING STORAGE.
001507*    10/06/2026  RWK  ADDED THE HEALTH AND 401(K) TAX TREATMENT
001514*                     CODES, CARVED FROM THE FILLER - B PRE-TAX
001521*                     FOR INCOME TAX AND FICA (SECTION 125), I
001528*                     PRE-TAX FOR INCOME TAX ONLY (TRADITIONAL
001535*                     401(K)), F PRE-TAX FOR FICA ONLY, A
001542*                     AFTER-TAX.  BLANK TAKES THE SHOP DEFAULT
001549*                     FOR THE DEDUCTION.  SAME RECORD LENGTH.
001556*    10/07/2026  RWK  ADDED THE 401(K) CATCH-UP ELIGIBILITY
001563*                     FLAG (Y = AGE 50 OR OVER BY YEAR END),
001570*                     CARVED FROM THE FILLER.  THE LIMIT AND
001577*                     CATCH-UP AMOUNTS COME FROM THE TAX
001584*                     PARAMETER MASTER.  SAME RECORD LENGTH.
001600*****************************************************************
001700 01  DD-ELECTION-RECORD.
001800     05  DD-EMPLOYEE-ID          PIC X(06).
002700         88  DD-FILING-SINGLE               VALUE 'S'.
002800         88  DD-FILING-MARRIED              VALUE 'M'.
002900     05  DD-ADDL-WITHHOLDING     PIC 999V99.
002910     05  DD-HEALTH-TAX-TREATMENT PIC X(01).
002920         88  DD-HEALTH-TREATMENT-VALID      VALUES 'B' 'I'
002930                                            'F' 'A'.
002940     05  DD-401K-TAX-TREATMENT   PIC X(01).
002950         88  DD-401K-TREATMENT-VALID        VALUES 'B' 'I'
002960                                            'F' 'A'.
002970     05  DD-401K-CATCHUP         PIC X(01).
002980         88  DD-CATCHUP-ELIGIBLE            VALUE 'Y'.
002990     05  FILLER                  PIC X(07).
