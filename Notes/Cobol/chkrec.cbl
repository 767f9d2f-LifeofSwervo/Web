000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    ChkRecon.
000050 AUTHOR.        R WILKERSON.
000060 INSTALLATION.  PAYROLL SYSTEMS.
000070 DATE-WRITTEN.  10/11/2026.
000080 DATE-COMPILED.

000090******************************************************************
000100*  PURPOSE.  BANK RECONCILIATION OF THE CHECK REGISTER, IN THE  *
000110*  CheckMaint MOLD.  READS THE BANK'S PAID-ITEMS FILE AND       *
000120*  MATCHES EACH ITEM TO THE CHECK REGISTER BY CHECK NUMBER AND  *
000130*  AMOUNT.  A MATCH AGAINST AN ISSUED CHECK IS MARKED CLEARED   *
000140*  WITH THE DATE THE BANK PAID IT.  AN ITEM THAT IS NOT ON THE  *
000150*  REGISTER, IS PAID FOR A DIFFERENT AMOUNT, IS PAID AGAINST A  *
000160*  VOIDED CHECK, OR IS PAID AGAINST A CHECK ALREADY CLEARED     *
000170*  (PAID TWICE) IS LEFT ALONE AND LISTED ON THE EXCEPTION       *
000180*  REPORT.  THE REGISTER IS THEN READ FRONT TO BACK AND EVERY   *
000190*  CHECK STILL ISSUED IS AGED FROM ITS ISSUE DATE ON THE        *
000200*  OUTSTANDING-CHECK AGING REPORT, IN 30/60/90/180-DAY          *
000210*  BUCKETS.  A CHECK OUTSTANDING TO THE STALE-DATE LIMIT        *
000220*  ALSO GOES TO THE UNCLAIMED-PROPERTY (ESCHEAT) CANDIDATE      *
000230*  FILE UNDER THE EMPLOYEE'S STATE.  ANY EXCEPTION ENDS THE     *
000240*  RUN WITH RETURN CODE 4.                                      *
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*    10/11/2026  RWK  ORIGINAL.
000280******************************************************************

000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-370.
000320 OBJECT-COMPUTER.  IBM-370.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BANK-PAID-FILE ASSIGN TO "BANKPAID"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-BANKPAID-STATUS.

000380     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CR-CHECK-NUMBER
000420         FILE STATUS IS WS-CHKREG-STATUS.

000430     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS EM-EMPLOYEE-ID
000470         FILE STATUS IS WS-EMPMAST-STATUS.

000480     SELECT RECON-REPORT-FILE ASSIGN TO "CHKRECN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CHKRECN-STATUS.

000510     SELECT AGING-REPORT-FILE ASSIGN TO "CHKAGE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CHKAGE-STATUS.

000540     SELECT ESCHEAT-FILE ASSIGN TO "ESCHEAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ESCHEAT-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BANK-PAID-FILE
000600     RECORDING MODE IS F.
000610 COPY BANKPD.CPY.

000620 FD  CHECK-REGISTER-FILE.
000630 COPY CHKREG.CPY.

000640 FD  EMPLOYEE-MASTER-FILE.
000650 COPY EMPMAST.CPY.

000660 FD  RECON-REPORT-FILE
000670     RECORDING MODE IS F.
000680 01  RR-PRINT-LINE               PIC X(96).

000690 FD  AGING-REPORT-FILE
000700     RECORDING MODE IS F.
000710 01  AG-PRINT-LINE               PIC X(96).

000720 FD  ESCHEAT-FILE
000730     RECORDING MODE IS F.
000740 COPY ESCHREC.CPY.

000750 WORKING-STORAGE SECTION.

000760*-----------------------------------------------------------------
000770*    FILE STATUS AND CONTROL SWITCHES
000780*-----------------------------------------------------------------
000790 01  WS-BANKPAID-STATUS          PIC X(02) VALUE SPACES.
000800 01  WS-CHKREG-STATUS            PIC X(02) VALUE SPACES.
000810 01  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
000820 01  WS-CHKRECN-STATUS           PIC X(02) VALUE SPACES.
000830 01  WS-CHKAGE-STATUS            PIC X(02) VALUE SPACES.
000840 01  WS-ESCHEAT-STATUS           PIC X(02) VALUE SPACES.

000850 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000860     88  WS-END-OF-FILE                    VALUE 'Y'.

000870 01  WS-REGISTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
000880     88  WS-REGISTER-END-OF-FILE           VALUE 'Y'.

000890 01  WS-REGISTER-SWITCH          PIC X(01) VALUE 'N'.
000900     88  WS-REGISTER-FOUND                 VALUE 'Y'.
000910     88  WS-REGISTER-NOT-FOUND             VALUE 'N'.

000920 01  WS-ITEM-COUNT               PIC 9(06) VALUE ZERO.
000930 01  WS-CLEARED-COUNT            PIC 9(06) VALUE ZERO.
000940 01  WS-CLEARED-AMOUNT           PIC 9(09)V99 VALUE ZERO.
000950 01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.
000960 01  WS-EXCEPTION-AMOUNT         PIC 9(09)V99 VALUE ZERO.
000970 01  WS-ESCHEAT-COUNT            PIC 9(06) VALUE ZERO.
000980 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.

000990*-----------------------------------------------------------------
001000*    AGING.  THE AGE OF A CHECK IS THE RUN DATE'S DAY NUMBER
001010*    LESS THE ISSUE DATE'S.  BUCKET 1 IS UNDER 30 DAYS, THEN
001020*    30-59, 60-89, 90-179, AND 180 AND OVER.  A CHECK OUT AS
001030*    LONG AS THE STALE-DATE LIMIT IS AN ESCHEAT CANDIDATE.
001040*-----------------------------------------------------------------
001050 01  WS-STALE-DAYS               PIC 9(05) VALUE 180.
001060 01  WS-TODAY-DAY-NUMBER         PIC 9(07) VALUE ZERO.
001070 01  WS-DAYS-OUTSTANDING         PIC S9(05) VALUE ZERO.
001080 01  WS-AGE-SUB                  PIC 9(01) VALUE ZERO.
001090 01  WS-AGE-BUCKETS.
001100     05  WS-AGE-BUCKET OCCURS 5 TIMES.
001110         10  WS-AGE-COUNT        PIC 9(06).
001120         10  WS-AGE-AMOUNT       PIC 9(09)V99.
001130 01  WS-AGE-LABEL-VALUES.
001140     05  FILLER                  PIC X(08) VALUE 'UNDER 30'.
001150     05  FILLER                  PIC X(08) VALUE '30-59'.
001160     05  FILLER                  PIC X(08) VALUE '60-89'.
001170     05  FILLER                  PIC X(08) VALUE '90-179'.
001180     05  FILLER                  PIC X(08) VALUE '180+'.
001190 01  WS-AGE-LABELS REDEFINES WS-AGE-LABEL-VALUES.
001200     05  WS-AGE-LABEL            PIC X(08) OCCURS 5 TIMES.
001210 01  WS-OUTSTANDING-COUNT        PIC 9(06) VALUE ZERO.
001220 01  WS-OUTSTANDING-AMOUNT       PIC 9(09)V99 VALUE ZERO.

001230*-----------------------------------------------------------------
001240*    DAY NUMBER OF A YYYYMMDD DATE - DAYS SINCE A FIXED ORIGIN,
001250*    COUNTING MARCH AS THE FIRST MONTH SO THE LEAP DAY FALLS
001260*    AT THE END OF THE YEAR.
001270*-----------------------------------------------------------------
001280 01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
001290 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
001300     05  WS-DN-DATE-YEAR         PIC 9(04).
001310     05  WS-DN-DATE-MONTH        PIC 9(02).
001320     05  WS-DN-DATE-DAY          PIC 9(02).
001330 01  WS-DN-YEAR                  PIC 9(04) VALUE ZERO.
001340 01  WS-DN-MONTH                 PIC 9(02) VALUE ZERO.
001350 01  WS-DN-MONTH-DAYS            PIC 9(04) VALUE ZERO.
001360 01  WS-DN-QUOTIENT-4            PIC 9(04) VALUE ZERO.
001370 01  WS-DN-QUOTIENT-100          PIC 9(04) VALUE ZERO.
001380 01  WS-DN-QUOTIENT-400          PIC 9(04) VALUE ZERO.
001390 01  WS-DN-DAY-NUMBER            PIC 9(07) VALUE ZERO.

001400*-----------------------------------------------------------------
001410*    EXCEPTION REPORT LINES.  PROGRAM-PRIVATE LAYOUTS IN THE
001420*    CheckMaint MOLD - NO OTHER PROGRAM READS THIS REPORT.
001430*-----------------------------------------------------------------
001440 01  RR-DETAIL-LINE.
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  RR-CHECK-NUMBER         PIC X(08).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  RR-PAID-DATE            PIC X(08).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  RR-PAID-AMOUNT          PIC Z,ZZZ,ZZ9.99.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  RR-REGISTER-AMOUNT      PIC Z,ZZZ,ZZ9.99.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  RR-EMPLOYEE-ID          PIC X(06).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  RR-REASON               PIC X(30).

001570 01  RR-TOTAL-LINE.
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  RR-TOT-CAPTION          PIC X(20).
001600     05  RR-TOT-COUNT            PIC ZZZ,ZZ9.
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  RR-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

001630*-----------------------------------------------------------------
001640*    AGING REPORT LINES
001650*-----------------------------------------------------------------
001660 01  AG-DETAIL-LINE.
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  AG-CHECK-NUMBER         PIC 9(08).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  AG-EMPLOYEE-ID          PIC X(06).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  AG-EMPLOYEE-NAME        PIC X(30).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  AG-ISSUE-DATE           PIC 9(08).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  AG-CHECK-AMOUNT         PIC Z,ZZZ,ZZ9.99.
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  AG-DAYS                 PIC ZZ,ZZ9.
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  AG-BUCKET               PIC X(08).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  AG-STALE                PIC X(05).

001830 01  AG-TOTAL-LINE.
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  AG-TOT-CAPTION          PIC X(20).
001860     05  AG-TOT-LABEL            PIC X(08).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  AG-TOT-COUNT            PIC ZZZ,ZZ9.
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  AG-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

001910 PROCEDURE DIVISION.

001920******************************************************************
001930*    0000-MAINLINE
001940******************************************************************
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-PROCESS-PAID-ITEM THRU 2000-EXIT
001980             UNTIL WS-END-OF-FILE.
001990     PERFORM 3000-AGE-OUTSTANDING THRU 3000-EXIT.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002010     STOP RUN.

002020******************************************************************
002030*    1000-INITIALIZE
002040******************************************************************
002050 1000-INITIALIZE.
002060     OPEN INPUT BANK-PAID-FILE.
002070     IF WS-BANKPAID-STATUS NOT = "00"
002080         DISPLAY "CHKREC - UNABLE TO OPEN PAID-ITEMS FILE, "
002090                 "STATUS = " WS-BANKPAID-STATUS
002100         MOVE 8 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     OPEN I-O CHECK-REGISTER-FILE.
002140     IF WS-CHKREG-STATUS NOT = "00"
002150         DISPLAY "CHKREC - UNABLE TO OPEN CHECK REGISTER, "
002160                 "STATUS = " WS-CHKREG-STATUS
002170         MOVE 8 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200     OPEN INPUT EMPLOYEE-MASTER-FILE.
002210     IF WS-EMPMAST-STATUS NOT = "00"
002220         DISPLAY "CHKREC - UNABLE TO OPEN EMPLOYEE MASTER, "
002230                 "STATUS = " WS-EMPMAST-STATUS
002240         MOVE 8 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     OPEN OUTPUT RECON-REPORT-FILE.
002280     IF WS-CHKRECN-STATUS NOT = "00"
002290         DISPLAY "CHKREC - UNABLE TO OPEN EXCEPTION REPORT, "
002300                 "STATUS = " WS-CHKRECN-STATUS
002310         MOVE 8 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     OPEN OUTPUT AGING-REPORT-FILE.
002350     IF WS-CHKAGE-STATUS NOT = "00"
002360         DISPLAY "CHKREC - UNABLE TO OPEN AGING REPORT, "
002370                 "STATUS = " WS-CHKAGE-STATUS
002380         MOVE 8 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     OPEN OUTPUT ESCHEAT-FILE.
002420     IF WS-ESCHEAT-STATUS NOT = "00"
002430         DISPLAY "CHKREC - UNABLE TO OPEN ESCHEAT FILE, "
002440                 "STATUS = " WS-ESCHEAT-STATUS
002450         MOVE 8 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002490     MOVE WS-CURRENT-DATE TO WS-DN-DATE.
002500     PERFORM 8000-FIGURE-DAY-NUMBER THRU 8000-EXIT.
002510     MOVE WS-DN-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
002520     INITIALIZE WS-AGE-BUCKETS.
002530     PERFORM 2100-READ-PAID-ITEM THRU 2100-EXIT.
002540 1000-EXIT.
002550     EXIT.

002560******************************************************************
002570*    2000-PROCESS-PAID-ITEM
002580*    MATCHES ONE BANK PAID ITEM TO THE REGISTER.  ONLY AN ISSUED
002590*    CHECK PAID FOR ITS REGISTER AMOUNT IS CLEARED; EVERYTHING
002600*    ELSE IS AN EXCEPTION AND THE REGISTER IS LEFT ALONE.  A
002610*    SECOND PAID ITEM FOR THE SAME CHECK IN ONE FILE FINDS IT
002620*    ALREADY CLEARED BY THE FIRST AND IS REPORTED PAID TWICE.
002630******************************************************************
002640 2000-PROCESS-PAID-ITEM.
002650     ADD 1 TO WS-ITEM-COUNT.
002660     MOVE BP-CHECK-NUMBER-X TO RR-CHECK-NUMBER.
002670     MOVE BP-PAID-DATE-X TO RR-PAID-DATE.
002680     MOVE ZERO TO RR-PAID-AMOUNT RR-REGISTER-AMOUNT.
002690     MOVE SPACES TO RR-EMPLOYEE-ID.
002700     IF BP-CHECK-NUMBER-X NOT NUMERIC
002710         MOVE "CHECK NUMBER NOT NUMERIC" TO RR-REASON
002720         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
002730         GO TO 2000-NEXT
002740     END-IF.
002750     IF BP-PAID-AMOUNT-X NOT NUMERIC
002760         MOVE "PAID AMOUNT NOT NUMERIC" TO RR-REASON
002770         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
002780         GO TO 2000-NEXT
002790     END-IF.
002800     MOVE BP-PAID-AMOUNT TO RR-PAID-AMOUNT.
002810     IF BP-PAID-DATE-X NOT NUMERIC
002820         MOVE "PAID DATE NOT NUMERIC" TO RR-REASON
002830         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
002840         GO TO 2000-NEXT
002850     END-IF.
002860     MOVE BP-CHECK-NUMBER TO CR-CHECK-NUMBER.
002870     READ CHECK-REGISTER-FILE
002880         INVALID KEY
002890             SET WS-REGISTER-NOT-FOUND TO TRUE
002900         NOT INVALID KEY
002910             SET WS-REGISTER-FOUND TO TRUE
002920     END-READ.
002930     IF WS-REGISTER-NOT-FOUND
002940         MOVE "PAID - NOT ON REGISTER" TO RR-REASON
002950         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
002960         GO TO 2000-NEXT
002970     END-IF.
002980     MOVE CR-EMPLOYEE-ID TO RR-EMPLOYEE-ID.
002990     MOVE CR-CHECK-AMOUNT TO RR-REGISTER-AMOUNT.
003000     IF CR-STATUS-VOIDED
003010         MOVE "PAID AFTER CHECK WAS VOIDED" TO RR-REASON
003020         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003030         GO TO 2000-NEXT
003040     END-IF.
003050     IF CR-STATUS-CLEARED
003060         MOVE "PAID TWICE - ALREADY CLEARED" TO RR-REASON
003070         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003080         GO TO 2000-NEXT
003090     END-IF.
003100     IF NOT CR-STATUS-ISSUED
003110         MOVE "CHECK NOT IN ISSUED STATUS" TO RR-REASON
003120         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003130         GO TO 2000-NEXT
003140     END-IF.
003150     IF BP-PAID-AMOUNT NOT = CR-CHECK-AMOUNT
003160         MOVE "PAID FOR A DIFFERENT AMOUNT" TO RR-REASON
003170         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003180         GO TO 2000-NEXT
003190     END-IF.
003200     SET CR-STATUS-CLEARED TO TRUE.
003210     MOVE BP-PAID-DATE TO CR-CLEARED-DATE.
003220     REWRITE CR-CHECK-REGISTER-RECORD
003230         INVALID KEY
003240             MOVE "REGISTER REWRITE FAILED" TO RR-REASON
003250             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003260             GO TO 2000-NEXT
003270     END-REWRITE.
003280     ADD 1 TO WS-CLEARED-COUNT.
003290     ADD CR-CHECK-AMOUNT TO WS-CLEARED-AMOUNT.
003300 2000-NEXT.
003310     PERFORM 2100-READ-PAID-ITEM THRU 2100-EXIT.
003320 2000-EXIT.
003330     EXIT.

003340******************************************************************
003350*    2100-READ-PAID-ITEM
003360******************************************************************
003370 2100-READ-PAID-ITEM.
003380     READ BANK-PAID-FILE
003390         AT END
003400             SET WS-END-OF-FILE TO TRUE
003410     END-READ.
003420 2100-EXIT.
003430     EXIT.

003440******************************************************************
003450*    2800-WRITE-EXCEPTION
003460*    CALLER HAS SET THE REASON TEXT.  THE PAID AMOUNT, WHEN IT
003470*    IS NUMERIC, ROLLS INTO THE EXCEPTION TOTAL.
003480******************************************************************
003490 2800-WRITE-EXCEPTION.
003500     WRITE RR-PRINT-LINE FROM RR-DETAIL-LINE.
003510     ADD 1 TO WS-EXCEPTION-COUNT.
003520     IF BP-PAID-AMOUNT-X NUMERIC
003530         ADD BP-PAID-AMOUNT TO WS-EXCEPTION-AMOUNT
003540     END-IF.
003550 2800-EXIT.
003560     EXIT.

003570******************************************************************
003580*    3000-AGE-OUTSTANDING
003590*    READS THE REGISTER FROM THE FIRST CHECK NUMBER TO THE LAST
003600*    AND AGES EVERY CHECK STILL ISSUED.
003610******************************************************************
003620 3000-AGE-OUTSTANDING.
003630     MOVE ZERO TO CR-CHECK-NUMBER.
003640     START CHECK-REGISTER-FILE KEY NOT < CR-CHECK-NUMBER
003650         INVALID KEY
003660             SET WS-REGISTER-END-OF-FILE TO TRUE
003670     END-START.
003680     IF NOT WS-REGISTER-END-OF-FILE
003690         PERFORM 3200-READ-NEXT-CHECK THRU 3200-EXIT
003700     END-IF.
003710     PERFORM 3100-AGE-ONE-CHECK THRU 3100-EXIT
003720             UNTIL WS-REGISTER-END-OF-FILE.
003730 3000-EXIT.
003740     EXIT.

003750******************************************************************
003760*    3100-AGE-ONE-CHECK
003770*    A CHECK WITH NO USABLE ISSUE DATE AGES AS ZERO DAYS.  THE
003780*    LINE IS MARKED STALE AND AN ESCHEAT CANDIDATE IS WRITTEN
003790*    WHEN THE AGE REACHES THE STALE-DATE LIMIT.
003800******************************************************************
003810 3100-AGE-ONE-CHECK.
003820     IF NOT CR-STATUS-ISSUED
003830         GO TO 3100-NEXT
003840     END-IF.
003850     MOVE ZERO TO WS-DAYS-OUTSTANDING.
003860     IF CR-ISSUE-DATE NUMERIC AND CR-ISSUE-DATE > ZERO
003870         MOVE CR-ISSUE-DATE TO WS-DN-DATE
003880         PERFORM 8000-FIGURE-DAY-NUMBER THRU 8000-EXIT
003890         COMPUTE WS-DAYS-OUTSTANDING =
003900                 WS-TODAY-DAY-NUMBER - WS-DN-DAY-NUMBER
003910         IF WS-DAYS-OUTSTANDING < ZERO
003920             MOVE ZERO TO WS-DAYS-OUTSTANDING
003930         END-IF
003940     END-IF.
003950     EVALUATE TRUE
003960         WHEN WS-DAYS-OUTSTANDING < 30
003970             MOVE 1 TO WS-AGE-SUB
003980         WHEN WS-DAYS-OUTSTANDING < 60
003990             MOVE 2 TO WS-AGE-SUB
004000         WHEN WS-DAYS-OUTSTANDING < 90
004010             MOVE 3 TO WS-AGE-SUB
004020         WHEN WS-DAYS-OUTSTANDING < 180
004030             MOVE 4 TO WS-AGE-SUB
004040         WHEN OTHER
004050             MOVE 5 TO WS-AGE-SUB
004060     END-EVALUATE.
004070     ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
004080     ADD CR-CHECK-AMOUNT TO WS-AGE-AMOUNT (WS-AGE-SUB).
004090     ADD 1 TO WS-OUTSTANDING-COUNT.
004100     ADD CR-CHECK-AMOUNT TO WS-OUTSTANDING-AMOUNT.
004110     MOVE CR-CHECK-NUMBER TO AG-CHECK-NUMBER.
004120     MOVE CR-EMPLOYEE-ID TO AG-EMPLOYEE-ID.
004130     MOVE CR-EMPLOYEE-NAME TO AG-EMPLOYEE-NAME.
004140     MOVE CR-ISSUE-DATE TO AG-ISSUE-DATE.
004150     MOVE CR-CHECK-AMOUNT TO AG-CHECK-AMOUNT.
004160     MOVE WS-DAYS-OUTSTANDING TO AG-DAYS.
004170     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO AG-BUCKET.
004180     MOVE SPACES TO AG-STALE.
004190     IF WS-DAYS-OUTSTANDING NOT < WS-STALE-DAYS
004200         MOVE "STALE" TO AG-STALE
004210         PERFORM 3300-WRITE-ESCHEAT THRU 3300-EXIT
004220     END-IF.
004230     WRITE AG-PRINT-LINE FROM AG-DETAIL-LINE.
004240 3100-NEXT.
004250     PERFORM 3200-READ-NEXT-CHECK THRU 3200-EXIT.
004260 3100-EXIT.
004270     EXIT.

004280******************************************************************
004290*    3200-READ-NEXT-CHECK
004300******************************************************************
004310 3200-READ-NEXT-CHECK.
004320     READ CHECK-REGISTER-FILE NEXT RECORD
004330         AT END
004340             SET WS-REGISTER-END-OF-FILE TO TRUE
004350     END-READ.
004360 3200-EXIT.
004370     EXIT.

004380******************************************************************
004390*    3300-WRITE-ESCHEAT
004400*    ONE ESCHEAT CANDIDATE UNDER THE EMPLOYEE'S WORK STATE.  AN
004410*    EMPLOYEE NO LONGER ON THE MASTER GOES OUT WITH A BLANK
004420*    STATE FOR PAYROLL TO RESOLVE BY HAND.
004430******************************************************************
004440 3300-WRITE-ESCHEAT.
004450     MOVE SPACES TO ES-ESCHEAT-RECORD.
004460     MOVE CR-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
004470     READ EMPLOYEE-MASTER-FILE
004480         INVALID KEY
004490             MOVE SPACES TO ES-STATE-CODE
004500         NOT INVALID KEY
004510             MOVE EM-WORK-STATE TO ES-STATE-CODE
004520     END-READ.
004530     MOVE CR-CHECK-NUMBER TO ES-CHECK-NUMBER.
004540     MOVE CR-EMPLOYEE-ID TO ES-EMPLOYEE-ID.
004550     MOVE CR-EMPLOYEE-NAME TO ES-EMPLOYEE-NAME.
004560     MOVE CR-ISSUE-DATE TO ES-ISSUE-DATE.
004570     MOVE CR-CHECK-AMOUNT TO ES-CHECK-AMOUNT.
004580     MOVE WS-DAYS-OUTSTANDING TO ES-DAYS-OUTSTANDING.
004590     WRITE ES-ESCHEAT-RECORD.
004600     ADD 1 TO WS-ESCHEAT-COUNT.
004610 3300-EXIT.
004620     EXIT.

004630******************************************************************
004640*    8000-FIGURE-DAY-NUMBER
004650*    TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO A DAY NUMBER IN
004660*    WS-DN-DAY-NUMBER.  THE DIFFERENCE OF TWO DAY NUMBERS IS
004670*    THE DAYS BETWEEN THE DATES.  JANUARY AND FEBRUARY COUNT AS
004680*    MONTHS 13 AND 14 OF THE YEAR BEFORE.
004690******************************************************************
004700 8000-FIGURE-DAY-NUMBER.
004710     MOVE WS-DN-DATE-YEAR TO WS-DN-YEAR.
004720     MOVE WS-DN-DATE-MONTH TO WS-DN-MONTH.
004730     IF WS-DN-MONTH < 3
004740         SUBTRACT 1 FROM WS-DN-YEAR
004750         ADD 12 TO WS-DN-MONTH
004760     END-IF.
004770     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT-4.
004780     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT-100.
004790     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT-400.
004800     COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2.
004810     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
004820     COMPUTE WS-DN-DAY-NUMBER = 365 * WS-DN-YEAR
004830             + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
004840             + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS
004850             + WS-DN-DATE-DAY.
004860 8000-EXIT.
004870     EXIT.

004880******************************************************************
004890*    9000-TERMINATE
004900*    TOTAL LINES FOR BOTH REPORTS.  THE CLEARED TOTAL PLUS THE
004910*    EXCEPTION TOTAL IS THE BANK FILE'S TOTAL.
004920******************************************************************
004930 9000-TERMINATE.
004940     MOVE "ITEMS READ" TO RR-TOT-CAPTION.
004950     MOVE WS-ITEM-COUNT TO RR-TOT-COUNT.
004960     MOVE ZERO TO RR-TOT-AMOUNT.
004970     WRITE RR-PRINT-LINE FROM RR-TOTAL-LINE.
004980     MOVE "CLEARED" TO RR-TOT-CAPTION.
004990     MOVE WS-CLEARED-COUNT TO RR-TOT-COUNT.
005000     MOVE WS-CLEARED-AMOUNT TO RR-TOT-AMOUNT.
005010     WRITE RR-PRINT-LINE FROM RR-TOTAL-LINE.
005020     MOVE "EXCEPTIONS" TO RR-TOT-CAPTION.
005030     MOVE WS-EXCEPTION-COUNT TO RR-TOT-COUNT.
005040     MOVE WS-EXCEPTION-AMOUNT TO RR-TOT-AMOUNT.
005050     WRITE RR-PRINT-LINE FROM RR-TOTAL-LINE.
005060     MOVE 1 TO WS-AGE-SUB.
005070     PERFORM 9100-WRITE-AGE-TOTAL THRU 9100-EXIT
005080             UNTIL WS-AGE-SUB > 5.
005090     MOVE "TOTAL OUTSTANDING" TO AG-TOT-CAPTION.
005100     MOVE SPACES TO AG-TOT-LABEL.
005110     MOVE WS-OUTSTANDING-COUNT TO AG-TOT-COUNT.
005120     MOVE WS-OUTSTANDING-AMOUNT TO AG-TOT-AMOUNT.
005130     WRITE AG-PRINT-LINE FROM AG-TOTAL-LINE.
005140     IF WS-EXCEPTION-COUNT > ZERO
005150         MOVE 4 TO RETURN-CODE
005160     END-IF.
005170     CLOSE BANK-PAID-FILE.
005180     CLOSE CHECK-REGISTER-FILE.
005190     CLOSE EMPLOYEE-MASTER-FILE.
005200     CLOSE RECON-REPORT-FILE.
005210     CLOSE AGING-REPORT-FILE.
005220     CLOSE ESCHEAT-FILE.
005230     DISPLAY "CHKREC - " WS-ITEM-COUNT " PAID ITEMS READ".
005240     DISPLAY "CHKREC - " WS-CLEARED-COUNT " CLEARED".
005250     DISPLAY "CHKREC - " WS-EXCEPTION-COUNT " EXCEPTIONS".
005260     DISPLAY "CHKREC - " WS-OUTSTANDING-COUNT
005270             " CHECKS OUTSTANDING".
005280     DISPLAY "CHKREC - " WS-ESCHEAT-COUNT
005290             " ESCHEAT CANDIDATES WRITTEN".
005300 9000-EXIT.
005310     EXIT.

005320******************************************************************
005330*    9100-WRITE-AGE-TOTAL
005340******************************************************************
005350 9100-WRITE-AGE-TOTAL.
005360     MOVE "OUTSTANDING" TO AG-TOT-CAPTION.
005370     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO AG-TOT-LABEL.
005380     MOVE WS-AGE-COUNT (WS-AGE-SUB) TO AG-TOT-COUNT.
005390     MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO AG-TOT-AMOUNT.
005400     WRITE AG-PRINT-LINE FROM AG-TOTAL-LINE.
005410     ADD 1 TO WS-AGE-SUB.
005420 9100-EXIT.
005430     EXIT.
005440 END PROGRAM ChkRecon.
