000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    TaxQtrRec.
000050 AUTHOR.        R WILKERSON.
000060 INSTALLATION.  PAYROLL SYSTEMS.
000070 DATE-WRITTEN.  10/14/2026.
000080 DATE-COMPILED.

000090******************************************************************
000100*  PURPOSE.  QUARTER-END TAX LIABILITY RECONCILIATION - THE     *
000110*  WORKSHEET THE 941 AND THE STATE RETURNS ARE FILED FROM.  THE *
000120*  QUARTER IS THE ONE THE PERIOD CONTROL RECORD'S PERIOD END    *
000130*  DATE FALLS IN, SO THE REPORT RUNS AFTER THE QUARTER'S LAST   *
000140*  PAY RUN AND BEFORE THE NEXT QUARTER'S FIRST.  FOR EACH TAX   *
000150*  (AND STATE) IT SETS THE QUARTER'S LIABILITY FROM THE MASTERS *
000160*  - FEDERAL INCOME TAX AND EMPLOYEE FICA SUMMED FROM THE PAY   *
000170*  HISTORY RECORDS WHOSE PERIOD ENDS IN THE QUARTER, EMPLOYER   *
000180*  FICA, FUTA, STATE WITHHOLDING, AND SUTA FROM THE QTD BUCKETS *
000190*  ON THE YTD MASTER - AGAINST THE LIABILITY AND DEPOSITS ON    *
000200*  THE TAX DEPOSIT LEDGER, AND SHOWS THE BALANCE DUE OR         *
000210*  OVERPAID.  A TAX WHOSE MASTER AND LEDGER LIABILITIES         *
000220*  DISAGREE IS FLAGGED, AND ENDS THE RUN WITH RETURN CODE 4.    *
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY.
000250*    10/14/2026  RWK  ORIGINAL.
000260******************************************************************

000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTL"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-PAYCTL-STATUS.

000360     SELECT YTD-TOTALS-FILE ASSIGN TO "YTDMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS YT-EMPLOYEE-ID
000400         FILE STATUS IS WS-YTDMST-STATUS.

000410     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS PH-HISTORY-KEY
000450         FILE STATUS IS WS-PAYHIST-STATUS.

000460     SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS TL-LEDGER-KEY
000500         FILE STATUS IS WS-TAXLEDG-STATUS.

000510     SELECT RECON-REPORT-FILE ASSIGN TO "TAXQREC"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TAXQREC-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PAY-PERIOD-CONTROL-FILE
000570     RECORDING MODE IS F.
000580 COPY PCTLREC.CPY.

000590 FD  YTD-TOTALS-FILE.
000600 COPY YTDREC.CPY.

000610 FD  PAY-HISTORY-FILE.
000620 COPY PAYHREC.CPY.

000630 FD  TAX-LEDGER-FILE.
000640 COPY TAXLEDG.CPY.

000650 FD  RECON-REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  QR-PRINT-LINE               PIC X(132).

000680 WORKING-STORAGE SECTION.

000690*-----------------------------------------------------------------
000700*    FILE STATUS AND CONTROL SWITCHES
000710*-----------------------------------------------------------------
000720 01  WS-PAYCTL-STATUS            PIC X(02) VALUE SPACES.
000730 01  WS-YTDMST-STATUS            PIC X(02) VALUE SPACES.
000740 01  WS-PAYHIST-STATUS           PIC X(02) VALUE SPACES.
000750 01  WS-TAXLEDG-STATUS           PIC X(02) VALUE SPACES.
000760 01  WS-TAXQREC-STATUS           PIC X(02) VALUE SPACES.

000770 01  WS-YTD-EOF-SWITCH           PIC X(01) VALUE 'N'.
000780     88  WS-YTD-END-OF-FILE                VALUE 'Y'.

000790 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000800     88  WS-HIST-END-OF-FILE               VALUE 'Y'.

000810 01  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE 'N'.
000820     88  WS-LEDGER-END-OF-FILE             VALUE 'Y'.

000830*-----------------------------------------------------------------
000840*    THE QUARTER BEING RECONCILED AND ITS FIRST AND LAST DAYS
000850*-----------------------------------------------------------------
000860 01  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
000870 01  WS-TAX-QUARTER              PIC 9(01) VALUE ZERO.
000880 01  WS-QTR-FIRST-DATE           PIC 9(08) VALUE ZERO.
000890 01  WS-QTR-FIRST-PARTS REDEFINES WS-QTR-FIRST-DATE.
000900     05  WS-QTR-FIRST-YEAR       PIC 9(04).
000910     05  WS-QTR-FIRST-MONTH      PIC 9(02).
000920     05  WS-QTR-FIRST-DAY        PIC 9(02).
000930 01  WS-QTR-LAST-DATE            PIC 9(08) VALUE ZERO.
000940 01  WS-QTR-LAST-PARTS REDEFINES WS-QTR-LAST-DATE.
000950     05  WS-QTR-LAST-YEAR        PIC 9(04).
000960     05  WS-QTR-LAST-MONTH       PIC 9(02).
000970     05  WS-QTR-LAST-DAY         PIC 9(02).

000980*-----------------------------------------------------------------
000990*    FEDERAL AND FUTA - MASTER LIABILITY, LEDGER LIABILITY, AND
001000*    DEPOSITS.  THE 941 TAXES ARE DEPOSITED AS ONE, SO ONLY
001010*    THEIR TOTAL CARRIES DEPOSITS.
001020*-----------------------------------------------------------------
001030 01  WS-MST-FED-INCOME-TAX       PIC S9(09)V99 VALUE ZERO.
001040 01  WS-MST-EMPLOYEE-FICA        PIC S9(09)V99 VALUE ZERO.
001050 01  WS-MST-EMPLOYER-FICA        PIC S9(09)V99 VALUE ZERO.
001060 01  WS-MST-FUTA                 PIC S9(09)V99 VALUE ZERO.
001070 01  WS-LDG-FED-INCOME-TAX       PIC S9(09)V99 VALUE ZERO.
001080 01  WS-LDG-EMPLOYEE-FICA        PIC S9(09)V99 VALUE ZERO.
001090 01  WS-LDG-EMPLOYER-FICA        PIC S9(09)V99 VALUE ZERO.
001100 01  WS-LDG-FED-TOTAL            PIC S9(09)V99 VALUE ZERO.
001110 01  WS-LDG-FUTA                 PIC S9(09)V99 VALUE ZERO.
001120 01  WS-DEP-FED-TOTAL            PIC S9(09)V99 VALUE ZERO.
001130 01  WS-DEP-FUTA                 PIC S9(09)V99 VALUE ZERO.

001140*-----------------------------------------------------------------
001150*    STATE WITHHOLDING AND SUTA BY STATE, IN THE ORDER THE
001160*    STATES ARE MET ON THE YTD MASTER, THEN ON THE LEDGER.  A
001170*    BLANK WORK STATE IS CARRIED UNDER **, AS TaxLiab POSTS IT.
001180*-----------------------------------------------------------------
001190 01  WS-STATE-TABLE.
001200     05  WS-ST-COUNT             PIC 9(02) VALUE ZERO.
001210     05  WS-ST-ENTRY OCCURS 60 TIMES.
001220         10  WS-ST-STATE         PIC X(02).
001230         10  WS-ST-MST-SWH       PIC S9(09)V99.
001240         10  WS-ST-LDG-SWH       PIC S9(09)V99.
001250         10  WS-ST-DEP-SWH       PIC S9(09)V99.
001260         10  WS-ST-MST-SUI       PIC S9(09)V99.
001270         10  WS-ST-LDG-SUI       PIC S9(09)V99.
001280         10  WS-ST-DEP-SUI       PIC S9(09)V99.
001290 01  WS-ST-SUB                   PIC 9(02) VALUE ZERO.
001300 01  WS-ST-FOUND-SUB             PIC 9(02) VALUE ZERO.
001310 01  WS-ST-MAX                   PIC 9(02) VALUE 60.
001320 01  WS-WORK-STATE               PIC X(02) VALUE SPACES.

001330*-----------------------------------------------------------------
001340*    ONE REPORT LINE'S FIGURES, SET BY THE CALLER OF 5500
001350*-----------------------------------------------------------------
001360 01  WS-LINE-CAPTION             PIC X(28) VALUE SPACES.
001370 01  WS-LINE-MASTER              PIC S9(09)V99 VALUE ZERO.
001380 01  WS-LINE-LEDGER              PIC S9(09)V99 VALUE ZERO.
001390 01  WS-LINE-DEPOSITED           PIC S9(09)V99 VALUE ZERO.
001400 01  WS-LINE-BALANCE             PIC S9(09)V99 VALUE ZERO.
001410 01  WS-LINE-TYPE-SWITCH         PIC X(01) VALUE 'D'.
001420     88  WS-LINE-DEPOSITED-TAX             VALUE 'D'.
001430     88  WS-LINE-COMPONENT                 VALUE 'C'.
001440 01  WS-SWH-CAPTION.
001450     05  FILLER                  PIC X(20) VALUE
001460             'STATE WITHHOLDING - '.
001470     05  WS-SWH-CAPTION-STATE    PIC X(02).
001480 01  WS-SUI-CAPTION.
001490     05  FILLER                  PIC X(07) VALUE 'SUTA - '.
001500     05  WS-SUI-CAPTION-STATE    PIC X(02).

001510*-----------------------------------------------------------------
001520*    GRAND TOTALS AND COUNTS
001530*-----------------------------------------------------------------
001540 01  WS-TOT-MASTER               PIC S9(09)V99 VALUE ZERO.
001550 01  WS-TOT-LEDGER               PIC S9(09)V99 VALUE ZERO.
001560 01  WS-TOT-DEPOSITED            PIC S9(09)V99 VALUE ZERO.
001570 01  WS-TOT-BALANCE              PIC S9(09)V99 VALUE ZERO.
001580 01  WS-DIFFERS-COUNT            PIC 9(04) VALUE ZERO.
001590 01  WS-BALANCE-DUE-COUNT        PIC 9(04) VALUE ZERO.
001600 01  WS-YTD-READ-COUNT           PIC 9(06) VALUE ZERO.
001610 01  WS-HIST-USED-COUNT          PIC 9(06) VALUE ZERO.
001620 01  WS-LEDGER-READ-COUNT        PIC 9(06) VALUE ZERO.

001630*-----------------------------------------------------------------
001640*    RECONCILIATION REPORT LINES.  PROGRAM-PRIVATE LAYOUTS - NO
001650*    OTHER PROGRAM READS THIS REPORT.
001660*-----------------------------------------------------------------
001670 01  QR-TITLE-LINE.
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  FILLER                  PIC X(36) VALUE
001700             'TAX LIABILITY RECONCILIATION - YEAR '.
001710     05  QR-TITLE-YEAR           PIC 9(04).
001720     05  FILLER                  PIC X(10) VALUE
001730             '  QUARTER '.
001740     05  QR-TITLE-QUARTER        PIC 9(01).

001750 01  QR-HEADING-LINE.
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  FILLER                  PIC X(28) VALUE 'TAX'.
001780     05  FILLER                  PIC X(17) VALUE
001790             '   MASTER LIAB'.
001800     05  FILLER                  PIC X(17) VALUE
001810             '   LEDGER LIAB'.
001820     05  FILLER                  PIC X(17) VALUE
001830             '     DEPOSITED'.
001840     05  FILLER                  PIC X(17) VALUE
001850             '       BALANCE'.
001860     05  FILLER                  PIC X(13) VALUE 'STATUS'.

001870 01  QR-DETAIL-LINE.
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  QR-CAPTION              PIC X(28).
001900     05  QR-MASTER               PIC ZZZ,ZZZ,ZZ9.99-.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  QR-LEDGER               PIC ZZZ,ZZZ,ZZ9.99-.
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  QR-DEPOSITED            PIC ZZZ,ZZZ,ZZ9.99-.
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  QR-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  QR-STATUS               PIC X(11).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  QR-FLAG                 PIC X(14).

002010 PROCEDURE DIVISION.

002020******************************************************************
002030*    0000-MAINLINE
002040******************************************************************
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 2000-READ-YTD-MASTER THRU 2000-EXIT
002080             UNTIL WS-YTD-END-OF-FILE.
002090     PERFORM 3000-READ-PAY-HISTORY THRU 3000-EXIT
002100             UNTIL WS-HIST-END-OF-FILE.
002110     PERFORM 4000-READ-LEDGER THRU 4000-EXIT.
002120     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002140     STOP RUN.

002150******************************************************************
002160*    1000-INITIALIZE
002170*    THE QUARTER IS THE ONE THE PERIOD END DATE ON THE CONTROL
002180*    RECORD FALLS IN - THE SAME RULE PayDriver BUCKETS THE QTD
002190*    FIGURES BY.
002200******************************************************************
002210 1000-INITIALIZE.
002220     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
002230     IF WS-PAYCTL-STATUS NOT = "00"
002240         DISPLAY "TAXQREC - UNABLE TO OPEN PERIOD CONTROL, "
002250                 "STATUS = " WS-PAYCTL-STATUS
002260         MOVE 8 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     READ PAY-PERIOD-CONTROL-FILE
002300         AT END
002310             DISPLAY "TAXQREC - PERIOD CONTROL RECORD MISSING"
002320             MOVE 8 TO RETURN-CODE
002330             STOP RUN
002340     END-READ.
002350     CLOSE PAY-PERIOD-CONTROL-FILE.
002360     MOVE PC-PERIOD-END-YEAR TO WS-TAX-YEAR.
002370     EVALUATE TRUE
002380         WHEN PC-PERIOD-END-MONTH <= 03
002390             MOVE 1 TO WS-TAX-QUARTER
002400         WHEN PC-PERIOD-END-MONTH <= 06
002410             MOVE 2 TO WS-TAX-QUARTER
002420         WHEN PC-PERIOD-END-MONTH <= 09
002430             MOVE 3 TO WS-TAX-QUARTER
002440         WHEN OTHER
002450             MOVE 4 TO WS-TAX-QUARTER
002460     END-EVALUATE.
002470     MOVE WS-TAX-YEAR TO WS-QTR-FIRST-YEAR WS-QTR-LAST-YEAR.
002480     COMPUTE WS-QTR-FIRST-MONTH = WS-TAX-QUARTER * 3 - 2.
002490     MOVE 01 TO WS-QTR-FIRST-DAY.
002500     COMPUTE WS-QTR-LAST-MONTH = WS-TAX-QUARTER * 3.
002510     MOVE 31 TO WS-QTR-LAST-DAY.
002520     OPEN INPUT YTD-TOTALS-FILE.
002530     IF WS-YTDMST-STATUS NOT = "00"
002540         DISPLAY "TAXQREC - UNABLE TO OPEN YTD-TOTALS MASTER, "
002550                 "STATUS = " WS-YTDMST-STATUS
002560         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     OPEN INPUT PAY-HISTORY-FILE.
002600     IF WS-PAYHIST-STATUS NOT = "00"
002610         DISPLAY "TAXQREC - UNABLE TO OPEN PAY HISTORY, "
002620                 "STATUS = " WS-PAYHIST-STATUS
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     OPEN INPUT TAX-LEDGER-FILE.
002670     IF WS-TAXLEDG-STATUS NOT = "00"
002680         DISPLAY "TAXQREC - UNABLE TO OPEN TAX DEPOSIT LEDGER, "
002690                 "STATUS = " WS-TAXLEDG-STATUS
002700         MOVE 8 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     OPEN OUTPUT RECON-REPORT-FILE.
002740     IF WS-TAXQREC-STATUS NOT = "00"
002750         DISPLAY "TAXQREC - UNABLE TO OPEN RECON REPORT, "
002760                 "STATUS = " WS-TAXQREC-STATUS
002770         MOVE 8 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     DISPLAY "TAXQREC - RECONCILING " WS-TAX-YEAR
002810             " QUARTER " WS-TAX-QUARTER.
002820     PERFORM 2100-READ-YTD-RECORD THRU 2100-EXIT.
002830     PERFORM 3100-READ-HISTORY-RECORD THRU 3100-EXIT.
002840 1000-EXIT.
002850     EXIT.

002860******************************************************************
002870*    2000-READ-YTD-MASTER
002880*    TAKES ONE EMPLOYEE'S QTD EMPLOYER FICA, FUTA, STATE
002890*    WITHHOLDING, AND SUTA.  A RECORD WHOSE BUCKETS ARE FOR
002900*    ANOTHER YEAR OR QUARTER HAD NO PAY IN THIS ONE.
002910******************************************************************
002920 2000-READ-YTD-MASTER.
002930     IF YT-CURRENT-YEAR NOT = WS-TAX-YEAR
002940        OR YT-CURRENT-QUARTER NOT = WS-TAX-QUARTER
002950         GO TO 2000-NEXT
002960     END-IF.
002970     ADD 1 TO WS-YTD-READ-COUNT.
002980     ADD YT-QTD-ER-FICA TO WS-MST-EMPLOYER-FICA.
002990     ADD YT-QTD-ER-FUTA TO WS-MST-FUTA.
003000     IF YT-QTD-STATE-TAX = ZERO
003010        AND YT-QTD-ER-SUTA = ZERO
003020         GO TO 2000-NEXT
003030     END-IF.
003040     MOVE YT-WORK-STATE TO WS-WORK-STATE.
003050     IF WS-WORK-STATE = SPACES
003060         MOVE "**" TO WS-WORK-STATE
003070     END-IF.
003080     PERFORM 6000-FIND-STATE THRU 6000-EXIT.
003090     ADD YT-QTD-STATE-TAX TO WS-ST-MST-SWH (WS-ST-FOUND-SUB).
003100     ADD YT-QTD-ER-SUTA TO WS-ST-MST-SUI (WS-ST-FOUND-SUB).
003110 2000-NEXT.
003120     PERFORM 2100-READ-YTD-RECORD THRU 2100-EXIT.
003130 2000-EXIT.
003140     EXIT.

003150******************************************************************
003160*    2100-READ-YTD-RECORD
003170******************************************************************
003180 2100-READ-YTD-RECORD.
003190     READ YTD-TOTALS-FILE NEXT RECORD
003200         AT END
003210             SET WS-YTD-END-OF-FILE TO TRUE
003220     END-READ.
003230 2100-EXIT.
003240     EXIT.

003250******************************************************************
003260*    3000-READ-PAY-HISTORY
003270*    SUMS FEDERAL INCOME TAX AND EMPLOYEE FICA OVER EVERY PAY
003280*    HISTORY RECORD WHOSE PERIOD ENDS IN THE QUARTER.  AMOUNTS
003290*    ARE SIGNED, SO VOIDS AND ADJUSTMENTS NET OUT.
003300******************************************************************
003310 3000-READ-PAY-HISTORY.
003320     IF PH-PERIOD-END-DATE NOT < WS-QTR-FIRST-DATE
003330        AND PH-PERIOD-END-DATE NOT > WS-QTR-LAST-DATE
003340         ADD 1 TO WS-HIST-USED-COUNT
003350         ADD PH-FEDERAL-TAX TO WS-MST-FED-INCOME-TAX
003360         ADD PH-FICA-TAX TO WS-MST-EMPLOYEE-FICA
003370     END-IF.
003380     PERFORM 3100-READ-HISTORY-RECORD THRU 3100-EXIT.
003390 3000-EXIT.
003400     EXIT.

003410******************************************************************
003420*    3100-READ-HISTORY-RECORD
003430******************************************************************
003440 3100-READ-HISTORY-RECORD.
003450     READ PAY-HISTORY-FILE NEXT RECORD
003460         AT END
003470             SET WS-HIST-END-OF-FILE TO TRUE
003480     END-READ.
003490 3100-EXIT.
003500     EXIT.

003510******************************************************************
003520*    4000-READ-LEDGER
003530*    READS THE QUARTER'S LEDGER ENTRIES - THEY ARE TOGETHER,
003540*    KEYED FIRST BY YEAR AND QUARTER.
003550******************************************************************
003560 4000-READ-LEDGER.
003570     MOVE LOW-VALUES TO TL-LEDGER-KEY.
003580     MOVE WS-TAX-YEAR TO TL-TAX-YEAR.
003590     MOVE WS-TAX-QUARTER TO TL-TAX-QUARTER.
003600     START TAX-LEDGER-FILE KEY NOT < TL-LEDGER-KEY
003610         INVALID KEY
003620             SET WS-LEDGER-END-OF-FILE TO TRUE
003630     END-START.
003640     PERFORM 4100-TAKE-LEDGER-ENTRY THRU 4100-EXIT
003650             UNTIL WS-LEDGER-END-OF-FILE.
003660 4000-EXIT.
003670     EXIT.

003680******************************************************************
003690*    4100-TAKE-LEDGER-ENTRY
003700*    ADDS ONE ENTRY TO ITS TAX'S LEDGER LIABILITY OR DEPOSITS.
003710*    THE FIRST ENTRY OF ANOTHER QUARTER ENDS THE READ.
003720******************************************************************
003730 4100-TAKE-LEDGER-ENTRY.
003740     READ TAX-LEDGER-FILE NEXT RECORD
003750         AT END
003760             SET WS-LEDGER-END-OF-FILE TO TRUE
003770             GO TO 4100-EXIT
003780     END-READ.
003790     IF TL-TAX-YEAR NOT = WS-TAX-YEAR
003800        OR TL-TAX-QUARTER NOT = WS-TAX-QUARTER
003810         SET WS-LEDGER-END-OF-FILE TO TRUE
003820         GO TO 4100-EXIT
003830     END-IF.
003840     ADD 1 TO WS-LEDGER-READ-COUNT.
003850     EVALUATE TRUE
003860         WHEN TL-TAX-FEDERAL AND TL-LIABILITY
003870             ADD TL-AMOUNT TO WS-LDG-FED-TOTAL
003880             ADD TL-FED-INCOME-TAX TO WS-LDG-FED-INCOME-TAX
003890             ADD TL-EMPLOYEE-FICA TO WS-LDG-EMPLOYEE-FICA
003900             ADD TL-EMPLOYER-FICA TO WS-LDG-EMPLOYER-FICA
003910         WHEN TL-TAX-FEDERAL
003920             ADD TL-AMOUNT TO WS-DEP-FED-TOTAL
003930         WHEN TL-TAX-FUTA AND TL-LIABILITY
003940             ADD TL-AMOUNT TO WS-LDG-FUTA
003950         WHEN TL-TAX-FUTA
003960             ADD TL-AMOUNT TO WS-DEP-FUTA
003970         WHEN TL-TAX-BY-STATE
003980             MOVE TL-STATE-CODE TO WS-WORK-STATE
003990             PERFORM 6000-FIND-STATE THRU 6000-EXIT
004000             PERFORM 4200-TAKE-STATE-ENTRY THRU 4200-EXIT
004010     END-EVALUATE.
004020 4100-EXIT.
004030     EXIT.

004040******************************************************************
004050*    4200-TAKE-STATE-ENTRY
004060******************************************************************
004070 4200-TAKE-STATE-ENTRY.
004080     EVALUATE TRUE
004090         WHEN TL-TAX-STATE-WH AND TL-LIABILITY
004100             ADD TL-AMOUNT TO WS-ST-LDG-SWH (WS-ST-FOUND-SUB)
004110         WHEN TL-TAX-STATE-WH
004120             ADD TL-AMOUNT TO WS-ST-DEP-SWH (WS-ST-FOUND-SUB)
004130         WHEN TL-LIABILITY
004140             ADD TL-AMOUNT TO WS-ST-LDG-SUI (WS-ST-FOUND-SUB)
004150         WHEN OTHER
004160             ADD TL-AMOUNT TO WS-ST-DEP-SUI (WS-ST-FOUND-SUB)
004170     END-EVALUATE.
004180 4200-EXIT.
004190     EXIT.

004200******************************************************************
004210*    5000-WRITE-REPORT
004220*    THE 941 TAXES - EACH PART, THEN THE TOTAL THE DEPOSITS ARE
004230*    MADE AGAINST - THEN FUTA, THEN EACH STATE'S WITHHOLDING AND
004240*    SUTA, THEN THE GRAND TOTAL.
004250******************************************************************
004260 5000-WRITE-REPORT.
004270     MOVE WS-TAX-YEAR TO QR-TITLE-YEAR.
004280     MOVE WS-TAX-QUARTER TO QR-TITLE-QUARTER.
004290     WRITE QR-PRINT-LINE FROM QR-TITLE-LINE.
004300     MOVE SPACES TO QR-PRINT-LINE.
004310     WRITE QR-PRINT-LINE.
004320     WRITE QR-PRINT-LINE FROM QR-HEADING-LINE.
004330     SET WS-LINE-COMPONENT TO TRUE.
004340     MOVE "941 FEDERAL INCOME TAX" TO WS-LINE-CAPTION.
004350     MOVE WS-MST-FED-INCOME-TAX TO WS-LINE-MASTER.
004360     MOVE WS-LDG-FED-INCOME-TAX TO WS-LINE-LEDGER.
004370     PERFORM 5500-WRITE-LINE THRU 5500-EXIT.
004380     MOVE "941 EMPLOYEE FICA" TO WS-LINE-CAPTION.
004390     MOVE WS-MST-EMPLOYEE-FICA TO WS-LINE-MASTER.
004400     MOVE WS-LDG-EMPLOYEE-FICA TO WS-LINE-LEDGER.
004410     PERFORM 5500-WRITE-LINE THRU 5500-EXIT.
004420     MOVE "941 EMPLOYER FICA" TO WS-LINE-CAPTION.
004430     MOVE WS-MST-EMPLOYER-FICA TO WS-LINE-MASTER.
004440     MOVE WS-LDG-EMPLOYER-FICA TO WS-LINE-LEDGER.
004450     PERFORM 5500-WRITE-LINE THRU 5500-EXIT.
004460     SET WS-LINE-DEPOSITED-TAX TO TRUE.
004470     MOVE "941 TOTAL" TO WS-LINE-CAPTION.
004480     COMPUTE WS-LINE-MASTER = WS-MST-FED-INCOME-TAX
004490             + WS-MST-EMPLOYEE-FICA + WS-MST-EMPLOYER-FICA.
004500     MOVE WS-LDG-FED-TOTAL TO WS-LINE-LEDGER.
004510     MOVE WS-DEP-FED-TOTAL TO WS-LINE-DEPOSITED.
004520     PERFORM 5500-WRITE-LINE THRU 5500-EXIT.
004530     MOVE "FUTA" TO WS-LINE-CAPTION.
004540     MOVE WS-MST-FUTA TO WS-LINE-MASTER.
004550     MOVE WS-LDG-FUTA TO WS-LINE-LEDGER.
004560     MOVE WS-DEP-FUTA TO WS-LINE-DEPOSITED.
004570     PERFORM 5500-WRITE-LINE THRU 5500-EXIT.
004580     MOVE 1 TO WS-ST-SUB.
004590     PERFORM 5200-WRITE-STATE THRU 5200-EXIT
004600             UNTIL WS-ST-SUB > WS-ST-COUNT.
004610     MOVE SPACES TO QR-PRINT-LINE.
004620     WRITE QR-PRINT-LINE.
004630     MOVE "TOTAL ALL TAXES" TO QR-CAPTION.
004640     MOVE WS-TOT-MASTER TO QR-MASTER.
004650     MOVE WS-TOT-LEDGER TO QR-LEDGER.
004660     MOVE WS-TOT-DEPOSITED TO QR-DEPOSITED.
004670     MOVE WS-TOT-BALANCE TO QR-BALANCE.
004680     MOVE SPACES TO QR-STATUS QR-FLAG.
004690     WRITE QR-PRINT-LINE FROM QR-DETAIL-LINE.
004700 5000-EXIT.
004710     EXIT.

004720******************************************************************
004730*    5200-WRITE-STATE
004740******************************************************************
004750 5200-WRITE-STATE.
004760     MOVE WS-ST-STATE (WS-ST-SUB) TO WS-SWH-CAPTION-STATE.
004770     MOVE WS-SWH-CAPTION TO WS-LINE-CAPTION.
004780     MOVE WS-ST-MST-SWH (WS-ST-SUB) TO WS-LINE-MASTER.
004790     MOVE WS-ST-LDG-SWH (WS-ST-SUB) TO WS-LINE-LEDGER.
004800     MOVE WS-ST-DEP-SWH (WS-ST-SUB) TO WS-LINE-DEPOSITED.
004810     PERFORM 5500-WRITE-LINE THRU 5500-EXIT.
004820     MOVE WS-ST-STATE (WS-ST-SUB) TO WS-SUI-CAPTION-STATE.
004830     MOVE WS-SUI-CAPTION TO WS-LINE-CAPTION.
004840     MOVE WS-ST-MST-SUI (WS-ST-SUB) TO WS-LINE-MASTER.
004850     MOVE WS-ST-LDG-SUI (WS-ST-SUB) TO WS-LINE-LEDGER.
004860     MOVE WS-ST-DEP-SUI (WS-ST-SUB) TO WS-LINE-DEPOSITED.
004870     PERFORM 5500-WRITE-LINE THRU 5500-EXIT.
004880     ADD 1 TO WS-ST-SUB.
004890 5200-EXIT.
004900     EXIT.

004910******************************************************************
004920*    5500-WRITE-LINE
004930*    A DEPOSITED TAX SHOWS ITS DEPOSITS AND THE BALANCE OF THE
004940*    MASTER LIABILITY OVER THEM, AND ROLLS INTO THE GRAND TOTAL.
004950*    A 941 PART SHOWS ONLY ITS TWO LIABILITIES.  EITHER IS
004960*    FLAGGED WHEN THE MASTER AND LEDGER DISAGREE.
004970******************************************************************
004980 5500-WRITE-LINE.
004990     MOVE WS-LINE-CAPTION TO QR-CAPTION.
005000     MOVE WS-LINE-MASTER TO QR-MASTER.
005010     MOVE WS-LINE-LEDGER TO QR-LEDGER.
005020     IF WS-LINE-MASTER NOT = WS-LINE-LEDGER
005030         MOVE "LEDGER DIFFERS" TO QR-FLAG
005040         ADD 1 TO WS-DIFFERS-COUNT
005050     ELSE
005060         MOVE SPACES TO QR-FLAG
005070     END-IF.
005080     IF WS-LINE-COMPONENT
005090         MOVE ZERO TO QR-DEPOSITED QR-BALANCE
005100         MOVE SPACES TO QR-STATUS
005110         WRITE QR-PRINT-LINE FROM QR-DETAIL-LINE
005120         GO TO 5500-EXIT
005130     END-IF.
005140     COMPUTE WS-LINE-BALANCE = WS-LINE-MASTER - WS-LINE-DEPOSITED.
005150     MOVE WS-LINE-DEPOSITED TO QR-DEPOSITED.
005160     MOVE WS-LINE-BALANCE TO QR-BALANCE.
005170     EVALUATE TRUE
005180         WHEN WS-LINE-BALANCE > ZERO
005190             MOVE "BALANCE DUE" TO QR-STATUS
005200             ADD 1 TO WS-BALANCE-DUE-COUNT
005210         WHEN WS-LINE-BALANCE < ZERO
005220             MOVE "OVERPAID" TO QR-STATUS
005230         WHEN OTHER
005240             MOVE "SETTLED" TO QR-STATUS
005250     END-EVALUATE.
005260     WRITE QR-PRINT-LINE FROM QR-DETAIL-LINE.
005270     ADD WS-LINE-MASTER TO WS-TOT-MASTER.
005280     ADD WS-LINE-LEDGER TO WS-TOT-LEDGER.
005290     ADD WS-LINE-DEPOSITED TO WS-TOT-DEPOSITED.
005300     ADD WS-LINE-BALANCE TO WS-TOT-BALANCE.
005310 5500-EXIT.
005320     EXIT.

005330******************************************************************
005340*    6000-FIND-STATE
005350*    SETS WS-ST-FOUND-SUB TO WS-WORK-STATE'S ENTRY, STARTING
005360*    ONE IF THE STATE IS NEW.  A FULL TABLE ENDS THE RUN - A
005370*    STATE LEFT OFF WOULD UNDERSTATE THE QUARTER.
005380******************************************************************
005390 6000-FIND-STATE.
005400     MOVE ZERO TO WS-ST-FOUND-SUB.
005410     MOVE 1 TO WS-ST-SUB.
005420     PERFORM 6100-CHECK-STATE THRU 6100-EXIT
005430             UNTIL WS-ST-SUB > WS-ST-COUNT
005440             OR WS-ST-FOUND-SUB > ZERO.
005450     IF WS-ST-FOUND-SUB > ZERO
005460         GO TO 6000-EXIT
005470     END-IF.
005480     IF WS-ST-COUNT NOT < WS-ST-MAX
005490         DISPLAY "TAXQREC - STATE TABLE FULL AT STATE "
005500                 WS-WORK-STATE " - RUN ENDED"
005510         MOVE 8 TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540     ADD 1 TO WS-ST-COUNT.
005550     MOVE WS-ST-COUNT TO WS-ST-FOUND-SUB.
005560     MOVE WS-WORK-STATE TO WS-ST-STATE (WS-ST-FOUND-SUB).
005570     MOVE ZERO TO WS-ST-MST-SWH (WS-ST-FOUND-SUB)
005580                  WS-ST-LDG-SWH (WS-ST-FOUND-SUB)
005590                  WS-ST-DEP-SWH (WS-ST-FOUND-SUB)
005600                  WS-ST-MST-SUI (WS-ST-FOUND-SUB)
005610                  WS-ST-LDG-SUI (WS-ST-FOUND-SUB)
005620                  WS-ST-DEP-SUI (WS-ST-FOUND-SUB).
005630 6000-EXIT.
005640     EXIT.

005650******************************************************************
005660*    6100-CHECK-STATE
005670******************************************************************
005680 6100-CHECK-STATE.
005690     IF WS-ST-STATE (WS-ST-SUB) = WS-WORK-STATE
005700         MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
005710     END-IF.
005720     ADD 1 TO WS-ST-SUB.
005730 6100-EXIT.
005740     EXIT.

005750******************************************************************
005760*    9000-TERMINATE
005770******************************************************************
005780 9000-TERMINATE.
005790     IF WS-DIFFERS-COUNT > ZERO
005800         MOVE 4 TO RETURN-CODE
005810     END-IF.
005820     CLOSE YTD-TOTALS-FILE.
005830     CLOSE PAY-HISTORY-FILE.
005840     CLOSE TAX-LEDGER-FILE.
005850     CLOSE RECON-REPORT-FILE.
005860     DISPLAY "TAXQREC - " WS-YTD-READ-COUNT
005870             " YTD RECORDS IN THE QUARTER".
005880     DISPLAY "TAXQREC - " WS-HIST-USED-COUNT
005890             " PAY HISTORY RECORDS IN THE QUARTER".
005900     DISPLAY "TAXQREC - " WS-LEDGER-READ-COUNT
005910             " LEDGER ENTRIES IN THE QUARTER".
005920     DISPLAY "TAXQREC - " WS-BALANCE-DUE-COUNT
005930             " TAXES WITH A BALANCE DUE".
005940     DISPLAY "TAXQREC - " WS-DIFFERS-COUNT
005950             " TAXES WHERE THE LEDGER DIFFERS".
005960 9000-EXIT.
005970     EXIT.
005980 END PROGRAM TaxQtrRec.
